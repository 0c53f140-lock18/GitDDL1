000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TPROG24.
000300 AUTHOR.        COMPUWARE ISPW TRAINING.
000400 DATE-WRITTEN.  OCTOBER 14TH, 2026.
000500 DATE-COMPILED.
000600
000700********************************************************
000800* THIS PROGRAM RECONCILES THE DISBURSEMENTS BUREAU'S
000900*      ACKNOWLEDGMENT/RETURN FILE (PAYACK LAYOUT)
001000*      AGAINST THE PAYINT GENERATION TPROG15 SENT IT,
001100*      DETAIL BY DETAIL.  EVERY PAYMENT LANDS IN ONE OF
001200*      FOUR PLACES ON THE RECONCILIATION REPORT -
001300*        CONFIRMED      THE BUREAU ACCEPTED AND PAID IT
001400*        REJECTED OR    THE BUREAU REFUSED IT, OR THE
001500*        RETURNED       RECEIVING BANK SENT IT BACK - THE
001600*                       BUREAU'S REASON IS PRINTED
001700*        NOT ACKED      WE SENT IT AND THE BUREAU NEVER
001800*                       ANSWERED FOR IT
001900*        NOT SENT       THE BUREAU ANSWERED FOR A PAYMENT
002000*                       THAT IS NOT ON OUR FILE
002100*
002200*      EVERY REJECTED OR RETURNED PAYMENT IS BANKED ON
002300*      THE REISSUE FILE (PAYRIS LAYOUT) AT THE AMOUNT WE
002400*      SENT.  THE NEXT CYCLE'S TPROG15 READS THE BANK AND
002500*      PAYS EACH ONE AGAIN ON ITS PAYINT, SO NOBODY
002600*      RE-KEYS A RETURNED PAYMENT.  RUN THIS STEP ONCE FOR
002700*      EVERY ACK FILE, BEFORE THE NEXT PAY RUN - A BANK
002800*      GENERATION IS MEANT TO BE PAID ONCE.
002900*
003000*      PAYINT COMES OUT OF TPROG15 IN REGION ORDER AND THE
003050*      BUREAU ANSWERS IN WHATEVER ORDER IT PROCESSED, SO
003100*      BOTH ARE SORTED HERE INTO NAME/REGION ORDER, AMOUNT
003150*      WITHIN KEY.  THE RECORD TYPE LEADS THE SORT KEY SO
003200*      EACH FILE'S TRAILER SORTS LAST.  KEYS ARE DRIVEN TO
003250*      HIGH-VALUES AT THE TRAILER SO BOTH SIDES DRAIN.
003300*
003350*      ONE EMPLOYEE CAN HAVE TWO PAYMENTS ON ONE FILE - A
003400*      PAY AND A REISSUE - SO ALL THE PAYMENTS AND ACKS FOR
003450*      A KEY ARE TAKEN TOGETHER AND AN ACK IS PAIRED FIRST
003500*      WITH A PAYMENT OF THE SAME AMOUNT.  ONLY WHAT IS LEFT
003550*      OVER IS PAIRED REGARDLESS OF AMOUNT (THE BUREAU
003600*      ECHOING A DIFFERENT AMOUNT FOR THE ONE PAYMENT IT
003650*      WAS SENT), SO A RETURNED PAYMENT IS BANKED AT ITS
003700*      OWN AMOUNT AND THE OTHER ONE IS NOT MISREPORTED.
003800*
003900*      BOTH FILES ARE PROVED AGAINST THEIR OWN TRAILERS -
004000*      A MISSING OR DISAGREEING TRAILER MEANS A SHORT
004100*      FILE AND ENDS THE STEP WITH RC=8.  ANY PAYMENT NOT
004200*      ACKNOWLEDGED, ANY ACK FOR A PAYMENT NOT SENT, OR A
004300*      CONFIRMED AMOUNT THAT DISAGREES WITH OURS ENDS IT
004400*      WITH RC=4.  REJECTIONS AND RETURNS ARE ORDINARY
004500*      BUSINESS - THEY ARE BANKED, NOT FAILED.
004600*
004700*      AND COPYLIBS   PAYINT    (PAYMENT INTERFACE RECORD)
004800*                     PAYACK    (BUREAU ACKNOWLEDGMENT RECORD)
004900*                     PAYRIS    (PAYMENT REISSUE BANK RECORD)
005000* ======================================================
005100*  ISPW (TM)
005200*  COPYRIGHT (C) 1986-2016 COMPUWARE CORPORATION.
005300*  UNPUBLISHED RIGHTS RESERVED UNDER THE COPYRIGHT
005400*  LAWS OF THE UNITED STATES.
005500*
005600* ======================================================
005700*                   MODIFICATION  LOG
005800*
005900*  DD/MM/YY  PROGRAMMER  CHANGES
006000*  ********  **********  *******
006100*  14/10/26  ISPW        NEW PROGRAM - BUREAU ACKNOWLEDGMENT
006200*                        RECONCILIATION AND REISSUE BANK
006220*  14/10/26  ISPW        RUNLOG RECORD GROWS 77 TO 86 BYTES
006240*                        (RUN-LOG-TRANSFERS) - FD WIDENED ONLY;
006260*                        THIS STEP APPLIES NO REGION TRANSFERS
006280*                        AND LEAVES THE NEW COUNT ZERO
006284*  15/10/26  ISPW        PAYMENTS AND ACKS FOR ONE KEY ARE PAIRED
006288*                        BY AMOUNT FIRST - A PAY AND A REISSUE
006292*                        TO ONE EMPLOYEE NO LONGER TAKE EACH
006296*                        OTHER'S ACK
006300* ======================================================
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
006600 SOURCE-COMPUTER. IBM-370.
006700 OBJECT-COMPUTER. IBM-370.
006800
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100
007200*****************************************************
007300*  FILES USED:
007400*   PAYIN    THE PAYINT GENERATION SENT TO THE BUREAU
007500*            (TPROG15'S PAYOUT), REGION ORDER
007600*   SRTWK1   SORT WORK FILE - SORTS PAYIN INTO PAYSRT
007700*   PAYSRT   THE PAYMENTS SENT, IN KEY ORDER
007800*   ACKIN    THE BUREAU'S ACKNOWLEDGMENT/RETURN FILE
007900*            FOR THAT GENERATION (PAYACK LAYOUT)
008000*   SRTWK2   SORT WORK FILE - SORTS ACKIN INTO ACKSRT
008100*   ACKSRT   THE ACKNOWLEDGMENTS, IN KEY ORDER
008200*   RCNOUT   THE PRINTED RECONCILIATION REPORT
008300*   REISSUE  THE REISSUE BANK (PAYRIS LAYOUT) - READ BY
008400*            THE NEXT TPROG15 PAY RUN
008500*   RUNLOG   THE COMMON CUMULATIVE RUN-LOG DATASET
008600*            THE NIGHTLY SCORECARD READS (SEE RUNLOG)
008700*****************************************************
008800     SELECT PAYFILE  ASSIGN UT-S-PAYIN
008900       ORGANIZATION IS SEQUENTIAL
009000       ACCESS IS SEQUENTIAL.
009100
009200     SELECT PAYWORK  ASSIGN UT-S-SRTWK1.
009300
009400     SELECT PAYSRT   ASSIGN UT-S-PAYSRT
009500       ORGANIZATION IS SEQUENTIAL
009600       ACCESS IS SEQUENTIAL.
009700
009800     SELECT ACKFILE  ASSIGN UT-S-ACKIN
009900       ORGANIZATION IS SEQUENTIAL
010000       ACCESS IS SEQUENTIAL.
010100
010200     SELECT ACKWORK  ASSIGN UT-S-SRTWK2.
010300
010400     SELECT ACKSRT   ASSIGN UT-S-ACKSRT
010500       ORGANIZATION IS SEQUENTIAL
010600       ACCESS IS SEQUENTIAL.
010700
010800     SELECT RCNFILE  ASSIGN UT-S-RCNOUT
010900       ORGANIZATION IS SEQUENTIAL
011000       ACCESS IS SEQUENTIAL.
011100
011200     SELECT RISFILE  ASSIGN UT-S-REISSUE
011300       ORGANIZATION IS SEQUENTIAL
011400       ACCESS IS SEQUENTIAL.
011500
011600     SELECT RUNLOG   ASSIGN UT-S-RUNLOG
011700       ORGANIZATION IS SEQUENTIAL
011800       ACCESS IS SEQUENTIAL.
011900
012000 DATA DIVISION.
012100
012200 FILE SECTION.
012300
012400 FD  PAYFILE
012500     LABEL RECORDS OMITTED
012600     BLOCK CONTAINS 0 RECORDS
012700     RECORDING MODE IS F
012800     DATA RECORD IS PAY-INPUT-REC.
012900
013000 01  PAY-INPUT-REC             PIC X(32).
013100
013200*****************************************************
013300**** SORT WORK FILE FOR THE PAYINT SORT - RECORD TYPE
013400**** FIRST ('D' BEFORE 'T'), THEN NAME, REGION AND THE
013500**** GROSS AMOUNT AT THEIR PAYINT OFFSETS
013600*****************************************************
013700 SD  PAYWORK
013800     DATA RECORD IS SRP-REC.
013900
014000 01  SRP-REC.
014100     05  SRP-KEY-TYPE          PIC X(01).
014200     05  SRP-KEY-NAME          PIC X(15).
014300     05  SRP-KEY-REGION        PIC X(05).
014400     05  SRP-KEY-AMOUNT        PIC X(11).
014500
014600 FD  PAYSRT
014700     LABEL RECORDS OMITTED
014800     BLOCK CONTAINS 0 RECORDS
014900     RECORDING MODE IS F
015000     DATA RECORD IS PAYSRT-REC.
015100
015200 01  PAYSRT-REC                PIC X(32).
015300
015400 FD  ACKFILE
015500     LABEL RECORDS OMITTED
015600     BLOCK CONTAINS 0 RECORDS
015700     RECORDING MODE IS F
015800     DATA RECORD IS ACK-INPUT-REC.
015900
016000 01  ACK-INPUT-REC             PIC X(80).
016100
016200*****************************************************
016300**** SORT WORK FILE FOR THE ACK SORT - SAME KEYS AT
016400**** THE SAME OFFSETS AS THE PAYINT SORT
016500*****************************************************
016600 SD  ACKWORK
016700     DATA RECORD IS SRA-REC.
016800
016900 01  SRA-REC.
017000     05  SRA-KEY-TYPE          PIC X(01).
017100     05  SRA-KEY-NAME          PIC X(15).
017200     05  SRA-KEY-REGION        PIC X(05).
017300     05  SRA-KEY-AMOUNT        PIC X(11).
017400     05  FILLER                PIC X(48).
017500
017600 FD  ACKSRT
017700     LABEL RECORDS OMITTED
017800     BLOCK CONTAINS 0 RECORDS
017900     RECORDING MODE IS F
018000     DATA RECORD IS ACKSRT-REC.
018100
018200 01  ACKSRT-REC                PIC X(80).
018300
018400 FD  RCNFILE
018500     LABEL RECORDS OMITTED
018600     BLOCK CONTAINS 0 RECORDS
018700     RECORDING MODE IS F
018800     DATA RECORD IS RCN-OUTPUT-REC.
018900
019000 01  RCN-OUTPUT-REC.
019100     05  RCN-CC            PIC X(01).
019200     05  RCN-LINE          PIC X(132).
019300
019400 FD  RISFILE
019500     LABEL RECORDS OMITTED
019600     BLOCK CONTAINS 0 RECORDS
019700     RECORDING MODE IS F
019800     DATA RECORD IS RIS-OUTPUT-REC.
019900
020000 01  RIS-OUTPUT-REC            PIC X(80).
020100
020200 FD  RUNLOG
020300     LABEL RECORDS OMITTED
020400     BLOCK CONTAINS 0 RECORDS
020500     RECORDING MODE IS F
020600     DATA RECORD IS RUNLOG-OUTPUT-REC.
020700
020800 01  RUNLOG-OUTPUT-REC         PIC X(86).
020900
021000 WORKING-STORAGE SECTION.
021100****************************************************
021200****    THE PAYMENT BEING MATCHED - 2100-READ-PAYSRT
021300****    MOVES EACH SORTED PAYINT RECORD HERE
021400****************************************************
021500     COPY PAYINT.
021600
021700****************************************************
021800****    THE ACKNOWLEDGMENT BEING MATCHED - 2200-READ-
021900****    ACKSRT MOVES EACH SORTED ACK RECORD HERE
022000****************************************************
022100     COPY PAYACK.
022200
022300****************************************************
022400****    THE REISSUE BANK RECORD
022500****************************************************
022600     COPY PAYRIS.
022700
022800****************************************************
022900****    THE STANDARD RUN-LOG RECORD APPENDED TO THE
023000****    COMMON RUNLOG DATASET AT END OF RUN
023100****************************************************
023200     COPY RUNLOG.
023300
023400****************************************************
023500****    REPORT LINE LAYOUTS - BOXED HEADER STYLE
023600****    (SAME STAR-LINE / BODY-LINE STYLE AS THE
023700****     TPROG01 OUTFILE REPORT USES)
023800****************************************************
023900 01  RCN-STAR-LINE.
024000     05  FILLER            PIC X(01) VALUE SPACE.
024100     05  FILLER            PIC X(132) VALUE ALL '*'.
024200
024300 01  RCN-TITLE-LINE.
024400     05  FILLER            PIC X(01) VALUE SPACE.
024500     05  FILLER            PIC X(48) VALUE
024600         'BUREAU ACKNOWLEDGMENT RECONCILIATION'.
024700     05  FILLER            PIC X(10) VALUE 'RUN DATE'.
024800     05  RCN-TL-DATE       PIC X(08).
024900     05  FILLER            PIC X(66) VALUE SPACES.
025000
025100 01  RCN-COLUMN-LINE.
025200     05  FILLER            PIC X(01) VALUE SPACE.
025300     05  FILLER            PIC X(15) VALUE 'EMPLOYEE NAME'.
025400     05  FILLER            PIC X(02) VALUE SPACES.
025500     05  FILLER            PIC X(05) VALUE 'REGN'.
025600     05  FILLER            PIC X(02) VALUE SPACES.
025700     05  FILLER            PIC X(16) VALUE '     AMOUNT SENT'.
025800     05  FILLER            PIC X(02) VALUE SPACES.
025900     05  FILLER            PIC X(16) VALUE '    AMOUNT ACKED'.
026000     05  FILLER            PIC X(02) VALUE SPACES.
026100     05  FILLER            PIC X(24) VALUE 'DISPOSITION'.
026200     05  FILLER            PIC X(05) VALUE 'RSN'.
026300     05  FILLER            PIC X(25) VALUE 'BUREAU REASON'.
026400     05  FILLER            PIC X(02) VALUE SPACES.
026500     05  FILLER            PIC X(08) VALUE 'SETTLED'.
026600     05  FILLER            PIC X(08) VALUE SPACES.
026700
026800 01  RCN-DETAIL-LINE.
026900     05  FILLER            PIC X(01) VALUE SPACE.
027000     05  RCN-D-NAME        PIC X(15).
027100     05  FILLER            PIC X(02) VALUE SPACES.
027200     05  RCN-D-REGION      PIC X(05).
027300     05  FILLER            PIC X(02) VALUE SPACES.
027400     05  RCN-D-SENT        PIC Z,ZZZ,ZZZ,ZZ9.99.
027500     05  RCN-D-SENT-X REDEFINES RCN-D-SENT
027600                           PIC X(16).
027700     05  FILLER            PIC X(02) VALUE SPACES.
027800     05  RCN-D-ACKED       PIC Z,ZZZ,ZZZ,ZZ9.99.
027900     05  RCN-D-ACKED-X REDEFINES RCN-D-ACKED
028000                           PIC X(16).
028100     05  FILLER            PIC X(02) VALUE SPACES.
028200     05  RCN-D-DISPOSITION PIC X(24).
028300     05  RCN-D-REASON-CODE PIC X(05).
028400     05  RCN-D-REASON-TEXT PIC X(25).
028500     05  FILLER            PIC X(02) VALUE SPACES.
028600     05  RCN-D-SETTLED     PIC X(08).
028700     05  FILLER            PIC X(08) VALUE SPACES.
028800
028900 01  RCN-SUMMARY-HEAD-LINE.
029000     05  FILLER            PIC X(01) VALUE SPACE.
029100     05  FILLER            PIC X(34) VALUE
029200         'RECONCILIATION SUMMARY'.
029300     05  FILLER            PIC X(09) VALUE '    COUNT'.
029400     05  FILLER            PIC X(04) VALUE SPACES.
029500     05  FILLER            PIC X(17) VALUE '           AMOUNT'.
029600     05  FILLER            PIC X(68) VALUE SPACES.
029700
029800 01  RCN-SUMMARY-LINE.
029900     05  FILLER            PIC X(01) VALUE SPACE.
030000     05  RCN-S-LABEL       PIC X(34) VALUE SPACES.
030100     05  RCN-S-COUNT       PIC ZZZ,ZZ9.
030200     05  FILLER            PIC X(04) VALUE SPACES.
030300     05  RCN-S-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
030400     05  FILLER            PIC X(70) VALUE SPACES.
030500
030600 01  RCN-CHECK-HEAD-LINE.
030700     05  FILLER            PIC X(01) VALUE SPACE.
030800     05  FILLER            PIC X(34) VALUE SPACES.
030900     05  FILLER            PIC X(19) VALUE '       FILE TRAILER'.
031000     05  FILLER            PIC X(02) VALUE SPACES.
031100     05  FILLER            PIC X(19) VALUE '      DETAILS READ'.
031200     05  FILLER            PIC X(58) VALUE SPACES.
031300
031400 01  RCN-CHECK-LINE.
031500     05  FILLER            PIC X(01) VALUE SPACE.
031600     05  RCN-C-LABEL       PIC X(34) VALUE SPACES.
031700     05  RCN-C-EXPECTED    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
031800     05  FILLER            PIC X(04) VALUE SPACES.
031900     05  RCN-C-ACTUAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
032000     05  FILLER            PIC X(03) VALUE SPACES.
032100     05  RCN-C-VERDICT     PIC X(16) VALUE SPACES.
032200     05  FILLER            PIC X(41) VALUE SPACES.
032300
032400 01  RCN-COUNT-CHECK-LINE.
032500     05  FILLER            PIC X(01) VALUE SPACE.
032600     05  RCN-K-LABEL       PIC X(34) VALUE SPACES.
032700     05  RCN-K-EXPECTED    PIC ZZZ,ZZZ,ZZZ,ZZ9.
032800     05  FILLER            PIC X(06) VALUE SPACES.
032900     05  RCN-K-ACTUAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.
033000     05  FILLER            PIC X(05) VALUE SPACES.
033100     05  RCN-K-VERDICT     PIC X(16) VALUE SPACES.
033200     05  FILLER            PIC X(41) VALUE SPACES.
033300
033400 01  RCN-MESSAGE-LINE.
033500     05  FILLER            PIC X(01) VALUE SPACE.
033600     05  RCN-M-TEXT        PIC X(60) VALUE SPACES.
033700     05  FILLER            PIC X(72) VALUE SPACES.
033800
033900****************************************************
034000****    MATCH/MERGE KEYS
034100****************************************************
034200 01  PAY-KEY-WORK.
034300     05  PK-NAME           PIC X(15).
034400     05  PK-REGION         PIC X(05).
034500
034600 01  ACK-KEY-WORK.
034700     05  AK-NAME           PIC X(15).
034800     05  AK-REGION         PIC X(05).
034802
034804****************************************************
034806****    THE PAYMENTS AND ACKS FOR ONE NAME/REGION KEY,
034808****    HELD UNTIL BOTH SIDES HAVE MOVED PAST IT SO
034810****    THEY CAN BE PAIRED BY AMOUNT.  THE AMOUNT SITS
034812****    AT THE SAME OFFSET (22-32) ON BOTH RECORDS.
034814****************************************************
034816 01  GROUP-KEY-WORK            PIC X(20) VALUE SPACES.
034818
034820 01  PAY-GROUP-TABLE.
034822     05  PAY-GROUP-ENTRY       OCCURS 50 TIMES.
034824         10  PG-USED-SW        PIC X(01).
034826             88  PG-USED               VALUE 'Y'.
034828         10  PG-RECORD         PIC X(32).
034830         10  PG-RECORD-R REDEFINES PG-RECORD.
034832             15  FILLER        PIC X(21).
034834             15  PG-AMOUNT     PIC X(11).
034836
034838 01  ACK-GROUP-TABLE.
034840     05  ACK-GROUP-ENTRY       OCCURS 50 TIMES.
034842         10  AG-USED-SW        PIC X(01).
034844             88  AG-USED               VALUE 'Y'.
034846         10  AG-RECORD         PIC X(80).
034848         10  AG-RECORD-R REDEFINES AG-RECORD.
034850             15  FILLER        PIC X(21).
034852             15  AG-AMOUNT     PIC X(11).
034854             15  FILLER        PIC X(48).
034856
034858 77  GROUP-MAX             PIC 9(04) COMP VALUE 50.
034860 77  PAY-GROUP-COUNT       PIC 9(04) COMP VALUE ZERO.
034862 77  ACK-GROUP-COUNT       PIC 9(04) COMP VALUE ZERO.
034864 77  PG-IX                 PIC 9(04) COMP VALUE ZERO.
034866 77  AG-IX                 PIC 9(04) COMP VALUE ZERO.
034868 77  FOUND-AG-IX           PIC 9(04) COMP VALUE ZERO.
034900
035000****************************************************
035100****    EACH FILE'S TRAILER, SAVED AS IT IS READ
035200****************************************************
035300 77  PAY-TRL-COUNT-SAVE    PIC 9(07) VALUE ZERO.
035400 77  PAY-TRL-HASH-SAVE     PIC 9(11)V99 VALUE ZERO.
035500 77  ACK-TRL-COUNT-SAVE    PIC 9(07) VALUE ZERO.
035600 77  ACK-TRL-HASH-SAVE     PIC 9(11)V99 VALUE ZERO.
035700
035800****************************************************
035900****    SWITCHES AND COUNTERS
036000****************************************************
036100 77  PAY-TRAILER-SW        PIC X(01) VALUE 'N'.
036200     88  PAY-TRAILER-FOUND           VALUE 'Y'.
036300
036400 77  ACK-TRAILER-SW        PIC X(01) VALUE 'N'.
036500     88  ACK-TRAILER-FOUND           VALUE 'Y'.
036600
036700 77  OUT-OF-BALANCE-SW     PIC X(01) VALUE 'N'.
036800     88  RUN-OUT-OF-BALANCE          VALUE 'Y'.
036900
037000 77  RUN-DATE-WORK         PIC X(08) VALUE SPACES.
037100
037200 77  PAY-READ-COUNT        PIC 9(07) VALUE ZERO.
037300 77  PAY-READ-TOTAL        PIC 9(11)V99 VALUE ZERO.
037400 77  ACK-READ-COUNT        PIC 9(07) VALUE ZERO.
037500 77  ACK-READ-TOTAL        PIC 9(11)V99 VALUE ZERO.
037600
037700 77  CONFIRMED-COUNT       PIC 9(07) VALUE ZERO.
037800 77  CONFIRMED-TOTAL       PIC 9(11)V99 VALUE ZERO.
037900 77  AMOUNT-DIFF-COUNT     PIC 9(07) VALUE ZERO.
038000 77  AMOUNT-DIFF-TOTAL     PIC 9(11)V99 VALUE ZERO.
038100 77  REJECTED-COUNT        PIC 9(07) VALUE ZERO.
038200 77  REJECTED-TOTAL        PIC 9(11)V99 VALUE ZERO.
038300 77  RETURNED-COUNT        PIC 9(07) VALUE ZERO.
038400 77  RETURNED-TOTAL        PIC 9(11)V99 VALUE ZERO.
038500 77  NOT-ACKED-COUNT       PIC 9(07) VALUE ZERO.
038600 77  NOT-ACKED-TOTAL       PIC 9(11)V99 VALUE ZERO.
038700 77  NOT-SENT-COUNT        PIC 9(07) VALUE ZERO.
038800 77  NOT-SENT-TOTAL        PIC 9(11)V99 VALUE ZERO.
038900 77  REISSUE-COUNT         PIC 9(07) VALUE ZERO.
039000 77  REISSUE-TOTAL         PIC 9(11)V99 VALUE ZERO.
039100
039200 PROCEDURE DIVISION.
039300
039400 0000-MAINLINE.
039500
039600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039700     PERFORM 2000-PROCESS-MATCH THRU 2000-EXIT
039800        UNTIL PAY-KEY-WORK = HIGH-VALUES
039900           AND ACK-KEY-WORK = HIGH-VALUES.
040000     PERFORM 3000-FINISH-REPORT THRU 3000-EXIT.
040100     PERFORM 3200-WRITE-RUN-LOG THRU 3200-EXIT.
040200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040300     GOBACK.
040400
040500 1000-INITIALIZE.
040600
040700     SORT PAYWORK
040800        ON ASCENDING KEY SRP-KEY-TYPE SRP-KEY-NAME
040900                         SRP-KEY-REGION SRP-KEY-AMOUNT
041000        USING PAYFILE
041100        GIVING PAYSRT.
041200
041300     SORT ACKWORK
041400        ON ASCENDING KEY SRA-KEY-TYPE SRA-KEY-NAME
041500                         SRA-KEY-REGION SRA-KEY-AMOUNT
041600        USING ACKFILE
041700        GIVING ACKSRT.
041800
041900     OPEN INPUT  PAYSRT.
042000     OPEN INPUT  ACKSRT.
042100     OPEN OUTPUT RCNFILE.
042200     OPEN OUTPUT RISFILE.
042300
042400     ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD.
042500
042600     MOVE SPACES TO RCN-CC.
042700     MOVE RCN-STAR-LINE TO RCN-OUTPUT-REC.
042800     WRITE RCN-OUTPUT-REC.
042900     WRITE RCN-OUTPUT-REC.
043000     WRITE RCN-OUTPUT-REC.
043100
043200     MOVE RUN-DATE-WORK TO RCN-TL-DATE.
043300     MOVE RCN-TITLE-LINE TO RCN-OUTPUT-REC.
043400     WRITE RCN-OUTPUT-REC.
043500     MOVE SPACES TO RCN-OUTPUT-REC.
043600     WRITE RCN-OUTPUT-REC.
043700
043800     MOVE RCN-COLUMN-LINE TO RCN-OUTPUT-REC.
043900     WRITE RCN-OUTPUT-REC.
044000     MOVE SPACES TO RCN-OUTPUT-REC.
044100     WRITE RCN-OUTPUT-REC.
044200
044300     PERFORM 2100-READ-PAYSRT THRU 2100-EXIT.
044400     PERFORM 2200-READ-ACKSRT THRU 2200-EXIT.
044500
044600 1000-EXIT.
044700     EXIT.
044800
044810****************************************************************
044820* EVERYTHING FOR THE LOWEST KEY ON EITHER SIDE IS LOADED, THEN
044830* PAIRED - SAME AMOUNT FIRST, THEN WHATEVER IS LEFT IN AMOUNT
044840* ORDER - AND ANYTHING STILL UNPAIRED IS A PAYMENT NOT
044850* ACKNOWLEDGED OR AN ACK FOR A PAYMENT NOT SENT.  A KEY WITH MORE
044860* RECORDS THAN THE GROUP TABLES HOLD REPORTS THE EXTRAS UNPAIRED,
044870* WHICH ENDS THE STEP RC=4 SO THEY ARE LOOKED AT.
044880****************************************************************
044890 2000-PROCESS-MATCH.
044900
044910     IF PAY-KEY-WORK < ACK-KEY-WORK
044920        MOVE PAY-KEY-WORK TO GROUP-KEY-WORK
044930     ELSE
044940        MOVE ACK-KEY-WORK TO GROUP-KEY-WORK
044950     END-IF.
044960
044970     MOVE ZERO TO PAY-GROUP-COUNT.
044980     MOVE ZERO TO ACK-GROUP-COUNT.
044990     PERFORM 2010-LOAD-PAY-GROUP THRU 2010-EXIT
045000        UNTIL PAY-KEY-WORK NOT = GROUP-KEY-WORK.
045010     PERFORM 2020-LOAD-ACK-GROUP THRU 2020-EXIT
045020        UNTIL ACK-KEY-WORK NOT = GROUP-KEY-WORK.
045030
045040     PERFORM 2030-PAIR-SAME-AMOUNT THRU 2030-EXIT
045050        VARYING PG-IX FROM 1 BY 1
045060        UNTIL PG-IX > PAY-GROUP-COUNT.
045070     PERFORM 2040-PAIR-ANY-AMOUNT THRU 2040-EXIT
045080        VARYING PG-IX FROM 1 BY 1
045090        UNTIL PG-IX > PAY-GROUP-COUNT.
045100     PERFORM 2050-UNPAIRED-PAYMENT THRU 2050-EXIT
045110        VARYING PG-IX FROM 1 BY 1
045120        UNTIL PG-IX > PAY-GROUP-COUNT.
045130     PERFORM 2060-UNPAIRED-ACK THRU 2060-EXIT
045140        VARYING AG-IX FROM 1 BY 1
045150        UNTIL AG-IX > ACK-GROUP-COUNT.
045160
045170 2000-EXIT.
045180     EXIT.
045190
045200 2010-LOAD-PAY-GROUP.
045210
045220     IF PAY-GROUP-COUNT < GROUP-MAX
045230        ADD 1 TO PAY-GROUP-COUNT
045240        MOVE 'N' TO PG-USED-SW (PAY-GROUP-COUNT)
045250        MOVE PAYSRT-REC TO PG-RECORD (PAY-GROUP-COUNT)
045260     ELSE
045265        MOVE PAYSRT-REC TO PAY-INTERFACE-RECORD
045270        PERFORM 2300-NOT-ACKNOWLEDGED THRU 2300-EXIT
045280     END-IF.
045290     PERFORM 2100-READ-PAYSRT THRU 2100-EXIT.
045300
045310 2010-EXIT.
045320     EXIT.
045330
045340 2020-LOAD-ACK-GROUP.
045350
045360     IF ACK-GROUP-COUNT < GROUP-MAX
045370        ADD 1 TO ACK-GROUP-COUNT
045380        MOVE 'N' TO AG-USED-SW (ACK-GROUP-COUNT)
045390        MOVE ACKSRT-REC TO AG-RECORD (ACK-GROUP-COUNT)
045400     ELSE
045405        MOVE ACKSRT-REC TO PAY-ACK-RECORD
045410        PERFORM 2400-NOT-SENT THRU 2400-EXIT
045420     END-IF.
045430     PERFORM 2200-READ-ACKSRT THRU 2200-EXIT.
045440
045450 2020-EXIT.
045460     EXIT.
045470
045480 2030-PAIR-SAME-AMOUNT.
045490
045500     IF PG-USED (PG-IX)
045510        GO TO 2030-EXIT
045520     END-IF.
045530
045540     MOVE ZERO TO FOUND-AG-IX.
045550     PERFORM 2035-FIND-SAME-AMOUNT THRU 2035-EXIT
045560        VARYING AG-IX FROM 1 BY 1
045570        UNTIL AG-IX > ACK-GROUP-COUNT OR FOUND-AG-IX > ZERO.
045580     IF FOUND-AG-IX > ZERO
045590        PERFORM 2070-PAIR-ONE THRU 2070-EXIT
045600     END-IF.
045610
045620 2030-EXIT.
045630     EXIT.
045640
045650 2035-FIND-SAME-AMOUNT.
045660
045670     IF NOT AG-USED (AG-IX)
045680        AND AG-AMOUNT (AG-IX) = PG-AMOUNT (PG-IX)
045690        MOVE AG-IX TO FOUND-AG-IX
045700     END-IF.
045710
045720 2035-EXIT.
045730     EXIT.
045740
045750 2040-PAIR-ANY-AMOUNT.
045760
045770     IF PG-USED (PG-IX)
045780        GO TO 2040-EXIT
045790     END-IF.
045800
045810     MOVE ZERO TO FOUND-AG-IX.
045820     PERFORM 2045-FIND-ANY-ACK THRU 2045-EXIT
045830        VARYING AG-IX FROM 1 BY 1
045840        UNTIL AG-IX > ACK-GROUP-COUNT OR FOUND-AG-IX > ZERO.
045850     IF FOUND-AG-IX > ZERO
045860        PERFORM 2070-PAIR-ONE THRU 2070-EXIT
045870     END-IF.
045880
045890 2040-EXIT.
045900     EXIT.
045910
045920 2045-FIND-ANY-ACK.
045930
045940     IF NOT AG-USED (AG-IX)
045950        MOVE AG-IX TO FOUND-AG-IX
045960     END-IF.
045970
045980 2045-EXIT.
045990     EXIT.
046000
046010 2050-UNPAIRED-PAYMENT.
046020
046030     IF NOT PG-USED (PG-IX)
046040        MOVE PG-RECORD (PG-IX) TO PAY-INTERFACE-RECORD
046050        PERFORM 2300-NOT-ACKNOWLEDGED THRU 2300-EXIT
046060     END-IF.
046070
046080 2050-EXIT.
046090     EXIT.
046100
046110 2060-UNPAIRED-ACK.
046120
046130     IF NOT AG-USED (AG-IX)
046140        MOVE AG-RECORD (AG-IX) TO PAY-ACK-RECORD
046150        PERFORM 2400-NOT-SENT THRU 2400-EXIT
046160     END-IF.
046170
046180 2060-EXIT.
046190     EXIT.
046200
046210 2070-PAIR-ONE.
046220
046230     MOVE 'Y' TO PG-USED-SW (PG-IX).
046240     MOVE 'Y' TO AG-USED-SW (FOUND-AG-IX).
046250     MOVE PG-RECORD (PG-IX)       TO PAY-INTERFACE-RECORD.
046260     MOVE AG-RECORD (FOUND-AG-IX) TO PAY-ACK-RECORD.
046270     PERFORM 2500-MATCHED THRU 2500-EXIT.
046280
046290 2070-EXIT.
046300     EXIT.
046600
046700****************************************************************
046800* THE TRAILER SORTS LAST - READING IT ENDS THE PAYMENT SIDE.
046900* RUNNING OUT OF RECORDS WITHOUT ONE ENDS IT TOO, AND THE
047000* MISSING TRAILER FAILS THE PROOF IN 3000.
047100****************************************************************
047200 2100-READ-PAYSRT.
047300
047400     READ PAYSRT
047500        AT END
047600           MOVE HIGH-VALUES TO PAY-KEY-WORK
047700        NOT AT END
047800           MOVE PAYSRT-REC TO PAY-INTERFACE-RECORD
047900           IF PAY-REC-IS-TRAILER
048000              MOVE 'Y' TO PAY-TRAILER-SW
048100              MOVE PAY-TRL-RECORD-COUNT TO PAY-TRL-COUNT-SAVE
048200              MOVE PAY-TRL-AMOUNT-HASH  TO PAY-TRL-HASH-SAVE
048300              MOVE HIGH-VALUES TO PAY-KEY-WORK
048400           ELSE
048500              ADD 1 TO PAY-READ-COUNT
048600              ADD PAY-GROSS-AMOUNT TO PAY-READ-TOTAL
048700              MOVE PAY-EMP-NAME   TO PK-NAME
048800              MOVE PAY-EMP-REGION TO PK-REGION
048900           END-IF
049000     END-READ.
049100
049200 2100-EXIT.
049300     EXIT.
049400
049500 2200-READ-ACKSRT.
049600
049700     READ ACKSRT
049800        AT END
049900           MOVE HIGH-VALUES TO ACK-KEY-WORK
050000        NOT AT END
050100           MOVE ACKSRT-REC TO PAY-ACK-RECORD
050200           IF ACK-REC-IS-TRAILER
050300              MOVE 'Y' TO ACK-TRAILER-SW
050400              MOVE ACK-TRL-RECORD-COUNT TO ACK-TRL-COUNT-SAVE
050500              MOVE ACK-TRL-AMOUNT-HASH  TO ACK-TRL-HASH-SAVE
050600              MOVE HIGH-VALUES TO ACK-KEY-WORK
050700           ELSE
050800              ADD 1 TO ACK-READ-COUNT
050900              ADD ACK-GROSS-AMOUNT TO ACK-READ-TOTAL
051000              MOVE ACK-EMP-NAME   TO AK-NAME
051100              MOVE ACK-EMP-REGION TO AK-REGION
051200           END-IF
051300     END-READ.
051400
051500 2200-EXIT.
051600     EXIT.
051700
051800****************************************************************
051900* A PAYMENT WE SENT THAT THE BUREAU NEVER ANSWERED FOR.
052000****************************************************************
052100 2300-NOT-ACKNOWLEDGED.
052200
052300     ADD 1 TO NOT-ACKED-COUNT.
052400     ADD PAY-GROSS-AMOUNT TO NOT-ACKED-TOTAL.
052500
052600     MOVE PAY-EMP-NAME     TO RCN-D-NAME.
052700     MOVE PAY-EMP-REGION   TO RCN-D-REGION.
052800     MOVE PAY-GROSS-AMOUNT TO RCN-D-SENT.
052900     MOVE SPACES           TO RCN-D-ACKED-X.
053000     MOVE 'SENT - NOT ACKNOWLEDGED' TO RCN-D-DISPOSITION.
053100     MOVE SPACES           TO RCN-D-REASON-CODE.
053200     MOVE SPACES           TO RCN-D-REASON-TEXT.
053300     MOVE SPACES           TO RCN-D-SETTLED.
053400     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
053500
053600 2300-EXIT.
053700     EXIT.
053800
053900****************************************************************
054000* AN ACKNOWLEDGMENT FOR A PAYMENT NOT ON THE FILE WE SENT - A
054100* SECOND ACK FOR ONE PAYMENT FALLS HERE TOO, SINCE ITS PAYMENT
054200* WAS ALREADY MATCHED TO THE FIRST.
054300****************************************************************
054400 2400-NOT-SENT.
054500
054600     ADD 1 TO NOT-SENT-COUNT.
054700     ADD ACK-GROSS-AMOUNT TO NOT-SENT-TOTAL.
054800
054900     MOVE ACK-EMP-NAME     TO RCN-D-NAME.
055000     MOVE ACK-EMP-REGION   TO RCN-D-REGION.
055100     MOVE SPACES           TO RCN-D-SENT-X.
055200     MOVE ACK-GROSS-AMOUNT TO RCN-D-ACKED.
055300     MOVE 'ACKNOWLEDGED - NOT SENT' TO RCN-D-DISPOSITION.
055400     MOVE ACK-REASON-CODE  TO RCN-D-REASON-CODE.
055500     MOVE ACK-REASON-TEXT  TO RCN-D-REASON-TEXT.
055600     MOVE ACK-SETTLE-DATE  TO RCN-D-SETTLED.
055700     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
055800
055900 2400-EXIT.
056000     EXIT.
056100
056200****************************************************************
056300* A PAYMENT AND ITS ACKNOWLEDGMENT.  ACCEPTED IS CONFIRMED - AN
056400* ECHOED AMOUNT THAT DISAGREES WITH OURS IS FLAGGED.  REJECTED
056500* AND RETURNED PAYMENTS ARE BANKED FOR REISSUE.  AN ACK STATUS
056600* THE BUREAU HAS NOT DEFINED CONFIRMS NOTHING, SO THE PAYMENT
056700* COUNTS AS NOT ACKNOWLEDGED.
056800****************************************************************
056900 2500-MATCHED.
057000
057100     MOVE PAY-EMP-NAME     TO RCN-D-NAME.
057200     MOVE PAY-EMP-REGION   TO RCN-D-REGION.
057300     MOVE PAY-GROSS-AMOUNT TO RCN-D-SENT.
057400     MOVE ACK-GROSS-AMOUNT TO RCN-D-ACKED.
057500     MOVE ACK-REASON-CODE  TO RCN-D-REASON-CODE.
057600     MOVE ACK-REASON-TEXT  TO RCN-D-REASON-TEXT.
057700     MOVE ACK-SETTLE-DATE  TO RCN-D-SETTLED.
057800
057900     EVALUATE TRUE
058000        WHEN ACK-ACCEPTED
058100           ADD 1 TO CONFIRMED-COUNT
058200           ADD PAY-GROSS-AMOUNT TO CONFIRMED-TOTAL
058300           IF ACK-GROSS-AMOUNT = PAY-GROSS-AMOUNT
058400              MOVE 'CONFIRMED' TO RCN-D-DISPOSITION
058500           ELSE
058600              ADD 1 TO AMOUNT-DIFF-COUNT
058700              ADD PAY-GROSS-AMOUNT TO AMOUNT-DIFF-TOTAL
058800              MOVE 'CONFIRMED - AMT DIFFERS'
058900                 TO RCN-D-DISPOSITION
059000           END-IF
059100        WHEN ACK-REJECTED
059200           ADD 1 TO REJECTED-COUNT
059300           ADD PAY-GROSS-AMOUNT TO REJECTED-TOTAL
059400           MOVE 'REJECTED - BANKED' TO RCN-D-DISPOSITION
059500           PERFORM 2600-BANK-REISSUE THRU 2600-EXIT
059600        WHEN ACK-RETURNED
059700           ADD 1 TO RETURNED-COUNT
059800           ADD PAY-GROSS-AMOUNT TO RETURNED-TOTAL
059900           MOVE 'RETURNED - BANKED' TO RCN-D-DISPOSITION
060000           PERFORM 2600-BANK-REISSUE THRU 2600-EXIT
060100        WHEN OTHER
060200           ADD 1 TO NOT-ACKED-COUNT
060300           ADD PAY-GROSS-AMOUNT TO NOT-ACKED-TOTAL
060400           MOVE 'ACK STATUS NOT VALID' TO RCN-D-DISPOSITION
060500     END-EVALUATE.
060600
060700     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
060800
060900 2500-EXIT.
061000     EXIT.
061100
061200****************************************************************
061300* BANKS A REJECTED OR RETURNED PAYMENT AT THE AMOUNT WE SENT,
061400* WITH THE BUREAU'S REASON, FOR THE NEXT TPROG15 PAY RUN.
061500****************************************************************
061600 2600-BANK-REISSUE.
061700
061800     MOVE SPACES           TO PAY-REISSUE-RECORD.
061900     MOVE PAY-EMP-NAME     TO RIS-EMP-NAME.
062000     MOVE PAY-EMP-REGION   TO RIS-EMP-REGION.
062100     MOVE PAY-GROSS-AMOUNT TO RIS-AMOUNT.
062200     MOVE ACK-STATUS       TO RIS-ACK-STATUS.
062300     MOVE ACK-REASON-CODE  TO RIS-REASON-CODE.
062400     MOVE ACK-REASON-TEXT  TO RIS-REASON-TEXT.
062500     MOVE ACK-SETTLE-DATE  TO RIS-SETTLE-DATE.
062600     MOVE RUN-DATE-WORK    TO RIS-BANKED-DATE.
062700     MOVE PAY-REISSUE-RECORD TO RIS-OUTPUT-REC.
062800     WRITE RIS-OUTPUT-REC.
062900
063000     ADD 1 TO REISSUE-COUNT.
063100     ADD PAY-GROSS-AMOUNT TO REISSUE-TOTAL.
063200
063300 2600-EXIT.
063400     EXIT.
063500
063600 2700-WRITE-DETAIL.
063700
063800     MOVE RCN-DETAIL-LINE TO RCN-OUTPUT-REC.
063900     WRITE RCN-OUTPUT-REC.
064000
064100 2700-EXIT.
064200     EXIT.
064300
064400****************************************************************
064500* THE RECONCILIATION SUMMARY, THEN THE PROOF OF BOTH FILES
064600* AGAINST THEIR OWN TRAILERS.
064700****************************************************************
064800 3000-FINISH-REPORT.
064900
065000     MOVE SPACES TO RCN-CC.
065100     MOVE RCN-STAR-LINE TO RCN-OUTPUT-REC.
065200     WRITE RCN-OUTPUT-REC.
065300     WRITE RCN-OUTPUT-REC.
065400
065500     MOVE RCN-SUMMARY-HEAD-LINE TO RCN-OUTPUT-REC.
065600     WRITE RCN-OUTPUT-REC.
065700     MOVE SPACES TO RCN-OUTPUT-REC.
065800     WRITE RCN-OUTPUT-REC.
065900
066000     MOVE 'PAYMENTS SENT (PAYINT)' TO RCN-S-LABEL.
066100     MOVE PAY-READ-COUNT TO RCN-S-COUNT.
066200     MOVE PAY-READ-TOTAL TO RCN-S-AMOUNT.
066300     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
066400
066500     MOVE 'ACKNOWLEDGMENTS RECEIVED' TO RCN-S-LABEL.
066600     MOVE ACK-READ-COUNT TO RCN-S-COUNT.
066700     MOVE ACK-READ-TOTAL TO RCN-S-AMOUNT.
066800     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
066900
067000     MOVE SPACES TO RCN-OUTPUT-REC.
067100     WRITE RCN-OUTPUT-REC.
067200
067300     MOVE 'PAYMENTS CONFIRMED' TO RCN-S-LABEL.
067400     MOVE CONFIRMED-COUNT TO RCN-S-COUNT.
067500     MOVE CONFIRMED-TOTAL TO RCN-S-AMOUNT.
067600     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
067700
067800     MOVE '  CONFIRMED - AMOUNT DIFFERS' TO RCN-S-LABEL.
067900     MOVE AMOUNT-DIFF-COUNT TO RCN-S-COUNT.
068000     MOVE AMOUNT-DIFF-TOTAL TO RCN-S-AMOUNT.
068100     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
068200
068300     MOVE 'PAYMENTS REJECTED BY BUREAU' TO RCN-S-LABEL.
068400     MOVE REJECTED-COUNT TO RCN-S-COUNT.
068500     MOVE REJECTED-TOTAL TO RCN-S-AMOUNT.
068600     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
068700
068800     MOVE 'PAYMENTS RETURNED BY BANK' TO RCN-S-LABEL.
068900     MOVE RETURNED-COUNT TO RCN-S-COUNT.
069000     MOVE RETURNED-TOTAL TO RCN-S-AMOUNT.
069100     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
069200
069300     MOVE 'SENT - NOT ACKNOWLEDGED' TO RCN-S-LABEL.
069400     MOVE NOT-ACKED-COUNT TO RCN-S-COUNT.
069500     MOVE NOT-ACKED-TOTAL TO RCN-S-AMOUNT.
069600     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
069700
069800     MOVE 'ACKNOWLEDGED - NOT SENT' TO RCN-S-LABEL.
069900     MOVE NOT-SENT-COUNT TO RCN-S-COUNT.
070000     MOVE NOT-SENT-TOTAL TO RCN-S-AMOUNT.
070100     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
070200
070300     MOVE SPACES TO RCN-OUTPUT-REC.
070400     WRITE RCN-OUTPUT-REC.
070500
070600     MOVE 'BANKED FOR REISSUE' TO RCN-S-LABEL.
070700     MOVE REISSUE-COUNT TO RCN-S-COUNT.
070800     MOVE REISSUE-TOTAL TO RCN-S-AMOUNT.
070900     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
071000
071100     MOVE SPACES TO RCN-OUTPUT-REC.
071200     WRITE RCN-OUTPUT-REC.
071300
071400     PERFORM 3100-PROVE-TRAILERS THRU 3100-EXIT.
071500
071600     MOVE RCN-STAR-LINE TO RCN-OUTPUT-REC.
071700     WRITE RCN-OUTPUT-REC.
071800     WRITE RCN-OUTPUT-REC.
071900     WRITE RCN-OUTPUT-REC.
072000
072100     IF RUN-OUT-OF-BALANCE
072200        MOVE 8 TO RETURN-CODE
072300     ELSE
072400        IF NOT-ACKED-COUNT > 0
072500           OR NOT-SENT-COUNT > 0
072600           OR AMOUNT-DIFF-COUNT > 0
072700           MOVE 4 TO RETURN-CODE
072800        END-IF
072900     END-IF.
073000
073100 3000-EXIT.
073200     EXIT.
073300
073400 3050-WRITE-SUMMARY.
073500
073600     MOVE RCN-SUMMARY-LINE TO RCN-OUTPUT-REC.
073700     WRITE RCN-OUTPUT-REC.
073800
073900 3050-EXIT.
074000     EXIT.
074100
074200****************************************************************
074300* EACH FILE'S DETAILS AGAINST ITS OWN TRAILER.  A FILE WITH NO
074400* TRAILER, OR ONE THAT DISAGREES WITH IT, WAS CUT SHORT AND
074500* NOTHING ABOVE CAN BE TRUSTED.
074600****************************************************************
074700 3100-PROVE-TRAILERS.
074800
074900     MOVE RCN-CHECK-HEAD-LINE TO RCN-OUTPUT-REC.
075000     WRITE RCN-OUTPUT-REC.
075100
075200     MOVE 'PAYINT RECORD COUNT' TO RCN-K-LABEL.
075300     MOVE PAY-TRL-COUNT-SAVE TO RCN-K-EXPECTED.
075400     MOVE PAY-READ-COUNT TO RCN-K-ACTUAL.
075500     IF PAY-TRAILER-FOUND
075600        AND PAY-TRL-COUNT-SAVE = PAY-READ-COUNT
075700        MOVE 'IN BALANCE' TO RCN-K-VERDICT
075800     ELSE
075900        MOVE 'OUT OF BALANCE' TO RCN-K-VERDICT
076000        MOVE 'Y' TO OUT-OF-BALANCE-SW
076100     END-IF.
076200     MOVE RCN-COUNT-CHECK-LINE TO RCN-OUTPUT-REC.
076300     WRITE RCN-OUTPUT-REC.
076400
076500     MOVE 'PAYINT AMOUNT HASH' TO RCN-C-LABEL.
076600     MOVE PAY-TRL-HASH-SAVE TO RCN-C-EXPECTED.
076700     MOVE PAY-READ-TOTAL TO RCN-C-ACTUAL.
076800     IF PAY-TRAILER-FOUND
076900        AND PAY-TRL-HASH-SAVE = PAY-READ-TOTAL
077000        MOVE 'IN BALANCE' TO RCN-C-VERDICT
077100     ELSE
077200        MOVE 'OUT OF BALANCE' TO RCN-C-VERDICT
077300        MOVE 'Y' TO OUT-OF-BALANCE-SW
077400     END-IF.
077500     MOVE RCN-CHECK-LINE TO RCN-OUTPUT-REC.
077600     WRITE RCN-OUTPUT-REC.
077700
077800     MOVE 'ACK FILE RECORD COUNT' TO RCN-K-LABEL.
077900     MOVE ACK-TRL-COUNT-SAVE TO RCN-K-EXPECTED.
078000     MOVE ACK-READ-COUNT TO RCN-K-ACTUAL.
078100     IF ACK-TRAILER-FOUND
078200        AND ACK-TRL-COUNT-SAVE = ACK-READ-COUNT
078300        MOVE 'IN BALANCE' TO RCN-K-VERDICT
078400     ELSE
078500        MOVE 'OUT OF BALANCE' TO RCN-K-VERDICT
078600        MOVE 'Y' TO OUT-OF-BALANCE-SW
078700     END-IF.
078800     MOVE RCN-COUNT-CHECK-LINE TO RCN-OUTPUT-REC.
078900     WRITE RCN-OUTPUT-REC.
079000
079100     MOVE 'ACK FILE AMOUNT HASH' TO RCN-C-LABEL.
079200     MOVE ACK-TRL-HASH-SAVE TO RCN-C-EXPECTED.
079300     MOVE ACK-READ-TOTAL TO RCN-C-ACTUAL.
079400     IF ACK-TRAILER-FOUND
079500        AND ACK-TRL-HASH-SAVE = ACK-READ-TOTAL
079600        MOVE 'IN BALANCE' TO RCN-C-VERDICT
079700     ELSE
079800        MOVE 'OUT OF BALANCE' TO RCN-C-VERDICT
079900        MOVE 'Y' TO OUT-OF-BALANCE-SW
080000     END-IF.
080100     MOVE RCN-CHECK-LINE TO RCN-OUTPUT-REC.
080200     WRITE RCN-OUTPUT-REC.
080300
080400     IF NOT PAY-TRAILER-FOUND
080500        MOVE 'NO PAYINT TRAILER - FILE NOT PROVED' TO RCN-M-TEXT
080600        MOVE RCN-MESSAGE-LINE TO RCN-OUTPUT-REC
080700        WRITE RCN-OUTPUT-REC
080800     END-IF.
080900
081000     IF NOT ACK-TRAILER-FOUND
081100        MOVE 'NO ACK FILE TRAILER - FILE NOT PROVED' TO RCN-M-TEXT
081200        MOVE RCN-MESSAGE-LINE TO RCN-OUTPUT-REC
081300        WRITE RCN-OUTPUT-REC
081400     END-IF.
081500
081600 3100-EXIT.
081700     EXIT.
081800
081900****************************************************************
082000* APPENDS THIS RUN'S STANDARD RUN-LOG RECORD TO THE COMMON
082100* CUMULATIVE RUNLOG DATASET - READ IS THE PAYMENTS SENT,
082200* WRITTEN THE PAYMENTS THE BUREAU ANSWERED FOR (CONFIRMED,
082300* REJECTED OR RETURNED) AND ERRORS THOSE IT DID NOT, SO THE
082400* SCORECARD CAN CROSS-FOOT READ = WRITTEN + ERRORS.
082500****************************************************************
082600 3200-WRITE-RUN-LOG.
082700
082800     OPEN EXTEND RUNLOG.
082900     MOVE 'TPROG24'          TO RUN-LOG-PROGRAM.
083000     ACCEPT RUN-LOG-DATE   FROM DATE YYYYMMDD.
083100     ACCEPT RUN-LOG-TIME   FROM TIME.
083200     MOVE PAY-READ-COUNT     TO RUN-LOG-READ.
083300     COMPUTE RUN-LOG-WRITTEN =
083400        CONFIRMED-COUNT + REJECTED-COUNT + RETURNED-COUNT.
083500     MOVE NOT-ACKED-COUNT    TO RUN-LOG-ERRORS.
083600     MOVE ZERO               TO RUN-LOG-ADDED.
083700     MOVE ZERO               TO RUN-LOG-DROPPED.
083800     IF RUN-OUT-OF-BALANCE
083900        OR NOT-ACKED-COUNT > 0
084000        OR NOT-SENT-COUNT > 0
084100        MOVE 'ERRORS'        TO RUN-LOG-DISPOSITION
084200     ELSE
084300        MOVE 'NORMAL'        TO RUN-LOG-DISPOSITION
084400     END-IF.
084500     MOVE RUN-LOG-RECORD     TO RUNLOG-OUTPUT-REC.
084600     WRITE RUNLOG-OUTPUT-REC.
084700     CLOSE RUNLOG.
084800
084900 3200-EXIT.
085000     EXIT.
085100
085200 9000-TERMINATE.
085300
085400     CLOSE PAYSRT.
085500     CLOSE ACKSRT.
085600     CLOSE RCNFILE.
085700     CLOSE RISFILE.
085800
085900 9000-EXIT.
086000     EXIT.
