000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TPROG26.
000300 AUTHOR.        COMPUWARE ISPW TRAINING.
000400 DATE-WRITTEN.  OCTOBER 14TH, 2026.
000500 DATE-COMPILED.
000600
000700********************************************************
000800* THIS PROGRAM BUILDS THE GENERAL LEDGER LABOR-COST
000900*      JOURNAL (GLJRNL LAYOUT) FOR EACH PAY RUN.  IT RUNS
001000*      AFTER TPROG15 AND READS THE SAME YTD POSTING
001100*      RECORDS TPROG22 POSTS (YTDPST LAYOUT) - ONE PER
001200*      EMPLOYEE PAID, WITH WAGES, OVERTIME AND COMMISSION
001300*      CARRIED SEPARATELY.
001400*
001500*      THE POSTINGS ARE SORTED BY REGION AND EMPLOYEE
001600*      TYPE.  AT EACH REGION/TYPE BREAK THE WAGE, OVERTIME
001700*      AND COMMISSION TOTALS ARE DEBITED TO THE EXPENSE
001800*      ACCOUNTS THE ACCOUNT-MAPPING TABLE (GLMAP, KEPT BY
001900*      TPROG25) NAMES FOR THAT REGION AND TYPE.  AT EACH
002000*      REGION BREAK THE REGION'S TOTAL IS CREDITED TO THE
002100*      PAYROLL CLEARING ACCOUNT - THE MAPPING ROW KEYED
002200*      '******'.  A ZERO AMOUNT GETS NO JOURNAL LINE.
002300*
002400*      A REGION/TYPE WITH NO ACTIVE MAPPING IS LISTED ON
002500*      THE PROOF REPORT AND LEFT OFF THE JOURNAL - THE
002600*      LEDGER WOULD ONLY SUSPENSE IT - AND THE STEP ENDS
002700*      WITH RC=8 SO TPROG25 IS RUN BEFORE THE JOURNAL IS
002800*      SENT.  SO DOES A MISSING CLEARING ROW.
002900*
003000*      A REISSUED PAYMENT (PST-ENTRY-TYPE 'R') WAS COSTED
003100*      BY THE RUN THAT FIRST PAID IT, SO IT IS NOT
003200*      JOURNALED AGAIN - BUT IT IS ON THE PAYINT FILE, SO
003300*      THE PROOF COUNTS IT.  THE PROOF REPORT SHOWS:
003400*        - JOURNAL DEBITS EQUAL JOURNAL CREDITS
003500*        - JOURNAL DEBITS PLUS REISSUES EQUAL THE PAYINT
003600*          TRAILER AMOUNT HASH OF THE SAME PAY RUN
003700*        - POSTINGS READ EQUAL THE PAYINT RECORD COUNT
003800*      ANY OF THEM OUT OF BALANCE ENDS THE STEP WITH RC=8.
003900*
004000*      AND COPYLIBS   YTDPST    (YTD EARNINGS POSTING RECORD)
004100*                     GLMAP     (GL ACCOUNT-MAPPING RECORD)
004200*                     GLJRNL    (GL JOURNAL RECORD)
004300*                     PAYINT    (PAYMENT INTERFACE RECORD)
004400*                     RUNLOG    (STANDARD RUN-LOG RECORD)
004500* ======================================================
004600*  ISPW (TM)
004700*  COPYRIGHT (C) 1986-2016 COMPUWARE CORPORATION.
004800*  UNPUBLISHED RIGHTS RESERVED UNDER THE COPYRIGHT
004900*  LAWS OF THE UNITED STATES.
005000*
005100* ======================================================
005200*                   MODIFICATION  LOG
005300*
005400*  DD/MM/YY  PROGRAMMER  CHANGES
005500*  ********  **********  *******
005600*  14/10/26  ISPW        NEW PROGRAM - GL LABOR-COST JOURNAL
005620*  14/10/26  ISPW        RUNLOG RECORD GROWS 77 TO 86 BYTES
005640*                        (RUN-LOG-TRANSFERS) - FD WIDENED ONLY;
005660*                        THIS STEP APPLIES NO REGION TRANSFERS
005680*                        AND LEAVES THE NEW COUNT ZERO
005700* ======================================================
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER. IBM-370.
006100 OBJECT-COMPUTER. IBM-370.
006200
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500
006600*****************************************************
006700*  FILES USED:
006800*   YTDPOST  THE PAY RUN'S YTD POSTINGS (YTDPST
006900*            LAYOUT) - TPROG15'S YTDOUT, REGION ORDER
007000*   SRTWK    SORT WORK FILE - SORTS YTDPOST INTO PSTSRT
007100*            ASCENDING BY TYPE WITHIN REGION
007200*   PSTSRT   THE POSTINGS IN REGION/TYPE ORDER
007300*   GLMAP    THE GL ACCOUNT-MAPPING TABLE (TPROG25)
007400*   PAYIN    THE SAME PAY RUN'S PAYINT GENERATION -
007500*            ONLY ITS TRAILER IS USED
007600*   GLJRNL   THE LABOR-COST JOURNAL FOR THE LEDGER
007700*   GLJOUT   THE PRINTED JOURNAL PROOF REPORT
007800*   RUNLOG   THE COMMON CUMULATIVE RUN-LOG DATASET
007900*            THE NIGHTLY SCORECARD READS (SEE RUNLOG)
008000*****************************************************
008100     SELECT POSTFILE ASSIGN UT-S-YTDPOST
008200       ORGANIZATION IS SEQUENTIAL
008300       ACCESS IS SEQUENTIAL.
008400
008500     SELECT SRTWORK  ASSIGN UT-S-SRTWK.
008600
008700     SELECT SRTFILE  ASSIGN UT-S-PSTSRT
008800       ORGANIZATION IS SEQUENTIAL
008900       ACCESS IS SEQUENTIAL.
009000
009100     SELECT MAPFILE  ASSIGN UT-S-GLMAP
009200       ORGANIZATION IS SEQUENTIAL
009300       ACCESS IS SEQUENTIAL.
009400
009500     SELECT PAYFILE  ASSIGN UT-S-PAYIN
009600       ORGANIZATION IS SEQUENTIAL
009700       ACCESS IS SEQUENTIAL.
009800
009900     SELECT JRNFILE  ASSIGN UT-S-GLJRNL
010000       ORGANIZATION IS SEQUENTIAL
010100       ACCESS IS SEQUENTIAL.
010200
010300     SELECT PRFFILE  ASSIGN UT-S-GLJOUT
010400       ORGANIZATION IS SEQUENTIAL
010500       ACCESS IS SEQUENTIAL.
010600
010700     SELECT RUNLOG   ASSIGN UT-S-RUNLOG
010800       ORGANIZATION IS SEQUENTIAL
010900       ACCESS IS SEQUENTIAL.
011000
011100 DATA DIVISION.
011200
011300 FILE SECTION.
011400
011500 FD  POSTFILE
011600     LABEL RECORDS OMITTED
011700     BLOCK CONTAINS 0 RECORDS
011800     RECORDING MODE IS F
011900     DATA RECORD IS POST-INPUT-REC.
012000
012100 01  POST-INPUT-REC            PIC X(80).
012200
012300*****************************************************
012400**** SORT WORK FILE FOR THE REGION/TYPE SORT PERFORMED
012500**** BY 1000-INITIALIZE - REGION AND TYPE SIT AT BYTES
012600**** 16-20 AND 21 OF THE POSTING RECORD
012700*****************************************************
012800 SD  SRTWORK
012900     DATA RECORD IS SRT-REC.
013000
013100 01  SRT-REC.
013200     05  FILLER                PIC X(15).
013300     05  SRT-KEY-REGION        PIC X(05).
013400     05  SRT-KEY-TYPE          PIC X(01).
013500     05  FILLER                PIC X(59).
013600
013700 FD  SRTFILE
013800     LABEL RECORDS OMITTED
013900     BLOCK CONTAINS 0 RECORDS
014000     RECORDING MODE IS F
014100     DATA RECORD IS SRTFILE-REC.
014200
014300 01  SRTFILE-REC               PIC X(80).
014400
014500 FD  MAPFILE
014600     LABEL RECORDS OMITTED
014700     BLOCK CONTAINS 0 RECORDS
014800     RECORDING MODE IS F
014900     DATA RECORD IS MAP-INPUT-REC.
015000
015100 01  MAP-INPUT-REC             PIC X(80).
015200
015300 FD  PAYFILE
015400     LABEL RECORDS OMITTED
015500     BLOCK CONTAINS 0 RECORDS
015600     RECORDING MODE IS F
015700     DATA RECORD IS PAY-INPUT-REC.
015800
015900 01  PAY-INPUT-REC             PIC X(32).
016000
016100 FD  JRNFILE
016200     LABEL RECORDS OMITTED
016300     BLOCK CONTAINS 0 RECORDS
016400     RECORDING MODE IS F
016500     DATA RECORD IS JRN-OUTPUT-REC.
016600
016700 01  JRN-OUTPUT-REC            PIC X(80).
016800
016900 FD  PRFFILE
017000     LABEL RECORDS OMITTED
017100     BLOCK CONTAINS 0 RECORDS
017200     RECORDING MODE IS F
017300     DATA RECORD IS PRF-OUTPUT-REC.
017400
017500 01  PRF-OUTPUT-REC.
017600     05  PRF-CC            PIC X(01).
017700     05  PRF-LINE          PIC X(132).
017800
017900 FD  RUNLOG
018000     LABEL RECORDS OMITTED
018100     BLOCK CONTAINS 0 RECORDS
018200     RECORDING MODE IS F
018300     DATA RECORD IS RUNLOG-OUTPUT-REC.
018400
018500 01  RUNLOG-OUTPUT-REC         PIC X(86).
018600
018700 WORKING-STORAGE SECTION.
018800****************************************************
018900****    THE POSTING BEING COSTED - 2200-READ-SRTFILE
019000****    MOVES EACH SORTED RECORD HERE
019100****************************************************
019200     COPY YTDPST.
019300
019400****************************************************
019500****    THE ACCOUNT-MAPPING ROW BEING LOADED, AND THE
019600****    JOURNAL RECORD BEING BUILT
019700****************************************************
019800     COPY GLMAP.
019900
020000     COPY GLJRNL.
020100
020200****************************************************
020300****    THE PAYMENT INTERFACE RECORD - ONLY THE
020400****    TRAILER VIEW IS USED, FOR THE JOURNAL PROOF
020500****************************************************
020600     COPY PAYINT.
020700
020800****************************************************
020900****    THE STANDARD RUN-LOG RECORD APPENDED TO THE
021000****    COMMON RUNLOG DATASET AT END OF RUN
021100****************************************************
021200     COPY RUNLOG.
021300
021400****************************************************
021500****    THE IN-CORE TABLE OF ACTIVE MAPPINGS LOADED AT
021600****    START-UP.  AN INACTIVE MAPPING IS SKIPPED AT
021700****    LOAD TIME, SO A REGION/TYPE NAMING ONE FAILS THE
021800****    LOOKUP THE SAME AS ONE NEVER MAPPED.  THE
021900****    CLEARING ROW IS NOT TABLED - ITS ACCOUNT IS KEPT
022000****    IN CLEARING-ACCOUNT.
022100****************************************************
022200 01  GL-MAP-TABLE.
022300     05  GL-MAP-ENTRY      OCCURS 500 TIMES.
022400         10  GMT-KEY           PIC X(06).
022500         10  GMT-WAGE-ACCOUNT  PIC X(10).
022600         10  GMT-OT-ACCOUNT    PIC X(10).
022700         10  GMT-COMM-ACCOUNT  PIC X(10).
022800
022900 77  GL-MAP-COUNT          PIC 9(04) COMP VALUE ZERO.
023000 77  MAP-IX                PIC 9(04) COMP VALUE ZERO.
023100 77  MAP-FOUND-IX          PIC 9(04) COMP VALUE ZERO.
023200 77  CLEARING-ACCOUNT      PIC X(10) VALUE SPACES.
023300
023400 77  MAP-FOUND-SW          PIC X(01) VALUE 'N'.
023500     88  MAP-FOUND                   VALUE 'Y'.
023600
023700****************************************************
023800****    CONTROL-BREAK KEYS AND THE AMOUNTS GATHERED
023900****    FOR THE REGION/TYPE AND REGION IN PROGRESS
024000****************************************************
024100 01  BREAK-KEY-WORK.
024200     05  BK-REGION         PIC X(05).
024300     05  BK-TYPE           PIC X(01).
024400
024500 01  PREV-BREAK-KEY.
024600     05  PB-REGION         PIC X(05) VALUE LOW-VALUES.
024700     05  PB-TYPE           PIC X(01) VALUE LOW-VALUES.
024800
024900 77  RT-WAGES              PIC 9(11)V99 VALUE ZERO.
025000 77  RT-OT                 PIC 9(11)V99 VALUE ZERO.
025100 77  RT-COMM               PIC 9(11)V99 VALUE ZERO.
025200 77  RT-POSTINGS           PIC 9(07) VALUE ZERO.
025300 77  REGION-DEBIT-TOTAL    PIC 9(13)V99 VALUE ZERO.
025400
025500****************************************************
025600****    ONE JOURNAL LINE'S WORK FIELDS - SET BY THE
025700****    CALLER, WRITTEN BY 2600-WRITE-JOURNAL-LINE
025800****************************************************
025900 77  JL-ACCOUNT            PIC X(10) VALUE SPACES.
026000 77  JL-COST-TYPE          PIC X(04) VALUE SPACES.
026100 77  JL-DR-CR              PIC X(01) VALUE SPACES.
026200 77  JL-AMOUNT             PIC 9(11)V99 VALUE ZERO.
026300 77  JOURNAL-DATE          PIC X(08) VALUE SPACES.
026400
026500****************************************************
026600****    REPORT LINE LAYOUTS - BOXED HEADER STYLE
026700****    (SAME STAR-LINE / BODY-LINE STYLE AS THE
026800****     TPROG01 OUTFILE REPORT USES)
026900****************************************************
027000 01  PRF-STAR-LINE.
027100     05  FILLER            PIC X(01) VALUE SPACE.
027200     05  FILLER            PIC X(132) VALUE ALL '*'.
027300
027400 01  PRF-TITLE-LINE.
027500     05  FILLER            PIC X(01) VALUE SPACE.
027600     05  FILLER            PIC X(132) VALUE
027700         'GL LABOR-COST JOURNAL PROOF REPORT'.
027800
027900 01  PRF-COLUMN-LINE.
028000     05  FILLER            PIC X(01) VALUE SPACE.
028100     05  FILLER            PIC X(07) VALUE 'REGN'.
028200     05  FILLER            PIC X(05) VALUE 'TYPE'.
028300     05  FILLER            PIC X(06) VALUE 'COST'.
028400     05  FILLER            PIC X(12) VALUE 'ACCOUNT'.
028500     05  FILLER            PIC X(17) VALUE '           DEBIT'.
028600     05  FILLER            PIC X(18) VALUE '           CREDIT'.
028700     05  FILLER            PIC X(10) VALUE ' POSTINGS'.
028800     05  FILLER            PIC X(20) VALUE 'STATUS'.
028900     05  FILLER            PIC X(37) VALUE SPACES.
029000
029100 01  PRF-DETAIL-LINE.
029200     05  FILLER            PIC X(01) VALUE SPACE.
029300     05  PRF-D-REGION      PIC X(05).
029400     05  FILLER            PIC X(02) VALUE SPACES.
029500     05  PRF-D-TYPE        PIC X(01).
029600     05  FILLER            PIC X(04) VALUE SPACES.
029700     05  PRF-D-COST        PIC X(04).
029800     05  FILLER            PIC X(02) VALUE SPACES.
029900     05  PRF-D-ACCOUNT     PIC X(10).
030000     05  FILLER            PIC X(02) VALUE SPACES.
030100     05  PRF-D-DEBIT       PIC Z,ZZZ,ZZZ,ZZ9.99.
030200     05  FILLER            PIC X(01) VALUE SPACES.
030300     05  PRF-D-CREDIT      PIC Z,ZZZ,ZZZ,ZZ9.99.
030400     05  FILLER            PIC X(04) VALUE SPACES.
030500     05  PRF-D-POSTINGS    PIC ZZZ,ZZ9.
030600     05  FILLER            PIC X(02) VALUE SPACES.
030700     05  PRF-D-STATUS      PIC X(25).
030800     05  FILLER            PIC X(32) VALUE SPACES.
030900
031000 01  PRF-TRAILER-LINE.
031100     05  FILLER            PIC X(01) VALUE SPACE.
031200     05  PRF-T-LABEL       PIC X(30) VALUE SPACES.
031300     05  PRF-T-COUNT       PIC ZZZ,ZZ9.
031400     05  FILLER            PIC X(95) VALUE SPACES.
031500
031600 01  PRF-TABLE-FAIL-LINE.
031700     05  FILLER            PIC X(01) VALUE SPACE.
031800     05  FILLER            PIC X(42) VALUE
031900         '*** ACCOUNT MAP TABLE OVERFLOW - RC=8 ***'.
032000     05  FILLER            PIC X(90) VALUE SPACES.
032100
032200 01  PRF-CHECK-HEAD-LINE.
032300     05  FILLER            PIC X(01) VALUE SPACE.
032400     05  FILLER            PIC X(34) VALUE SPACES.
032500     05  FILLER            PIC X(19) VALUE '          EXPECTED'.
032600     05  FILLER            PIC X(02) VALUE SPACES.
032700     05  FILLER            PIC X(19) VALUE '            ACTUAL'.
032800     05  FILLER            PIC X(58) VALUE SPACES.
032900
033000 01  PRF-CHECK-LINE.
033100     05  FILLER            PIC X(01) VALUE SPACE.
033200     05  PRF-C-LABEL       PIC X(34) VALUE SPACES.
033300     05  PRF-C-EXPECTED    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033400     05  FILLER            PIC X(04) VALUE SPACES.
033500     05  PRF-C-ACTUAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033600     05  FILLER            PIC X(03) VALUE SPACES.
033700     05  PRF-C-VERDICT     PIC X(16) VALUE SPACES.
033800     05  FILLER            PIC X(41) VALUE SPACES.
033900
034000 01  PRF-COUNT-CHECK-LINE.
034100     05  FILLER            PIC X(01) VALUE SPACE.
034200     05  PRF-K-LABEL       PIC X(34) VALUE SPACES.
034300     05  PRF-K-EXPECTED    PIC ZZZ,ZZZ,ZZZ,ZZ9.
034400     05  FILLER            PIC X(06) VALUE SPACES.
034500     05  PRF-K-ACTUAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.
034600     05  FILLER            PIC X(05) VALUE SPACES.
034700     05  PRF-K-VERDICT     PIC X(16) VALUE SPACES.
034800     05  FILLER            PIC X(41) VALUE SPACES.
034900
035000****************************************************
035100****    SWITCHES AND COUNTERS
035200****************************************************
035300 77  SRTFILE-EOF-SW        PIC X(01) VALUE 'N'.
035400     88  SRTFILE-EOF                 VALUE 'Y'.
035500
035600 77  MAPFILE-EOF-SW        PIC X(01) VALUE 'N'.
035700     88  MAPFILE-EOF                 VALUE 'Y'.
035800
035900 77  PAYFILE-EOF-SW        PIC X(01) VALUE 'N'.
036000     88  PAYFILE-EOF                 VALUE 'Y'.
036100
036200 77  TRAILER-FOUND-SW      PIC X(01) VALUE 'N'.
036300     88  TRAILER-FOUND               VALUE 'Y'.
036400
036500 77  OUT-OF-BALANCE-SW     PIC X(01) VALUE 'N'.
036600     88  RUN-OUT-OF-BALANCE          VALUE 'Y'.
036700
036800 77  EARNINGS-READ-COUNT   PIC 9(07) VALUE ZERO.
036900 77  REISSUE-READ-COUNT    PIC 9(07) VALUE ZERO.
037000 77  DETAILS-READ-COUNT    PIC 9(07) VALUE ZERO.
037100 77  POSTINGS-JOURNALED    PIC 9(07) VALUE ZERO.
037200 77  POSTINGS-UNMAPPED     PIC 9(07) VALUE ZERO.
037300 77  JOURNAL-LINE-COUNT    PIC 9(07) VALUE ZERO.
037400 77  REISSUE-READ-TOTAL    PIC 9(11)V99 VALUE ZERO.
037500 77  UNMAPPED-TOTAL        PIC 9(13)V99 VALUE ZERO.
037600 77  JOURNAL-DEBIT-TOTAL   PIC 9(13)V99 VALUE ZERO.
037700 77  JOURNAL-CREDIT-TOTAL  PIC 9(13)V99 VALUE ZERO.
037800 77  PROVED-TOTAL          PIC 9(13)V99 VALUE ZERO.
037900
038000 PROCEDURE DIVISION.
038100
038200 0000-MAINLINE.
038300
038400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038500     PERFORM 2000-PROCESS-POSTING THRU 2000-EXIT
038600        UNTIL SRTFILE-EOF.
038700     PERFORM 3000-FINISH-REPORT THRU 3000-EXIT.
038800     PERFORM 3200-WRITE-RUN-LOG THRU 3200-EXIT.
038900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039000     GOBACK.
039100
039200 1000-INITIALIZE.
039300
039400     SORT SRTWORK
039500        ON ASCENDING KEY SRT-KEY-REGION SRT-KEY-TYPE
039600        USING POSTFILE
039700        GIVING SRTFILE.
039800
039900     OPEN INPUT  SRTFILE.
040000     OPEN OUTPUT JRNFILE.
040100     OPEN OUTPUT PRFFILE.
040200
040300     MOVE SPACES TO PRF-CC.
040400     MOVE PRF-STAR-LINE TO PRF-OUTPUT-REC.
040500     WRITE PRF-OUTPUT-REC.
040600     WRITE PRF-OUTPUT-REC.
040700     WRITE PRF-OUTPUT-REC.
040800
040900     MOVE PRF-TITLE-LINE TO PRF-OUTPUT-REC.
041000     WRITE PRF-OUTPUT-REC.
041100     MOVE SPACES TO PRF-OUTPUT-REC.
041200     WRITE PRF-OUTPUT-REC.
041300
041400     PERFORM 1100-READ-PAY-TRAILER THRU 1100-EXIT.
041500     PERFORM 1200-LOAD-MAP-TABLE THRU 1200-EXIT.
041600
041700     MOVE PRF-COLUMN-LINE TO PRF-OUTPUT-REC.
041800     WRITE PRF-OUTPUT-REC.
041900     MOVE SPACES TO PRF-OUTPUT-REC.
042000     WRITE PRF-OUTPUT-REC.
042100
042200     PERFORM 2200-READ-SRTFILE THRU 2200-EXIT.
042300
042400 1000-EXIT.
042500     EXIT.
042600
042700****************************************************************
042800* THE PAYINT GENERATION IS READ THROUGH TO ITS TRAILER, THE
042900* SAME WAY TPROG22 DOES.  NO TRAILER MEANS THE PAY RUN NEVER
043000* FINISHED, AND THE JOURNAL CANNOT BE PROVED.
043100****************************************************************
043200 1100-READ-PAY-TRAILER.
043300
043400     OPEN INPUT PAYFILE.
043500     PERFORM 1150-READ-PAYFILE THRU 1150-EXIT
043600        UNTIL PAYFILE-EOF.
043700     CLOSE PAYFILE.
043800
043900     IF NOT TRAILER-FOUND
044000        MOVE 'Y' TO OUT-OF-BALANCE-SW
044100     END-IF.
044200
044300 1100-EXIT.
044400     EXIT.
044500
044600 1150-READ-PAYFILE.
044700
044800     READ PAYFILE
044900        AT END
045000           MOVE 'Y' TO PAYFILE-EOF-SW
045100        NOT AT END
045200           MOVE PAY-INPUT-REC TO PAY-INTERFACE-RECORD
045300           IF PAY-REC-IS-TRAILER
045400              MOVE 'Y' TO TRAILER-FOUND-SW
045500              MOVE 'Y' TO PAYFILE-EOF-SW
045600           END-IF
045700     END-READ.
045800
045900 1150-EXIT.
046000     EXIT.
046100
046200****************************************************************
046300* LOADS THE ACTIVE MAPPINGS INTO THE IN-CORE TABLE.  A TABLE
046400* TOO BIG FOR THE OCCURS WOULD LEAVE VALID REGIONS UNMAPPED, SO
046500* OVERFLOW FAILS THE STEP INSTEAD (AS IN TPROG06).
046600****************************************************************
046700 1200-LOAD-MAP-TABLE.
046800
046900     OPEN INPUT MAPFILE.
047000     PERFORM 1210-LOAD-ONE-MAPPING THRU 1210-EXIT
047100        UNTIL MAPFILE-EOF.
047200     CLOSE MAPFILE.
047300
047400 1200-EXIT.
047500     EXIT.
047600
047700 1210-LOAD-ONE-MAPPING.
047800
047900     READ MAPFILE
048000        AT END
048100           MOVE 'Y' TO MAPFILE-EOF-SW
048200        NOT AT END
048300           MOVE MAP-INPUT-REC TO GL-MAP-RECORD
048400           IF GLM-ACTIVE
048500              IF GLM-IS-CLEARING
048600                 MOVE GLM-WAGE-ACCOUNT TO CLEARING-ACCOUNT
048700              ELSE
048800                 IF GL-MAP-COUNT < 500
048900                    ADD 1 TO GL-MAP-COUNT
049000                    MOVE GLM-KEY
049100                       TO GMT-KEY (GL-MAP-COUNT)
049200                    MOVE GLM-WAGE-ACCOUNT
049300                       TO GMT-WAGE-ACCOUNT (GL-MAP-COUNT)
049400                    MOVE GLM-OT-ACCOUNT
049500                       TO GMT-OT-ACCOUNT (GL-MAP-COUNT)
049600                    MOVE GLM-COMM-ACCOUNT
049700                       TO GMT-COMM-ACCOUNT (GL-MAP-COUNT)
049800                 ELSE
049900                    MOVE PRF-TABLE-FAIL-LINE TO PRF-OUTPUT-REC
050000                    WRITE PRF-OUTPUT-REC
050100                    MOVE 'Y' TO OUT-OF-BALANCE-SW
050200                    MOVE 'Y' TO MAPFILE-EOF-SW
050300                 END-IF
050400              END-IF
050500           END-IF
050600     END-READ.
050700
050800 1210-EXIT.
050900     EXIT.
051000
051100****************************************************************
051200* ONE EARNINGS POSTING.  A CHANGE OF REGION OR TYPE CLOSES THE
051300* REGION/TYPE IN PROGRESS; A CHANGE OF REGION ALSO CLOSES THE
051400* REGION WITH ITS CLEARING CREDIT.
051500****************************************************************
051600 2000-PROCESS-POSTING.
051700
051800     IF BREAK-KEY-WORK NOT = PREV-BREAK-KEY
051900        AND RT-POSTINGS > 0
052000        PERFORM 2400-JOURNAL-REGION-TYPE THRU 2400-EXIT
052100     END-IF.
052200
052300     IF BK-REGION NOT = PB-REGION
052400        AND PB-REGION NOT = LOW-VALUES
052500        PERFORM 2500-CLEAR-REGION THRU 2500-EXIT
052600     END-IF.
052700
052800     MOVE BREAK-KEY-WORK TO PREV-BREAK-KEY.
052900     ADD PST-WAGES TO RT-WAGES.
053000     ADD PST-OT    TO RT-OT.
053100     ADD PST-COMM  TO RT-COMM.
053200     ADD 1 TO RT-POSTINGS.
053300
053400     PERFORM 2200-READ-SRTFILE THRU 2200-EXIT.
053500
053600 2000-EXIT.
053700     EXIT.
053800
053900****************************************************************
054000* REISSUED PAYMENTS ARE COUNTED AND TOTALLED FOR THE PROOF AND
054100* PASSED OVER - THE NEXT RECORD IS READ IN THEIR PLACE.  THE
054200* JOURNAL IS DATED WITH THE FIRST EARNINGS POSTING'S PAY DATE.
054300****************************************************************
054400 2200-READ-SRTFILE.
054500
054600     READ SRTFILE
054700        AT END
054800           MOVE 'Y' TO SRTFILE-EOF-SW
054900        NOT AT END
055000           MOVE SRTFILE-REC TO YTD-POSTING-RECORD
055100           ADD 1 TO DETAILS-READ-COUNT
055200     END-READ.
055300
055400     IF SRTFILE-EOF
055500        GO TO 2200-EXIT
055600     END-IF.
055700
055800     IF PST-IS-REISSUE
055900        ADD 1 TO REISSUE-READ-COUNT
056000        ADD PST-GROSS TO REISSUE-READ-TOTAL
056100        GO TO 2200-READ-SRTFILE
056200     END-IF.
056300
056400     ADD 1 TO EARNINGS-READ-COUNT.
056500     MOVE PST-REGION TO BK-REGION.
056600     MOVE PST-TYPE   TO BK-TYPE.
056700     IF JOURNAL-DATE = SPACES
056800        MOVE PST-PAY-DATE TO JOURNAL-DATE
056900     END-IF.
057000
057100 2200-EXIT.
057200     EXIT.
057300
057400****************************************************************
057500* A REGION/TYPE IS COMPLETE (PREV-BREAK-KEY HOLDS IT).  EACH
057600* NONZERO COST IS DEBITED TO ITS MAPPED ACCOUNT; WITH NO ACTIVE
057700* MAPPING THE WHOLE REGION/TYPE IS LISTED AND LEFT OFF.
057800****************************************************************
057900 2400-JOURNAL-REGION-TYPE.
058000
058100     PERFORM 2450-LOOKUP-MAPPING THRU 2450-EXIT.
058200
058300     IF NOT MAP-FOUND
058400        MOVE SPACES TO PRF-DETAIL-LINE
058500        MOVE PB-REGION TO PRF-D-REGION
058600        MOVE PB-TYPE   TO PRF-D-TYPE
058700        COMPUTE JL-AMOUNT = RT-WAGES + RT-OT + RT-COMM
058800        MOVE JL-AMOUNT TO PRF-D-DEBIT
058900        MOVE RT-POSTINGS TO PRF-D-POSTINGS
059000        MOVE 'NO ACCOUNT MAPPING' TO PRF-D-STATUS
059100        MOVE PRF-DETAIL-LINE TO PRF-OUTPUT-REC
059200        WRITE PRF-OUTPUT-REC
059300        ADD RT-POSTINGS TO POSTINGS-UNMAPPED
059400        ADD JL-AMOUNT TO UNMAPPED-TOTAL
059500        GO TO 2400-RESET
059600     END-IF.
059700
059800     MOVE 'D' TO JL-DR-CR.
059900
060000     IF RT-WAGES > 0
060100        MOVE GMT-WAGE-ACCOUNT (MAP-FOUND-IX) TO JL-ACCOUNT
060200        MOVE 'WAGE'   TO JL-COST-TYPE
060300        MOVE RT-WAGES TO JL-AMOUNT
060400        PERFORM 2600-WRITE-JOURNAL-LINE THRU 2600-EXIT
060500     END-IF.
060600
060700     IF RT-OT > 0
060800        MOVE GMT-OT-ACCOUNT (MAP-FOUND-IX) TO JL-ACCOUNT
060900        MOVE 'OT  '   TO JL-COST-TYPE
061000        MOVE RT-OT    TO JL-AMOUNT
061100        PERFORM 2600-WRITE-JOURNAL-LINE THRU 2600-EXIT
061200     END-IF.
061300
061400     IF RT-COMM > 0
061500        MOVE GMT-COMM-ACCOUNT (MAP-FOUND-IX) TO JL-ACCOUNT
061600        MOVE 'COMM'   TO JL-COST-TYPE
061700        MOVE RT-COMM  TO JL-AMOUNT
061800        PERFORM 2600-WRITE-JOURNAL-LINE THRU 2600-EXIT
061900     END-IF.
062000
062100     ADD RT-POSTINGS TO POSTINGS-JOURNALED.
062200     COMPUTE REGION-DEBIT-TOTAL = REGION-DEBIT-TOTAL
062300        + RT-WAGES + RT-OT + RT-COMM.
062400
062500 2400-RESET.
062600     MOVE ZERO TO RT-WAGES.
062700     MOVE ZERO TO RT-OT.
062800     MOVE ZERO TO RT-COMM.
062900     MOVE ZERO TO RT-POSTINGS.
063000
063100 2400-EXIT.
063200     EXIT.
063300
063400 2450-LOOKUP-MAPPING.
063500
063600     MOVE 'N' TO MAP-FOUND-SW.
063700     PERFORM 2455-SCAN-MAP-TABLE THRU 2455-EXIT
063800        VARYING MAP-IX FROM 1 BY 1
063900        UNTIL MAP-IX > GL-MAP-COUNT
064000           OR MAP-FOUND.
064100
064200 2450-EXIT.
064300     EXIT.
064400
064500 2455-SCAN-MAP-TABLE.
064600
064700     IF GMT-KEY (MAP-IX) = PREV-BREAK-KEY
064800        MOVE 'Y' TO MAP-FOUND-SW
064900        MOVE MAP-IX TO MAP-FOUND-IX
065000     END-IF.
065100
065200 2455-EXIT.
065300     EXIT.
065400
065500****************************************************************
065600* A REGION IS COMPLETE.  EVERYTHING DEBITED FOR IT IS CREDITED
065700* TO PAYROLL CLEARING IN ONE LINE.  WITH NO CLEARING ACCOUNT
065800* MAPPED THE CREDIT CANNOT BE WRITTEN - THE REGION IS LISTED
065900* AND THE DEBIT/CREDIT PROOF FAILS THE STEP.
066000****************************************************************
066100 2500-CLEAR-REGION.
066200
066300     IF REGION-DEBIT-TOTAL = 0
066400        GO TO 2500-EXIT
066500     END-IF.
066600
066700     IF CLEARING-ACCOUNT = SPACES
066800        MOVE SPACES TO PRF-DETAIL-LINE
066900        MOVE PB-REGION TO PRF-D-REGION
067000        MOVE 'CLR ' TO PRF-D-COST
067100        MOVE REGION-DEBIT-TOTAL TO PRF-D-CREDIT
067200        MOVE 'NO CLEARING ACCOUNT' TO PRF-D-STATUS
067300        MOVE PRF-DETAIL-LINE TO PRF-OUTPUT-REC
067400        WRITE PRF-OUTPUT-REC
067500     ELSE
067600        MOVE SPACE            TO PB-TYPE
067700        MOVE CLEARING-ACCOUNT TO JL-ACCOUNT
067800        MOVE 'CLR '           TO JL-COST-TYPE
067900        MOVE 'C'              TO JL-DR-CR
068000        MOVE REGION-DEBIT-TOTAL TO JL-AMOUNT
068100        PERFORM 2600-WRITE-JOURNAL-LINE THRU 2600-EXIT
068200     END-IF.
068300
068400     MOVE SPACES TO PRF-OUTPUT-REC.
068500     WRITE PRF-OUTPUT-REC.
068600     MOVE ZERO TO REGION-DEBIT-TOTAL.
068700
068800 2500-EXIT.
068900     EXIT.
069000
069100****************************************************************
069200* WRITES ONE JOURNAL LINE FOR THE REGION/TYPE IN PREV-BREAK-KEY
069300* FROM THE JL- WORK FIELDS, AND LISTS IT ON THE PROOF REPORT.
069400****************************************************************
069500 2600-WRITE-JOURNAL-LINE.
069600
069700     MOVE SPACES         TO GL-JOURNAL-RECORD.
069800     MOVE 'D'            TO GLJ-REC-TYPE.
069900     MOVE JOURNAL-DATE   TO GLJ-JOURNAL-DATE.
070000     MOVE JL-ACCOUNT     TO GLJ-ACCOUNT.
070100     MOVE PB-REGION      TO GLJ-REGION.
070200     MOVE PB-TYPE        TO GLJ-TYPE.
070300     MOVE JL-COST-TYPE   TO GLJ-COST-TYPE.
070400     MOVE JL-DR-CR       TO GLJ-DR-CR.
070500     MOVE JL-AMOUNT      TO GLJ-AMOUNT.
070600     IF GLJ-IS-DEBIT
070700        MOVE 'PAYROLL LABOR COST'     TO GLJ-DESC
070800        ADD JL-AMOUNT TO JOURNAL-DEBIT-TOTAL
070900     ELSE
071000        MOVE 'PAYROLL CLEARING'       TO GLJ-DESC
071100        ADD JL-AMOUNT TO JOURNAL-CREDIT-TOTAL
071200     END-IF.
071300     MOVE GL-JOURNAL-RECORD TO JRN-OUTPUT-REC.
071400     WRITE JRN-OUTPUT-REC.
071500     ADD 1 TO JOURNAL-LINE-COUNT.
071600
071700     MOVE SPACES TO PRF-DETAIL-LINE.
071800     MOVE PB-REGION    TO PRF-D-REGION.
071900     MOVE PB-TYPE      TO PRF-D-TYPE.
072000     MOVE JL-COST-TYPE TO PRF-D-COST.
072100     MOVE JL-ACCOUNT   TO PRF-D-ACCOUNT.
072200     IF GLJ-IS-DEBIT
072300        MOVE JL-AMOUNT   TO PRF-D-DEBIT
072400        MOVE RT-POSTINGS TO PRF-D-POSTINGS
072500     ELSE
072600        MOVE JL-AMOUNT   TO PRF-D-CREDIT
072700     END-IF.
072800     MOVE PRF-DETAIL-LINE TO PRF-OUTPUT-REC.
072900     WRITE PRF-OUTPUT-REC.
073000
073100 2600-EXIT.
073200     EXIT.
073300
073400****************************************************************
073500* THE LAST REGION/TYPE AND REGION ARE CLOSED, THE JOURNAL
073600* TRAILER IS WRITTEN, AND THE JOURNAL IS PROVED - DEBITS
073700* AGAINST CREDITS, AND DEBITS PLUS REISSUES AGAINST THE PAYINT
073800* TRAILER OF THE SAME PAY RUN.
073900****************************************************************
074000 3000-FINISH-REPORT.
074100
074200     IF RT-POSTINGS > 0
074300        PERFORM 2400-JOURNAL-REGION-TYPE THRU 2400-EXIT
074400     END-IF.
074500     IF PB-REGION NOT = LOW-VALUES
074600        PERFORM 2500-CLEAR-REGION THRU 2500-EXIT
074700     END-IF.
074800
074900     MOVE SPACES               TO GL-JOURNAL-RECORD.
075000     MOVE 'T'                  TO GLJ-REC-TYPE.
075100     MOVE JOURNAL-DATE         TO GLJ-TRL-JOURNAL-DATE.
075200     MOVE JOURNAL-LINE-COUNT   TO GLJ-TRL-LINE-COUNT.
075300     MOVE JOURNAL-DEBIT-TOTAL  TO GLJ-TRL-DEBIT-TOTAL.
075400     MOVE JOURNAL-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL.
075500     MOVE GL-JOURNAL-RECORD TO JRN-OUTPUT-REC.
075600     WRITE JRN-OUTPUT-REC.
075700
075800     MOVE SPACES TO PRF-CC.
075900     MOVE PRF-STAR-LINE TO PRF-OUTPUT-REC.
076000     WRITE PRF-OUTPUT-REC.
076100     WRITE PRF-OUTPUT-REC.
076200
076300     MOVE SPACES TO PRF-TRAILER-LINE.
076400     MOVE 'EARNINGS POSTINGS READ' TO PRF-T-LABEL.
076500     MOVE EARNINGS-READ-COUNT TO PRF-T-COUNT.
076600     MOVE PRF-TRAILER-LINE TO PRF-OUTPUT-REC.
076700     WRITE PRF-OUTPUT-REC.
076800
076900     MOVE SPACES TO PRF-TRAILER-LINE.
077000     MOVE 'POSTINGS JOURNALED' TO PRF-T-LABEL.
077100     MOVE POSTINGS-JOURNALED TO PRF-T-COUNT.
077200     MOVE PRF-TRAILER-LINE TO PRF-OUTPUT-REC.
077300     WRITE PRF-OUTPUT-REC.
077400
077500     MOVE SPACES TO PRF-TRAILER-LINE.
077600     MOVE 'POSTINGS NOT MAPPED' TO PRF-T-LABEL.
077700     MOVE POSTINGS-UNMAPPED TO PRF-T-COUNT.
077800     MOVE PRF-TRAILER-LINE TO PRF-OUTPUT-REC.
077900     WRITE PRF-OUTPUT-REC.
078000
078100     MOVE SPACES TO PRF-TRAILER-LINE.
078200     MOVE 'REISSUES PROVED, NOT JOURNALED' TO PRF-T-LABEL.
078300     MOVE REISSUE-READ-COUNT TO PRF-T-COUNT.
078400     MOVE PRF-TRAILER-LINE TO PRF-OUTPUT-REC.
078500     WRITE PRF-OUTPUT-REC.
078600
078700     MOVE SPACES TO PRF-TRAILER-LINE.
078800     MOVE 'JOURNAL LINES WRITTEN' TO PRF-T-LABEL.
078900     MOVE JOURNAL-LINE-COUNT TO PRF-T-COUNT.
079000     MOVE PRF-TRAILER-LINE TO PRF-OUTPUT-REC.
079100     WRITE PRF-OUTPUT-REC.
079200
079300     MOVE SPACES TO PRF-TRAILER-LINE.
079400     MOVE 'ACTIVE ACCOUNT MAPPINGS' TO PRF-T-LABEL.
079500     MOVE GL-MAP-COUNT TO PRF-T-COUNT.
079600     MOVE PRF-TRAILER-LINE TO PRF-OUTPUT-REC.
079700     WRITE PRF-OUTPUT-REC.
079800
079900     MOVE SPACES TO PRF-OUTPUT-REC.
080000     WRITE PRF-OUTPUT-REC.
080100
080200     MOVE PRF-CHECK-HEAD-LINE TO PRF-OUTPUT-REC.
080300     WRITE PRF-OUTPUT-REC.
080400
080500     MOVE 'JOURNAL DEBITS = CREDITS' TO PRF-C-LABEL.
080600     MOVE JOURNAL-DEBIT-TOTAL TO PRF-C-EXPECTED.
080700     MOVE JOURNAL-CREDIT-TOTAL TO PRF-C-ACTUAL.
080800     IF JOURNAL-DEBIT-TOTAL = JOURNAL-CREDIT-TOTAL
080900        MOVE 'IN BALANCE' TO PRF-C-VERDICT
081000     ELSE
081100        MOVE 'OUT OF BALANCE' TO PRF-C-VERDICT
081200        MOVE 'Y' TO OUT-OF-BALANCE-SW
081300     END-IF.
081400     MOVE PRF-CHECK-LINE TO PRF-OUTPUT-REC.
081500     WRITE PRF-OUTPUT-REC.
081600
081700     MOVE 'PAYINT RECORD COUNT' TO PRF-K-LABEL.
081800     MOVE PAY-TRL-RECORD-COUNT TO PRF-K-EXPECTED.
081900     MOVE DETAILS-READ-COUNT TO PRF-K-ACTUAL.
082000     IF TRAILER-FOUND
082100        AND PAY-TRL-RECORD-COUNT = DETAILS-READ-COUNT
082200        MOVE 'IN BALANCE' TO PRF-K-VERDICT
082300     ELSE
082400        MOVE 'OUT OF BALANCE' TO PRF-K-VERDICT
082500        MOVE 'Y' TO OUT-OF-BALANCE-SW
082600     END-IF.
082700     MOVE PRF-COUNT-CHECK-LINE TO PRF-OUTPUT-REC.
082800     WRITE PRF-OUTPUT-REC.
082900
083000     COMPUTE PROVED-TOTAL = JOURNAL-DEBIT-TOTAL
083100        + REISSUE-READ-TOTAL.
083200     MOVE 'PAYINT HASH = DEBITS + REISSUES' TO PRF-C-LABEL.
083300     MOVE PAY-TRL-AMOUNT-HASH TO PRF-C-EXPECTED.
083400     MOVE PROVED-TOTAL TO PRF-C-ACTUAL.
083500     IF TRAILER-FOUND
083600        AND PAY-TRL-AMOUNT-HASH = PROVED-TOTAL
083700        MOVE 'IN BALANCE' TO PRF-C-VERDICT
083800     ELSE
083900        MOVE 'OUT OF BALANCE' TO PRF-C-VERDICT
084000        MOVE 'Y' TO OUT-OF-BALANCE-SW
084100     END-IF.
084200     MOVE PRF-CHECK-LINE TO PRF-OUTPUT-REC.
084300     WRITE PRF-OUTPUT-REC.
084400
084500     IF POSTINGS-UNMAPPED > 0
084600        MOVE 'COST NOT MAPPED' TO PRF-C-LABEL
084700        MOVE ZERO TO PRF-C-EXPECTED
084800        MOVE UNMAPPED-TOTAL TO PRF-C-ACTUAL
084900        MOVE 'RUN TPROG25' TO PRF-C-VERDICT
085000        MOVE PRF-CHECK-LINE TO PRF-OUTPUT-REC
085100        WRITE PRF-OUTPUT-REC
085200     END-IF.
085300
085400     IF NOT TRAILER-FOUND
085500        MOVE SPACES TO PRF-TRAILER-LINE
085600        MOVE 'NO PAYINT TRAILER - NOT PROVED'
085700           TO PRF-T-LABEL
085800        MOVE PRF-TRAILER-LINE TO PRF-OUTPUT-REC
085900        WRITE PRF-OUTPUT-REC
086000     END-IF.
086100
086200     MOVE PRF-STAR-LINE TO PRF-OUTPUT-REC.
086300     WRITE PRF-OUTPUT-REC.
086400     WRITE PRF-OUTPUT-REC.
086500     WRITE PRF-OUTPUT-REC.
086600
086700     IF RUN-OUT-OF-BALANCE OR POSTINGS-UNMAPPED > 0
086800        MOVE 8 TO RETURN-CODE
086900     END-IF.
087000
087100 3000-EXIT.
087200     EXIT.
087300
087400****************************************************************
087500* APPENDS THIS RUN'S STANDARD RUN-LOG RECORD TO THE COMMON
087600* CUMULATIVE RUNLOG DATASET - POSTINGS JOURNALED ARE THE
087700* WRITTEN COUNT AND UNMAPPED POSTINGS THE ERRORS, SO THE
087800* SCORECARD CAN CROSS-FOOT READ = WRITTEN + ERRORS.
087900****************************************************************
088000 3200-WRITE-RUN-LOG.
088100
088200     OPEN EXTEND RUNLOG.
088300     MOVE 'TPROG26'           TO RUN-LOG-PROGRAM.
088400     ACCEPT RUN-LOG-DATE    FROM DATE YYYYMMDD.
088500     ACCEPT RUN-LOG-TIME    FROM TIME.
088600     MOVE EARNINGS-READ-COUNT TO RUN-LOG-READ.
088700     MOVE POSTINGS-JOURNALED  TO RUN-LOG-WRITTEN.
088800     MOVE POSTINGS-UNMAPPED   TO RUN-LOG-ERRORS.
088900     MOVE ZERO                TO RUN-LOG-ADDED.
089000     MOVE ZERO                TO RUN-LOG-DROPPED.
089100     IF RUN-OUT-OF-BALANCE OR POSTINGS-UNMAPPED > 0
089200        MOVE 'ERRORS'         TO RUN-LOG-DISPOSITION
089300     ELSE
089400        MOVE 'NORMAL'         TO RUN-LOG-DISPOSITION
089500     END-IF.
089600     MOVE RUN-LOG-RECORD      TO RUNLOG-OUTPUT-REC.
089700     WRITE RUNLOG-OUTPUT-REC.
089800     CLOSE RUNLOG.
089900
090000 3200-EXIT.
090100     EXIT.
090200
090300 9000-TERMINATE.
090400
090500     CLOSE SRTFILE.
090600     CLOSE JRNFILE.
090700     CLOSE PRFFILE.
090800
090900 9000-EXIT.
091000     EXIT.
