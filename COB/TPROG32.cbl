000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TPROG32.
000300 AUTHOR.        COMPUWARE ISPW TRAINING.
000400 DATE-WRITTEN.  OCTOBER 15TH, 2026.
000500 DATE-COMPILED.
000600
000700********************************************************
000800* THIS PROGRAM IS THE MASKED TEST-DATA GENERATOR.  IT
000900*      TAKES PRODUCTION COPIES OF THE EMP MASTER
001000*      (EMPFILE), THE CHANGE HISTORY (EMPHIST), THE
001100*      PAYMENT INTERFACE (PAYINT) AND THE PENDING
001200*      TRANSACTIONS (EMPTRAN) AND WRITES MASKED COPIES
001300*      FOR THE TEST REGION, SO NOBODY HAS TO COPY REAL
001400*      NAMES AND PAY OUT OF PRODUCTION.
001500*
001600*      NAMES - EVERY NAME ON ANY OF THE FOUR INPUTS IS
001700*      COLLECTED AND SORTED, AND EACH DISTINCT NAME IS
001800*      REPLACED BY 'MASKED' AND ITS NINE-DIGIT RANK IN
001900*      THAT LIST.  THE SAME PERSON THEREFORE GETS THE
002000*      SAME PSEUDONYM IN EVERY FILE, AND BECAUSE THE
002100*      RANKS RUN IN THE SAME ORDER AS THE NAMES, EVERY
002200*      FILE KEEPS THE NAME/REGION KEY ORDER TPROG04 AND
002300*      TPROG19 RELY ON.  REGIONS, TYPES, ACTIONS AND
002400*      DATES ARE COPIED UNCHANGED, SO THE REGTAB/TYPTAB
002500*      CODES STILL EDIT.
002600*
002700*      MONEY - EVERY NUMERIC AMOUNT IS MULTIPLIED BY A
002800*      FACTOR BETWEEN (1 - MASKPCT%) AND (1 + MASKPCT%)
002900*      DRAWN FROM THE PERSON'S RANK AND THE RUNPARM
003000*      MASKSEED, SO ONE PERSON'S AMOUNTS MOVE TOGETHER IN
003100*      EVERY FILE (HISTORY STILL CHAINS TO THE MASTER).
003200*      ZERO STAYS ZERO, AND AN AMOUNT THAT IS NOT NUMERIC
003300*      IS COPIED AS IT IS SO THE EDITS STILL SEE IT.  THE
003400*      PAYINT TRAILER IS REBUILT FROM THE MASKED DETAILS.
003500*
003600*      THE CONTROL REPORT PROVES, FOR EACH DATASET, THAT
003700*      EVERY INPUT RECORD PRODUCED AN OUTPUT RECORD, THAT
003800*      THE KEY ORDER WAS KEPT, AND - BY READING EVERY
003900*      OUTPUT BACK AND LOOKING EACH NAME UP AMONG THE
004000*      ORIGINALS - THAT NO ORIGINAL NAME SURVIVED.  NO
004100*      ORIGINAL NAME IS EVER PRINTED.  RC=12 IF ANY PROOF
004200*      FAILS (THE MASKED SET MUST NOT BE RELEASED TO
004300*      TEST), RC=4 IF THE PAYINT INPUT TRAILER DID NOT
004400*      AGREE WITH ITS DETAILS.
004500*
004600*      AND COPYLIBS   EMPREC2   (VERSION-2 EMP RECORD)
004700*                     EMPHIST   (CHANGE-HISTORY RECORD)
004800*                     PAYINT    (PAYMENT INTERFACE RECORD)
004900*                     EMPTRAN   (TRANSACTION LAYOUT)
005000*                     RUNPRM    (RUN-CONTROL PARAMETERS)
005100*                     RUNLOG    (COMMON RUN-LOG RECORD)
005200* ======================================================
005300*  ISPW (TM)
005400*  COPYRIGHT (C) 1986-2016 COMPUWARE CORPORATION.
005500*  UNPUBLISHED RIGHTS RESERVED UNDER THE COPYRIGHT
005600*  LAWS OF THE UNITED STATES.
005700*
005800* ======================================================
005900*                   MODIFICATION  LOG
006000*
006100*  DD/MM/YY  PROGRAMMER  CHANGES
006200*  ********  **********  *******
006300*  15/10/26  ISPW        NEW PROGRAM - MASKED TEST-DATA
006400*                        GENERATOR FOR THE EMP CHAIN
006420*  15/10/26  ISPW        RUNLOG ERRORS IS NOW THE MASKED RECORDS
006440*                        STILL CARRYING AN ORIGINAL NAME, SO READ
006460*                        CROSS-FOOTS TO WRITTEN PLUS ERRORS
006500* ======================================================
006600 ENVIRONMENT DIVISION.
006700 CONFIGURATION SECTION.
006800 SOURCE-COMPUTER. IBM-370.
006900 OBJECT-COMPUTER. IBM-370.
007000
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300
007400*****************************************************
007500*  FILES USED:
007600*   EMPIN    THE PRODUCTION EMP MASTER (EMPREC2)
007700*   HISTIN   THE PRODUCTION EMPHIST GENERATION(S)
007800*   PAYIN    THE PRODUCTION PAYINT GENERATION
007900*   TRANIN   THE PRODUCTION PENDING EMPTRAN DATASET
008000*   EMPMSK   THE MASKED EMP MASTER
008100*   HISTMSK  THE MASKED EMPHIST
008200*   PAYMSK   THE MASKED PAYINT
008300*   TRANMSK  THE MASKED PENDING EMPTRAN
008400*            (EACH MASKED DATASET IS READ BACK AT THE
008500*            END OF THE RUN FOR THE PROOF)
008600*   NAMEWK   WORK FILE - EVERY NAME ON THE INPUTS
008700*   SRTWK    SORT WORK FILE - SORTS NAMEWK INTO
008800*            NAMESRT
008900*   NAMESRT  THE NAMES IN ORDER, DUPLICATES INCLUDED
009000*   RUNPARM  OPTIONAL - THE COMMON RUN-CONTROL CARD
009100*            DECK (SEE RUNPRM) - MASKPCT AND MASKSEED
009200*   MASKRPT  THE PRINTED CONTROL REPORT
009300*   RUNLOG   THE COMMON CUMULATIVE RUN-LOG DATASET
009400*            THE NIGHTLY SCORECARD READS (SEE RUNLOG)
009500*****************************************************
009600     SELECT EMPFILE  ASSIGN UT-S-EMPIN
009700       ORGANIZATION IS SEQUENTIAL
009800       ACCESS IS SEQUENTIAL.
009900
010000     SELECT HISTFILE ASSIGN UT-S-HISTIN
010100       ORGANIZATION IS SEQUENTIAL
010200       ACCESS IS SEQUENTIAL.
010300
010400     SELECT PAYFILE  ASSIGN UT-S-PAYIN
010500       ORGANIZATION IS SEQUENTIAL
010600       ACCESS IS SEQUENTIAL.
010700
010800     SELECT TRANFILE ASSIGN UT-S-TRANIN
010900       ORGANIZATION IS SEQUENTIAL
011000       ACCESS IS SEQUENTIAL.
011100
011200     SELECT EMPMSK   ASSIGN UT-S-EMPMSK
011300       ORGANIZATION IS SEQUENTIAL
011400       ACCESS IS SEQUENTIAL.
011500
011600     SELECT HISTMSK  ASSIGN UT-S-HISTMSK
011700       ORGANIZATION IS SEQUENTIAL
011800       ACCESS IS SEQUENTIAL.
011900
012000     SELECT PAYMSK   ASSIGN UT-S-PAYMSK
012100       ORGANIZATION IS SEQUENTIAL
012200       ACCESS IS SEQUENTIAL.
012300
012400     SELECT TRANMSK  ASSIGN UT-S-TRANMSK
012500       ORGANIZATION IS SEQUENTIAL
012600       ACCESS IS SEQUENTIAL.
012700
012800     SELECT NAMEFILE ASSIGN UT-S-NAMEWK
012900       ORGANIZATION IS SEQUENTIAL
013000       ACCESS IS SEQUENTIAL.
013100
013200     SELECT SRTWORK  ASSIGN UT-S-SRTWK.
013300
013400     SELECT NAMESRT  ASSIGN UT-S-NAMESRT
013500       ORGANIZATION IS SEQUENTIAL
013600       ACCESS IS SEQUENTIAL.
013700
013800     SELECT OPTIONAL RUNPARM ASSIGN UT-S-RUNPARM
013900       ORGANIZATION IS SEQUENTIAL
014000       ACCESS IS SEQUENTIAL.
014100
014200     SELECT MSKFILE  ASSIGN UT-S-MASKRPT
014300       ORGANIZATION IS SEQUENTIAL
014400       ACCESS IS SEQUENTIAL.
014500
014600     SELECT RUNLOG   ASSIGN UT-S-RUNLOG
014700       ORGANIZATION IS SEQUENTIAL
014800       ACCESS IS SEQUENTIAL.
014900
015000 DATA DIVISION.
015100
015200 FILE SECTION.
015300
015400 FD  EMPFILE
015500     LABEL RECORDS OMITTED
015600     BLOCK CONTAINS 0 RECORDS
015700     RECORDING MODE IS F
015800     DATA RECORD IS EMPIN-INPUT-REC.
015900
016000 01  EMPIN-INPUT-REC           PIC X(58).
016100
016200 FD  HISTFILE
016300     LABEL RECORDS OMITTED
016400     BLOCK CONTAINS 0 RECORDS
016500     RECORDING MODE IS F
016600     DATA RECORD IS HIST-INPUT-REC.
016700
016800 01  HIST-INPUT-REC            PIC X(161).
016900
017000 FD  PAYFILE
017100     LABEL RECORDS OMITTED
017200     BLOCK CONTAINS 0 RECORDS
017300     RECORDING MODE IS F
017400     DATA RECORD IS PAY-INPUT-REC.
017500
017600 01  PAY-INPUT-REC             PIC X(32).
017700
017800 FD  TRANFILE
017900     LABEL RECORDS OMITTED
018000     BLOCK CONTAINS 0 RECORDS
018100     RECORDING MODE IS F
018200     DATA RECORD IS TRAN-INPUT-REC.
018300
018400 01  TRAN-INPUT-REC            PIC X(65).
018500
018600 FD  EMPMSK
018700     LABEL RECORDS OMITTED
018800     BLOCK CONTAINS 0 RECORDS
018900     RECORDING MODE IS F
019000     DATA RECORD IS EMPMSK-REC.
019100
019200 01  EMPMSK-REC                PIC X(58).
019300
019400 FD  HISTMSK
019500     LABEL RECORDS OMITTED
019600     BLOCK CONTAINS 0 RECORDS
019700     RECORDING MODE IS F
019800     DATA RECORD IS HISTMSK-REC.
019900
020000 01  HISTMSK-REC               PIC X(161).
020100
020200 FD  PAYMSK
020300     LABEL RECORDS OMITTED
020400     BLOCK CONTAINS 0 RECORDS
020500     RECORDING MODE IS F
020600     DATA RECORD IS PAYMSK-REC.
020700
020800 01  PAYMSK-REC                PIC X(32).
020900
021000 FD  TRANMSK
021100     LABEL RECORDS OMITTED
021200     BLOCK CONTAINS 0 RECORDS
021300     RECORDING MODE IS F
021400     DATA RECORD IS TRANMSK-REC.
021500
021600 01  TRANMSK-REC               PIC X(65).
021700
021800 FD  NAMEFILE
021900     LABEL RECORDS OMITTED
022000     BLOCK CONTAINS 0 RECORDS
022100     RECORDING MODE IS F
022200     DATA RECORD IS NAMEFILE-REC.
022300
022400 01  NAMEFILE-REC              PIC X(15).
022500
022600*****************************************************
022700**** SORT WORK FILE FOR THE NAME SORT PERFORMED BY
022800**** 1200-BUILD-NAME-TABLE
022900*****************************************************
023000 SD  SRTWORK
023100     DATA RECORD IS SRT-REC.
023200
023300 01  SRT-REC.
023400     05  SRT-KEY-NAME          PIC X(15).
023500
023600 FD  NAMESRT
023700     LABEL RECORDS OMITTED
023800     BLOCK CONTAINS 0 RECORDS
023900     RECORDING MODE IS F
024000     DATA RECORD IS NAMESRT-REC.
024100
024200 01  NAMESRT-REC               PIC X(15).
024300
024400 FD  RUNPARM
024500     LABEL RECORDS OMITTED
024600     BLOCK CONTAINS 0 RECORDS
024700     RECORDING MODE IS F
024800     DATA RECORD IS RUN-PARM-INPUT-REC.
024900
025000 01  RUN-PARM-INPUT-REC        PIC X(80).
025100
025200 FD  MSKFILE
025300     LABEL RECORDS OMITTED
025400     BLOCK CONTAINS 0 RECORDS
025500     RECORDING MODE IS F
025600     DATA RECORD IS MSK-OUTPUT-REC.
025700
025800 01  MSK-OUTPUT-REC.
025900     05  MSK-CC            PIC X(01).
026000     05  MSK-LINE          PIC X(132).
026100
026200 FD  RUNLOG
026300     LABEL RECORDS OMITTED
026400     BLOCK CONTAINS 0 RECORDS
026500     RECORDING MODE IS F
026600     DATA RECORD IS RUNLOG-OUTPUT-REC.
026700
026800 01  RUNLOG-OUTPUT-REC         PIC X(86).
026900
027000 WORKING-STORAGE SECTION.
027100****************************************************
027200****    THE FOUR RECORD LAYOUTS BEING MASKED
027300****************************************************
027400     COPY EMPREC2.
027500
027600     COPY EMPHIST.
027700
027800     COPY PAYINT.
027900
028000     COPY EMPTRAN.
028100
028200****************************************************
028300****    THE COMMON RUN-CONTROL PARAMETER WORK AREAS
028400****    AND THE STANDARD RUN-LOG RECORD
028500****************************************************
028600     COPY RUNPRM.
028700
028800     COPY RUNLOG.
028900
029000****************************************************
029100****    THE ORIGINAL NAMES, ASCENDING AND DISTINCT.
029200****    A NAME'S PSEUDONYM IS BUILT FROM ITS POSITION
029300****    HERE, SO THE TABLE ITSELF IS THE NAME MAP.
029400****************************************************
029500 01  NAME-TABLE.
029600     05  NAME-ENTRY        PIC X(15) OCCURS 30000 TIMES.
029700
029800 77  NAME-TABLE-MAX        PIC 9(09) COMP VALUE 30000.
029900 77  NAME-COUNT            PIC 9(09) COMP VALUE ZERO.
030000 77  LOW-IX                PIC 9(09) COMP VALUE ZERO.
030100 77  HIGH-IX               PIC 9(09) COMP VALUE ZERO.
030200 77  MID-IX                PIC 9(09) COMP VALUE ZERO.
030300 77  FOUND-IX              PIC 9(09) COMP VALUE ZERO.
030400
030500****************************************************
030600****    THE NAME BEING MAPPED, ITS PSEUDONYM AND ITS
030700****    MONEY FACTOR
030800****************************************************
030900 01  MAP-NAME-IN           PIC X(15) VALUE SPACES.
031000
031100 01  PSEUDONYM-WORK.
031200     05  FILLER            PIC X(06) VALUE 'MASKED'.
031300     05  PSEUDONYM-RANK    PIC 9(09) VALUE ZERO.
031400
031500 01  MAP-NAME-OUT          PIC X(15) VALUE SPACES.
031600
031700 77  MASK-FACTOR           PIC 9(01)V9(06) VALUE 1.
031800 77  FACTOR-DIVIDEND       PIC 9(15) COMP VALUE ZERO.
031900 77  FACTOR-QUOTIENT       PIC 9(15) COMP VALUE ZERO.
032000 77  FACTOR-REMAINDER      PIC 9(04) COMP VALUE ZERO.
032100 77  FACTOR-STEP           PIC S9(04) VALUE ZERO.
032200
032300****************************************************
032400****    ONE AMOUNT BEING PERTURBED.  MONEY-MAX IS THE
032500****    LARGEST VALUE THE RECEIVING FIELD WILL HOLD.
032600****************************************************
032700 77  MONEY-IN              PIC 9(09)V99 VALUE ZERO.
032800 77  MONEY-OUT             PIC 9(09)V99 VALUE ZERO.
032900 77  MONEY-MAX             PIC 9(09)V99 VALUE ZERO.
033000 77  MONEY-MAX-8           PIC 9(09)V99 VALUE 99999999.99.
033100 77  MONEY-MAX-9           PIC 9(09)V99 VALUE 999999999.99.
033200
033300****************************************************
033400****    TUNABLES (RUNPARM MASKPCT AND MASKSEED)
033500****************************************************
033600 77  MASK-PCT              PIC 9(03)V99 VALUE 10.00.
033700 77  MASK-SEED             PIC 9(05) VALUE 12345.
033800
033900****************************************************
034000****    KEY-ORDER CHECK WORK
034100****************************************************
034200 01  CUR-KEY-WORK.
034300     05  CK-NAME           PIC X(15).
034400     05  CK-REGION         PIC X(05).
034500
034600 01  PREV-KEY-IN           PIC X(20) VALUE LOW-VALUES.
034700 01  PREV-KEY-OUT          PIC X(20) VALUE LOW-VALUES.
034800
034900****************************************************
035000****    PAYINT TRAILER PROOF
035100****************************************************
035200 77  PAY-IN-DETAILS        PIC 9(07) VALUE ZERO.
035300 77  PAY-IN-HASH           PIC 9(11)V99 VALUE ZERO.
035400 77  PAY-OUT-DETAILS       PIC 9(07) VALUE ZERO.
035500 77  PAY-OUT-HASH          PIC 9(11)V99 VALUE ZERO.
035600 77  PAY-IN-TRL-COUNT      PIC 9(07) VALUE ZERO.
035700 77  PAY-IN-TRL-HASH       PIC 9(11)V99 VALUE ZERO.
035800 77  PAY-TRAILERS-IN       PIC 9(07) VALUE ZERO.
035900
036000****************************************************
036100****    PER-DATASET PROOF COUNTERS - 1 EMPFILE,
036200****    2 EMPHIST, 3 PAYINT, 4 EMPTRAN
036300****************************************************
036400 01  PROOF-TABLE.
036500     05  PROOF-ENTRY       OCCURS 4 TIMES.
036600         10  PF-DATASET        PIC X(08).
036700         10  PF-IN-COUNT       PIC 9(07).
036800         10  PF-OUT-COUNT      PIC 9(07).
036900         10  PF-REREAD-COUNT   PIC 9(07).
037000         10  PF-NAMES-CHECKED  PIC 9(07).
037100         10  PF-ORIGINALS      PIC 9(07).
037200         10  PF-BREAKS-IN      PIC 9(07).
037300         10  PF-BREAKS-OUT     PIC 9(07).
037400
037500 77  DS                    PIC 9(04) COMP VALUE ZERO.
037600 77  CHECK-NAME            PIC X(15) VALUE SPACES.
037700
037800****************************************************
037900****    REPORT LINE LAYOUTS - BOXED HEADER STYLE
038000****    (SAME STAR-LINE / BODY-LINE STYLE AS THE
038100****     TPROG01 OUTFILE REPORT USES)
038200****************************************************
038300 01  MSK-STAR-LINE.
038400     05  FILLER            PIC X(01) VALUE SPACE.
038500     05  FILLER            PIC X(132) VALUE ALL '*'.
038600
038700 01  MSK-TITLE-LINE.
038800     05  FILLER            PIC X(01) VALUE SPACE.
038900     05  FILLER            PIC X(50) VALUE
039000         'MASKED TEST-DATA GENERATION - CONTROL REPORT'.
039100     05  FILLER            PIC X(10) VALUE 'RUN DATE '.
039200     05  MSK-T-DATE        PIC X(08).
039300     05  FILLER            PIC X(64) VALUE SPACES.
039400
039500 01  MSK-COLUMN-LINE-1.
039600     05  FILLER            PIC X(01) VALUE SPACE.
039700     05  FILLER            PIC X(10) VALUE 'DATASET'.
039800     05  FILLER            PIC X(10) VALUE '   RECORDS'.
039900     05  FILLER            PIC X(10) VALUE '   RECORDS'.
040000     05  FILLER            PIC X(10) VALUE '   RECORDS'.
040100     05  FILLER            PIC X(10) VALUE '     NAMES'.
040200     05  FILLER            PIC X(10) VALUE '  ORIGINAL'.
040300     05  FILLER            PIC X(10) VALUE '  ORDER IN'.
040400     05  FILLER            PIC X(10) VALUE ' ORDER OUT'.
040500     05  FILLER            PIC X(02) VALUE SPACES.
040600     05  FILLER            PIC X(10) VALUE 'PROOF'.
040700     05  FILLER            PIC X(50) VALUE SPACES.
040800
040900 01  MSK-COLUMN-LINE-2.
041000     05  FILLER            PIC X(01) VALUE SPACE.
041100     05  FILLER            PIC X(10) VALUE SPACES.
041200     05  FILLER            PIC X(10) VALUE '        IN'.
041300     05  FILLER            PIC X(10) VALUE '       OUT'.
041400     05  FILLER            PIC X(10) VALUE '   READ BK'.
041500     05  FILLER            PIC X(10) VALUE '   CHECKED'.
041600     05  FILLER            PIC X(10) VALUE '     NAMES'.
041700     05  FILLER            PIC X(10) VALUE '    BREAKS'.
041800     05  FILLER            PIC X(10) VALUE '    BREAKS'.
041900     05  FILLER            PIC X(02) VALUE SPACES.
042000     05  FILLER            PIC X(10) VALUE SPACES.
042100     05  FILLER            PIC X(50) VALUE SPACES.
042200
042300 01  MSK-PROOF-LINE.
042400     05  FILLER            PIC X(01) VALUE SPACE.
042500     05  MSK-P-DATASET     PIC X(10).
042600     05  MSK-P-IN          PIC Z,ZZZ,ZZ9.
042700     05  FILLER            PIC X(01) VALUE SPACE.
042800     05  MSK-P-OUT         PIC Z,ZZZ,ZZ9.
042900     05  FILLER            PIC X(01) VALUE SPACE.
043000     05  MSK-P-REREAD      PIC Z,ZZZ,ZZ9.
043100     05  FILLER            PIC X(01) VALUE SPACE.
043200     05  MSK-P-CHECKED     PIC Z,ZZZ,ZZ9.
043300     05  FILLER            PIC X(01) VALUE SPACE.
043400     05  MSK-P-ORIGINALS   PIC Z,ZZZ,ZZ9.
043500     05  FILLER            PIC X(01) VALUE SPACE.
043600     05  MSK-P-BREAKS-IN   PIC Z,ZZZ,ZZ9.
043700     05  FILLER            PIC X(01) VALUE SPACE.
043800     05  MSK-P-BREAKS-OUT  PIC Z,ZZZ,ZZ9.
043900     05  FILLER            PIC X(03) VALUE SPACES.
044000     05  MSK-P-VERDICT     PIC X(10).
044100     05  FILLER            PIC X(50) VALUE SPACES.
044200
044300 01  MSK-SURVIVOR-LINE.
044400     05  FILLER            PIC X(01) VALUE SPACE.
044500     05  FILLER            PIC X(25) VALUE
044600         '*** ORIGINAL NAME IN '.
044700     05  MSK-S-DATASET     PIC X(08).
044800     05  FILLER            PIC X(08) VALUE ' RECORD '.
044900     05  MSK-S-RECORD      PIC Z,ZZZ,ZZ9.
045000     05  FILLER            PIC X(04) VALUE ' ***'.
045100     05  FILLER            PIC X(77) VALUE SPACES.
045200
045300 01  MSK-MESSAGE-LINE.
045400     05  FILLER            PIC X(01) VALUE SPACE.
045500     05  MSK-M-TEXT        PIC X(80).
045600     05  FILLER            PIC X(52) VALUE SPACES.
045700
045800 01  MSK-TRAILER-LINE.
045900     05  FILLER            PIC X(01) VALUE SPACE.
046000     05  MSK-T-LABEL       PIC X(30) VALUE SPACES.
046100     05  MSK-T-COUNT       PIC ZZZ,ZZ9.
046200     05  FILLER            PIC X(95) VALUE SPACES.
046300
046400 01  MSK-AMOUNT-LINE.
046500     05  FILLER            PIC X(01) VALUE SPACE.
046600     05  MSK-A-LABEL       PIC X(30) VALUE SPACES.
046700     05  MSK-A-COUNT       PIC Z,ZZZ,ZZ9.
046800     05  FILLER            PIC X(03) VALUE SPACES.
046900     05  MSK-A-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
047000     05  FILLER            PIC X(73) VALUE SPACES.
047100
047200****************************************************
047300****    SWITCHES AND COUNTERS
047400****************************************************
047500 77  EMPIN-EOF-SW          PIC X(01) VALUE 'N'.
047600     88  EMPIN-EOF                   VALUE 'Y'.
047700
047800 77  HISTIN-EOF-SW         PIC X(01) VALUE 'N'.
047900     88  HISTIN-EOF                  VALUE 'Y'.
048000
048100 77  PAYIN-EOF-SW          PIC X(01) VALUE 'N'.
048200     88  PAYIN-EOF                   VALUE 'Y'.
048300
048400 77  TRANIN-EOF-SW         PIC X(01) VALUE 'N'.
048500     88  TRANIN-EOF                  VALUE 'Y'.
048600
048700 77  NAMESRT-EOF-SW        PIC X(01) VALUE 'N'.
048800     88  NAMESRT-EOF                 VALUE 'Y'.
048900
049000 77  CHECK-EOF-SW          PIC X(01) VALUE 'N'.
049100     88  CHECK-EOF                   VALUE 'Y'.
049200
049300 77  FATAL-ERROR-SW        PIC X(01) VALUE 'N'.
049400     88  FATAL-ERROR-HIT             VALUE 'Y'.
049500
049600 77  PROOF-FAILED-SW       PIC X(01) VALUE 'N'.
049700     88  PROOF-FAILED                VALUE 'Y'.
049720
049740 77  RECORD-HIT-SW         PIC X(01) VALUE 'N'.
049760     88  RECORD-HIT                  VALUE 'Y'.
049800
049900 77  PAYIN-OUT-OF-BAL-SW   PIC X(01) VALUE 'N'.
050000     88  PAYIN-OUT-OF-BALANCE        VALUE 'Y'.
050100
050200 77  RUN-DATE-WORK         PIC X(08) VALUE SPACES.
050300
050400 77  NAMES-COLLECTED       PIC 9(09) VALUE ZERO.
050500 77  AMOUNTS-PERTURBED     PIC 9(09) VALUE ZERO.
050600 77  AMOUNTS-NOT-NUMERIC   PIC 9(09) VALUE ZERO.
050700 77  TOTAL-IN-COUNT        PIC 9(09) VALUE ZERO.
050800 77  TOTAL-OUT-COUNT       PIC 9(09) VALUE ZERO.
050950 77  SURVIVOR-RECORDS      PIC 9(09) VALUE ZERO.
051000
051100 PROCEDURE DIVISION.
051200
051300 0000-MAINLINE.
051400
051500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
051600     PERFORM 1100-COLLECT-NAMES THRU 1100-EXIT.
051700     PERFORM 1200-BUILD-NAME-TABLE THRU 1200-EXIT.
051800
051900     IF NOT FATAL-ERROR-HIT
052000        PERFORM 2000-MASK-EMPFILE THRU 2000-EXIT
052100        PERFORM 2100-MASK-HISTORY THRU 2100-EXIT
052200        PERFORM 2200-MASK-PAYINT THRU 2200-EXIT
052300        PERFORM 2300-MASK-TRANS THRU 2300-EXIT
052400     END-IF.
052500
052600     IF NOT FATAL-ERROR-HIT
052700        PERFORM 4000-PROVE-EMPFILE THRU 4000-EXIT
052800        PERFORM 4100-PROVE-HISTORY THRU 4100-EXIT
052900        PERFORM 4200-PROVE-PAYINT THRU 4200-EXIT
053000        PERFORM 4300-PROVE-TRANS THRU 4300-EXIT
053100     END-IF.
053200
053300     PERFORM 3000-FINISH-REPORT THRU 3000-EXIT.
053400     PERFORM 3200-WRITE-RUN-LOG THRU 3200-EXIT.
053500     GOBACK.
053600
053700 1000-INITIALIZE.
053800
053900     ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD.
054000
054100     MOVE ZEROS TO PROOF-TABLE.
054200     MOVE 'EMPFILE' TO PF-DATASET (1).
054300     MOVE 'EMPHIST' TO PF-DATASET (2).
054400     MOVE 'PAYINT'  TO PF-DATASET (3).
054500     MOVE 'EMPTRAN' TO PF-DATASET (4).
054600
054700     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
054800
054900     OPEN OUTPUT MSKFILE.
055000
055100     MOVE SPACES TO MSK-CC.
055200     MOVE MSK-STAR-LINE TO MSK-OUTPUT-REC.
055300     WRITE MSK-OUTPUT-REC.
055400     WRITE MSK-OUTPUT-REC.
055500     WRITE MSK-OUTPUT-REC.
055600
055700     MOVE RUN-DATE-WORK TO MSK-T-DATE.
055800     MOVE MSK-TITLE-LINE TO MSK-OUTPUT-REC.
055900     WRITE MSK-OUTPUT-REC.
056000     MOVE SPACES TO MSK-OUTPUT-REC.
056100     WRITE MSK-OUTPUT-REC.
056200
056300     PERFORM 1070-PRINT-RUN-PARMS THRU 1070-EXIT.
056400
056500 1000-EXIT.
056600     EXIT.
056700
056800****************************************************************
056900* A MISSING OR EMPTY RUNPARM DD, OR AN ABSENT KEYWORD, LEAVES
057000* THE COMPILED-IN DEFAULT STANDING.  KEYWORDS THAT BELONG TO
057100* OTHER STEPS IN THE CHAIN ARE SIMPLY PASSED OVER.  A MASKPCT OF
057200* 100 OR MORE COULD DRIVE AN AMOUNT TO ZERO OR BELOW AND IS
057300* REFUSED AS A BAD CARD.
057400****************************************************************
057500 1050-READ-RUN-PARMS.
057600
057700     OPEN INPUT RUNPARM.
057800     PERFORM 1060-APPLY-ONE-PARM THRU 1060-EXIT
057900        UNTIL RUNPARM-EOF.
058000     CLOSE RUNPARM.
058100
058200 1050-EXIT.
058300     EXIT.
058400
058500 1060-APPLY-ONE-PARM.
058600
058700     READ RUNPARM
058800        AT END
058900           MOVE 'Y' TO RUNPARM-EOF-SW
059000        NOT AT END
059100           MOVE RUN-PARM-INPUT-REC TO RUN-PARM-CARD
059200           ADD 1 TO RUN-PARM-CARDS-READ
059300           PERFORM 1065-PARSE-ONE-PARM THRU 1065-EXIT
059400     END-READ.
059500
059600 1060-EXIT.
059700     EXIT.
059800
059900 1065-PARSE-ONE-PARM.
060000
060100     IF RUN-PARM-COMMENT OR RUN-PARM-CARD = SPACES
060200        GO TO 1065-EXIT
060300     END-IF.
060400
060500     MOVE SPACES TO RUN-PARM-KEYWORD.
060600     MOVE SPACES TO RUN-PARM-VALUE.
060700     UNSTRING RUN-PARM-CARD DELIMITED BY '='
060800        INTO RUN-PARM-KEYWORD RUN-PARM-VALUE.
060900
061000     EVALUATE RUN-PARM-KEYWORD
061100        WHEN 'MASKPCT'
061200           IF RUN-PARM-VALUE (1:5) IS NUMERIC
061300              AND RUN-PARM-VALUE-PCT < 100
061400              MOVE RUN-PARM-VALUE-PCT TO MASK-PCT
061500              ADD 1 TO RUN-PARM-APPLIED-COUNT
061600           ELSE
061700              ADD 1 TO RUN-PARM-BAD-COUNT
061800           END-IF
061900        WHEN 'MASKSEED'
062000           IF RUN-PARM-VALUE (1:5) IS NUMERIC
062100              MOVE RUN-PARM-VALUE-5 TO MASK-SEED
062200              ADD 1 TO RUN-PARM-APPLIED-COUNT
062300           ELSE
062400              ADD 1 TO RUN-PARM-BAD-COUNT
062500           END-IF
062600        WHEN OTHER
062700           CONTINUE
062800     END-EVALUATE.
062900
063000 1065-EXIT.
063100     EXIT.
063200
063300 1070-PRINT-RUN-PARMS.
063400
063500     MOVE RUN-PARM-HEAD-LINE TO MSK-OUTPUT-REC.
063600     WRITE MSK-OUTPUT-REC.
063700
063800     MOVE SPACES TO RUN-PARM-PCT-LINE.
063900     MOVE 'MONEY PERTURBED BY UP TO PCT' TO RUN-PARM-C-LABEL.
064000     MOVE MASK-PCT TO RUN-PARM-C-VALUE.
064100     MOVE RUN-PARM-PCT-LINE TO MSK-OUTPUT-REC.
064200     WRITE MSK-OUTPUT-REC.
064300
064400     MOVE SPACES TO RUN-PARM-NUM-LINE.
064500     MOVE 'MASKING SEED' TO RUN-PARM-N-LABEL.
064600     MOVE MASK-SEED TO RUN-PARM-N-VALUE.
064700     MOVE RUN-PARM-NUM-LINE TO MSK-OUTPUT-REC.
064800     WRITE MSK-OUTPUT-REC.
064900
065000     MOVE SPACES TO RUN-PARM-NUM-LINE.
065100     MOVE 'RUNPARM CARDS APPLIED' TO RUN-PARM-N-LABEL.
065200     MOVE RUN-PARM-APPLIED-COUNT TO RUN-PARM-N-VALUE.
065300     MOVE RUN-PARM-NUM-LINE TO MSK-OUTPUT-REC.
065400     WRITE MSK-OUTPUT-REC.
065500
065600     MOVE SPACES TO RUN-PARM-NUM-LINE.
065700     MOVE 'BAD RUNPARM CARDS' TO RUN-PARM-N-LABEL.
065800     MOVE RUN-PARM-BAD-COUNT TO RUN-PARM-N-VALUE.
065900     MOVE RUN-PARM-NUM-LINE TO MSK-OUTPUT-REC.
066000     WRITE MSK-OUTPUT-REC.
066100
066200     MOVE SPACES TO MSK-OUTPUT-REC.
066300     WRITE MSK-OUTPUT-REC.
066400
066500 1070-EXIT.
066600     EXIT.
066700
066800****************************************************************
066900* PASS 1 - EVERY NON-BLANK NAME ON THE FOUR INPUTS GOES TO THE
067000* NAME WORK FILE: THE MASTER NAME, THE HISTORY KEY AND BOTH
067100* IMAGE NAMES, THE PAYINT DETAIL NAME AND THE TRANSACTION NAME.
067200****************************************************************
067300 1100-COLLECT-NAMES.
067400
067500     OPEN OUTPUT NAMEFILE.
067600
067700     OPEN INPUT EMPFILE.
067800     MOVE 'N' TO EMPIN-EOF-SW.
067900     PERFORM 1110-COLLECT-EMPFILE THRU 1110-EXIT
068000        UNTIL EMPIN-EOF.
068100     CLOSE EMPFILE.
068200
068300     OPEN INPUT HISTFILE.
068400     MOVE 'N' TO HISTIN-EOF-SW.
068500     PERFORM 1120-COLLECT-HISTORY THRU 1120-EXIT
068600        UNTIL HISTIN-EOF.
068700     CLOSE HISTFILE.
068800
068900     OPEN INPUT PAYFILE.
069000     MOVE 'N' TO PAYIN-EOF-SW.
069100     PERFORM 1130-COLLECT-PAYINT THRU 1130-EXIT
069200        UNTIL PAYIN-EOF.
069300     CLOSE PAYFILE.
069400
069500     OPEN INPUT TRANFILE.
069600     MOVE 'N' TO TRANIN-EOF-SW.
069700     PERFORM 1140-COLLECT-TRANS THRU 1140-EXIT
069800        UNTIL TRANIN-EOF.
069900     CLOSE TRANFILE.
070000
070100     CLOSE NAMEFILE.
070200
070300 1100-EXIT.
070400     EXIT.
070500
070600 1110-COLLECT-EMPFILE.
070700
070800     READ EMPFILE
070900        AT END
071000           MOVE 'Y' TO EMPIN-EOF-SW
071100        NOT AT END
071200           MOVE EMPIN-INPUT-REC TO DCLEMP2
071300           MOVE EMP2-NAME TO MAP-NAME-IN
071400           PERFORM 1190-WRITE-NAME THRU 1190-EXIT
071500     END-READ.
071600
071700 1110-EXIT.
071800     EXIT.
071900
072000 1120-COLLECT-HISTORY.
072100
072200     READ HISTFILE
072300        AT END
072400           MOVE 'Y' TO HISTIN-EOF-SW
072500        NOT AT END
072600           MOVE HIST-INPUT-REC TO EMP-HISTORY-RECORD
072700           MOVE HIST-NAME TO MAP-NAME-IN
072800           PERFORM 1190-WRITE-NAME THRU 1190-EXIT
072900           MOVE HIST-BEF-NAME TO MAP-NAME-IN
073000           PERFORM 1190-WRITE-NAME THRU 1190-EXIT
073100           MOVE HIST-AFT-NAME TO MAP-NAME-IN
073200           PERFORM 1190-WRITE-NAME THRU 1190-EXIT
073300     END-READ.
073400
073500 1120-EXIT.
073600     EXIT.
073700
073800 1130-COLLECT-PAYINT.
073900
074000     READ PAYFILE
074100        AT END
074200           MOVE 'Y' TO PAYIN-EOF-SW
074300        NOT AT END
074400           MOVE PAY-INPUT-REC TO PAY-INTERFACE-RECORD
074500           IF PAY-REC-IS-DETAIL
074600              MOVE PAY-EMP-NAME TO MAP-NAME-IN
074700              PERFORM 1190-WRITE-NAME THRU 1190-EXIT
074800           END-IF
074900     END-READ.
075000
075100 1130-EXIT.
075200     EXIT.
075300
075400 1140-COLLECT-TRANS.
075500
075600     READ TRANFILE
075700        AT END
075800           MOVE 'Y' TO TRANIN-EOF-SW
075900        NOT AT END
076000           MOVE TRAN-INPUT-REC TO EMP-TRAN-RECORD
076100           MOVE EMP-TRAN-NAME TO MAP-NAME-IN
076200           PERFORM 1190-WRITE-NAME THRU 1190-EXIT
076300     END-READ.
076400
076500 1140-EXIT.
076600     EXIT.
076700
076800 1190-WRITE-NAME.
076900
077000     IF MAP-NAME-IN NOT = SPACES
077100        MOVE MAP-NAME-IN TO NAMEFILE-REC
077200        WRITE NAMEFILE-REC
077300        ADD 1 TO NAMES-COLLECTED
077400     END-IF.
077500
077600 1190-EXIT.
077700     EXIT.
077800
077900****************************************************************
078000* THE NAMES ARE SORTED AND EACH DISTINCT ONE TAKES THE NEXT SLOT
078100* IN THE TABLE.  A TABLE TOO SMALL FOR THE DISTINCT NAMES WOULD
078200* LEAVE NAMES UNMASKED, SO OVERFLOW STOPS THE RUN BEFORE ANY
078300* OUTPUT IS WRITTEN.
078400****************************************************************
078500 1200-BUILD-NAME-TABLE.
078600
078700     SORT SRTWORK
078800        ON ASCENDING KEY SRT-KEY-NAME
078900        USING NAMEFILE
079000        GIVING NAMESRT.
079100
079200     OPEN INPUT NAMESRT.
079300     PERFORM 1210-LOAD-ONE-NAME THRU 1210-EXIT
079400        UNTIL NAMESRT-EOF.
079500     CLOSE NAMESRT.
079600
079700 1200-EXIT.
079800     EXIT.
079900
080000 1210-LOAD-ONE-NAME.
080100
080200     READ NAMESRT
080300        AT END
080400           MOVE 'Y' TO NAMESRT-EOF-SW
080500           GO TO 1210-EXIT
080600     END-READ.
080700
080800     IF NAME-COUNT > ZERO
080900        IF NAMESRT-REC = NAME-ENTRY (NAME-COUNT)
081000           GO TO 1210-EXIT
081100        END-IF
081200     END-IF.
081300
081400     IF NAME-COUNT NOT < NAME-TABLE-MAX
081500        MOVE 'NAME TABLE FULL - NOTHING MASKED'
081600           TO MSK-M-TEXT
081700        MOVE MSK-MESSAGE-LINE TO MSK-OUTPUT-REC
081800        WRITE MSK-OUTPUT-REC
081900        MOVE 'Y' TO FATAL-ERROR-SW
082000        MOVE 'Y' TO NAMESRT-EOF-SW
082100        GO TO 1210-EXIT
082200     END-IF.
082300
082400     ADD 1 TO NAME-COUNT.
082500     MOVE NAMESRT-REC TO NAME-ENTRY (NAME-COUNT).
082600
082700 1210-EXIT.
082800     EXIT.
082900
083000****************************************************************
083100* PASS 2 - THE MASTER.  THE KEY ORDER IS CHECKED ON THE WAY IN
083200* AND ON THE WAY OUT; THE PROOF EXPECTS THE SAME NUMBER OF
083300* BREAKS EITHER SIDE (NONE, ON A GOOD MASTER).
083400****************************************************************
083500 2000-MASK-EMPFILE.
083600
083700     OPEN INPUT EMPFILE.
083800     OPEN OUTPUT EMPMSK.
083900     MOVE 'N' TO EMPIN-EOF-SW.
084000     MOVE LOW-VALUES TO PREV-KEY-IN.
084100     MOVE LOW-VALUES TO PREV-KEY-OUT.
084200     MOVE 1 TO DS.
084300     PERFORM 2010-MASK-ONE-EMP THRU 2010-EXIT
084400        UNTIL EMPIN-EOF.
084500     CLOSE EMPFILE.
084600     CLOSE EMPMSK.
084700
084800 2000-EXIT.
084900     EXIT.
085000
085100 2010-MASK-ONE-EMP.
085200
085300     READ EMPFILE
085400        AT END
085500           MOVE 'Y' TO EMPIN-EOF-SW
085600           GO TO 2010-EXIT
085700     END-READ.
085800
085900     ADD 1 TO PF-IN-COUNT (1).
086000     MOVE EMPIN-INPUT-REC TO DCLEMP2.
086100     MOVE EMP2-NAME   TO CK-NAME.
086200     MOVE EMP2-REGION TO CK-REGION.
086300     PERFORM 2900-CHECK-ORDER-IN THRU 2900-EXIT.
086400
086500     MOVE EMP2-NAME TO MAP-NAME-IN.
086600     PERFORM 5000-MAP-NAME THRU 5000-EXIT.
086700     MOVE MAP-NAME-OUT TO EMP2-NAME.
086800
086900     MOVE MONEY-MAX-8 TO MONEY-MAX.
087000     IF EMP2-WAGES IS NUMERIC
087100        MOVE EMP2-WAGES TO MONEY-IN
087200        PERFORM 5100-PERTURB-AMOUNT THRU 5100-EXIT
087300        MOVE MONEY-OUT TO EMP2-WAGES
087400     ELSE
087500        ADD 1 TO AMOUNTS-NOT-NUMERIC
087600     END-IF.
087700     IF EMP2-OT IS NUMERIC
087800        MOVE EMP2-OT TO MONEY-IN
087900        PERFORM 5100-PERTURB-AMOUNT THRU 5100-EXIT
088000        MOVE MONEY-OUT TO EMP2-OT
088100     ELSE
088200        ADD 1 TO AMOUNTS-NOT-NUMERIC
088300     END-IF.
088400     IF EMP2-COMM IS NUMERIC
088500        MOVE EMP2-COMM TO MONEY-IN
088600        PERFORM 5100-PERTURB-AMOUNT THRU 5100-EXIT
088700        MOVE MONEY-OUT TO EMP2-COMM
088800     ELSE
088900        ADD 1 TO AMOUNTS-NOT-NUMERIC
089000     END-IF.
089100
089200     MOVE EMP2-NAME   TO CK-NAME.
089300     PERFORM 2910-CHECK-ORDER-OUT THRU 2910-EXIT.
089400
089500     MOVE DCLEMP2 TO EMPMSK-REC.
089600     WRITE EMPMSK-REC.
089700     ADD 1 TO PF-OUT-COUNT (1).
089800
089900 2010-EXIT.
090000     EXIT.
090100
090200****************************************************************
090300* THE HISTORY.  IT IS IN APPLY ORDER, NOT KEY ORDER, SO ONLY THE
090400* RECORD ORDER IS KEPT.  AN IMAGE THAT IS SPACES (THE BEFORE
090500* IMAGE OF AN ADD, THE AFTER IMAGE OF A DELETE) STAYS SPACES.
090600****************************************************************
090700 2100-MASK-HISTORY.
090800
090900     OPEN INPUT HISTFILE.
091000     OPEN OUTPUT HISTMSK.
091100     MOVE 'N' TO HISTIN-EOF-SW.
091200     PERFORM 2110-MASK-ONE-HISTORY THRU 2110-EXIT
091300        UNTIL HISTIN-EOF.
091400     CLOSE HISTFILE.
091500     CLOSE HISTMSK.
091600
091700 2100-EXIT.
091800     EXIT.
091900
092000 2110-MASK-ONE-HISTORY.
092100
092200     READ HISTFILE
092300        AT END
092400           MOVE 'Y' TO HISTIN-EOF-SW
092500           GO TO 2110-EXIT
092600     END-READ.
092700
092800     ADD 1 TO PF-IN-COUNT (2).
092900     MOVE HIST-INPUT-REC TO EMP-HISTORY-RECORD.
093000
093100     MOVE HIST-NAME TO MAP-NAME-IN.
093200     PERFORM 5000-MAP-NAME THRU 5000-EXIT.
093300     MOVE MAP-NAME-OUT TO HIST-NAME.
093400
093500     MOVE MONEY-MAX-8 TO MONEY-MAX.
093600
093700     IF HIST-BEFORE-IMAGE NOT = SPACES
093800        MOVE HIST-BEF-NAME TO MAP-NAME-IN
093900        PERFORM 5000-MAP-NAME THRU 5000-EXIT
094000        MOVE MAP-NAME-OUT TO HIST-BEF-NAME
094100        IF HIST-BEF-WAGES IS NUMERIC
094200           MOVE HIST-BEF-WAGES TO MONEY-IN
094300           PERFORM 5100-PERTURB-AMOUNT THRU 5100-EXIT
094400           MOVE MONEY-OUT TO HIST-BEF-WAGES
094500        ELSE
094600           ADD 1 TO AMOUNTS-NOT-NUMERIC
094700        END-IF
094800        IF HIST-BEF-OT IS NUMERIC
094900           MOVE HIST-BEF-OT TO MONEY-IN
095000           PERFORM 5100-PERTURB-AMOUNT THRU 5100-EXIT
095100           MOVE MONEY-OUT TO HIST-BEF-OT
095200        ELSE
095300           ADD 1 TO AMOUNTS-NOT-NUMERIC
095400        END-IF
095500        IF HIST-BEF-COMM IS NUMERIC
095600           MOVE HIST-BEF-COMM TO MONEY-IN
095700           PERFORM 5100-PERTURB-AMOUNT THRU 5100-EXIT
095800           MOVE MONEY-OUT TO HIST-BEF-COMM
095900        ELSE
096000           ADD 1 TO AMOUNTS-NOT-NUMERIC
096100        END-IF
096200     END-IF.
096300
096400     IF HIST-AFTER-IMAGE NOT = SPACES
096500        MOVE HIST-AFT-NAME TO MAP-NAME-IN
096600        PERFORM 5000-MAP-NAME THRU 5000-EXIT
096700        MOVE MAP-NAME-OUT TO HIST-AFT-NAME
096800        IF HIST-AFT-WAGES IS NUMERIC
096900           MOVE HIST-AFT-WAGES TO MONEY-IN
097000           PERFORM 5100-PERTURB-AMOUNT THRU 5100-EXIT
097100           MOVE MONEY-OUT TO HIST-AFT-WAGES
097200        ELSE
097300           ADD 1 TO AMOUNTS-NOT-NUMERIC
097400        END-IF
097500        IF HIST-AFT-OT IS NUMERIC
097600           MOVE HIST-AFT-OT TO MONEY-IN
097700           PERFORM 5100-PERTURB-AMOUNT THRU 5100-EXIT
097800           MOVE MONEY-OUT TO HIST-AFT-OT
097900        ELSE
098000           ADD 1 TO AMOUNTS-NOT-NUMERIC
098100        END-IF
098200        IF HIST-AFT-COMM IS NUMERIC
098300           MOVE HIST-AFT-COMM TO MONEY-IN
098400           PERFORM 5100-PERTURB-AMOUNT THRU 5100-EXIT
098500           MOVE MONEY-OUT TO HIST-AFT-COMM
098600        ELSE
098700           ADD 1 TO AMOUNTS-NOT-NUMERIC
098800        END-IF
098900     END-IF.
099000
099100     MOVE EMP-HISTORY-RECORD TO HISTMSK-REC.
099200     WRITE HISTMSK-REC.
099300     ADD 1 TO PF-OUT-COUNT (2).
099400
099500 2110-EXIT.
099600     EXIT.
099700
099800****************************************************************
099900* THE PAYMENT INTERFACE.  EACH DETAIL IS MASKED AND ADDED TO THE
100000* MASKED TOTALS; THE TRAILER IS PROVED AGAINST THE INPUT DETAILS
100100* AND THEN REBUILT FROM THE MASKED ONES, SO THE MASKED FILE
100200* BALANCES THE WAY THE BUREAU EXPECTS.
100300****************************************************************
100400 2200-MASK-PAYINT.
100500
100600     OPEN INPUT PAYFILE.
100700     OPEN OUTPUT PAYMSK.
100800     MOVE 'N' TO PAYIN-EOF-SW.
100900     MOVE LOW-VALUES TO PREV-KEY-IN.
101000     MOVE LOW-VALUES TO PREV-KEY-OUT.
101100     MOVE 3 TO DS.
101200     PERFORM 2210-MASK-ONE-PAYMENT THRU 2210-EXIT
101300        UNTIL PAYIN-EOF.
101400     CLOSE PAYFILE.
101500     CLOSE PAYMSK.
101600
101700 2200-EXIT.
101800     EXIT.
101900
102000 2210-MASK-ONE-PAYMENT.
102100
102200     READ PAYFILE
102300        AT END
102400           MOVE 'Y' TO PAYIN-EOF-SW
102500           GO TO 2210-EXIT
102600     END-READ.
102700
102800     ADD 1 TO PF-IN-COUNT (3).
102900     MOVE PAY-INPUT-REC TO PAY-INTERFACE-RECORD.
103000
103100     IF PAY-REC-IS-TRAILER
103200        ADD 1 TO PAY-TRAILERS-IN
103300        MOVE PAY-TRL-RECORD-COUNT TO PAY-IN-TRL-COUNT
103400        MOVE PAY-TRL-AMOUNT-HASH  TO PAY-IN-TRL-HASH
103500        IF PAY-IN-TRL-COUNT NOT = PAY-IN-DETAILS
103600           OR PAY-IN-TRL-HASH NOT = PAY-IN-HASH
103700           MOVE 'Y' TO PAYIN-OUT-OF-BAL-SW
103800        END-IF
103900        MOVE PAY-OUT-DETAILS TO PAY-TRL-RECORD-COUNT
104000        MOVE PAY-OUT-HASH    TO PAY-TRL-AMOUNT-HASH
104100        GO TO 2220-WRITE-PAYMENT
104200     END-IF.
104300
104400     MOVE PAY-EMP-NAME   TO CK-NAME.
104500     MOVE PAY-EMP-REGION TO CK-REGION.
104600     PERFORM 2900-CHECK-ORDER-IN THRU 2900-EXIT.
104700
104800     MOVE PAY-EMP-NAME TO MAP-NAME-IN.
104900     PERFORM 5000-MAP-NAME THRU 5000-EXIT.
105000     MOVE MAP-NAME-OUT TO PAY-EMP-NAME.
105100
105200     ADD 1 TO PAY-IN-DETAILS.
105300     ADD 1 TO PAY-OUT-DETAILS.
105400     IF PAY-GROSS-AMOUNT IS NUMERIC
105500        ADD PAY-GROSS-AMOUNT TO PAY-IN-HASH
105600        MOVE MONEY-MAX-9 TO MONEY-MAX
105700        MOVE PAY-GROSS-AMOUNT TO MONEY-IN
105800        PERFORM 5100-PERTURB-AMOUNT THRU 5100-EXIT
105900        MOVE MONEY-OUT TO PAY-GROSS-AMOUNT
106000        ADD PAY-GROSS-AMOUNT TO PAY-OUT-HASH
106100     ELSE
106200        ADD 1 TO AMOUNTS-NOT-NUMERIC
106300     END-IF.
106400
106500     MOVE PAY-EMP-NAME TO CK-NAME.
106600     PERFORM 2910-CHECK-ORDER-OUT THRU 2910-EXIT.
106700
106800 2220-WRITE-PAYMENT.
106900
107000     MOVE PAY-INTERFACE-RECORD TO PAYMSK-REC.
107100     WRITE PAYMSK-REC.
107200     ADD 1 TO PF-OUT-COUNT (3).
107300
107400 2210-EXIT.
107500     EXIT.
107600
107700****************************************************************
107800* THE PENDING TRANSACTIONS.  AN ADD OR CHANGE CARRIES MONEY; A
107900* DELETE CARRIES NONE AND A TRANSFER CARRIES ONLY ITS NEW REGION,
108000* WHICH IS COPIED AS IT IS.
108100****************************************************************
108200 2300-MASK-TRANS.
108300
108400     OPEN INPUT TRANFILE.
108500     OPEN OUTPUT TRANMSK.
108600     MOVE 'N' TO TRANIN-EOF-SW.
108700     MOVE LOW-VALUES TO PREV-KEY-IN.
108800     MOVE LOW-VALUES TO PREV-KEY-OUT.
108900     MOVE 4 TO DS.
109000     PERFORM 2310-MASK-ONE-TRAN THRU 2310-EXIT
109100        UNTIL TRANIN-EOF.
109200     CLOSE TRANFILE.
109300     CLOSE TRANMSK.
109400
109500 2300-EXIT.
109600     EXIT.
109700
109800 2310-MASK-ONE-TRAN.
109900
110000     READ TRANFILE
110100        AT END
110200           MOVE 'Y' TO TRANIN-EOF-SW
110300           GO TO 2310-EXIT
110400     END-READ.
110500
110600     ADD 1 TO PF-IN-COUNT (4).
110700     MOVE TRAN-INPUT-REC TO EMP-TRAN-RECORD.
110800     MOVE EMP-TRAN-NAME   TO CK-NAME.
110900     MOVE EMP-TRAN-REGION TO CK-REGION.
111000     PERFORM 2900-CHECK-ORDER-IN THRU 2900-EXIT.
111100
111200     MOVE EMP-TRAN-NAME TO MAP-NAME-IN.
111300     PERFORM 5000-MAP-NAME THRU 5000-EXIT.
111400     MOVE MAP-NAME-OUT TO EMP-TRAN-NAME.
111500
111600     IF EMP-TRAN-IS-ADD OR EMP-TRAN-IS-CHANGE
111700        MOVE MONEY-MAX-8 TO MONEY-MAX
111800        IF EMP-TRAN-WAGES IS NUMERIC
111900           MOVE EMP-TRAN-WAGES TO MONEY-IN
112000           PERFORM 5100-PERTURB-AMOUNT THRU 5100-EXIT
112100           MOVE MONEY-OUT TO EMP-TRAN-WAGES
112200        ELSE
112300           ADD 1 TO AMOUNTS-NOT-NUMERIC
112400        END-IF
112500        IF EMP-TRAN-OT IS NUMERIC
112600           MOVE EMP-TRAN-OT TO MONEY-IN
112700           PERFORM 5100-PERTURB-AMOUNT THRU 5100-EXIT
112800           MOVE MONEY-OUT TO EMP-TRAN-OT
112900        ELSE
113000           ADD 1 TO AMOUNTS-NOT-NUMERIC
113100        END-IF
113200        IF EMP-TRAN-COMM IS NUMERIC
113300           MOVE EMP-TRAN-COMM TO MONEY-IN
113400           PERFORM 5100-PERTURB-AMOUNT THRU 5100-EXIT
113500           MOVE MONEY-OUT TO EMP-TRAN-COMM
113600        ELSE
113700           ADD 1 TO AMOUNTS-NOT-NUMERIC
113800        END-IF
113900     END-IF.
114000
114100     MOVE EMP-TRAN-NAME TO CK-NAME.
114200     PERFORM 2910-CHECK-ORDER-OUT THRU 2910-EXIT.
114300
114400     MOVE EMP-TRAN-RECORD TO TRANMSK-REC.
114500     WRITE TRANMSK-REC.
114600     ADD 1 TO PF-OUT-COUNT (4).
114700
114800 2310-EXIT.
114900     EXIT.
115000
115100****************************************************************
115200* A KEY LOWER THAN THE ONE BEFORE IT IS A BREAK IN THE ORDER.
115300* CK-REGION IS SET ONCE PER RECORD AND ONLY THE NAME CHANGES
115400* BETWEEN THE IN AND OUT CHECKS.
115500****************************************************************
115600 2900-CHECK-ORDER-IN.
115700
115800     IF CUR-KEY-WORK < PREV-KEY-IN
115900        ADD 1 TO PF-BREAKS-IN (DS)
116000     END-IF.
116100     MOVE CUR-KEY-WORK TO PREV-KEY-IN.
116200
116300 2900-EXIT.
116400     EXIT.
116500
116600 2910-CHECK-ORDER-OUT.
116700
116800     IF CUR-KEY-WORK < PREV-KEY-OUT
116900        ADD 1 TO PF-BREAKS-OUT (DS)
117000     END-IF.
117100     MOVE CUR-KEY-WORK TO PREV-KEY-OUT.
117200
117300 2910-EXIT.
117400     EXIT.
117500
117600 3000-FINISH-REPORT.
117700
117800     MOVE MSK-COLUMN-LINE-1 TO MSK-OUTPUT-REC.
117900     WRITE MSK-OUTPUT-REC.
118000     MOVE MSK-COLUMN-LINE-2 TO MSK-OUTPUT-REC.
118100     WRITE MSK-OUTPUT-REC.
118200     MOVE SPACES TO MSK-OUTPUT-REC.
118300     WRITE MSK-OUTPUT-REC.
118400
118500     PERFORM 3100-WRITE-PROOF-LINE THRU 3100-EXIT
118600        VARYING DS FROM 1 BY 1 UNTIL DS > 4.
118700
118800     MOVE SPACES TO MSK-CC.
118900     MOVE MSK-STAR-LINE TO MSK-OUTPUT-REC.
119000     WRITE MSK-OUTPUT-REC.
119100     WRITE MSK-OUTPUT-REC.
119200
119300     MOVE SPACES TO MSK-TRAILER-LINE.
119400     MOVE 'NAMES COLLECTED' TO MSK-T-LABEL.
119500     MOVE NAMES-COLLECTED TO MSK-T-COUNT.
119600     MOVE MSK-TRAILER-LINE TO MSK-OUTPUT-REC.
119700     WRITE MSK-OUTPUT-REC.
119800
119900     MOVE SPACES TO MSK-TRAILER-LINE.
120000     MOVE 'DISTINCT NAMES MASKED' TO MSK-T-LABEL.
120100     MOVE NAME-COUNT TO MSK-T-COUNT.
120200     MOVE MSK-TRAILER-LINE TO MSK-OUTPUT-REC.
120300     WRITE MSK-OUTPUT-REC.
120400
120500     MOVE SPACES TO MSK-TRAILER-LINE.
120600     MOVE 'AMOUNTS PERTURBED' TO MSK-T-LABEL.
120700     MOVE AMOUNTS-PERTURBED TO MSK-T-COUNT.
120800     MOVE MSK-TRAILER-LINE TO MSK-OUTPUT-REC.
120900     WRITE MSK-OUTPUT-REC.
121000
121100     MOVE SPACES TO MSK-TRAILER-LINE.
121200     MOVE 'AMOUNTS NOT NUMERIC - COPIED' TO MSK-T-LABEL.
121300     MOVE AMOUNTS-NOT-NUMERIC TO MSK-T-COUNT.
121400     MOVE MSK-TRAILER-LINE TO MSK-OUTPUT-REC.
121500     WRITE MSK-OUTPUT-REC.
121600
121700     MOVE SPACES TO MSK-AMOUNT-LINE.
121800     MOVE 'PAYINT TRAILER IN' TO MSK-A-LABEL.
121900     MOVE PAY-IN-TRL-COUNT TO MSK-A-COUNT.
122000     MOVE PAY-IN-TRL-HASH TO MSK-A-AMOUNT.
122100     MOVE MSK-AMOUNT-LINE TO MSK-OUTPUT-REC.
122200     WRITE MSK-OUTPUT-REC.
122300
122400     MOVE SPACES TO MSK-AMOUNT-LINE.
122500     MOVE 'PAYINT DETAILS IN' TO MSK-A-LABEL.
122600     MOVE PAY-IN-DETAILS TO MSK-A-COUNT.
122700     MOVE PAY-IN-HASH TO MSK-A-AMOUNT.
122800     MOVE MSK-AMOUNT-LINE TO MSK-OUTPUT-REC.
122900     WRITE MSK-OUTPUT-REC.
123000
123100     MOVE SPACES TO MSK-AMOUNT-LINE.
123200     MOVE 'PAYINT TRAILER OUT (REBUILT)' TO MSK-A-LABEL.
123300     MOVE PAY-OUT-DETAILS TO MSK-A-COUNT.
123400     MOVE PAY-OUT-HASH TO MSK-A-AMOUNT.
123500     MOVE MSK-AMOUNT-LINE TO MSK-OUTPUT-REC.
123600     WRITE MSK-OUTPUT-REC.
123700
123800     IF PAYIN-OUT-OF-BALANCE
123900        MOVE 'PAYINT INPUT TRAILER OUT OF BALANCE'
124000           TO MSK-M-TEXT
124100        MOVE MSK-MESSAGE-LINE TO MSK-OUTPUT-REC
124200        WRITE MSK-OUTPUT-REC
124300     END-IF.
124400
124500     EVALUATE TRUE
124600        WHEN FATAL-ERROR-HIT
124700        WHEN PROOF-FAILED
124800           MOVE 'PROOF FAILED - DO NOT RELEASE'
124900              TO MSK-M-TEXT
125000           MOVE MSK-MESSAGE-LINE TO MSK-OUTPUT-REC
125100           WRITE MSK-OUTPUT-REC
125200           MOVE 12 TO RETURN-CODE
125300        WHEN PAYIN-OUT-OF-BALANCE
125400           MOVE 4 TO RETURN-CODE
125500        WHEN OTHER
125600           MOVE 'ALL PROOFS PASSED - MAY BE RELEASED'
125700              TO MSK-M-TEXT
125800           MOVE MSK-MESSAGE-LINE TO MSK-OUTPUT-REC
125900           WRITE MSK-OUTPUT-REC
126000           MOVE ZERO TO RETURN-CODE
126100     END-EVALUATE.
126200
126300     MOVE MSK-STAR-LINE TO MSK-OUTPUT-REC.
126400     WRITE MSK-OUTPUT-REC.
126500     WRITE MSK-OUTPUT-REC.
126600     WRITE MSK-OUTPUT-REC.
126700
126800     CLOSE MSKFILE.
126900
127000 3000-EXIT.
127100     EXIT.
127200
127300****************************************************************
127400* ONE DATASET IS PROVED WHEN EVERY RECORD IN WENT OUT AND CAME
127500* BACK ON THE RE-READ, NO ORIGINAL NAME WAS FOUND, AND THE KEY
127600* ORDER IS NO WORSE THAN IT CAME IN.
127700****************************************************************
127800 3100-WRITE-PROOF-LINE.
127900
128000     MOVE SPACES TO MSK-PROOF-LINE.
128100     MOVE PF-DATASET (DS)       TO MSK-P-DATASET.
128200     MOVE PF-IN-COUNT (DS)      TO MSK-P-IN.
128300     MOVE PF-OUT-COUNT (DS)     TO MSK-P-OUT.
128400     MOVE PF-REREAD-COUNT (DS)  TO MSK-P-REREAD.
128500     MOVE PF-NAMES-CHECKED (DS) TO MSK-P-CHECKED.
128600     MOVE PF-ORIGINALS (DS)     TO MSK-P-ORIGINALS.
128700     MOVE PF-BREAKS-IN (DS)     TO MSK-P-BREAKS-IN.
128800     MOVE PF-BREAKS-OUT (DS)    TO MSK-P-BREAKS-OUT.
128900
129000     IF PF-OUT-COUNT (DS) = PF-IN-COUNT (DS)
129100        AND PF-REREAD-COUNT (DS) = PF-IN-COUNT (DS)
129200        AND PF-ORIGINALS (DS) = ZERO
129300        AND PF-BREAKS-OUT (DS) = PF-BREAKS-IN (DS)
129400        AND NOT FATAL-ERROR-HIT
129500        MOVE 'PROVED' TO MSK-P-VERDICT
129600     ELSE
129700        MOVE 'FAILED' TO MSK-P-VERDICT
129800        MOVE 'Y' TO PROOF-FAILED-SW
129900     END-IF.
130000
130100     MOVE MSK-PROOF-LINE TO MSK-OUTPUT-REC.
130200     WRITE MSK-OUTPUT-REC.
130300
130400     ADD PF-IN-COUNT (DS)  TO TOTAL-IN-COUNT.
130500     ADD PF-OUT-COUNT (DS) TO TOTAL-OUT-COUNT.
130700
130800 3100-EXIT.
130900     EXIT.
131000
131100****************************************************************
131200* APPENDS THIS RUN'S STANDARD RUN-LOG RECORD TO THE COMMON
131300* CUMULATIVE RUNLOG DATASET.  READ IS THE RECORDS OF ALL FOUR
131350* DATASETS; ERRORS IS THE MASKED RECORDS STILL CARRYING AN
131400* ORIGINAL NAME, AND WRITTEN IS THE REST OF WHAT WENT OUT.
131500****************************************************************
131600 3200-WRITE-RUN-LOG.
131700
131800     OPEN EXTEND RUNLOG.
131900     MOVE 'TPROG32'             TO RUN-LOG-PROGRAM.
132000     ACCEPT RUN-LOG-DATE      FROM DATE YYYYMMDD.
132100     ACCEPT RUN-LOG-TIME      FROM TIME.
132200     MOVE TOTAL-IN-COUNT        TO RUN-LOG-READ.
132300     COMPUTE RUN-LOG-WRITTEN = TOTAL-OUT-COUNT
132350                             - SURVIVOR-RECORDS.
132400     MOVE SURVIVOR-RECORDS      TO RUN-LOG-ERRORS.
132500     MOVE ZERO                  TO RUN-LOG-ADDED.
132600     MOVE ZERO                  TO RUN-LOG-DROPPED.
132700     MOVE ZERO                  TO RUN-LOG-TRANSFERS.
132800     IF FATAL-ERROR-HIT OR PROOF-FAILED
132900        MOVE 'ERRORS'           TO RUN-LOG-DISPOSITION
133000     ELSE
133100        MOVE 'NORMAL'           TO RUN-LOG-DISPOSITION
133200     END-IF.
133300     MOVE RUN-LOG-RECORD        TO RUNLOG-OUTPUT-REC.
133400     WRITE RUNLOG-OUTPUT-REC.
133500     CLOSE RUNLOG.
133600
133700 3200-EXIT.
133800     EXIT.
133900
134000****************************************************************
134100* PASS 3 - THE PROOF.  EVERY MASKED DATASET IS READ BACK FROM
134200* WHAT WAS ACTUALLY WRITTEN, AND EVERY NAME ON IT IS LOOKED UP
134300* AMONG THE ORIGINALS.  A HIT IS LISTED BY DATASET AND RECORD
134400* NUMBER ONLY - THE NAME ITSELF IS NEVER PRINTED.
134500****************************************************************
134600 4000-PROVE-EMPFILE.
134700
134800     OPEN INPUT EMPMSK.
134900     MOVE 'N' TO CHECK-EOF-SW.
135000     MOVE 1 TO DS.
135100     PERFORM 4010-PROVE-ONE-EMP THRU 4010-EXIT
135200        UNTIL CHECK-EOF.
135300     CLOSE EMPMSK.
135400
135500 4000-EXIT.
135600     EXIT.
135700
135800 4010-PROVE-ONE-EMP.
135900
136000     READ EMPMSK
136100        AT END
136200           MOVE 'Y' TO CHECK-EOF-SW
136300           GO TO 4010-EXIT
136400     END-READ.
136500
136600     ADD 1 TO PF-REREAD-COUNT (1).
136650     MOVE 'N' TO RECORD-HIT-SW.
136700     MOVE EMPMSK-REC TO DCLEMP2.
136800     MOVE EMP2-NAME TO CHECK-NAME.
136900     PERFORM 4900-CHECK-ONE-NAME THRU 4900-EXIT.
137000
137100 4010-EXIT.
137200     EXIT.
137300
137400 4100-PROVE-HISTORY.
137500
137600     OPEN INPUT HISTMSK.
137700     MOVE 'N' TO CHECK-EOF-SW.
137800     MOVE 2 TO DS.
137900     PERFORM 4110-PROVE-ONE-HISTORY THRU 4110-EXIT
138000        UNTIL CHECK-EOF.
138100     CLOSE HISTMSK.
138200
138300 4100-EXIT.
138400     EXIT.
138500
138600 4110-PROVE-ONE-HISTORY.
138700
138800     READ HISTMSK
138900        AT END
139000           MOVE 'Y' TO CHECK-EOF-SW
139100           GO TO 4110-EXIT
139200     END-READ.
139300
139400     ADD 1 TO PF-REREAD-COUNT (2).
139450     MOVE 'N' TO RECORD-HIT-SW.
139500     MOVE HISTMSK-REC TO EMP-HISTORY-RECORD.
139600     MOVE HIST-NAME TO CHECK-NAME.
139700     PERFORM 4900-CHECK-ONE-NAME THRU 4900-EXIT.
139800     MOVE HIST-BEF-NAME TO CHECK-NAME.
139900     PERFORM 4900-CHECK-ONE-NAME THRU 4900-EXIT.
140000     MOVE HIST-AFT-NAME TO CHECK-NAME.
140100     PERFORM 4900-CHECK-ONE-NAME THRU 4900-EXIT.
140200
140300 4110-EXIT.
140400     EXIT.
140500
140600 4200-PROVE-PAYINT.
140700
140800     OPEN INPUT PAYMSK.
140900     MOVE 'N' TO CHECK-EOF-SW.
141000     MOVE 3 TO DS.
141100     PERFORM 4210-PROVE-ONE-PAYMENT THRU 4210-EXIT
141200        UNTIL CHECK-EOF.
141300     CLOSE PAYMSK.
141400
141500 4200-EXIT.
141600     EXIT.
141700
141800 4210-PROVE-ONE-PAYMENT.
141900
142000     READ PAYMSK
142100        AT END
142200           MOVE 'Y' TO CHECK-EOF-SW
142300           GO TO 4210-EXIT
142400     END-READ.
142500
142600     ADD 1 TO PF-REREAD-COUNT (3).
142650     MOVE 'N' TO RECORD-HIT-SW.
142700     MOVE PAYMSK-REC TO PAY-INTERFACE-RECORD.
142800     IF PAY-REC-IS-DETAIL
142900        MOVE PAY-EMP-NAME TO CHECK-NAME
143000        PERFORM 4900-CHECK-ONE-NAME THRU 4900-EXIT
143100     END-IF.
143200
143300 4210-EXIT.
143400     EXIT.
143500
143600 4300-PROVE-TRANS.
143700
143800     OPEN INPUT TRANMSK.
143900     MOVE 'N' TO CHECK-EOF-SW.
144000     MOVE 4 TO DS.
144100     PERFORM 4310-PROVE-ONE-TRAN THRU 4310-EXIT
144200        UNTIL CHECK-EOF.
144300     CLOSE TRANMSK.
144400
144500 4300-EXIT.
144600     EXIT.
144700
144800 4310-PROVE-ONE-TRAN.
144900
145000     READ TRANMSK
145100        AT END
145200           MOVE 'Y' TO CHECK-EOF-SW
145300           GO TO 4310-EXIT
145400     END-READ.
145500
145600     ADD 1 TO PF-REREAD-COUNT (4).
145650     MOVE 'N' TO RECORD-HIT-SW.
145700     MOVE TRANMSK-REC TO EMP-TRAN-RECORD.
145800     MOVE EMP-TRAN-NAME TO CHECK-NAME.
145900     PERFORM 4900-CHECK-ONE-NAME THRU 4900-EXIT.
146000
146100 4310-EXIT.
146200     EXIT.
146300
146400 4900-CHECK-ONE-NAME.
146500
146600     IF CHECK-NAME = SPACES
146700        GO TO 4900-EXIT
146800     END-IF.
146900
147000     ADD 1 TO PF-NAMES-CHECKED (DS).
147100     MOVE CHECK-NAME TO MAP-NAME-IN.
147200     PERFORM 5050-FIND-NAME THRU 5050-EXIT.
147300
147400     IF FOUND-IX > ZERO
147420        IF NOT RECORD-HIT
147440           MOVE 'Y' TO RECORD-HIT-SW
147460           ADD 1 TO SURVIVOR-RECORDS
147480        END-IF
147500        ADD 1 TO PF-ORIGINALS (DS)
147600        MOVE PF-DATASET (DS) TO MSK-S-DATASET
147700        MOVE PF-REREAD-COUNT (DS) TO MSK-S-RECORD
147800        MOVE MSK-SURVIVOR-LINE TO MSK-OUTPUT-REC
147900        WRITE MSK-OUTPUT-REC
148000     END-IF.
148100
148200 4900-EXIT.
148300     EXIT.
148400
148500****************************************************************
148600* MAPS MAP-NAME-IN TO ITS PSEUDONYM AND SETS THE PERSON'S MONEY
148700* FACTOR.  A BLANK NAME STAYS BLANK.  EVERY NAME WAS COLLECTED
148800* IN PASS 1, SO ONE NOT FOUND MEANS AN INPUT CHANGED UNDER THE
148900* RUN - IT IS BLANKED RATHER THAN PASSED THROUGH, AND FAILS THE
149000* PROOF.
149100****************************************************************
149200 5000-MAP-NAME.
149300
149400     MOVE 1 TO MASK-FACTOR.
149500     IF MAP-NAME-IN = SPACES
149600        MOVE SPACES TO MAP-NAME-OUT
149700        GO TO 5000-EXIT
149800     END-IF.
149900
150000     PERFORM 5050-FIND-NAME THRU 5050-EXIT.
150100     IF FOUND-IX = ZERO
150200        MOVE SPACES TO MAP-NAME-OUT
150300        MOVE 'Y' TO PROOF-FAILED-SW
150400        MOVE 'NAME NOT IN PASS 1 TABLE - INPUT CHANGED'
150500           TO MSK-M-TEXT
150600        MOVE MSK-MESSAGE-LINE TO MSK-OUTPUT-REC
150700        WRITE MSK-OUTPUT-REC
150800        GO TO 5000-EXIT
150900     END-IF.
151000
151100     MOVE FOUND-IX TO PSEUDONYM-RANK.
151200     MOVE PSEUDONYM-WORK TO MAP-NAME-OUT.
151300
151400* THE FACTOR STEP RUNS FROM -1000 TO +1000, SO THE FACTOR RUNS
151500* FROM (1 - MASKPCT%) TO (1 + MASKPCT%) IN STEPS OF A THOUSANDTH
151600* OF THE RANGE.
151700     COMPUTE FACTOR-DIVIDEND = FOUND-IX * 7919 + MASK-SEED.
151800     DIVIDE FACTOR-DIVIDEND BY 2001
151900        GIVING FACTOR-QUOTIENT REMAINDER FACTOR-REMAINDER.
152000     COMPUTE FACTOR-STEP = FACTOR-REMAINDER - 1000.
152100     COMPUTE MASK-FACTOR ROUNDED =
152200        1 + (FACTOR-STEP * MASK-PCT / 100000).
152300
152400 5000-EXIT.
152500     EXIT.
152600
152700****************************************************************
152800* BINARY SEARCH OF THE NAME TABLE FOR MAP-NAME-IN.  FOUND-IX IS
152900* ITS SLOT, OR ZERO.
153000****************************************************************
153100 5050-FIND-NAME.
153200
153300     MOVE ZERO TO FOUND-IX.
153400     MOVE 1 TO LOW-IX.
153500     MOVE NAME-COUNT TO HIGH-IX.
153600     PERFORM 5055-PROBE-NAME-TABLE THRU 5055-EXIT
153700        UNTIL LOW-IX > HIGH-IX OR FOUND-IX > ZERO.
153800
153900 5050-EXIT.
154000     EXIT.
154100
154200 5055-PROBE-NAME-TABLE.
154300
154400     COMPUTE MID-IX = (LOW-IX + HIGH-IX) / 2.
154500     EVALUATE TRUE
154600        WHEN NAME-ENTRY (MID-IX) = MAP-NAME-IN
154700           MOVE MID-IX TO FOUND-IX
154800        WHEN NAME-ENTRY (MID-IX) < MAP-NAME-IN
154900           COMPUTE LOW-IX = MID-IX + 1
155000        WHEN OTHER
155100           IF MID-IX = 1
155200              MOVE ZERO TO HIGH-IX
155300           ELSE
155400              COMPUTE HIGH-IX = MID-IX - 1
155500           END-IF
155600     END-EVALUATE.
155700
155800 5055-EXIT.
155900     EXIT.
156000
156100****************************************************************
156200* PERTURBS MONEY-IN BY THE CURRENT PERSON'S FACTOR.  A RESULT TOO
156300* BIG FOR THE RECEIVING FIELD IS TAKEN THE OTHER WAY FROM THE
156400* ORIGINAL INSTEAD, SO IT STILL DIFFERS AND STILL FITS.
156500****************************************************************
156600 5100-PERTURB-AMOUNT.
156700
156800     COMPUTE MONEY-OUT ROUNDED = MONEY-IN * MASK-FACTOR
156900        ON SIZE ERROR
157000           MOVE MONEY-MAX TO MONEY-OUT
157100     END-COMPUTE.
157200
157300     IF MONEY-OUT > MONEY-MAX
157400        COMPUTE MONEY-OUT ROUNDED =
157500           MONEY-IN * (2 - MASK-FACTOR)
157600     END-IF.
157700
157800     ADD 1 TO AMOUNTS-PERTURBED.
157900
158000 5100-EXIT.
158100     EXIT.
