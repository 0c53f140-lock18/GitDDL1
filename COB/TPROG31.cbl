000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TPROG31.
000300 AUTHOR.        COMPUWARE ISPW TRAINING.
000400 DATE-WRITTEN.  OCTOBER 15TH, 2026.
000500 DATE-COMPILED.
000600
000700********************************************************
000800* THIS PROGRAM IS THE TIME-AND-ATTENDANCE INTERFACE.
000900*      EMP2-OT IS KEYED BY THE DEPARTMENTS AS A DOLLAR
001000*      FIGURE; THIS STEP PRICES OVERTIME FROM THE HOURS
001100*      THE TIME-CLOCK SYSTEM SAYS WERE ACTUALLY WORKED
001200*      AND FEEDS THE RESULT INTO THE MAINTENANCE CHAIN.
001300*
001400*      THE WEEKLY HOURS FILE (TAHRS LAYOUT) AND THE
001500*      CURRENT EMP MASTER ARE MATCHED ON A SINGLE PASS,
001600*      BOTH ASCENDING BY NAME/REGION (KEYS TO HIGH-
001700*      VALUES AT EOF, THE SAME WAY TPROG04 DRAINS ITS
001800*      INPUTS).  FOR EACH EMPLOYEE ON BOTH, THE OVERTIME
001900*      RULE FOR THEIR EMP2-TYPE (OTRATE TABLE) GIVES THE
002000*      STANDARD WEEK AND THE MULTIPLIER:
002100*
002200*        OT = (HOURS - STANDARD HOURS) X MULTIPLIER
002300*             X (EMP2-WAGES / STANDARD HOURS)
002400*
002500*      ROUNDED TO THE CENT, ZERO AT OR UNDER THE
002600*      STANDARD WEEK.  WHEN IT DIFFERS FROM THE EMP2-OT
002700*      CARRIED, A 'C' TRANSACTION (EMPTRAN LAYOUT, THE
002800*      MASTER ROW WITH THE NEW OT, EFFECTIVE AT ONCE) IS
002900*      PUT ON THE EMPONL QUEUE UNDER OPERATOR TIMECLK.
003000*      THE TPROG19 WAREHOUSE PICKS IT UP THAT NIGHT WITH
003100*      EVERYTHING ELSE, SO IT GOES THROUGH THE TPROG06
003200*      PRE-EDIT (AND ITS APPROVAL HOLD) AND THE TPROG04
003300*      MATCH/MERGE LIKE ANY OTHER CHANGE.
003400*
003500*      THE EXCEPTIONS REPORT LISTS, BEFORE THE PAY RUN:
003600*        - HOURS WITH NO EMP MASTER ROW
003700*        - MASTER ROWS WITH NO HOURS
003800*        - COMPUTED OT DIFFERING FROM THE CARRIED EMP2-OT
003900*          BY MORE THAN THE RUNPARM OTTOL TOLERANCE
004000*          (THE CHANGE IS STILL QUEUED)
004100*        - ANY EMPLOYEE WHOSE OT COULD NOT BE PRICED OR
004200*          QUEUED, WITH THE REASON - INCLUDING AN ENTRY
004300*          THE PAYROLL DESK ALREADY HAS WAITING ON THE
004400*          QUEUE, WHICH IS NEVER OVERLAID
004500*
004600*      RC=4 WHEN ANYTHING IS LISTED, RC=8 FOR A BAD OR
004700*      OVERFULL OT RULE TABLE, RC=12 WHEN THE QUEUE WILL
004800*      NOT OPEN OR TAKES AN I-O ERROR.
004900*
005000*      AND COPYLIBS   TAHRS     (WEEKLY HOURS RECORD)
005100*                     OTRATE    (OVERTIME RULE TABLE)
005200*                     EMPREC2   (VERSION-2 EMP RECORD)
005300*                     EMPTRAN   (TRANSACTION LAYOUT)
005400*                     EMPONL    (ONLINE ENTRY QUEUE RECORD)
005500*                     RUNPRM    (RUN-CONTROL PARAMETERS)
005600*                     RUNLOG    (COMMON RUN-LOG RECORD)
005700* ======================================================
005800*  ISPW (TM)
005900*  COPYRIGHT (C) 1986-2016 COMPUWARE CORPORATION.
006000*  UNPUBLISHED RIGHTS RESERVED UNDER THE COPYRIGHT
006100*  LAWS OF THE UNITED STATES.
006200*
006300* ======================================================
006400*                   MODIFICATION  LOG
006500*
006600*  DD/MM/YY  PROGRAMMER  CHANGES
006700*  ********  **********  *******
006800*  15/10/26  ISPW        NEW PROGRAM - TIME-AND-ATTENDANCE
006900*                        OVERTIME INTERFACE
006920*  15/10/26  ISPW        RUNLOG WRITTEN/ERRORS NOW CROSS-FOOT TO
006940*                        THE HOURS READ; A DESK ENTRY THE
006960*                        WAREHOUSE TOOK TONIGHT IS NOT OVERLAID;
006980*                        EMPONL CLOSED ONLY IF IT OPENED
007000* ======================================================
007100 ENVIRONMENT DIVISION.
007200 CONFIGURATION SECTION.
007300 SOURCE-COMPUTER. IBM-370.
007400 OBJECT-COMPUTER. IBM-370.
007500
007600 INPUT-OUTPUT SECTION.
007700 FILE-CONTROL.
007800
007900*****************************************************
008000*  FILES USED:
008100*   HOURSIN  THE TIME-CLOCK WEEKLY HOURS FILE (TAHRS
008200*            LAYOUT), ASCENDING NAME/REGION
008300*   OTRTAB   THE OVERTIME RULE TABLE (OTRATE LAYOUT)
008400*   EMPIN    THE CURRENT EMP MASTER (EMPREC2 LAYOUT,
008500*            ASCENDING KEY)
008600*   EMPONL   THE ONLINE ENTRY QUEUE KSDS (EMPONL
008700*            LAYOUT) THE TPROG19 WAREHOUSE READS -
008800*            READ AND WRITTEN BY KEY
008900*   RUNPARM  OPTIONAL - THE COMMON RUN-CONTROL CARD
009000*            DECK (SEE RUNPRM) - OTTOL IS THE OT
009100*            DIFFERENCE TOLERANCE
009200*   TAEXRPT  THE PRINTED EXCEPTIONS REPORT
009300*   RUNLOG   THE COMMON CUMULATIVE RUN-LOG DATASET
009400*            THE NIGHTLY SCORECARD READS (SEE RUNLOG)
009500*****************************************************
009600     SELECT HOURSIN  ASSIGN UT-S-HOURSIN
009700       ORGANIZATION IS SEQUENTIAL
009800       ACCESS IS SEQUENTIAL.
009900
010000     SELECT OTRTAB   ASSIGN UT-S-OTRTAB
010100       ORGANIZATION IS SEQUENTIAL
010200       ACCESS IS SEQUENTIAL.
010300
010400     SELECT EMPFILE  ASSIGN UT-S-EMPIN
010500       ORGANIZATION IS SEQUENTIAL
010600       ACCESS IS SEQUENTIAL.
010700
010800     SELECT EMPONL   ASSIGN EMPONL
010900       ORGANIZATION IS INDEXED
011000       ACCESS IS RANDOM
011100       RECORD KEY IS ONLVSAM-KEY
011200       FILE STATUS IS EMPONL-STATUS.
011300
011400     SELECT OPTIONAL RUNPARM ASSIGN UT-S-RUNPARM
011500       ORGANIZATION IS SEQUENTIAL
011600       ACCESS IS SEQUENTIAL.
011700
011800     SELECT TAXFILE  ASSIGN UT-S-TAEXRPT
011900       ORGANIZATION IS SEQUENTIAL
012000       ACCESS IS SEQUENTIAL.
012100
012200     SELECT RUNLOG   ASSIGN UT-S-RUNLOG
012300       ORGANIZATION IS SEQUENTIAL
012400       ACCESS IS SEQUENTIAL.
012500
012600 DATA DIVISION.
012700
012800 FILE SECTION.
012900
013000 FD  HOURSIN
013100     LABEL RECORDS OMITTED
013200     BLOCK CONTAINS 0 RECORDS
013300     RECORDING MODE IS F
013400     DATA RECORD IS HOURS-INPUT-REC.
013500
013600 01  HOURS-INPUT-REC           PIC X(80).
013700
013800 FD  OTRTAB
013900     LABEL RECORDS OMITTED
014000     BLOCK CONTAINS 0 RECORDS
014100     RECORDING MODE IS F
014200     DATA RECORD IS OTR-INPUT-REC.
014300
014400 01  OTR-INPUT-REC             PIC X(80).
014500
014600 FD  EMPFILE
014700     LABEL RECORDS OMITTED
014800     BLOCK CONTAINS 0 RECORDS
014900     RECORDING MODE IS F
015000     DATA RECORD IS EMPIN-INPUT-REC.
015100
015200 01  EMPIN-INPUT-REC           PIC X(58).
015300
015400 FD  EMPONL
015500     DATA RECORD IS ONLVSAM-REC.
015600
015700 01  ONLVSAM-REC.
015800     05  FILLER               PIC X(01).
015900     05  ONLVSAM-KEY          PIC X(20).
016000     05  FILLER               PIC X(79).
016100
016200 FD  RUNPARM
016300     LABEL RECORDS OMITTED
016400     BLOCK CONTAINS 0 RECORDS
016500     RECORDING MODE IS F
016600     DATA RECORD IS RUN-PARM-INPUT-REC.
016700
016800 01  RUN-PARM-INPUT-REC        PIC X(80).
016900
017000 FD  TAXFILE
017100     LABEL RECORDS OMITTED
017200     BLOCK CONTAINS 0 RECORDS
017300     RECORDING MODE IS F
017400     DATA RECORD IS TAX-OUTPUT-REC.
017500
017600 01  TAX-OUTPUT-REC.
017700     05  TAX-CC            PIC X(01).
017800     05  TAX-LINE          PIC X(132).
017900
018000 FD  RUNLOG
018100     LABEL RECORDS OMITTED
018200     BLOCK CONTAINS 0 RECORDS
018300     RECORDING MODE IS F
018400     DATA RECORD IS RUNLOG-OUTPUT-REC.
018500
018600 01  RUNLOG-OUTPUT-REC         PIC X(86).
018700
018800 WORKING-STORAGE SECTION.
018900****************************************************
019000****    THE HOURS RECORD, THE OT RULE ROW AND THE
019100****    MASTER ROW THEY ARE PRICED AGAINST
019200****************************************************
019300     COPY TAHRS.
019400
019500     COPY OTRATE.
019600
019700     COPY EMPREC2.
019800
019900****************************************************
020000****    THE CHANGE TRANSACTION AND THE QUEUE ENTRY
020100****    THAT CARRIES IT TO THE WAREHOUSE
020200****************************************************
020300     COPY EMPTRAN.
020400
020500     COPY EMPONL.
020600
020700****************************************************
020800****    THE COMMON RUN-CONTROL PARAMETER WORK AREAS
020900****    AND THE STANDARD RUN-LOG RECORD
021000****************************************************
021100     COPY RUNPRM.
021200
021300     COPY RUNLOG.
021400
021500****************************************************
021600****    THE OT RULES LOADED AT START-UP, ONE ENTRY
021700****    PER EMPLOYEE TYPE
021800****************************************************
021900 01  OT-RULE-TABLE.
022000     05  OT-RULE-ENTRY     OCCURS 50 TIMES.
022100         10  ORT-TYPE          PIC X(01).
022200         10  ORT-STD-HOURS     PIC 9(02)V99.
022300         10  ORT-MULTIPLIER    PIC 9(01)V99.
022400
022500 77  OT-RULE-COUNT         PIC 9(04) COMP VALUE ZERO.
022600 77  RULE-IX               PIC 9(04) COMP VALUE ZERO.
022700 77  RULE-FOUND-IX         PIC 9(04) COMP VALUE ZERO.
022800
022900****************************************************
023000****    MATCH KEYS - SET TO HIGH-VALUES AT EOF
023100****************************************************
023200 01  HOURS-KEY-WORK.
023300     05  HK-NAME           PIC X(15).
023400     05  HK-REGION         PIC X(05).
023500
023600 01  PREV-HOURS-KEY        PIC X(20) VALUE LOW-VALUES.
023700
023800 01  MASTER-KEY-WORK.
023900     05  MK-NAME           PIC X(15).
024000     05  MK-REGION         PIC X(05).
024100
024200****************************************************
024300****    REPORT LINE LAYOUTS - BOXED HEADER STYLE
024400****    (SAME STAR-LINE / BODY-LINE STYLE AS THE
024500****     TPROG01 OUTFILE REPORT USES)
024600****************************************************
024700 01  TAX-STAR-LINE.
024800     05  FILLER            PIC X(01) VALUE SPACE.
024900     05  FILLER            PIC X(132) VALUE ALL '*'.
025000
025100 01  TAX-TITLE-LINE.
025200     05  FILLER            PIC X(01) VALUE SPACE.
025300     05  FILLER            PIC X(50) VALUE
025400         'TIME AND ATTENDANCE OVERTIME INTERFACE'.
025500     05  FILLER            PIC X(10) VALUE 'RUN DATE '.
025600     05  TAX-T-DATE        PIC X(08).
025700     05  FILLER            PIC X(05) VALUE SPACES.
025800     05  FILLER            PIC X(12) VALUE 'WEEK ENDING '.
025900     05  TAX-T-WEEK        PIC X(08).
026000     05  FILLER            PIC X(39) VALUE SPACES.
026100
026200 01  TAX-COLUMN-LINE-1.
026300     05  FILLER            PIC X(01) VALUE SPACE.
026400     05  FILLER            PIC X(15) VALUE 'EMPLOYEE'.
026500     05  FILLER            PIC X(02) VALUE SPACES.
026600     05  FILLER            PIC X(05) VALUE 'REGN'.
026700     05  FILLER            PIC X(02) VALUE SPACES.
026800     05  FILLER            PIC X(04) VALUE 'TYPE'.
026900     05  FILLER            PIC X(06) VALUE ' HOURS'.
027000     05  FILLER            PIC X(02) VALUE SPACES.
027100     05  FILLER            PIC X(12) VALUE '  CARRIED OT'.
027200     05  FILLER            PIC X(02) VALUE SPACES.
027300     05  FILLER            PIC X(12) VALUE ' COMPUTED OT'.
027400     05  FILLER            PIC X(02) VALUE SPACES.
027500     05  FILLER            PIC X(13) VALUE '   DIFFERENCE'.
027600     05  FILLER            PIC X(02) VALUE SPACES.
027700     05  FILLER            PIC X(35) VALUE 'EXCEPTION'.
027800     05  FILLER            PIC X(18) VALUE SPACES.
027900
028000 01  TAX-COLUMN-LINE-2.
028100     05  FILLER            PIC X(01) VALUE SPACE.
028200     05  FILLER            PIC X(15) VALUE ALL '-'.
028300     05  FILLER            PIC X(02) VALUE SPACES.
028400     05  FILLER            PIC X(05) VALUE ALL '-'.
028500     05  FILLER            PIC X(02) VALUE SPACES.
028600     05  FILLER            PIC X(04) VALUE ALL '-'.
028700     05  FILLER            PIC X(06) VALUE ALL '-'.
028800     05  FILLER            PIC X(02) VALUE SPACES.
028900     05  FILLER            PIC X(12) VALUE ALL '-'.
029000     05  FILLER            PIC X(02) VALUE SPACES.
029100     05  FILLER            PIC X(12) VALUE ALL '-'.
029200     05  FILLER            PIC X(02) VALUE SPACES.
029300     05  FILLER            PIC X(13) VALUE ALL '-'.
029400     05  FILLER            PIC X(02) VALUE SPACES.
029500     05  FILLER            PIC X(35) VALUE ALL '-'.
029600     05  FILLER            PIC X(18) VALUE SPACES.
029700
029800 01  TAX-DETAIL-LINE.
029900     05  FILLER            PIC X(01) VALUE SPACE.
030000     05  TAX-D-NAME        PIC X(15).
030100     05  FILLER            PIC X(02) VALUE SPACES.
030200     05  TAX-D-REGION      PIC X(05).
030300     05  FILLER            PIC X(02) VALUE SPACES.
030400     05  TAX-D-TYPE        PIC X(04).
030500     05  TAX-D-HOURS       PIC ZZ9.99.
030600     05  FILLER            PIC X(02) VALUE SPACES.
030700     05  TAX-D-CARRIED     PIC Z,ZZZ,ZZ9.99.
030800     05  FILLER            PIC X(02) VALUE SPACES.
030900     05  TAX-D-COMPUTED    PIC Z,ZZZ,ZZ9.99.
031000     05  FILLER            PIC X(02) VALUE SPACES.
031100     05  TAX-D-DIFFERENCE  PIC -Z,ZZZ,ZZ9.99.
031200     05  FILLER            PIC X(02) VALUE SPACES.
031300     05  TAX-D-REASON      PIC X(35).
031400     05  FILLER            PIC X(18) VALUE SPACES.
031500
031600 01  TAX-RULE-LINE.
031700     05  FILLER            PIC X(01) VALUE SPACE.
031800     05  FILLER            PIC X(20) VALUE 'OT RULE TABLE ROW  '.
031900     05  TAX-R-ROW         PIC X(40).
032000     05  FILLER            PIC X(02) VALUE SPACES.
032100     05  TAX-R-REASON      PIC X(30).
032200     05  FILLER            PIC X(40) VALUE SPACES.
032300
032400 01  TAX-OPENFAIL-LINE.
032500     05  FILLER            PIC X(01) VALUE SPACE.
032600     05  FILLER            PIC X(08) VALUE 'EMPONL'.
032700     05  FILLER            PIC X(01) VALUE SPACE.
032800     05  FILLER            PIC X(34) VALUE
032900         '*** KSDS OPEN FAILED - STATUS'.
033000     05  TAX-O-STATUS      PIC X(02).
033100     05  FILLER            PIC X(04) VALUE ' ***'.
033200     05  FILLER            PIC X(83) VALUE SPACES.
033300
033400 01  TAX-TRAILER-LINE.
033500     05  FILLER            PIC X(01) VALUE SPACE.
033600     05  TAX-T-LABEL       PIC X(30) VALUE SPACES.
033700     05  TAX-T-COUNT       PIC ZZZ,ZZ9.
033800     05  FILLER            PIC X(95) VALUE SPACES.
033900
034000****************************************************
034100****    PRICING WORK FIELDS
034200****************************************************
034300 77  COMPUTED-OT           PIC 9(08)V99 VALUE ZERO.
034400 77  OT-DIFFERENCE         PIC S9(08)V99 VALUE ZERO.
034500 77  OT-DIFFERENCE-ABS     PIC 9(08)V99 VALUE ZERO.
034600 77  EXCEPTION-REASON      PIC X(35) VALUE SPACES.
034700
034800****************************************************
034900****    TUNABLE - THE OT DIFFERENCE THAT IS LISTED,
035000****    IN WHOLE DOLLARS (RUNPARM OTTOL)
035100****************************************************
035200 77  OT-TOLERANCE          PIC 9(05) VALUE 50.
035300
035400****************************************************
035500****    SWITCHES, DATES AND COUNTERS
035600****************************************************
035700 77  HOURSIN-EOF-SW        PIC X(01) VALUE 'N'.
035800     88  HOURSIN-EOF                 VALUE 'Y'.
035900
036000 77  EMPIN-EOF-SW          PIC X(01) VALUE 'N'.
036100     88  EMPIN-EOF                   VALUE 'Y'.
036200
036300 77  OTRTAB-EOF-SW         PIC X(01) VALUE 'N'.
036400     88  OTRTAB-EOF                  VALUE 'Y'.
036500
036600 77  EMPONL-STATUS         PIC X(02) VALUE SPACES.
036700     88  EMPONL-OK                   VALUE '00'.
036800     88  EMPONL-NOT-FOUND            VALUE '23'.
036820
036840 77  EMPONL-OPEN-SW        PIC X(01) VALUE 'N'.
036860     88  EMPONL-IS-OPEN              VALUE 'Y'.
036900
037000 77  FATAL-ERROR-SW        PIC X(01) VALUE 'N'.
037100     88  FATAL-ERROR-HIT             VALUE 'Y'.
037200
037300 77  TABLE-ERROR-SW        PIC X(01) VALUE 'N'.
037400     88  TABLE-ERROR-HIT             VALUE 'Y'.
037500
037600 77  RUN-DATE-WORK         PIC X(08) VALUE SPACES.
037700 77  RUN-TIME-WORK         PIC X(08) VALUE SPACES.
037800 77  FILE-WEEK-ENDING      PIC X(08) VALUE SPACES.
037900
038000 77  HOURS-READ-COUNT      PIC 9(07) VALUE ZERO.
038100 77  MASTER-READ-COUNT     PIC 9(07) VALUE ZERO.
038200 77  MATCHED-COUNT         PIC 9(07) VALUE ZERO.
038300 77  NO-MASTER-COUNT       PIC 9(07) VALUE ZERO.
038400 77  NO-HOURS-COUNT        PIC 9(07) VALUE ZERO.
038500 77  UNCHANGED-COUNT       PIC 9(07) VALUE ZERO.
038600 77  QUEUED-COUNT          PIC 9(07) VALUE ZERO.
038700 77  TOLERANCE-COUNT       PIC 9(07) VALUE ZERO.
038800 77  DESK-WAITING-COUNT    PIC 9(07) VALUE ZERO.
038900 77  NOT-PRICED-COUNT      PIC 9(07) VALUE ZERO.
039000 77  BAD-HOURS-COUNT       PIC 9(07) VALUE ZERO.
039100 77  IO-ERROR-COUNT        PIC 9(07) VALUE ZERO.
039200 77  EXCEPTION-COUNT       PIC 9(07) VALUE ZERO.
039300
039400 PROCEDURE DIVISION.
039500
039600 0000-MAINLINE.
039700
039800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039900     PERFORM 2000-MATCH-HOURS THRU 2000-EXIT
040000        UNTIL (HOURS-KEY-WORK = HIGH-VALUES
040100           AND MASTER-KEY-WORK = HIGH-VALUES)
040200           OR FATAL-ERROR-HIT.
040300     PERFORM 3000-FINISH-REPORT THRU 3000-EXIT.
040400     PERFORM 3200-WRITE-RUN-LOG THRU 3200-EXIT.
040500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040600     GOBACK.
040700
040800 1000-INITIALIZE.
040900
041000     ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD.
041100     ACCEPT RUN-TIME-WORK FROM TIME.
041200
041300     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
041400
041500     OPEN INPUT HOURSIN.
041600     OPEN INPUT EMPFILE.
041700     OPEN I-O   EMPONL.
041800     OPEN OUTPUT TAXFILE.
041900
042000     PERFORM 2100-READ-HOURSIN THRU 2100-EXIT.
042100     PERFORM 2160-READ-EMPIN THRU 2160-EXIT.
042200
042300     MOVE SPACES TO TAX-CC.
042400     MOVE TAX-STAR-LINE TO TAX-OUTPUT-REC.
042500     WRITE TAX-OUTPUT-REC.
042600     WRITE TAX-OUTPUT-REC.
042700     WRITE TAX-OUTPUT-REC.
042800
042900     MOVE RUN-DATE-WORK TO TAX-T-DATE.
043000     MOVE FILE-WEEK-ENDING TO TAX-T-WEEK.
043100     MOVE TAX-TITLE-LINE TO TAX-OUTPUT-REC.
043200     WRITE TAX-OUTPUT-REC.
043300     MOVE SPACES TO TAX-OUTPUT-REC.
043400     WRITE TAX-OUTPUT-REC.
043500
043600     PERFORM 1070-PRINT-RUN-PARMS THRU 1070-EXIT.
043700     PERFORM 1100-LOAD-RULE-TABLE THRU 1100-EXIT.
043800
043900     MOVE TAX-COLUMN-LINE-1 TO TAX-OUTPUT-REC.
044000     WRITE TAX-OUTPUT-REC.
044100     MOVE TAX-COLUMN-LINE-2 TO TAX-OUTPUT-REC.
044200     WRITE TAX-OUTPUT-REC.
044300
044400* A QUEUE THAT WOULD NOT OPEN MUST NOT BE REPORTED AS EVERY
044500* EMPLOYEE IN ERROR - SAY WHAT HAPPENED, SKIP THE MATCH AND FAIL
044600* THE STEP (THE SAME GUARD TPROG14 USES).
044700     IF NOT EMPONL-OK
044800        MOVE EMPONL-STATUS TO TAX-O-STATUS
044900        MOVE TAX-OPENFAIL-LINE TO TAX-OUTPUT-REC
045000        WRITE TAX-OUTPUT-REC
045100        MOVE 'Y' TO FATAL-ERROR-SW
045120     ELSE
045140        MOVE 'Y' TO EMPONL-OPEN-SW
045200     END-IF.
045300
045400 1000-EXIT.
045500     EXIT.
045600
045700****************************************************************
045800* A MISSING OR EMPTY RUNPARM DD, OR AN ABSENT KEYWORD, LEAVES
045900* THE COMPILED-IN DEFAULT STANDING.  KEYWORDS THAT BELONG TO
046000* OTHER STEPS IN THE CHAIN ARE SIMPLY PASSED OVER.
046100****************************************************************
046200 1050-READ-RUN-PARMS.
046300
046400     OPEN INPUT RUNPARM.
046500     PERFORM 1060-APPLY-ONE-PARM THRU 1060-EXIT
046600        UNTIL RUNPARM-EOF.
046700     CLOSE RUNPARM.
046800
046900 1050-EXIT.
047000     EXIT.
047100
047200 1060-APPLY-ONE-PARM.
047300
047400     READ RUNPARM
047500        AT END
047600           MOVE 'Y' TO RUNPARM-EOF-SW
047700        NOT AT END
047800           MOVE RUN-PARM-INPUT-REC TO RUN-PARM-CARD
047900           ADD 1 TO RUN-PARM-CARDS-READ
048000           PERFORM 1065-PARSE-ONE-PARM THRU 1065-EXIT
048100     END-READ.
048200
048300 1060-EXIT.
048400     EXIT.
048500
048600 1065-PARSE-ONE-PARM.
048700
048800     IF RUN-PARM-COMMENT OR RUN-PARM-CARD = SPACES
048900        GO TO 1065-EXIT
049000     END-IF.
049100
049200     MOVE SPACES TO RUN-PARM-KEYWORD.
049300     MOVE SPACES TO RUN-PARM-VALUE.
049400     UNSTRING RUN-PARM-CARD DELIMITED BY '='
049500        INTO RUN-PARM-KEYWORD RUN-PARM-VALUE.
049600
049700     EVALUATE RUN-PARM-KEYWORD
049800        WHEN 'OTTOL'
049900           IF RUN-PARM-VALUE (1:5) IS NUMERIC
050000              MOVE RUN-PARM-VALUE-5 TO OT-TOLERANCE
050100              ADD 1 TO RUN-PARM-APPLIED-COUNT
050200           ELSE
050300              ADD 1 TO RUN-PARM-BAD-COUNT
050400           END-IF
050500        WHEN OTHER
050600           CONTINUE
050700     END-EVALUATE.
050800
050900 1065-EXIT.
051000     EXIT.
051100
051200 1070-PRINT-RUN-PARMS.
051300
051400     MOVE RUN-PARM-HEAD-LINE TO TAX-OUTPUT-REC.
051500     WRITE TAX-OUTPUT-REC.
051600
051700     MOVE SPACES TO RUN-PARM-AMT-LINE.
051800     MOVE 'OT DIFFERENCE TOLERANCE' TO RUN-PARM-A-LABEL.
051900     MOVE OT-TOLERANCE TO RUN-PARM-A-VALUE.
052000     MOVE RUN-PARM-AMT-LINE TO TAX-OUTPUT-REC.
052100     WRITE TAX-OUTPUT-REC.
052200
052300     MOVE SPACES TO RUN-PARM-NUM-LINE.
052400     MOVE 'RUNPARM CARDS APPLIED' TO RUN-PARM-N-LABEL.
052500     MOVE RUN-PARM-APPLIED-COUNT TO RUN-PARM-N-VALUE.
052600     MOVE RUN-PARM-NUM-LINE TO TAX-OUTPUT-REC.
052700     WRITE TAX-OUTPUT-REC.
052800
052900     MOVE SPACES TO RUN-PARM-NUM-LINE.
053000     MOVE 'BAD RUNPARM CARDS' TO RUN-PARM-N-LABEL.
053100     MOVE RUN-PARM-BAD-COUNT TO RUN-PARM-N-VALUE.
053200     MOVE RUN-PARM-NUM-LINE TO TAX-OUTPUT-REC.
053300     WRITE TAX-OUTPUT-REC.
053400
053500     MOVE SPACES TO TAX-OUTPUT-REC.
053600     WRITE TAX-OUTPUT-REC.
053700
053800 1070-EXIT.
053900     EXIT.
054000
054100****************************************************************
054200* LOADS THE OT RULES.  A ROW WHOSE HOURS OR MULTIPLIER IS NOT
054300* NUMERIC IS LISTED AND LEFT OUT, AND A TABLE TOO BIG FOR THE
054400* OCCURS STOPS THE LOAD - EITHER WAY THE EMPLOYEES OF THE
054500* MISSING TYPES ARE LISTED AS UNPRICED AND THE STEP ENDS RC=8.
054600****************************************************************
054700 1100-LOAD-RULE-TABLE.
054800
054900     OPEN INPUT OTRTAB.
055000     PERFORM 1110-LOAD-ONE-RULE THRU 1110-EXIT
055100        UNTIL OTRTAB-EOF.
055200     CLOSE OTRTAB.
055300
055400 1100-EXIT.
055500     EXIT.
055600
055700 1110-LOAD-ONE-RULE.
055800
055900     READ OTRTAB
056000        AT END
056100           MOVE 'Y' TO OTRTAB-EOF-SW
056200           GO TO 1110-EXIT
056300     END-READ.
056400
056500     MOVE OTR-INPUT-REC TO OT-RATE-RECORD.
056600
056700     IF OTR-STD-HOURS IS NOT NUMERIC
056800        OR OTR-OT-MULTIPLIER IS NOT NUMERIC
056900        MOVE 'HOURS/MULTIPLIER NOT NUMERIC' TO TAX-R-REASON
057000        PERFORM 1150-WRITE-RULE-ERROR THRU 1150-EXIT
057100        GO TO 1110-EXIT
057200     END-IF.
057300
057400     IF OT-RULE-COUNT NOT < 50
057500        MOVE 'TABLE FULL - REST NOT LOADED' TO TAX-R-REASON
057600        PERFORM 1150-WRITE-RULE-ERROR THRU 1150-EXIT
057700        MOVE 'Y' TO OTRTAB-EOF-SW
057800        GO TO 1110-EXIT
057900     END-IF.
058000
058100     ADD 1 TO OT-RULE-COUNT.
058200     MOVE OTR-TYPE          TO ORT-TYPE (OT-RULE-COUNT).
058300     MOVE OTR-STD-HOURS     TO ORT-STD-HOURS (OT-RULE-COUNT).
058400     MOVE OTR-OT-MULTIPLIER TO ORT-MULTIPLIER (OT-RULE-COUNT).
058500
058600 1110-EXIT.
058700     EXIT.
058800
058900 1150-WRITE-RULE-ERROR.
059000
059100     MOVE 'Y' TO TABLE-ERROR-SW.
059200     MOVE OTR-INPUT-REC TO TAX-R-ROW.
059300     MOVE TAX-RULE-LINE TO TAX-OUTPUT-REC.
059400     WRITE TAX-OUTPUT-REC.
059500
059600 1150-EXIT.
059700     EXIT.
059800
059900****************************************************************
060000* ONE STEP OF THE MATCH.  HOURS WITH NO MASTER AND A MASTER WITH
060100* NO HOURS ARE LISTED AND PASSED; A MATCHED PAIR IS PRICED.
060200****************************************************************
060300 2000-MATCH-HOURS.
060400
060500     IF HOURS-KEY-WORK < MASTER-KEY-WORK
060600        ADD 1 TO NO-MASTER-COUNT
060700        PERFORM 2810-FILL-FROM-HOURS THRU 2810-EXIT
060800        MOVE 'NO EMP MASTER FOR THESE HOURS' TO EXCEPTION-REASON
060900        PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
061000        PERFORM 2100-READ-HOURSIN THRU 2100-EXIT
061100        GO TO 2000-EXIT
061200     END-IF.
061300
061400     IF HOURS-KEY-WORK > MASTER-KEY-WORK
061500        ADD 1 TO NO-HOURS-COUNT
061600        PERFORM 2820-FILL-FROM-MASTER THRU 2820-EXIT
061700        MOVE 'NO HOURS FOR THIS EMPLOYEE' TO EXCEPTION-REASON
061800        PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
061900        PERFORM 2160-READ-EMPIN THRU 2160-EXIT
062000        GO TO 2000-EXIT
062100     END-IF.
062200
062300     ADD 1 TO MATCHED-COUNT.
062400     PERFORM 2300-PRICE-OVERTIME THRU 2300-EXIT.
062500     PERFORM 2100-READ-HOURSIN THRU 2100-EXIT.
062600     PERFORM 2160-READ-EMPIN THRU 2160-EXIT.
062700
062800 2000-EXIT.
062900     EXIT.
063000
063100****************************************************************
063200* THE FIRST RECORD SETS THE WEEK THE FILE IS FOR.  A RECORD FOR
063300* ANOTHER WEEK, OR OUT OF KEY ORDER, OR A SECOND RECORD FOR THE
063400* SAME KEY, IS LISTED AND SKIPPED - PRICING IT WOULD EITHER PAY
063500* THE WRONG WEEK OR CORRUPT THE MATCH.
063600****************************************************************
063700 2100-READ-HOURSIN.
063800
063900     READ HOURSIN
064000        AT END
064100           MOVE 'Y' TO HOURSIN-EOF-SW
064200           MOVE HIGH-VALUES TO HOURS-KEY-WORK
064300           GO TO 2100-EXIT
064400     END-READ.
064500
064600     ADD 1 TO HOURS-READ-COUNT.
064700     MOVE HOURS-INPUT-REC TO TA-HOURS-RECORD.
064800     MOVE TAH-NAME   TO HK-NAME.
064900     MOVE TAH-REGION TO HK-REGION.
065000
065100     IF FILE-WEEK-ENDING = SPACES
065200        MOVE TAH-WEEK-ENDING TO FILE-WEEK-ENDING
065300     END-IF.
065400
065500     IF HOURS-KEY-WORK = PREV-HOURS-KEY
065600        MOVE 'DUPLICATE HOURS RECORD' TO EXCEPTION-REASON
065700        PERFORM 2150-SKIP-HOURS THRU 2150-EXIT
065800        GO TO 2100-READ-HOURSIN
065900     END-IF.
066000
066100     IF HOURS-KEY-WORK < PREV-HOURS-KEY
066200        MOVE 'HOURS OUT OF SEQUENCE' TO EXCEPTION-REASON
066300        PERFORM 2150-SKIP-HOURS THRU 2150-EXIT
066400        GO TO 2100-READ-HOURSIN
066500     END-IF.
066600
066700     IF TAH-WEEK-ENDING NOT = FILE-WEEK-ENDING
066800        MOVE 'HOURS ARE FOR ANOTHER WEEK' TO EXCEPTION-REASON
066900        PERFORM 2150-SKIP-HOURS THRU 2150-EXIT
067000        GO TO 2100-READ-HOURSIN
067100     END-IF.
067200
067300     MOVE HOURS-KEY-WORK TO PREV-HOURS-KEY.
067400
067500 2100-EXIT.
067600     EXIT.
067700
067800 2150-SKIP-HOURS.
067900
068000     ADD 1 TO BAD-HOURS-COUNT.
068100     PERFORM 2810-FILL-FROM-HOURS THRU 2810-EXIT.
068200     PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT.
068300
068400 2150-EXIT.
068500     EXIT.
068600
068700 2160-READ-EMPIN.
068800
068900     READ EMPFILE
069000        AT END
069100           MOVE 'Y' TO EMPIN-EOF-SW
069200           MOVE HIGH-VALUES TO MASTER-KEY-WORK
069300        NOT AT END
069400           ADD 1 TO MASTER-READ-COUNT
069500           MOVE EMPIN-INPUT-REC TO DCLEMP2
069600           MOVE EMP2-NAME   TO MK-NAME
069700           MOVE EMP2-REGION TO MK-REGION
069800     END-READ.
069900
070000 2160-EXIT.
070100     EXIT.
070200
070300****************************************************************
070400* PRICES ONE EMPLOYEE'S WEEK.  NOTHING IS QUEUED UNLESS THE HOURS,
070500* THE MASTER PAY AND THE RULE ARE ALL USABLE; AN EMPLOYEE WHOSE
070600* OT ALREADY MATCHES IS COUNTED AND LEFT ALONE.
070700****************************************************************
070800 2300-PRICE-OVERTIME.
070900
071000     PERFORM 2820-FILL-FROM-MASTER THRU 2820-EXIT.
071100     IF TAH-HOURS IS NUMERIC
071200        MOVE TAH-HOURS TO TAX-D-HOURS
071300     END-IF.
071400
071500     IF TAH-HOURS IS NOT NUMERIC
071600        MOVE 'HOURS NOT NUMERIC' TO EXCEPTION-REASON
071700        GO TO 2390-NOT-PRICED
071800     END-IF.
071900
072000     IF EMP2-WAGES IS NOT NUMERIC
072100        OR EMP2-OT IS NOT NUMERIC
072200        MOVE 'MASTER WAGES OR OT NOT NUMERIC' TO EXCEPTION-REASON
072300        GO TO 2390-NOT-PRICED
072400     END-IF.
072500
072600     MOVE ZERO TO RULE-FOUND-IX.
072700     PERFORM 2350-SCAN-RULE-TABLE THRU 2350-EXIT
072800        VARYING RULE-IX FROM 1 BY 1
072900        UNTIL RULE-IX > OT-RULE-COUNT
073000           OR RULE-FOUND-IX > ZERO.
073100     IF RULE-FOUND-IX = ZERO
073200        MOVE 'TYPE NOT ON OT RULE TABLE' TO EXCEPTION-REASON
073300        GO TO 2390-NOT-PRICED
073400     END-IF.
073500
073600     MOVE ZERO TO COMPUTED-OT.
073700     IF ORT-MULTIPLIER (RULE-FOUND-IX) > ZERO
073800        AND ORT-STD-HOURS (RULE-FOUND-IX) > ZERO
073900        AND TAH-HOURS > ORT-STD-HOURS (RULE-FOUND-IX)
074000        COMPUTE COMPUTED-OT ROUNDED =
074100           (TAH-HOURS - ORT-STD-HOURS (RULE-FOUND-IX))
074200           * ORT-MULTIPLIER (RULE-FOUND-IX)
074300           * EMP2-WAGES / ORT-STD-HOURS (RULE-FOUND-IX)
074400           ON SIZE ERROR
074500              MOVE 'COMPUTED OT TOO LARGE' TO EXCEPTION-REASON
074600              GO TO 2390-NOT-PRICED
074700        END-COMPUTE
074800     END-IF.
074900     MOVE COMPUTED-OT TO TAX-D-COMPUTED.
075000
075100     COMPUTE OT-DIFFERENCE = COMPUTED-OT - EMP2-OT.
075200     IF OT-DIFFERENCE = ZERO
075300        ADD 1 TO UNCHANGED-COUNT
075400        MOVE SPACES TO TAX-DETAIL-LINE
075500        GO TO 2300-EXIT
075600     END-IF.
075700
075800     MOVE OT-DIFFERENCE TO TAX-D-DIFFERENCE.
075900     IF OT-DIFFERENCE < ZERO
076000        COMPUTE OT-DIFFERENCE-ABS = ZERO - OT-DIFFERENCE
076100     ELSE
076200        MOVE OT-DIFFERENCE TO OT-DIFFERENCE-ABS
076300     END-IF.
076400
076500     PERFORM 2400-QUEUE-CHANGE THRU 2400-EXIT.
076600     IF EXCEPTION-REASON NOT = SPACES
076700        GO TO 2300-EXIT
076800     END-IF.
076900
077000     IF OT-DIFFERENCE-ABS > OT-TOLERANCE
077100        ADD 1 TO TOLERANCE-COUNT
077200        MOVE 'KEYED OT DIFFERS - OVER TOLERANCE'
077300           TO EXCEPTION-REASON
077400        PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
077500     ELSE
077600        MOVE SPACES TO TAX-DETAIL-LINE
077700     END-IF.
077800
077900     GO TO 2300-EXIT.
078000
078100 2390-NOT-PRICED.
078200
078300     ADD 1 TO NOT-PRICED-COUNT.
078400     PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT.
078500
078600 2300-EXIT.
078700     EXIT.
078800
078900 2350-SCAN-RULE-TABLE.
079000
079100     IF ORT-TYPE (RULE-IX) = EMP2-TYPE
079200        MOVE RULE-IX TO RULE-FOUND-IX
079300     END-IF.
079400
079500 2350-EXIT.
079600     EXIT.
079700
079800****************************************************************
079900* QUEUES THE CHANGE.  THE QUEUE HOLDS ONE ENTRY PER KEY: AN ENTRY
079950* THE DESK KEYED IS NEVER OVERLAID WHILE IT IS STILL WAITING, OR
080000* WHILE THE WAREHOUSE TOOK IT TONIGHT AND WOULD TAKE IT AGAIN ON A
080050* RERUN FOR THE SAME CYCLE DATE (THE EMPLOYEE IS LISTED INSTEAD).
080100* ONE THIS STEP QUEUED ON AN EARLIER RUN OF THE SAME NIGHT IS
080150* REPLACED, AND ONE THE WAREHOUSE TOOK ON AN EARLIER CYCLE IS
080200* REPLACED BY THE NEW ENTRY.  ON RETURN EXCEPTION-REASON IS SPACES
080250* IF THE CHANGE WAS QUEUED.
080500****************************************************************
080600 2400-QUEUE-CHANGE.
080700
080800     MOVE SPACES TO EXCEPTION-REASON.
080900
081000     MOVE SPACES           TO EMP-TRAN-RECORD.
081100     MOVE 'C'              TO EMP-TRAN-ACTION.
081200     MOVE EMP2-NAME        TO EMP-TRAN-NAME.
081300     MOVE EMP2-REGION      TO EMP-TRAN-REGION.
081400     MOVE EMP2-TYPE        TO EMP-TRAN-TYPE.
081500     MOVE EMP2-YRS-SERVICE TO EMP-TRAN-YRS-SERVICE.
081600     MOVE EMP2-WAGES       TO EMP-TRAN-WAGES.
081700     MOVE COMPUTED-OT      TO EMP-TRAN-OT.
081800     MOVE EMP2-COMM        TO EMP-TRAN-COMM.
081900
082000     MOVE MASTER-KEY-WORK TO ONLVSAM-KEY.
082100     READ EMPONL INTO EMP-ONLINE-ENTRY.
082200
082300     EVALUATE TRUE
082400        WHEN EMPONL-OK
082500           IF (ONL-PENDING
082520               OR (ONL-WAREHOUSED
082540                   AND ONL-PICKUP-DATE = RUN-DATE-WORK))
082560              AND ONL-OPERATOR-ID NOT = 'TIMECLK'
082600              ADD 1 TO DESK-WAITING-COUNT
082700              MOVE 'DESK ENTRY WAITING - OT NOT SENT'
082800                 TO EXCEPTION-REASON
082900              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
083000              GO TO 2400-EXIT
083100           END-IF
083200           PERFORM 2450-BUILD-ENTRY THRU 2450-EXIT
083300           REWRITE ONLVSAM-REC FROM EMP-ONLINE-ENTRY
083400        WHEN EMPONL-NOT-FOUND
083500           PERFORM 2450-BUILD-ENTRY THRU 2450-EXIT
083600           WRITE ONLVSAM-REC FROM EMP-ONLINE-ENTRY
083700        WHEN OTHER
083800           GO TO 2470-QUEUE-ERROR
083900     END-EVALUATE.
084000
084100     IF EMPONL-OK
084200        ADD 1 TO QUEUED-COUNT
084300        GO TO 2400-EXIT
084400     END-IF.
084500
084600 2470-QUEUE-ERROR.
084700
084800     ADD 1 TO IO-ERROR-COUNT.
084900     MOVE 'Y' TO FATAL-ERROR-SW.
085000     MOVE 'EMPONL I-O ERROR STATUS' TO EXCEPTION-REASON.
085100     MOVE EMPONL-STATUS TO EXCEPTION-REASON (25:2).
085200     PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT.
085300
085400 2400-EXIT.
085500     EXIT.
085600
085700 2450-BUILD-ENTRY.
085800
085900     MOVE SPACES          TO EMP-ONLINE-ENTRY.
086000     MOVE EMP-TRAN-RECORD TO ONL-TRAN-IMAGE.
086100     MOVE 'P'             TO ONL-STATUS.
086200     MOVE 'TIMECLK'       TO ONL-OPERATOR-ID.
086300     MOVE 'BTCH'          TO ONL-TERMINAL-ID.
086400     MOVE RUN-DATE-WORK   TO ONL-ENTRY-DATE.
086500     MOVE RUN-TIME-WORK   TO ONL-ENTRY-TIME.
086600
086700 2450-EXIT.
086800     EXIT.
086900
087000****************************************************************
087100* EVERY EXCEPTION LINE IS WRITTEN HERE AND COUNTED; THE CALLER
087200* HAS ALREADY FILLED IN WHAT IT KNOWS ABOUT THE EMPLOYEE.
087300****************************************************************
087400 2800-WRITE-EXCEPTION.
087500
087600     ADD 1 TO EXCEPTION-COUNT.
087700     MOVE EXCEPTION-REASON TO TAX-D-REASON.
087800     MOVE TAX-DETAIL-LINE TO TAX-OUTPUT-REC.
087900     WRITE TAX-OUTPUT-REC.
088000     MOVE SPACES TO TAX-DETAIL-LINE.
088100
088200 2800-EXIT.
088300     EXIT.
088400
088500 2810-FILL-FROM-HOURS.
088600
088700     MOVE SPACES TO TAX-DETAIL-LINE.
088800     MOVE TAH-NAME   TO TAX-D-NAME.
088900     MOVE TAH-REGION TO TAX-D-REGION.
089000     IF TAH-HOURS IS NUMERIC
089100        MOVE TAH-HOURS TO TAX-D-HOURS
089200     END-IF.
089300
089400 2810-EXIT.
089500     EXIT.
089600
089700 2820-FILL-FROM-MASTER.
089800
089900     MOVE SPACES TO TAX-DETAIL-LINE.
090000     MOVE EMP2-NAME   TO TAX-D-NAME.
090100     MOVE EMP2-REGION TO TAX-D-REGION.
090200     MOVE EMP2-TYPE   TO TAX-D-TYPE.
090300     IF EMP2-OT IS NUMERIC
090400        MOVE EMP2-OT TO TAX-D-CARRIED
090500     END-IF.
090600
090700 2820-EXIT.
090800     EXIT.
090900
091000 3000-FINISH-REPORT.
091100
091200     MOVE SPACES TO TAX-CC.
091300     MOVE TAX-STAR-LINE TO TAX-OUTPUT-REC.
091400     WRITE TAX-OUTPUT-REC.
091500     WRITE TAX-OUTPUT-REC.
091600
091700     MOVE SPACES TO TAX-TRAILER-LINE.
091800     MOVE 'HOURS RECORDS READ' TO TAX-T-LABEL.
091900     MOVE HOURS-READ-COUNT TO TAX-T-COUNT.
092000     MOVE TAX-TRAILER-LINE TO TAX-OUTPUT-REC.
092100     WRITE TAX-OUTPUT-REC.
092200
092300     MOVE SPACES TO TAX-TRAILER-LINE.
092400     MOVE 'HOURS RECORDS SKIPPED' TO TAX-T-LABEL.
092500     MOVE BAD-HOURS-COUNT TO TAX-T-COUNT.
092600     MOVE TAX-TRAILER-LINE TO TAX-OUTPUT-REC.
092700     WRITE TAX-OUTPUT-REC.
092800
092900     MOVE SPACES TO TAX-TRAILER-LINE.
093000     MOVE 'EMP MASTER RECORDS READ' TO TAX-T-LABEL.
093100     MOVE MASTER-READ-COUNT TO TAX-T-COUNT.
093200     MOVE TAX-TRAILER-LINE TO TAX-OUTPUT-REC.
093300     WRITE TAX-OUTPUT-REC.
093400
093500     MOVE SPACES TO TAX-TRAILER-LINE.
093600     MOVE 'HOURS MATCHED TO MASTER' TO TAX-T-LABEL.
093700     MOVE MATCHED-COUNT TO TAX-T-COUNT.
093800     MOVE TAX-TRAILER-LINE TO TAX-OUTPUT-REC.
093900     WRITE TAX-OUTPUT-REC.
094000
094100     MOVE SPACES TO TAX-TRAILER-LINE.
094200     MOVE 'HOURS WITH NO MASTER' TO TAX-T-LABEL.
094300     MOVE NO-MASTER-COUNT TO TAX-T-COUNT.
094400     MOVE TAX-TRAILER-LINE TO TAX-OUTPUT-REC.
094500     WRITE TAX-OUTPUT-REC.
094600
094700     MOVE SPACES TO TAX-TRAILER-LINE.
094800     MOVE 'MASTERS WITH NO HOURS' TO TAX-T-LABEL.
094900     MOVE NO-HOURS-COUNT TO TAX-T-COUNT.
095000     MOVE TAX-TRAILER-LINE TO TAX-OUTPUT-REC.
095100     WRITE TAX-OUTPUT-REC.
095200
095300     MOVE SPACES TO TAX-TRAILER-LINE.
095400     MOVE 'OT ALREADY CORRECT' TO TAX-T-LABEL.
095500     MOVE UNCHANGED-COUNT TO TAX-T-COUNT.
095600     MOVE TAX-TRAILER-LINE TO TAX-OUTPUT-REC.
095700     WRITE TAX-OUTPUT-REC.
095800
095900     MOVE SPACES TO TAX-TRAILER-LINE.
096000     MOVE 'OT CHANGES QUEUED' TO TAX-T-LABEL.
096100     MOVE QUEUED-COUNT TO TAX-T-COUNT.
096200     MOVE TAX-TRAILER-LINE TO TAX-OUTPUT-REC.
096300     WRITE TAX-OUTPUT-REC.
096400
096500     MOVE SPACES TO TAX-TRAILER-LINE.
096600     MOVE '  OVER TOLERANCE' TO TAX-T-LABEL.
096700     MOVE TOLERANCE-COUNT TO TAX-T-COUNT.
096800     MOVE TAX-TRAILER-LINE TO TAX-OUTPUT-REC.
096900     WRITE TAX-OUTPUT-REC.
097000
097100     MOVE SPACES TO TAX-TRAILER-LINE.
097200     MOVE 'NOT SENT - DESK ENTRY WAITING' TO TAX-T-LABEL.
097300     MOVE DESK-WAITING-COUNT TO TAX-T-COUNT.
097400     MOVE TAX-TRAILER-LINE TO TAX-OUTPUT-REC.
097500     WRITE TAX-OUTPUT-REC.
097600
097700     MOVE SPACES TO TAX-TRAILER-LINE.
097800     MOVE 'NOT PRICED' TO TAX-T-LABEL.
097900     MOVE NOT-PRICED-COUNT TO TAX-T-COUNT.
098000     MOVE TAX-TRAILER-LINE TO TAX-OUTPUT-REC.
098100     WRITE TAX-OUTPUT-REC.
098200
098300     MOVE SPACES TO TAX-TRAILER-LINE.
098400     MOVE 'I-O ERRORS' TO TAX-T-LABEL.
098500     MOVE IO-ERROR-COUNT TO TAX-T-COUNT.
098600     MOVE TAX-TRAILER-LINE TO TAX-OUTPUT-REC.
098700     WRITE TAX-OUTPUT-REC.
098800
098900     MOVE SPACES TO TAX-TRAILER-LINE.
099000     MOVE 'EXCEPTIONS LISTED' TO TAX-T-LABEL.
099100     MOVE EXCEPTION-COUNT TO TAX-T-COUNT.
099200     MOVE TAX-TRAILER-LINE TO TAX-OUTPUT-REC.
099300     WRITE TAX-OUTPUT-REC.
099400
099500     EVALUATE TRUE
099600        WHEN FATAL-ERROR-HIT
099700           MOVE SPACES TO TAX-TRAILER-LINE
099800           MOVE 'INTERFACE INCOMPLETE - FIX THE QUEUE AND RERUN'
099900              TO TAX-TRAILER-LINE (2:60)
100000           MOVE TAX-TRAILER-LINE TO TAX-OUTPUT-REC
100100           WRITE TAX-OUTPUT-REC
100200           MOVE 12 TO RETURN-CODE
100300        WHEN TABLE-ERROR-HIT
100400           MOVE 8 TO RETURN-CODE
100500        WHEN EXCEPTION-COUNT > ZERO
100600           MOVE 4 TO RETURN-CODE
100700        WHEN OTHER
100800           MOVE ZERO TO RETURN-CODE
100900     END-EVALUATE.
101000
101100     MOVE TAX-STAR-LINE TO TAX-OUTPUT-REC.
101200     WRITE TAX-OUTPUT-REC.
101300     WRITE TAX-OUTPUT-REC.
101400     WRITE TAX-OUTPUT-REC.
101500
101600 3000-EXIT.
101700     EXIT.
101800
101900****************************************************************
101950* APPENDS THIS RUN'S STANDARD RUN-LOG RECORD TO THE COMMON
102000* CUMULATIVE RUNLOG DATASET.  READ IS THE HOURS RECORDS, AND
102040* EACH ONE IS EITHER WRITTEN (QUEUED, OR ALREADY CORRECT) OR AN
102080* ERROR (SKIPPED, NO MASTER, NOT PRICED, HELD BY A DESK ENTRY OR
102120* AN I-O ERROR), SO THE SCORECARD CAN CROSS-FOOT READ = WRITTEN +
102160* ERRORS.  MASTERS WITH NO HOURS AND OVER-TOLERANCE LINES ARE ON
102200* THE REPORT ONLY.  A RUN STOPPED BY THE QUEUE COUNTS THE HOURS IT
102240* NEVER REACHED AS ERRORS.
102300****************************************************************
102400 3200-WRITE-RUN-LOG.
102500
102600     OPEN EXTEND RUNLOG.
102700     MOVE 'TPROG31'             TO RUN-LOG-PROGRAM.
102800     ACCEPT RUN-LOG-DATE      FROM DATE YYYYMMDD.
102900     ACCEPT RUN-LOG-TIME      FROM TIME.
103000     MOVE HOURS-READ-COUNT      TO RUN-LOG-READ.
103100     COMPUTE RUN-LOG-WRITTEN = QUEUED-COUNT + UNCHANGED-COUNT.
103120     COMPUTE RUN-LOG-ERRORS  = BAD-HOURS-COUNT
103140                             + NO-MASTER-COUNT
103160                             + NOT-PRICED-COUNT
103180                             + DESK-WAITING-COUNT
103200                             + IO-ERROR-COUNT.
103220     IF FATAL-ERROR-HIT
103240        COMPUTE RUN-LOG-ERRORS =
103260           HOURS-READ-COUNT - RUN-LOG-WRITTEN
103280     END-IF.
103300     MOVE ZERO                  TO RUN-LOG-ADDED.
103400     MOVE ZERO                  TO RUN-LOG-DROPPED.
103500     MOVE ZERO                  TO RUN-LOG-TRANSFERS.
103600     IF FATAL-ERROR-HIT OR TABLE-ERROR-HIT
103700        MOVE 'ERRORS'           TO RUN-LOG-DISPOSITION
103800     ELSE
103900        MOVE 'NORMAL'           TO RUN-LOG-DISPOSITION
104000     END-IF.
104100     MOVE RUN-LOG-RECORD        TO RUNLOG-OUTPUT-REC.
104200     WRITE RUNLOG-OUTPUT-REC.
104300     CLOSE RUNLOG.
104400
104500 3200-EXIT.
104600     EXIT.
104700
104800 9000-TERMINATE.
104900
105000     CLOSE HOURSIN.
105100     CLOSE EMPFILE.
105200     IF EMPONL-IS-OPEN
105220        CLOSE EMPONL
105240     END-IF.
105300     CLOSE TAXFILE.
105400
105500 9000-EXIT.
105600     EXIT.
