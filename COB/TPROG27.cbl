000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TPROG27.
000300 AUTHOR.        COMPUWARE ISPW TRAINING.
000400 DATE-WRITTEN.  OCTOBER 15TH, 2026.
000500 DATE-COMPILED.
000600
000700********************************************************
000800* THIS PROGRAM RECONSTRUCTS THE EMP MASTER AS IT STOOD
000900*      AT THE CLOSE OF BUSINESS ON A GIVEN DATE.  IT
001000*      STARTS FROM THE CURRENT EMPREC2 MASTER AND ROLLS
001100*      BACK EVERY ADD, CHANGE, DELETE AND TRANSFER THE
001200*      CHANGE-HISTORY WAREHOUSE (EMPHIST) SHOWS APPLIED
001300*      AFTER THAT DATE, AND WRITES THE RESULT AS A FULL
001400*      EMPREC2 EXTRACT IN NAME/REGION ORDER - THE SAME
001500*      SHAPE AS THE LIVE MASTER, SO TPROG02, TPROG12 AND
001600*      TPROG15 RUN AGAINST IT UNCHANGED.  THIS ANSWERS
001700*      "WHAT DID THE MASTER SAY ON THE 1ST" FOR AUDIT,
001800*      DISPUTES AND RE-RUNNING A PAST PAY PERIOD.
001900*
002000*      THE AS-OF DATE COMES IN ON THE JCL PARM AS
002100*      PARM='CCYYMMDD'.  HISTORY APPLIED ON THE AS-OF
002200*      DATE ITSELF STANDS; ONLY LATER HISTORY IS UNDONE.
002300*      A MISSING OR INVALID DATE WRITES NO EXTRACT AND
002400*      ENDS THE STEP WITH RC=12.
002500*
002600*      HOW IT WORKS - THE HISTORY IS READ ONCE AND EVERY
002700*      RECORD DATED AFTER THE AS-OF DATE BECOMES ONE
002800*      ROLL-BACK EVENT PER KEY IT TOUCHED (A TRANSFER
002900*      TOUCHES TWO - ITS OLD KEY AND ITS NEW ONE), EACH
003000*      STAMPED WITH A SEQUENCE NUMBER IN APPLY ORDER.
003100*      THE EVENTS ARE SORTED BY KEY AND SEQUENCE, THEN
003200*      MATCHED AGAINST THE CURRENT MASTER.  FOR EACH KEY
003300*      THE FIRST EVENT SAYS WHAT THE ROW WAS ON THE AS-OF
003400*      DATE (ITS BEFORE IMAGE, OR NOT ON FILE) AND THE
003500*      LAST EVENT SAYS WHAT THE MASTER SHOULD SAY TODAY -
003600*      WHICH IS CHECKED AGAINST WHAT IT DOES SAY:
003700*        UNCHANGED     NO HISTORY SINCE - COPIED AS IS
003800*        ROLLED BACK   CHANGED SINCE - THE AS-OF IMAGE
003900*                      IS WRITTEN IN PLACE OF TODAY'S
004000*        REMOVED       ADDED OR MOVED IN SINCE - DROPPED
004100*        RESTORED      DELETED OR MOVED OUT SINCE - THE
004200*                      AS-OF IMAGE IS WRITTEN BACK
004300*      A KEY WHOSE HISTORY DOES NOT END WHERE THE CURRENT
004400*      MASTER STANDS IS FLAGGED OUT OF STEP - THE HISTORY
004500*      IS INCOMPLETE OR THE MASTER WAS CHANGED OUTSIDE
004600*      TPROG04.
004700*
004800*      THE CONTROL REPORT LISTS EVERY KEY THAT DIFFERS,
004900*      THEN PROVES THE EXTRACT'S RECORD COUNT AND WAGE
005000*      HASH AGAINST THE CURRENT MASTER PLUS AND MINUS
005100*      WHAT WAS ROLLED BACK (TPROG07 STYLE).  OUT OF
005200*      BALANCE ENDS THE STEP WITH RC=8.  KEYS OUT OF
005300*      STEP, HISTORY RECORDS WITH NO VALID ACTION, OR
005400*      HISTORY THAT DOES NOT REACH BACK TO THE AS-OF
005500*      DATE (OLDER GENERATIONS ROLLED OFF) END IT WITH
005600*      RC=4 - THE EXTRACT IS WRITTEN BUT NEEDS A LOOK.
005700*
005800*      AND COPYLIBS   EMPREC2   (VERSION-2 EMP EXTRACT)
005900*                     EMPHIST   (CHANGE-HISTORY RECORD)
006000* ======================================================
006100*  ISPW (TM)
006200*  COPYRIGHT (C) 1986-2016 COMPUWARE CORPORATION.
006300*  UNPUBLISHED RIGHTS RESERVED UNDER THE COPYRIGHT
006400*  LAWS OF THE UNITED STATES.
006500*
006600* ======================================================
006700*                   MODIFICATION  LOG
006800*
006900*  DD/MM/YY  PROGRAMMER  CHANGES
007000*  ********  **********  *******
007100*  15/10/26  ISPW        NEW PROGRAM - AS-OF-DATE RECONSTRUCTION
007200*                        OF THE EMP MASTER FROM CHANGE HISTORY
007300* ======================================================
007400 ENVIRONMENT DIVISION.
007500 CONFIGURATION SECTION.
007600 SOURCE-COMPUTER. IBM-370.
007700 OBJECT-COMPUTER. IBM-370.
007800
007900 INPUT-OUTPUT SECTION.
008000 FILE-CONTROL.
008100
008200*****************************************************
008300*  FILES USED:
008400*   EMPIN    THE CURRENT EMP MASTER (EMPREC2 LAYOUT),
008500*            NAME/REGION ORDER
008600*   HISTORY  THE CHANGE-HISTORY WAREHOUSE - TPROG04'S
008700*            RUN GENERATIONS (EMPHIST LAYOUT),
008800*            CONCATENATED OLDEST FIRST
008900*   EVTWK    WORK FILE - THE ROLL-BACK EVENTS, IN
009000*            HISTORY ORDER
009100*   SRTWK    SORT WORK FILE - SORTS EVTWK INTO EVTSRT
009200*   EVTSRT   THE ROLL-BACK EVENTS BY KEY, OLDEST FIRST
009300*            WITHIN KEY
009400*   ASOFOUT  THE MASTER AS OF THE PARM DATE (EMPREC2
009500*            LAYOUT), NAME/REGION ORDER
009600*   ASOFRPT  THE PRINTED CONTROL REPORT
009700*   RUNLOG   THE COMMON CUMULATIVE RUN-LOG DATASET
009800*            THE NIGHTLY SCORECARD READS (SEE RUNLOG)
009900*****************************************************
010000     SELECT EMPFILE  ASSIGN UT-S-EMPIN
010100       ORGANIZATION IS SEQUENTIAL
010200       ACCESS IS SEQUENTIAL.
010300
010400     SELECT HISTFILE ASSIGN UT-S-HISTORY
010500       ORGANIZATION IS SEQUENTIAL
010600       ACCESS IS SEQUENTIAL.
010700
010800     SELECT EVTFILE  ASSIGN UT-S-EVTWK
010900       ORGANIZATION IS SEQUENTIAL
011000       ACCESS IS SEQUENTIAL.
011100
011200     SELECT SRTWORK  ASSIGN UT-S-SRTWK.
011300
011400     SELECT EVTSRT   ASSIGN UT-S-EVTSRT
011500       ORGANIZATION IS SEQUENTIAL
011600       ACCESS IS SEQUENTIAL.
011700
011800     SELECT ASOFEMP  ASSIGN UT-S-ASOFOUT
011900       ORGANIZATION IS SEQUENTIAL
012000       ACCESS IS SEQUENTIAL.
012100
012200     SELECT ASFFILE  ASSIGN UT-S-ASOFRPT
012300       ORGANIZATION IS SEQUENTIAL
012400       ACCESS IS SEQUENTIAL.
012500
012600     SELECT RUNLOG   ASSIGN UT-S-RUNLOG
012700       ORGANIZATION IS SEQUENTIAL
012800       ACCESS IS SEQUENTIAL.
012900
013000 DATA DIVISION.
013100
013200 FILE SECTION.
013300
013400 FD  EMPFILE
013500     LABEL RECORDS OMITTED
013600     BLOCK CONTAINS 0 RECORDS
013700     RECORDING MODE IS F
013800     DATA RECORD IS EMPFILE-REC.
013900
014000 01  EMPFILE-REC               PIC X(58).
014100
014200 FD  HISTFILE
014300     LABEL RECORDS OMITTED
014400     BLOCK CONTAINS 0 RECORDS
014500     RECORDING MODE IS F
014600     DATA RECORD IS HIST-INPUT-REC.
014700
014800 01  HIST-INPUT-REC            PIC X(161).
014900
015000 FD  EVTFILE
015100     LABEL RECORDS OMITTED
015200     BLOCK CONTAINS 0 RECORDS
015300     RECORDING MODE IS F
015400     DATA RECORD IS EVTFILE-REC.
015500
015600 01  EVTFILE-REC               PIC X(156).
015700
015800*****************************************************
015900**** SORT WORK FILE FOR THE EVENT SORT PERFORMED BY
016000**** 1200-OPEN-MERGE - THE KEY FIELDS LINE UP WITH
016100**** EVT-KEY AND EVT-SEQ (BYTES 1-20, 21-29)
016200*****************************************************
016300 SD  SRTWORK
016400     DATA RECORD IS SRT-REC.
016500
016600 01  SRT-REC.
016700     05  SRT-KEY-NAME          PIC X(15).
016800     05  SRT-KEY-REGION        PIC X(05).
016900     05  SRT-KEY-SEQ           PIC 9(09).
017000     05  FILLER                PIC X(127).
017100
017200 FD  EVTSRT
017300     LABEL RECORDS OMITTED
017400     BLOCK CONTAINS 0 RECORDS
017500     RECORDING MODE IS F
017600     DATA RECORD IS EVTSRT-REC.
017700
017800 01  EVTSRT-REC                PIC X(156).
017900
018000 FD  ASOFEMP
018100     LABEL RECORDS OMITTED
018200     BLOCK CONTAINS 0 RECORDS
018300     RECORDING MODE IS F
018400     DATA RECORD IS ASOFEMP-REC.
018500
018600 01  ASOFEMP-REC               PIC X(58).
018700
018800 FD  ASFFILE
018900     LABEL RECORDS OMITTED
019000     BLOCK CONTAINS 0 RECORDS
019100     RECORDING MODE IS F
019200     DATA RECORD IS ASF-OUTPUT-REC.
019300
019400 01  ASF-OUTPUT-REC.
019500     05  ASF-CC            PIC X(01).
019600     05  ASF-LINE          PIC X(132).
019700
019800 FD  RUNLOG
019900     LABEL RECORDS OMITTED
020000     BLOCK CONTAINS 0 RECORDS
020100     RECORDING MODE IS F
020200     DATA RECORD IS RUNLOG-OUTPUT-REC.
020300
020400 01  RUNLOG-OUTPUT-REC         PIC X(86).
020500
020600 WORKING-STORAGE SECTION.
020700****************************************************
020800****    EMP EXTRACT WORKING COPY - ANY ROW WHOSE
020900****    WAGES ARE WANTED FOR A HASH IS MOVED HERE
021000****************************************************
021100     COPY EMPREC2.
021200
021300****************************************************
021400****    HISTORY RECORD WORKING COPY - EACH HISTFILE
021500****    RECORD IS MOVED HERE AS IT IS READ
021600****************************************************
021700     COPY EMPHIST.
021800
021900****************************************************
022000****    THE STANDARD RUN-LOG RECORD APPENDED TO THE
022100****    COMMON RUNLOG DATASET AT END OF RUN
022200****************************************************
022300     COPY RUNLOG.
022400
022500****************************************************
022600****    ONE ROLL-BACK EVENT - WHAT ONE HISTORY RECORD
022700****    DID TO ONE KEY.  THE BEFORE ROW IS THE KEY'S
022800****    ROW JUST BEFORE THE ACTION ('N' = NOT ON FILE)
022900****    AND THE AFTER ROW ITS ROW JUST AFTER IT.  THE
023000****    SEQUENCE NUMBER KEEPS A KEY'S EVENTS IN APPLY
023100****    ORDER THROUGH THE SORT.  156 BYTES.
023200****************************************************
023300 01  ROLLBACK-EVENT.
023400     05  EVT-KEY.
023500         10  EVT-NAME          PIC X(15).
023600         10  EVT-REGION        PIC X(05).
023700     05  EVT-SEQ               PIC 9(09).
023800     05  EVT-ACTION            PIC X(01).
023900     05  EVT-APPLY-DATE        PIC X(08).
024000     05  EVT-BEFORE-SW         PIC X(01).
024100         88  EVT-HAD-BEFORE              VALUE 'Y'.
024200     05  EVT-BEFORE-ROW        PIC X(58).
024300     05  EVT-AFTER-SW          PIC X(01).
024400         88  EVT-HAS-AFTER               VALUE 'Y'.
024500     05  EVT-AFTER-ROW         PIC X(58).
024600
024700****************************************************
024800****    ONE KEY'S EVENTS, BOILED DOWN - THE FIRST
024900****    EVENT'S BEFORE ROW (THE AS-OF STATE) AND THE
025000****    LAST EVENT'S AFTER ROW (TODAY'S STATE)
025100****************************************************
025200 01  EVENT-GROUP-WORK.
025300     05  GRP-KEY.
025400         10  GRP-NAME          PIC X(15).
025500         10  GRP-REGION        PIC X(05).
025600     05  GRP-FIRST-ACTION      PIC X(01).
025700         88  GRP-FIRST-TRANSFER          VALUE 'T'.
025800     05  GRP-FIRST-DATE        PIC X(08).
025900     05  GRP-BEFORE-SW         PIC X(01).
026000         88  GRP-HAD-BEFORE              VALUE 'Y'.
026100     05  GRP-BEFORE-ROW        PIC X(58).
026200     05  GRP-AFTER-SW          PIC X(01).
026300         88  GRP-HAS-AFTER               VALUE 'Y'.
026400     05  GRP-AFTER-ROW         PIC X(58).
026500
026600****************************************************
026700****    MATCH/MERGE KEYS AND THE CURRENT MASTER ROW
026800****************************************************
026900 01  MASTER-KEY-WORK.
027000     05  MK-NAME           PIC X(15).
027100     05  MK-REGION         PIC X(05).
027200
027300 01  EVENT-KEY-WORK.
027400     05  EK-NAME           PIC X(15).
027500     05  EK-REGION         PIC X(05).
027600
027700 77  MASTER-ROW            PIC X(58) VALUE SPACES.
027800 77  EXTRACT-ROW           PIC X(58) VALUE SPACES.
027900 77  HASH-ROW              PIC X(58) VALUE SPACES.
028000 77  ROW-WAGES             PIC 9(08)V99 VALUE ZERO.
028100
028200****************************************************
028300****    THE AS-OF DATE FROM THE JCL PARM
028400****************************************************
028500 01  AS-OF-DATE-WORK.
028600     05  AS-OF-DATE            PIC X(08) VALUE SPACES.
028700     05  AS-OF-DATE-R REDEFINES AS-OF-DATE.
028800         10  AS-OF-CCYY        PIC 9(04).
028900         10  AS-OF-MM          PIC 9(02).
029000         10  AS-OF-DD          PIC 9(02).
029100
029200****************************************************
029300****    REPORT LINE LAYOUTS - BOXED HEADER STYLE
029400****    (SAME STAR-LINE / BODY-LINE STYLE AS THE
029500****     TPROG01 OUTFILE REPORT USES)
029600****************************************************
029700 01  ASF-STAR-LINE.
029800     05  FILLER            PIC X(01) VALUE SPACE.
029900     05  FILLER            PIC X(132) VALUE ALL '*'.
030000
030100 01  ASF-TITLE-LINE.
030200     05  FILLER            PIC X(01) VALUE SPACE.
030300     05  FILLER            PIC X(48) VALUE
030400         'EMP MASTER AS-OF-DATE RECONSTRUCTION'.
030500     05  FILLER            PIC X(10) VALUE 'RUN DATE'.
030600     05  ASF-TL-DATE       PIC X(08).
030700     05  FILLER            PIC X(05) VALUE SPACES.
030800     05  FILLER            PIC X(06) VALUE 'AS OF'.
030900     05  ASF-TL-ASOF       PIC X(08).
031000     05  FILLER            PIC X(47) VALUE SPACES.
031100
031200 01  ASF-COLUMN-LINE.
031300     05  FILLER            PIC X(01) VALUE SPACE.
031400     05  FILLER            PIC X(15) VALUE 'EMPLOYEE NAME'.
031500     05  FILLER            PIC X(02) VALUE SPACES.
031600     05  FILLER            PIC X(05) VALUE 'REGN'.
031700     05  FILLER            PIC X(02) VALUE SPACES.
031800     05  FILLER            PIC X(27) VALUE 'AS-OF DISPOSITION'.
031900     05  FILLER            PIC X(02) VALUE SPACES.
032000     05  FILLER            PIC X(08) VALUE 'CHANGED'.
032100     05  FILLER            PIC X(02) VALUE SPACES.
032200     05  FILLER            PIC X(05) VALUE ' CHGS'.
032300     05  FILLER            PIC X(02) VALUE SPACES.
032400     05  FILLER            PIC X(16) VALUE '     AS-OF WAGES'.
032500     05  FILLER            PIC X(02) VALUE SPACES.
032600     05  FILLER            PIC X(16) VALUE '   CURRENT WAGES'.
032700     05  FILLER            PIC X(02) VALUE SPACES.
032800     05  FILLER            PIC X(20) VALUE 'NOTE'.
032900     05  FILLER            PIC X(05) VALUE SPACES.
033000
033100*****************************************************
033200**** ONE KEY THAT DIFFERS BETWEEN THE AS-OF DATE AND
033300**** TODAY - CHANGED IS THE APPLY DATE OF THE FIRST
033400**** CHANGE UNDONE, CHGS HOW MANY WERE UNDONE
033500*****************************************************
033600 01  ASF-DETAIL-LINE.
033700     05  FILLER            PIC X(01) VALUE SPACE.
033800     05  ASF-D-NAME        PIC X(15).
033900     05  FILLER            PIC X(02) VALUE SPACES.
034000     05  ASF-D-REGION      PIC X(05).
034100     05  FILLER            PIC X(02) VALUE SPACES.
034200     05  ASF-D-DISPOSITION PIC X(27).
034300     05  FILLER            PIC X(02) VALUE SPACES.
034400     05  ASF-D-CHANGED     PIC X(08).
034500     05  FILLER            PIC X(02) VALUE SPACES.
034600     05  ASF-D-CHANGES     PIC ZZZZ9.
034700     05  FILLER            PIC X(02) VALUE SPACES.
034800     05  ASF-D-ASOF-WAGES  PIC Z,ZZZ,ZZZ,ZZ9.99.
034900     05  ASF-D-ASOF-WAGES-X REDEFINES ASF-D-ASOF-WAGES
035000                           PIC X(16).
035100     05  FILLER            PIC X(02) VALUE SPACES.
035200     05  ASF-D-CUR-WAGES   PIC Z,ZZZ,ZZZ,ZZ9.99.
035300     05  ASF-D-CUR-WAGES-X REDEFINES ASF-D-CUR-WAGES
035400                           PIC X(16).
035500     05  FILLER            PIC X(02) VALUE SPACES.
035600     05  ASF-D-NOTE        PIC X(20).
035700     05  FILLER            PIC X(05) VALUE SPACES.
035800
035900 01  ASF-SUMMARY-HEAD-LINE.
036000     05  FILLER            PIC X(01) VALUE SPACE.
036100     05  FILLER            PIC X(34) VALUE
036200         'RECONSTRUCTION SUMMARY'.
036300     05  FILLER            PIC X(09) VALUE '    COUNT'.
036400     05  FILLER            PIC X(04) VALUE SPACES.
036500     05  FILLER            PIC X(17) VALUE '       WAGE TOTAL'.
036600     05  FILLER            PIC X(68) VALUE SPACES.
036700
036800 01  ASF-SUMMARY-LINE.
036900     05  FILLER            PIC X(01) VALUE SPACE.
037000     05  ASF-S-LABEL       PIC X(34) VALUE SPACES.
037100     05  ASF-S-COUNT       PIC ZZZ,ZZ9.
037200     05  FILLER            PIC X(04) VALUE SPACES.
037300     05  ASF-S-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
037400     05  ASF-S-AMOUNT-X REDEFINES ASF-S-AMOUNT
037500                           PIC X(17).
037600     05  FILLER            PIC X(70) VALUE SPACES.
037700
037800 01  ASF-DATE-LINE.
037900     05  FILLER            PIC X(01) VALUE SPACE.
038000     05  ASF-T-LABEL       PIC X(34) VALUE SPACES.
038100     05  ASF-T-DATE        PIC X(08).
038200     05  FILLER            PIC X(90) VALUE SPACES.
038300
038400 01  ASF-CHECK-HEAD-LINE.
038500     05  FILLER            PIC X(01) VALUE SPACE.
038600     05  FILLER            PIC X(34) VALUE SPACES.
038700     05  FILLER            PIC X(18) VALUE '          EXPECTED'.
038800     05  FILLER            PIC X(03) VALUE SPACES.
038900     05  FILLER            PIC X(18) VALUE '            ACTUAL'.
039000     05  FILLER            PIC X(58) VALUE SPACES.
039100
039200 01  ASF-CHECK-LINE.
039300     05  FILLER            PIC X(01) VALUE SPACE.
039400     05  ASF-C-LABEL       PIC X(34) VALUE SPACES.
039500     05  ASF-C-EXPECTED    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
039600     05  FILLER            PIC X(03) VALUE SPACES.
039700     05  ASF-C-ACTUAL      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
039800     05  FILLER            PIC X(03) VALUE SPACES.
039900     05  ASF-C-VERDICT     PIC X(16) VALUE SPACES.
040000     05  FILLER            PIC X(39) VALUE SPACES.
040100
040200 01  ASF-MESSAGE-LINE.
040300     05  FILLER            PIC X(01) VALUE SPACE.
040400     05  ASF-M-TEXT        PIC X(70) VALUE SPACES.
040500     05  FILLER            PIC X(62) VALUE SPACES.
040600
040700****************************************************
040800****    SWITCHES
040900****************************************************
041000 77  HISTFILE-EOF-SW       PIC X(01) VALUE 'N'.
041100     88  HISTFILE-EOF                VALUE 'Y'.
041200
041300 77  AS-OF-DATE-SW         PIC X(01) VALUE 'N'.
041400     88  AS-OF-DATE-VALID            VALUE 'Y'.
041500
041600 77  OUT-OF-BALANCE-SW     PIC X(01) VALUE 'N'.
041700     88  RUN-OUT-OF-BALANCE          VALUE 'Y'.
041800
041900 77  SHORT-HISTORY-SW      PIC X(01) VALUE 'N'.
042000     88  HISTORY-TOO-SHORT           VALUE 'Y'.
042100
042200 77  RUN-DATE-WORK         PIC X(08) VALUE SPACES.
042300 77  OLDEST-HIST-DATE      PIC X(08) VALUE '99999999'.
042400 77  NEWEST-HIST-DATE      PIC X(08) VALUE '00000000'.
042500
042600****************************************************
042700****    COUNTS AND WAGE TOTALS
042800****************************************************
042900 77  EVENT-SEQ             PIC 9(09) VALUE ZERO.
043000 77  GRP-EVENT-COUNT       PIC 9(05) VALUE ZERO.
043100
043200 77  HIST-READ-COUNT       PIC 9(07) VALUE ZERO.
043300 77  HIST-UNDONE-COUNT     PIC 9(07) VALUE ZERO.
043400 77  HIST-UNUSABLE-COUNT   PIC 9(07) VALUE ZERO.
043500 77  OUT-OF-STEP-COUNT     PIC 9(07) VALUE ZERO.
043600
043700 77  CURRENT-COUNT         PIC 9(07) VALUE ZERO.
043800 77  CURRENT-HASH          PIC 9(11)V99 VALUE ZERO.
043900 77  UNCHANGED-COUNT       PIC 9(07) VALUE ZERO.
044000 77  UNCHANGED-HASH        PIC 9(11)V99 VALUE ZERO.
044100 77  REMOVED-COUNT         PIC 9(07) VALUE ZERO.
044200 77  REMOVED-HASH          PIC 9(11)V99 VALUE ZERO.
044300 77  RESTORED-COUNT        PIC 9(07) VALUE ZERO.
044400 77  RESTORED-HASH         PIC 9(11)V99 VALUE ZERO.
044500 77  ROLLED-COUNT          PIC 9(07) VALUE ZERO.
044600 77  ROLLED-CUR-HASH       PIC 9(11)V99 VALUE ZERO.
044700 77  ROLLED-ASOF-HASH      PIC 9(11)V99 VALUE ZERO.
044800 77  NEITHER-COUNT         PIC 9(07) VALUE ZERO.
044900 77  WRITTEN-COUNT         PIC 9(07) VALUE ZERO.
045000 77  WRITTEN-HASH          PIC 9(11)V99 VALUE ZERO.
045100
045200 77  EXPECTED-COUNT        PIC S9(09) VALUE ZERO.
045300 77  EXPECTED-HASH         PIC S9(11)V99 VALUE ZERO.
045400
045500 LINKAGE SECTION.
045600****************************************************
045700****    THE JCL PARM - THE AS-OF DATE, CCYYMMDD
045800****************************************************
045900 01  ASOF-RUN-PARM.
046000     05  ASOF-RUN-PARM-LEN    PIC S9(4) COMP.
046100     05  ASOF-RUN-PARM-DATE   PIC X(08).
046200
046300 PROCEDURE DIVISION USING ASOF-RUN-PARM.
046400
046500 0000-MAINLINE.
046600
046700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
046800     IF AS-OF-DATE-VALID
046900        PERFORM 1100-BUILD-EVENTS THRU 1100-EXIT
047000        PERFORM 1200-OPEN-MERGE THRU 1200-EXIT
047100        PERFORM 2000-PROCESS-MATCH THRU 2000-EXIT
047200           UNTIL MASTER-KEY-WORK = HIGH-VALUES
047300              AND EVENT-KEY-WORK = HIGH-VALUES
047400        PERFORM 3000-FINISH-REPORT THRU 3000-EXIT
047500     ELSE
047600        PERFORM 3900-REJECT-PARM THRU 3900-EXIT
047700     END-IF.
047800     PERFORM 3200-WRITE-RUN-LOG THRU 3200-EXIT.
047900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
048000     GOBACK.
048100
048200****************************************************************
048300* THE AS-OF DATE MUST BE EIGHT DIGITS WITH A PLAUSIBLE MONTH
048400* AND DAY.  THE EXTRACT AND REPORT ARE OPENED EITHER WAY, SO A
048500* REJECTED PARM STILL LEAVES AN EMPTY EXTRACT AND A REPORT
048600* SAYING WHY.
048700****************************************************************
048800 1000-INITIALIZE.
048900
049000     OPEN OUTPUT ASOFEMP.
049100     OPEN OUTPUT ASFFILE.
049200
049300     ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD.
049400
049500     IF ASOF-RUN-PARM-LEN >= 8
049600        MOVE ASOF-RUN-PARM-DATE TO AS-OF-DATE
049700        IF AS-OF-DATE IS NUMERIC
049800           AND AS-OF-CCYY >= 1900
049900           AND AS-OF-MM >= 1 AND AS-OF-MM <= 12
050000           AND AS-OF-DD >= 1 AND AS-OF-DD <= 31
050100           MOVE 'Y' TO AS-OF-DATE-SW
050200        END-IF
050300     END-IF.
050400
050500     MOVE SPACES TO ASF-CC.
050600     MOVE ASF-STAR-LINE TO ASF-OUTPUT-REC.
050700     WRITE ASF-OUTPUT-REC.
050800     WRITE ASF-OUTPUT-REC.
050900     WRITE ASF-OUTPUT-REC.
051000
051100     MOVE RUN-DATE-WORK TO ASF-TL-DATE.
051200     MOVE AS-OF-DATE    TO ASF-TL-ASOF.
051300     MOVE ASF-TITLE-LINE TO ASF-OUTPUT-REC.
051400     WRITE ASF-OUTPUT-REC.
051500     MOVE SPACES TO ASF-OUTPUT-REC.
051600     WRITE ASF-OUTPUT-REC.
051700
051800 1000-EXIT.
051900     EXIT.
052000
052100****************************************************************
052200* THE HISTORY PASS - EVERY RECORD APPLIED AFTER THE AS-OF DATE
052300* IS FILED AS ROLL-BACK EVENTS ON THE EVENT WORK FILE.
052400****************************************************************
052500 1100-BUILD-EVENTS.
052600
052700     OPEN INPUT  HISTFILE.
052800     OPEN OUTPUT EVTFILE.
052900     PERFORM 1150-FILE-ONE-HISTORY THRU 1150-EXIT
053000        UNTIL HISTFILE-EOF.
053100     CLOSE HISTFILE.
053200     CLOSE EVTFILE.
053300
053400     IF OLDEST-HIST-DATE > AS-OF-DATE
053500        MOVE 'Y' TO SHORT-HISTORY-SW
053600     END-IF.
053700
053800 1100-EXIT.
053900     EXIT.
054000
054100****************************************************************
054200* ONE HISTORY RECORD.  AN ADD, CHANGE OR DELETE TOUCHES ONLY
054300* THE KEY IT WAS APPLIED AGAINST.  A TRANSFER TOUCHES TWO - THE
054400* OLD KEY (ROW ON FILE BEFORE, GONE AFTER) AND THE NEW KEY
054500* (NOT ON FILE BEFORE, THE MOVED ROW AFTER).  A RECORD WITH NO
054600* ACTION WE KNOW IS COUNTED AND LEFT OUT.
054700****************************************************************
054800 1150-FILE-ONE-HISTORY.
054900
055000     READ HISTFILE
055100        AT END
055200           MOVE 'Y' TO HISTFILE-EOF-SW
055300           GO TO 1150-EXIT
055400     END-READ.
055500
055600     ADD 1 TO HIST-READ-COUNT.
055700     MOVE HIST-INPUT-REC TO EMP-HISTORY-RECORD.
055800
055900     IF NOT HIST-IS-ADD
056000        AND NOT HIST-IS-CHANGE
056100        AND NOT HIST-IS-DELETE
056200        AND NOT HIST-IS-TRANSFER
056300        ADD 1 TO HIST-UNUSABLE-COUNT
056400        GO TO 1150-EXIT
056500     END-IF.
056600
056700     IF HIST-APPLY-DATE < OLDEST-HIST-DATE
056800        MOVE HIST-APPLY-DATE TO OLDEST-HIST-DATE
056900     END-IF.
057000     IF HIST-APPLY-DATE > NEWEST-HIST-DATE
057100        MOVE HIST-APPLY-DATE TO NEWEST-HIST-DATE
057200     END-IF.
057300
057400     IF HIST-APPLY-DATE NOT > AS-OF-DATE
057500        GO TO 1150-EXIT
057600     END-IF.
057700
057800     ADD 1 TO HIST-UNDONE-COUNT.
057900     ADD 1 TO EVENT-SEQ.
058000
058100     MOVE SPACES          TO ROLLBACK-EVENT.
058200     MOVE HIST-NAME       TO EVT-NAME.
058300     MOVE HIST-REGION     TO EVT-REGION.
058400     MOVE EVENT-SEQ       TO EVT-SEQ.
058500     MOVE HIST-ACTION     TO EVT-ACTION.
058600     MOVE HIST-APPLY-DATE TO EVT-APPLY-DATE.
058700     MOVE 'N'             TO EVT-BEFORE-SW.
058800     MOVE 'N'             TO EVT-AFTER-SW.
058900
059000     EVALUATE TRUE
059100        WHEN HIST-IS-ADD
059200           MOVE 'Y'               TO EVT-AFTER-SW
059300           MOVE HIST-AFTER-IMAGE  TO EVT-AFTER-ROW
059400        WHEN HIST-IS-CHANGE
059500           MOVE 'Y'               TO EVT-BEFORE-SW
059600           MOVE HIST-BEFORE-IMAGE TO EVT-BEFORE-ROW
059700           MOVE 'Y'               TO EVT-AFTER-SW
059800           MOVE HIST-AFTER-IMAGE  TO EVT-AFTER-ROW
059900        WHEN OTHER
060000           MOVE 'Y'               TO EVT-BEFORE-SW
060100           MOVE HIST-BEFORE-IMAGE TO EVT-BEFORE-ROW
060200     END-EVALUATE.
060300     PERFORM 1190-WRITE-EVENT THRU 1190-EXIT.
060400
060500     IF HIST-IS-TRANSFER
060600        MOVE HIST-AFT-NAME     TO EVT-NAME
060700        MOVE HIST-AFT-REGION   TO EVT-REGION
060800        MOVE 'N'               TO EVT-BEFORE-SW
060900        MOVE SPACES            TO EVT-BEFORE-ROW
061000        MOVE 'Y'               TO EVT-AFTER-SW
061100        MOVE HIST-AFTER-IMAGE  TO EVT-AFTER-ROW
061200        PERFORM 1190-WRITE-EVENT THRU 1190-EXIT
061300     END-IF.
061400
061500 1150-EXIT.
061600     EXIT.
061700
061800 1190-WRITE-EVENT.
061900
062000     MOVE ROLLBACK-EVENT TO EVTFILE-REC.
062100     WRITE EVTFILE-REC.
062200
062300 1190-EXIT.
062400     EXIT.
062500
062600****************************************************************
062700* SORTS THE EVENTS INTO KEY ORDER - THE SEQUENCE NUMBER KEEPS
062800* EACH KEY'S EVENTS IN THE ORDER THEY WERE APPLIED - AND PRIMES
062900* BOTH SIDES OF THE MATCH.
063000****************************************************************
063100 1200-OPEN-MERGE.
063200
063300     SORT SRTWORK
063400        ON ASCENDING KEY SRT-KEY-NAME SRT-KEY-REGION SRT-KEY-SEQ
063500        USING EVTFILE
063600        GIVING EVTSRT.
063700
063800     OPEN INPUT EMPFILE.
063900     OPEN INPUT EVTSRT.
064000
064100     MOVE ASF-COLUMN-LINE TO ASF-OUTPUT-REC.
064200     WRITE ASF-OUTPUT-REC.
064300     MOVE SPACES TO ASF-OUTPUT-REC.
064400     WRITE ASF-OUTPUT-REC.
064500
064600     PERFORM 2100-READ-EMPFILE THRU 2100-EXIT.
064700     PERFORM 2200-READ-EVTSRT THRU 2200-EXIT.
064800
064900 1200-EXIT.
065000     EXIT.
065100
065200 2000-PROCESS-MATCH.
065300
065400     EVALUATE TRUE
065500        WHEN MASTER-KEY-WORK < EVENT-KEY-WORK
065600           PERFORM 2400-UNCHANGED THRU 2400-EXIT
065700           PERFORM 2100-READ-EMPFILE THRU 2100-EXIT
065800        WHEN MASTER-KEY-WORK > EVENT-KEY-WORK
065900           PERFORM 2300-LOAD-EVENT-GROUP THRU 2300-EXIT
066000           PERFORM 2500-NOT-ON-MASTER THRU 2500-EXIT
066100        WHEN OTHER
066200           PERFORM 2300-LOAD-EVENT-GROUP THRU 2300-EXIT
066300           PERFORM 2600-ON-MASTER THRU 2600-EXIT
066400           PERFORM 2100-READ-EMPFILE THRU 2100-EXIT
066500     END-EVALUATE.
066600
066700 2000-EXIT.
066800     EXIT.
066900
067000 2100-READ-EMPFILE.
067100
067200     READ EMPFILE
067300        AT END
067400           MOVE HIGH-VALUES TO MASTER-KEY-WORK
067500        NOT AT END
067600           MOVE EMPFILE-REC TO MASTER-ROW
067700           MOVE MASTER-ROW (1:20) TO MASTER-KEY-WORK
067800           ADD 1 TO CURRENT-COUNT
067900           MOVE MASTER-ROW TO HASH-ROW
068000           PERFORM 2750-WAGES-OF-ROW THRU 2750-EXIT
068100           ADD ROW-WAGES TO CURRENT-HASH
068200     END-READ.
068300
068400 2100-EXIT.
068500     EXIT.
068600
068700 2200-READ-EVTSRT.
068800
068900     READ EVTSRT
069000        AT END
069100           MOVE HIGH-VALUES TO EVENT-KEY-WORK
069200        NOT AT END
069300           MOVE EVTSRT-REC TO ROLLBACK-EVENT
069400           MOVE EVT-KEY TO EVENT-KEY-WORK
069500     END-READ.
069600
069700 2200-EXIT.
069800     EXIT.
069900
070000****************************************************************
070100* GATHERS ALL THE EVENTS FOR THE KEY IN HAND - THE FIRST ONE
070200* GIVES THE AS-OF STATE, EACH LATER ONE REPLACES TODAY'S STATE,
070300* SO WHEN THE KEY CHANGES THE GROUP HOLDS BOTH ENDS.
070400****************************************************************
070500 2300-LOAD-EVENT-GROUP.
070600
070700     MOVE EVENT-KEY-WORK  TO GRP-KEY.
070800     MOVE EVT-ACTION      TO GRP-FIRST-ACTION.
070900     MOVE EVT-APPLY-DATE  TO GRP-FIRST-DATE.
071000     MOVE EVT-BEFORE-SW   TO GRP-BEFORE-SW.
071100     MOVE EVT-BEFORE-ROW  TO GRP-BEFORE-ROW.
071200     MOVE ZERO            TO GRP-EVENT-COUNT.
071300
071400     PERFORM 2350-TAKE-ONE-EVENT THRU 2350-EXIT
071500        UNTIL EVENT-KEY-WORK NOT = GRP-KEY.
071600
071700 2300-EXIT.
071800     EXIT.
071900
072000 2350-TAKE-ONE-EVENT.
072100
072200     ADD 1 TO GRP-EVENT-COUNT.
072300     MOVE EVT-AFTER-SW  TO GRP-AFTER-SW.
072400     MOVE EVT-AFTER-ROW TO GRP-AFTER-ROW.
072500     PERFORM 2200-READ-EVTSRT THRU 2200-EXIT.
072600
072700 2350-EXIT.
072800     EXIT.
072900
073000****************************************************************
073100* A MASTER ROW WITH NO HISTORY SINCE THE AS-OF DATE.
073200****************************************************************
073300 2400-UNCHANGED.
073400
073500     ADD 1 TO UNCHANGED-COUNT.
073600     MOVE MASTER-ROW TO HASH-ROW.
073700     PERFORM 2750-WAGES-OF-ROW THRU 2750-EXIT.
073800     ADD ROW-WAGES TO UNCHANGED-HASH.
073900     MOVE MASTER-ROW TO EXTRACT-ROW.
074000     PERFORM 2700-WRITE-EXTRACT THRU 2700-EXIT.
074100
074200 2400-EXIT.
074300     EXIT.
074400
074500****************************************************************
074600* A KEY WITH HISTORY SINCE THE AS-OF DATE THAT IS NOT ON THE
074700* CURRENT MASTER - SO ITS LAST EVENT SHOULD HAVE TAKEN IT OFF.
074800* IF IT WAS ON FILE ON THE AS-OF DATE ITS ROW IS PUT BACK;
074900* OTHERWISE IT CAME AND WENT SINCE, AND IS ON NEITHER.
075000****************************************************************
075100 2500-NOT-ON-MASTER.
075200
075300     MOVE SPACES          TO ASF-DETAIL-LINE.
075400     MOVE GRP-NAME        TO ASF-D-NAME.
075500     MOVE GRP-REGION      TO ASF-D-REGION.
075600     MOVE GRP-FIRST-DATE  TO ASF-D-CHANGED.
075700     MOVE GRP-EVENT-COUNT TO ASF-D-CHANGES.
075800     MOVE SPACES          TO ASF-D-CUR-WAGES-X.
075900
076000     IF GRP-HAS-AFTER
076100        ADD 1 TO OUT-OF-STEP-COUNT
076200        MOVE 'HISTORY OUT OF STEP' TO ASF-D-NOTE
076300     END-IF.
076400
076500     IF GRP-HAD-BEFORE
076600        ADD 1 TO RESTORED-COUNT
076700        MOVE GRP-BEFORE-ROW TO HASH-ROW
076800        PERFORM 2750-WAGES-OF-ROW THRU 2750-EXIT
076900        ADD ROW-WAGES TO RESTORED-HASH
077000        MOVE ROW-WAGES TO ASF-D-ASOF-WAGES
077100        IF GRP-FIRST-TRANSFER
077200           MOVE 'RESTORED - MOVED OUT SINCE'
077300              TO ASF-D-DISPOSITION
077400        ELSE
077500           MOVE 'RESTORED - DELETED SINCE'
077600              TO ASF-D-DISPOSITION
077700        END-IF
077800        MOVE GRP-BEFORE-ROW TO EXTRACT-ROW
077900        PERFORM 2700-WRITE-EXTRACT THRU 2700-EXIT
078000     ELSE
078100        ADD 1 TO NEITHER-COUNT
078200        MOVE SPACES TO ASF-D-ASOF-WAGES-X
078300        MOVE 'NOT ON FILE EITHER DATE' TO ASF-D-DISPOSITION
078400     END-IF.
078500
078600     MOVE ASF-DETAIL-LINE TO ASF-OUTPUT-REC.
078700     WRITE ASF-OUTPUT-REC.
078800
078900 2500-EXIT.
079000     EXIT.
079100
079200****************************************************************
079300* A KEY WITH HISTORY SINCE THE AS-OF DATE THAT IS ON THE
079400* CURRENT MASTER - ITS LAST EVENT SHOULD HAVE LEFT EXACTLY THE
079500* ROW THE MASTER HOLDS.  IF IT WAS ON FILE ON THE AS-OF DATE
079600* THE AS-OF ROW REPLACES TODAY'S; OTHERWISE IT WAS ADDED OR
079700* MOVED IN SINCE AND IS LEFT OUT.
079800****************************************************************
079900 2600-ON-MASTER.
080000
080100     MOVE SPACES          TO ASF-DETAIL-LINE.
080200     MOVE GRP-NAME        TO ASF-D-NAME.
080300     MOVE GRP-REGION      TO ASF-D-REGION.
080400     MOVE GRP-FIRST-DATE  TO ASF-D-CHANGED.
080500     MOVE GRP-EVENT-COUNT TO ASF-D-CHANGES.
080600
080700     IF NOT GRP-HAS-AFTER
080800        OR GRP-AFTER-ROW NOT = MASTER-ROW
080900        ADD 1 TO OUT-OF-STEP-COUNT
081000        MOVE 'HISTORY OUT OF STEP' TO ASF-D-NOTE
081100     END-IF.
081200
081300     IF GRP-HAD-BEFORE
081400        ADD 1 TO ROLLED-COUNT
081500        MOVE GRP-BEFORE-ROW TO HASH-ROW
081600        PERFORM 2750-WAGES-OF-ROW THRU 2750-EXIT
081700        ADD ROW-WAGES TO ROLLED-ASOF-HASH
081800        MOVE ROW-WAGES TO ASF-D-ASOF-WAGES
081900        MOVE 'ROLLED BACK - CHANGED SINCE'
082000           TO ASF-D-DISPOSITION
082100        MOVE GRP-BEFORE-ROW TO EXTRACT-ROW
082200        PERFORM 2700-WRITE-EXTRACT THRU 2700-EXIT
082300     ELSE
082400        ADD 1 TO REMOVED-COUNT
082500        MOVE SPACES TO ASF-D-ASOF-WAGES-X
082600        IF GRP-FIRST-TRANSFER
082700           MOVE 'REMOVED - MOVED IN SINCE'
082800              TO ASF-D-DISPOSITION
082900        ELSE
083000           MOVE 'REMOVED - ADDED SINCE'
083100              TO ASF-D-DISPOSITION
083200        END-IF
083300     END-IF.
083400
083500     MOVE MASTER-ROW TO HASH-ROW.
083600     PERFORM 2750-WAGES-OF-ROW THRU 2750-EXIT.
083700     MOVE ROW-WAGES TO ASF-D-CUR-WAGES.
083800     IF GRP-HAD-BEFORE
083900        ADD ROW-WAGES TO ROLLED-CUR-HASH
084000     ELSE
084100        ADD ROW-WAGES TO REMOVED-HASH
084200     END-IF.
084300
084400     MOVE ASF-DETAIL-LINE TO ASF-OUTPUT-REC.
084500     WRITE ASF-OUTPUT-REC.
084600
084700 2600-EXIT.
084800     EXIT.
084900
085000****************************************************************
085100* ONE ROW TO THE AS-OF EXTRACT - COUNTED AND HASHED HERE, AS
085200* WRITTEN, SO THE PROOF IN 3100 CHECKS WHAT ACTUALLY WENT OUT.
085300****************************************************************
085400 2700-WRITE-EXTRACT.
085500
085600     MOVE EXTRACT-ROW TO ASOFEMP-REC.
085700     WRITE ASOFEMP-REC.
085800     ADD 1 TO WRITTEN-COUNT.
085900     MOVE EXTRACT-ROW TO HASH-ROW.
086000     PERFORM 2750-WAGES-OF-ROW THRU 2750-EXIT.
086100     ADD ROW-WAGES TO WRITTEN-HASH.
086200
086300 2700-EXIT.
086400     EXIT.
086500
086600****************************************************************
086700* THE WAGES OF THE ROW IN HASH-ROW, FOR THE WAGE HASH - A
086800* NON-NUMERIC WAGE COUNTS AS ZERO, AS IN TPROG07.
086900****************************************************************
087000 2750-WAGES-OF-ROW.
087100
087200     MOVE HASH-ROW TO DCLEMP2.
087300     IF EMP2-WAGES IS NUMERIC
087400        MOVE EMP2-WAGES TO ROW-WAGES
087500     ELSE
087600        MOVE ZERO TO ROW-WAGES
087700     END-IF.
087800
087900 2750-EXIT.
088000     EXIT.
088100
088200****************************************************************
088300* THE RECONSTRUCTION SUMMARY, THE HISTORY ACCOUNTING, THEN THE
088400* PROOF OF THE EXTRACT.
088500****************************************************************
088600 3000-FINISH-REPORT.
088700
088800     MOVE SPACES TO ASF-CC.
088900     MOVE ASF-STAR-LINE TO ASF-OUTPUT-REC.
089000     WRITE ASF-OUTPUT-REC.
089100     WRITE ASF-OUTPUT-REC.
089200
089300     MOVE ASF-SUMMARY-HEAD-LINE TO ASF-OUTPUT-REC.
089400     WRITE ASF-OUTPUT-REC.
089500     MOVE SPACES TO ASF-OUTPUT-REC.
089600     WRITE ASF-OUTPUT-REC.
089700
089800     MOVE 'CURRENT MASTER RECORDS' TO ASF-S-LABEL.
089900     MOVE CURRENT-COUNT TO ASF-S-COUNT.
090000     MOVE CURRENT-HASH  TO ASF-S-AMOUNT.
090100     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
090200
090300     MOVE 'UNCHANGED SINCE AS-OF DATE' TO ASF-S-LABEL.
090400     MOVE UNCHANGED-COUNT TO ASF-S-COUNT.
090500     MOVE UNCHANGED-HASH  TO ASF-S-AMOUNT.
090600     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
090700
090800     MOVE 'REMOVED - ADDED/MOVED IN SINCE' TO ASF-S-LABEL.
090900     MOVE REMOVED-COUNT TO ASF-S-COUNT.
091000     MOVE REMOVED-HASH  TO ASF-S-AMOUNT.
091100     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
091200
091300     MOVE 'ROLLED BACK - CURRENT WAGES' TO ASF-S-LABEL.
091400     MOVE ROLLED-COUNT    TO ASF-S-COUNT.
091500     MOVE ROLLED-CUR-HASH TO ASF-S-AMOUNT.
091600     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
091700
091800     MOVE 'ROLLED BACK - AS-OF WAGES' TO ASF-S-LABEL.
091900     MOVE ROLLED-COUNT     TO ASF-S-COUNT.
092000     MOVE ROLLED-ASOF-HASH TO ASF-S-AMOUNT.
092100     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
092200
092300     MOVE 'RESTORED - DELETED/MOVED OUT SINCE' TO ASF-S-LABEL.
092400     MOVE RESTORED-COUNT TO ASF-S-COUNT.
092500     MOVE RESTORED-HASH  TO ASF-S-AMOUNT.
092600     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
092700
092800     MOVE 'NOT ON FILE EITHER DATE' TO ASF-S-LABEL.
092900     MOVE NEITHER-COUNT TO ASF-S-COUNT.
093000     MOVE SPACES        TO ASF-S-AMOUNT-X.
093100     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
093200
093300     MOVE 'AS-OF EXTRACT RECORDS WRITTEN' TO ASF-S-LABEL.
093400     MOVE WRITTEN-COUNT TO ASF-S-COUNT.
093500     MOVE WRITTEN-HASH  TO ASF-S-AMOUNT.
093600     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
093700
093800     MOVE SPACES TO ASF-OUTPUT-REC.
093900     WRITE ASF-OUTPUT-REC.
094000
094100     MOVE 'HISTORY RECORDS READ' TO ASF-S-LABEL.
094200     MOVE HIST-READ-COUNT TO ASF-S-COUNT.
094300     MOVE SPACES          TO ASF-S-AMOUNT-X.
094400     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
094500
094600     MOVE 'HISTORY RECORDS ROLLED BACK' TO ASF-S-LABEL.
094700     MOVE HIST-UNDONE-COUNT TO ASF-S-COUNT.
094800     MOVE SPACES            TO ASF-S-AMOUNT-X.
094900     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
095000
095100     MOVE 'HISTORY RECORDS NOT USABLE' TO ASF-S-LABEL.
095200     MOVE HIST-UNUSABLE-COUNT TO ASF-S-COUNT.
095300     MOVE SPACES              TO ASF-S-AMOUNT-X.
095400     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
095500
095600     MOVE 'KEYS WITH HISTORY OUT OF STEP' TO ASF-S-LABEL.
095700     MOVE OUT-OF-STEP-COUNT TO ASF-S-COUNT.
095800     MOVE SPACES            TO ASF-S-AMOUNT-X.
095900     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
096000
096100     MOVE SPACES TO ASF-DATE-LINE.
096200     MOVE 'OLDEST HISTORY ON FILE' TO ASF-T-LABEL.
096300     IF HIST-READ-COUNT > HIST-UNUSABLE-COUNT
096400        MOVE OLDEST-HIST-DATE TO ASF-T-DATE
096500     ELSE
096600        MOVE 'NONE' TO ASF-T-DATE
096700     END-IF.
096800     MOVE ASF-DATE-LINE TO ASF-OUTPUT-REC.
096900     WRITE ASF-OUTPUT-REC.
097000
097100     MOVE SPACES TO ASF-DATE-LINE.
097200     MOVE 'NEWEST HISTORY ON FILE' TO ASF-T-LABEL.
097300     IF HIST-READ-COUNT > HIST-UNUSABLE-COUNT
097400        MOVE NEWEST-HIST-DATE TO ASF-T-DATE
097500     ELSE
097600        MOVE 'NONE' TO ASF-T-DATE
097700     END-IF.
097800     MOVE ASF-DATE-LINE TO ASF-OUTPUT-REC.
097900     WRITE ASF-OUTPUT-REC.
098000
098100     MOVE SPACES TO ASF-OUTPUT-REC.
098200     WRITE ASF-OUTPUT-REC.
098300
098400     PERFORM 3100-PROVE-EXTRACT THRU 3100-EXIT.
098500
098600     MOVE ASF-STAR-LINE TO ASF-OUTPUT-REC.
098700     WRITE ASF-OUTPUT-REC.
098800     WRITE ASF-OUTPUT-REC.
098900     WRITE ASF-OUTPUT-REC.
099000
099100     IF RUN-OUT-OF-BALANCE
099200        MOVE 8 TO RETURN-CODE
099300     ELSE
099400        IF OUT-OF-STEP-COUNT > 0
099500           OR HIST-UNUSABLE-COUNT > 0
099600           OR HISTORY-TOO-SHORT
099700           MOVE 4 TO RETURN-CODE
099800        END-IF
099900     END-IF.
100000
100100 3000-EXIT.
100200     EXIT.
100300
100400 3050-WRITE-SUMMARY.
100500
100600     MOVE ASF-SUMMARY-LINE TO ASF-OUTPUT-REC.
100700     WRITE ASF-OUTPUT-REC.
100800
100900 3050-EXIT.
101000     EXIT.
101100
101200****************************************************************
101300* THE EXTRACT AGAINST THE CURRENT MASTER - WHAT WAS READ, LESS
101400* WHAT WAS REMOVED, PLUS WHAT WAS RESTORED, WITH THE ROLLED-BACK
101500* ROWS' WAGES SWAPPED FOR THEIR AS-OF WAGES, MUST BE WHAT WAS
101600* WRITTEN.  ANY DIFFERENCE MEANS A ROW WAS LOST OR DOUBLED.
101700****************************************************************
101800 3100-PROVE-EXTRACT.
101900
102000     COMPUTE EXPECTED-COUNT =
102100        CURRENT-COUNT - REMOVED-COUNT + RESTORED-COUNT.
102200     COMPUTE EXPECTED-HASH =
102300        CURRENT-HASH - REMOVED-HASH + RESTORED-HASH
102400        - ROLLED-CUR-HASH + ROLLED-ASOF-HASH.
102500
102600     MOVE ASF-CHECK-HEAD-LINE TO ASF-OUTPUT-REC.
102700     WRITE ASF-OUTPUT-REC.
102800
102900     MOVE SPACES TO ASF-CHECK-LINE.
103000     MOVE 'RECORD COUNT CHECK' TO ASF-C-LABEL.
103100     MOVE EXPECTED-COUNT TO ASF-C-EXPECTED.
103200     MOVE WRITTEN-COUNT  TO ASF-C-ACTUAL.
103300     IF EXPECTED-COUNT = WRITTEN-COUNT
103400        MOVE 'IN BALANCE'     TO ASF-C-VERDICT
103500     ELSE
103600        MOVE 'OUT OF BALANCE' TO ASF-C-VERDICT
103700        MOVE 'Y' TO OUT-OF-BALANCE-SW
103800     END-IF.
103900     MOVE ASF-CHECK-LINE TO ASF-OUTPUT-REC.
104000     WRITE ASF-OUTPUT-REC.
104100
104200     MOVE SPACES TO ASF-CHECK-LINE.
104300     MOVE 'WAGE HASH CHECK' TO ASF-C-LABEL.
104400     MOVE EXPECTED-HASH TO ASF-C-EXPECTED.
104500     MOVE WRITTEN-HASH  TO ASF-C-ACTUAL.
104600     IF EXPECTED-HASH = WRITTEN-HASH
104700        MOVE 'IN BALANCE'     TO ASF-C-VERDICT
104800     ELSE
104900        MOVE 'OUT OF BALANCE' TO ASF-C-VERDICT
105000        MOVE 'Y' TO OUT-OF-BALANCE-SW
105100     END-IF.
105200     MOVE ASF-CHECK-LINE TO ASF-OUTPUT-REC.
105300     WRITE ASF-OUTPUT-REC.
105400
105500     IF HISTORY-TOO-SHORT
105600        MOVE SPACES TO ASF-MESSAGE-LINE
105700        MOVE 'HISTORY ON FILE DOES NOT REACH BACK TO AS-OF DATE'
105800           TO ASF-M-TEXT
105900        MOVE ASF-MESSAGE-LINE TO ASF-OUTPUT-REC
106000        WRITE ASF-OUTPUT-REC
106100     END-IF.
106200
106300     IF OUT-OF-STEP-COUNT > 0
106400        MOVE SPACES TO ASF-MESSAGE-LINE
106500        MOVE 'HISTORY DISAGREES WITH CURRENT MASTER - SEE NOTES'
106600           TO ASF-M-TEXT
106700        MOVE ASF-MESSAGE-LINE TO ASF-OUTPUT-REC
106800        WRITE ASF-OUTPUT-REC
106900     END-IF.
107000
107100 3100-EXIT.
107200     EXIT.
107300
107400****************************************************************
107500* APPENDS THIS RUN'S STANDARD RUN-LOG RECORD TO THE COMMON
107600* CUMULATIVE RUNLOG DATASET - READ IS THE CURRENT MASTER,
107700* ADDED THE ROWS RESTORED, DROPPED THE ROWS REMOVED AND WRITTEN
107800* THE EXTRACT, SO THE SCORECARD CAN CROSS-FOOT
107900* READ + ADDED - DROPPED = WRITTEN.
108000****************************************************************
108100 3200-WRITE-RUN-LOG.
108200
108300     OPEN EXTEND RUNLOG.
108400     MOVE 'TPROG27'          TO RUN-LOG-PROGRAM.
108500     ACCEPT RUN-LOG-DATE   FROM DATE YYYYMMDD.
108600     ACCEPT RUN-LOG-TIME   FROM TIME.
108700     MOVE CURRENT-COUNT      TO RUN-LOG-READ.
108800     MOVE WRITTEN-COUNT      TO RUN-LOG-WRITTEN.
108900     COMPUTE RUN-LOG-ERRORS =
109000        OUT-OF-STEP-COUNT + HIST-UNUSABLE-COUNT.
109100     MOVE RESTORED-COUNT     TO RUN-LOG-ADDED.
109200     MOVE REMOVED-COUNT      TO RUN-LOG-DROPPED.
109300     IF NOT AS-OF-DATE-VALID
109400        OR RUN-OUT-OF-BALANCE
109500        OR OUT-OF-STEP-COUNT > 0
109600        OR HIST-UNUSABLE-COUNT > 0
109700        OR HISTORY-TOO-SHORT
109800        MOVE 'ERRORS'        TO RUN-LOG-DISPOSITION
109900     ELSE
110000        MOVE 'NORMAL'        TO RUN-LOG-DISPOSITION
110100     END-IF.
110200     MOVE RUN-LOG-RECORD     TO RUNLOG-OUTPUT-REC.
110300     WRITE RUNLOG-OUTPUT-REC.
110400     CLOSE RUNLOG.
110500
110600 3200-EXIT.
110700     EXIT.
110800
110900****************************************************************
111000* NO USABLE AS-OF DATE - NOTHING IS RECONSTRUCTED.
111100****************************************************************
111200 3900-REJECT-PARM.
111300
111400     MOVE SPACES TO ASF-MESSAGE-LINE.
111500     MOVE 'AS-OF DATE PARM MISSING OR NOT A VALID CCYYMMDD DATE'
111600        TO ASF-M-TEXT.
111700     MOVE ASF-MESSAGE-LINE TO ASF-OUTPUT-REC.
111800     WRITE ASF-OUTPUT-REC.
111900
112000     MOVE SPACES TO ASF-MESSAGE-LINE.
112100     MOVE 'NO EXTRACT WRITTEN' TO ASF-M-TEXT.
112200     MOVE ASF-MESSAGE-LINE TO ASF-OUTPUT-REC.
112300     WRITE ASF-OUTPUT-REC.
112400
112500     MOVE ASF-STAR-LINE TO ASF-OUTPUT-REC.
112600     WRITE ASF-OUTPUT-REC.
112700     WRITE ASF-OUTPUT-REC.
112800     WRITE ASF-OUTPUT-REC.
112900
113000     MOVE 12 TO RETURN-CODE.
113100
113200 3900-EXIT.
113300     EXIT.
113400
113500 9000-TERMINATE.
113600
113700     IF AS-OF-DATE-VALID
113800        CLOSE EMPFILE
113900        CLOSE EVTSRT
114000     END-IF.
114100     CLOSE ASOFEMP.
114200     CLOSE ASFFILE.
114300
114400 9000-EXIT.
114500     EXIT.
