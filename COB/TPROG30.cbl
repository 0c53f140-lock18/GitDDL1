000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TPROG30.
000300 AUTHOR.        COMPUWARE ISPW TRAINING.
000400 DATE-WRITTEN.  OCTOBER 15TH, 2026.
000500 DATE-COMPILED.
000600
000700********************************************************
000800* THIS PROGRAM IS THE NIGHTLY REFRESH OF THE TWO
000900*      READ-ONLY CLUSTERS BEHIND THE TPROG29 CICS
001000*      INQUIRY AND ENTRY SCREENS.  IT RUNS AFTER TPROG04
001100*      HAS CUT THE NIGHT'S EMPHIST GENERATION AND AFTER
001200*      ANY TPROG18 MAINTENANCE OF THE REFERENCE TABLES.
001300*
001400*      1. THE NEW EMPHIST GENERATION IS LOADED INTO THE
001500*         EMPHKS HISTORY KSDS, KEYED ON THE EMPLOYEE KEY
001600*         PLUS THE APPLY DATE AND TIME, SO THE INQUIRY
001700*         SCREEN CAN BROWSE ONE EMPLOYEE'S HISTORY
001800*         WITHOUT A BATCH TPROG16 RUN.  A TRANSFER IS
001900*         FILED UNDER THE OLD KEY AND AGAIN UNDER THE NEW
002000*         ONE, SO THE EMPLOYEE'S HISTORY FOLLOWS THEM.
002100*         A RECORD ALREADY ON THE CLUSTER (STATUS 22) IS
002200*         COUNTED AS ALREADY LOADED, NOT AS AN ERROR, SO
002300*         THE STEP CAN BE RERUN OR FED AN OLDER GENERATION
002400*         WITHOUT HARM.
002500*
002600*      2. THE REFVSAM REFERENCE CLUSTER IS RELOADED FROM
002700*         SCRATCH FROM REGTAB AND TYPTAB (THE SAME TABLES
002800*         TPROG06 EDITS AGAINST), REGION CODES UNDER 'R'
002900*         AND TYPE CODES UNDER 'T', INACTIVE CODES
003000*         INCLUDED WITH THEIR STATUS.  THE CLUSTER IS
003100*         DEFINED REUSE, SO OPEN OUTPUT EMPTIES IT.
003200*
003300*      ANY OTHER FILE STATUS, OR A CLUSTER THAT WILL NOT
003400*      OPEN, ENDS THE STEP WITH RC=12 - THE ONLINE
003500*      SCREENS WOULD BE WORKING FROM A PART-LOADED FILE,
003600*      SO THE STEP MUST BE FIXED AND RERUN BEFORE CICS
003700*      COMES UP.
003800*
003900*      AND COPYLIBS   EMPHIST   (CHANGE-HISTORY RECORD)
004000*                     EMPHKS    (HISTORY KSDS RECORD)
004100*                     REFCOD    (REFERENCE CODE RECORD)
004200*                     REFVSM    (REFERENCE KSDS RECORD)
004300*                     RUNLOG    (COMMON RUN-LOG RECORD)
004400* ======================================================
004500*  ISPW (TM)
004600*  COPYRIGHT (C) 1986-2016 COMPUWARE CORPORATION.
004700*  UNPUBLISHED RIGHTS RESERVED UNDER THE COPYRIGHT
004800*  LAWS OF THE UNITED STATES.
004900*
005000* ======================================================
005100*                   MODIFICATION  LOG
005200*
005300*  DD/MM/YY  PROGRAMMER  CHANGES
005400*  ********  **********  *******
005500*  15/10/26  ISPW        NEW PROGRAM - NIGHTLY REFRESH OF THE
005600*                        HISTORY AND REFERENCE CLUSTERS THE
005700*                        TPROG29 ONLINE SCREENS READ
005750*  15/10/26  ISPW        EMPHKS CLOSED ONLY IF IT OPENED
005800* ======================================================
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER. IBM-370.
006200 OBJECT-COMPUTER. IBM-370.
006300
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600
006700*****************************************************
006800*  FILES USED:
006900*   HISTIN   THE NIGHT'S EMPHIST GENERATION (MORE
007000*            THAN ONE MAY BE CONCATENATED)
007100*   REGTAB   THE VALID REGION CODES (REFCOD LAYOUT)
007200*   TYPTAB   THE VALID EMPLOYEE TYPE CODES (REFCOD)
007300*   EMPHKS   THE HISTORY KSDS, WRITTEN BY KEY
007400*   REFVSAM  THE REFERENCE KSDS, RELOADED IN KEY
007500*            ORDER
007600*   RFSHRPT  THE PRINTED REFRESH REPORT
007700*   RUNLOG   THE COMMON CUMULATIVE RUN-LOG DATASET
007800*            THE NIGHTLY SCORECARD READS (SEE RUNLOG)
007900*****************************************************
008000     SELECT HISTIN   ASSIGN UT-S-HISTIN
008100       ORGANIZATION IS SEQUENTIAL
008200       ACCESS IS SEQUENTIAL.
008300
008400     SELECT REGTAB   ASSIGN UT-S-REGTAB
008500       ORGANIZATION IS SEQUENTIAL
008600       ACCESS IS SEQUENTIAL.
008700
008800     SELECT TYPTAB   ASSIGN UT-S-TYPTAB
008900       ORGANIZATION IS SEQUENTIAL
009000       ACCESS IS SEQUENTIAL.
009100
009200     SELECT EMPHKS   ASSIGN EMPHKS
009300       ORGANIZATION IS INDEXED
009400       ACCESS IS RANDOM
009500       RECORD KEY IS HKSVSAM-KEY
009600       FILE STATUS IS EMPHKS-STATUS.
009700
009800     SELECT REFVSAM  ASSIGN REFVSAM
009900       ORGANIZATION IS INDEXED
010000       ACCESS IS SEQUENTIAL
010100       RECORD KEY IS REFVSAM-KEY
010200       FILE STATUS IS REFVSAM-STATUS.
010300
010400     SELECT RFSFILE  ASSIGN UT-S-RFSHRPT
010500       ORGANIZATION IS SEQUENTIAL
010600       ACCESS IS SEQUENTIAL.
010700
010800     SELECT RUNLOG   ASSIGN UT-S-RUNLOG
010900       ORGANIZATION IS SEQUENTIAL
011000       ACCESS IS SEQUENTIAL.
011100
011200 DATA DIVISION.
011300
011400 FILE SECTION.
011500
011600 FD  HISTIN
011700     LABEL RECORDS OMITTED
011800     BLOCK CONTAINS 0 RECORDS
011900     RECORDING MODE IS F
012000     DATA RECORD IS HIST-INPUT-REC.
012100
012200 01  HIST-INPUT-REC            PIC X(161).
012300
012400 FD  REGTAB
012500     LABEL RECORDS OMITTED
012600     BLOCK CONTAINS 0 RECORDS
012700     RECORDING MODE IS F
012800     DATA RECORD IS REG-INPUT-REC.
012900
013000 01  REG-INPUT-REC             PIC X(36).
013100
013200 FD  TYPTAB
013300     LABEL RECORDS OMITTED
013400     BLOCK CONTAINS 0 RECORDS
013500     RECORDING MODE IS F
013600     DATA RECORD IS TYP-INPUT-REC.
013700
013800 01  TYP-INPUT-REC             PIC X(36).
013900
014000 FD  EMPHKS
014100     DATA RECORD IS HKSVSAM-REC.
014200
014300 01  HKSVSAM-REC.
014400     05  HKSVSAM-KEY          PIC X(36).
014500     05  HKSVSAM-DATA         PIC X(161).
014600
014700 FD  REFVSAM
014800     DATA RECORD IS REFVSAM-REC.
014900
015000 01  REFVSAM-REC.
015100     05  REFVSAM-KEY          PIC X(06).
015200     05  REFVSAM-DATA         PIC X(31).
015300
015400 FD  RFSFILE
015500     LABEL RECORDS OMITTED
015600     BLOCK CONTAINS 0 RECORDS
015700     RECORDING MODE IS F
015800     DATA RECORD IS RFS-OUTPUT-REC.
015900
016000 01  RFS-OUTPUT-REC.
016100     05  RFS-CC            PIC X(01).
016200     05  RFS-LINE          PIC X(132).
016300
016400 FD  RUNLOG
016500     LABEL RECORDS OMITTED
016600     BLOCK CONTAINS 0 RECORDS
016700     RECORDING MODE IS F
016800     DATA RECORD IS RUNLOG-OUTPUT-REC.
016900
017000 01  RUNLOG-OUTPUT-REC         PIC X(86).
017100
017200 WORKING-STORAGE SECTION.
017300****************************************************
017400****    THE HISTORY RECORD AS TPROG04 WROTE IT, AND
017500****    THE KSDS RECORD BUILT FROM IT
017600****************************************************
017700     COPY EMPHIST.
017800
017900     COPY EMPHKS.
018000
018100****************************************************
018200****    THE REFERENCE TABLE RECORD, AND THE KSDS
018300****    RECORD BUILT FROM IT
018400****************************************************
018500     COPY REFCOD.
018600
018700     COPY REFVSM.
018800
018900****************************************************
019000****    THE STANDARD RUN-LOG RECORD APPENDED TO THE
019100****    COMMON RUNLOG DATASET AT END OF RUN
019200****************************************************
019300     COPY RUNLOG.
019400
019500****************************************************
019600****    REPORT LINE LAYOUTS - BOXED HEADER STYLE
019700****    (SAME STAR-LINE / BODY-LINE STYLE AS THE
019800****     TPROG01 OUTFILE REPORT USES)
019900****************************************************
020000 01  RFS-STAR-LINE.
020100     05  FILLER            PIC X(01) VALUE SPACE.
020200     05  FILLER            PIC X(132) VALUE ALL '*'.
020300
020400 01  RFS-TITLE-LINE.
020500     05  FILLER            PIC X(01) VALUE SPACE.
020600     05  FILLER            PIC X(50) VALUE
020700         'ONLINE HISTORY AND REFERENCE CLUSTER REFRESH'.
020800     05  FILLER            PIC X(10) VALUE 'RUN DATE '.
020900     05  RFS-T-DATE        PIC X(08).
021000     05  FILLER            PIC X(64) VALUE SPACES.
021100
021200 01  RFS-COLUMN-LINE.
021300     05  FILLER            PIC X(01) VALUE SPACE.
021400     05  FILLER            PIC X(08) VALUE 'CLUSTER'.
021500     05  FILLER            PIC X(02) VALUE SPACES.
021600     05  FILLER            PIC X(36) VALUE 'RECORD KEY'.
021700     05  FILLER            PIC X(02) VALUE SPACES.
021800     05  FILLER            PIC X(20) VALUE 'STATUS'.
021900     05  FILLER            PIC X(64) VALUE SPACES.
022000
022100 01  RFS-DETAIL-LINE.
022200     05  FILLER            PIC X(01) VALUE SPACE.
022300     05  RFS-D-CLUSTER     PIC X(08).
022400     05  FILLER            PIC X(02) VALUE SPACES.
022500     05  RFS-D-KEY         PIC X(36).
022600     05  FILLER            PIC X(02) VALUE SPACES.
022700     05  RFS-D-STATUS      PIC X(20).
022800     05  FILLER            PIC X(64) VALUE SPACES.
022900
023000 01  RFS-OPENFAIL-LINE.
023100     05  FILLER            PIC X(01) VALUE SPACE.
023200     05  RFS-O-CLUSTER     PIC X(08).
023300     05  FILLER            PIC X(01) VALUE SPACE.
023400     05  FILLER            PIC X(34) VALUE
023500         '*** KSDS OPEN FAILED - STATUS'.
023600     05  RFS-O-STATUS      PIC X(02).
023700     05  FILLER            PIC X(04) VALUE ' ***'.
023800     05  FILLER            PIC X(83) VALUE SPACES.
023900
024000 01  RFS-TRAILER-LINE.
024100     05  FILLER            PIC X(01) VALUE SPACE.
024200     05  RFS-T-LABEL       PIC X(30) VALUE SPACES.
024300     05  RFS-T-COUNT       PIC ZZZ,ZZ9.
024400     05  FILLER            PIC X(95) VALUE SPACES.
024500
024600****************************************************
024700****    SWITCHES AND COUNTERS
024800****************************************************
024900 77  HISTIN-EOF-SW         PIC X(01) VALUE 'N'.
025000     88  HISTIN-EOF                  VALUE 'Y'.
025100
025200 77  REGTAB-EOF-SW         PIC X(01) VALUE 'N'.
025300     88  REGTAB-EOF                  VALUE 'Y'.
025400
025500 77  TYPTAB-EOF-SW         PIC X(01) VALUE 'N'.
025600     88  TYPTAB-EOF                  VALUE 'Y'.
025700
025800 77  EMPHKS-STATUS         PIC X(02) VALUE SPACES.
025900     88  EMPHKS-OK                   VALUE '00'.
026000     88  EMPHKS-DUPLICATE            VALUE '22'.
026100
026120 77  EMPHKS-OPEN-SW        PIC X(01) VALUE 'N'.
026140     88  EMPHKS-IS-OPEN              VALUE 'Y'.
026160
026200 77  REFVSAM-STATUS        PIC X(02) VALUE SPACES.
026300     88  REFVSAM-OK                  VALUE '00'.
026400
026500 77  FATAL-ERROR-SW        PIC X(01) VALUE 'N'.
026600     88  FATAL-ERROR-HIT             VALUE 'Y'.
026700
026800 77  RUN-DATE-WORK         PIC X(08) VALUE SPACES.
026900
027000 77  HIST-READ-COUNT       PIC 9(07) VALUE ZERO.
027100 77  HIST-LOADED-COUNT     PIC 9(07) VALUE ZERO.
027200 77  HIST-ON-FILE-COUNT    PIC 9(07) VALUE ZERO.
027300 77  REGION-READ-COUNT     PIC 9(07) VALUE ZERO.
027400 77  TYPE-READ-COUNT       PIC 9(07) VALUE ZERO.
027500 77  REGION-LOADED-COUNT   PIC 9(07) VALUE ZERO.
027600 77  TYPE-LOADED-COUNT     PIC 9(07) VALUE ZERO.
027700 77  IO-ERROR-COUNT        PIC 9(07) VALUE ZERO.
027800
027900 PROCEDURE DIVISION.
028000
028100 0000-MAINLINE.
028200
028300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028400     PERFORM 2000-LOAD-ONE-HISTORY THRU 2000-EXIT
028500        UNTIL HISTIN-EOF OR FATAL-ERROR-HIT.
028600     PERFORM 2500-RELOAD-REFERENCE THRU 2500-EXIT.
028700     PERFORM 3000-FINISH-REPORT THRU 3000-EXIT.
028800     PERFORM 3200-WRITE-RUN-LOG THRU 3200-EXIT.
028900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029000     GOBACK.
029100
029200 1000-INITIALIZE.
029300
029400     ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD.
029500
029600     OPEN INPUT HISTIN.
029700     OPEN I-O   EMPHKS.
029800     OPEN OUTPUT RFSFILE.
029900
030000     MOVE SPACES TO RFS-CC.
030100     MOVE RFS-STAR-LINE TO RFS-OUTPUT-REC.
030200     WRITE RFS-OUTPUT-REC.
030300     WRITE RFS-OUTPUT-REC.
030400     WRITE RFS-OUTPUT-REC.
030500
030600     MOVE RUN-DATE-WORK TO RFS-T-DATE.
030700     MOVE RFS-TITLE-LINE TO RFS-OUTPUT-REC.
030800     WRITE RFS-OUTPUT-REC.
030900     WRITE RFS-OUTPUT-REC.
031000
031100     MOVE RFS-COLUMN-LINE TO RFS-OUTPUT-REC.
031200     WRITE RFS-OUTPUT-REC.
031300     WRITE RFS-OUTPUT-REC.
031400
031500* A CLUSTER THAT WOULD NOT OPEN MUST NOT BE REPORTED AS EVERY
031600* RECORD IN ERROR - SAY WHAT HAPPENED, SKIP THE LOAD AND FAIL
031700* THE STEP (THE SAME GUARD TPROG14 USES).
031800     IF NOT EMPHKS-OK
031900        MOVE 'EMPHKS' TO RFS-O-CLUSTER
032000        MOVE EMPHKS-STATUS TO RFS-O-STATUS
032100        MOVE RFS-OPENFAIL-LINE TO RFS-OUTPUT-REC
032200        WRITE RFS-OUTPUT-REC
032300        MOVE 'Y' TO HISTIN-EOF-SW
032400        MOVE 'Y' TO FATAL-ERROR-SW
032500     ELSE
032550        MOVE 'Y' TO EMPHKS-OPEN-SW
032600        PERFORM 2100-READ-HISTIN THRU 2100-EXIT
032700     END-IF.
032800
032900 1000-EXIT.
033000     EXIT.
033100
033200****************************************************************
033300* EACH HISTORY RECORD IS FILED UNDER THE KEY IT WAS APPLIED
033400* AGAINST.  A TRANSFER CARRIES THE NEW REGION IN ITS AFTER IMAGE
033500* AND IS FILED A SECOND TIME UNDER THAT KEY.
033600****************************************************************
033700 2000-LOAD-ONE-HISTORY.
033800
033900     ADD 1 TO HIST-READ-COUNT.
034000     MOVE HIST-INPUT-REC TO EMP-HISTORY-RECORD.
034100
034200     MOVE HIST-NAME   TO HKS-NAME.
034300     MOVE HIST-REGION TO HKS-REGION.
034400     PERFORM 2200-WRITE-HISTORY THRU 2200-EXIT.
034500
034600     IF HIST-IS-TRANSFER AND NOT FATAL-ERROR-HIT
034700        MOVE HIST-AFT-NAME   TO HKS-NAME
034800        MOVE HIST-AFT-REGION TO HKS-REGION
034900        PERFORM 2200-WRITE-HISTORY THRU 2200-EXIT
035000     END-IF.
035100
035200     PERFORM 2100-READ-HISTIN THRU 2100-EXIT.
035300
035400 2000-EXIT.
035500     EXIT.
035600
035700 2100-READ-HISTIN.
035800
035900     READ HISTIN
036000        AT END
036100           MOVE 'Y' TO HISTIN-EOF-SW
036200     END-READ.
036300
036400 2100-EXIT.
036500     EXIT.
036600
036700****************************************************************
036800* FILE STATUS 22 MEANS THE RECORD WAS LOADED BY AN EARLIER RUN -
036900* COUNTED, NOT LISTED.  ANYTHING ELSE IS AN I-O ERROR AND STOPS
037000* THE LOAD.
037100****************************************************************
037200 2200-WRITE-HISTORY.
037300
037400     MOVE HIST-APPLY-DATE TO HKS-APPLY-DATE.
037500     MOVE HIST-APPLY-TIME TO HKS-APPLY-TIME.
037600     MOVE EMP-HISTORY-RECORD TO HKS-HISTORY.
037700     MOVE EMP-HIST-KSDS-RECORD TO HKSVSAM-REC.
037800     WRITE HKSVSAM-REC.
037900
038000     EVALUATE TRUE
038100        WHEN EMPHKS-OK
038200           ADD 1 TO HIST-LOADED-COUNT
038300        WHEN EMPHKS-DUPLICATE
038400           ADD 1 TO HIST-ON-FILE-COUNT
038500        WHEN OTHER
038600           MOVE 'EMPHKS' TO RFS-D-CLUSTER
038700           MOVE HKS-KEY TO RFS-D-KEY
038800           MOVE EMPHKS-STATUS TO RFS-O-STATUS
038900           PERFORM 2700-WRITE-IO-ERROR THRU 2700-EXIT
039000     END-EVALUATE.
039100
039200 2200-EXIT.
039300     EXIT.
039400
039500****************************************************************
039600* THE REFERENCE CLUSTER IS RELOADED ONLY WHEN THE HISTORY LOAD
039700* CAME THROUGH - A STEP THAT HAS TO BE RERUN ANYWAY LEAVES
039800* YESTERDAY'S CODES IN PLACE.  REGTAB IS LOADED BEFORE TYPTAB SO
039900* THE 'R' KEYS GO IN AHEAD OF THE 'T' KEYS; BOTH TABLES ARE KEPT
040000* IN CODE ORDER BY TPROG18, SO A SEQUENCE ERROR (STATUS 21) MEANS
040100* A TABLE IS OUT OF ORDER AND STOPS THE RELOAD.
040200****************************************************************
040300 2500-RELOAD-REFERENCE.
040400
040500     IF FATAL-ERROR-HIT
040600        GO TO 2500-EXIT
040700     END-IF.
040800
040900     OPEN OUTPUT REFVSAM.
041000
041100     IF NOT REFVSAM-OK
041200        MOVE 'REFVSAM' TO RFS-O-CLUSTER
041300        MOVE REFVSAM-STATUS TO RFS-O-STATUS
041400        MOVE RFS-OPENFAIL-LINE TO RFS-OUTPUT-REC
041500        WRITE RFS-OUTPUT-REC
041600        MOVE 'Y' TO FATAL-ERROR-SW
041700        GO TO 2500-EXIT
041800     END-IF.
041900
042000     OPEN INPUT REGTAB.
042100     PERFORM 2510-READ-REGTAB THRU 2510-EXIT.
042200     PERFORM 2520-LOAD-ONE-REGION THRU 2520-EXIT
042300        UNTIL REGTAB-EOF OR FATAL-ERROR-HIT.
042400     CLOSE REGTAB.
042500
042600     OPEN INPUT TYPTAB.
042700     PERFORM 2530-READ-TYPTAB THRU 2530-EXIT.
042800     PERFORM 2540-LOAD-ONE-TYPE THRU 2540-EXIT
042900        UNTIL TYPTAB-EOF OR FATAL-ERROR-HIT.
043000     CLOSE TYPTAB.
043100
043200     CLOSE REFVSAM.
043300
043400 2500-EXIT.
043500     EXIT.
043600
043700 2510-READ-REGTAB.
043800
043900     READ REGTAB
044000        AT END
044100           MOVE 'Y' TO REGTAB-EOF-SW
044200     END-READ.
044300
044400 2510-EXIT.
044500     EXIT.
044600
044700 2520-LOAD-ONE-REGION.
044800
044900     ADD 1 TO REGION-READ-COUNT.
045000     MOVE REG-INPUT-REC TO REF-CODE-RECORD.
045100     MOVE 'R' TO REFV-TABLE.
045200     PERFORM 2550-WRITE-REFERENCE THRU 2550-EXIT.
045300     IF REFVSAM-OK
045400        ADD 1 TO REGION-LOADED-COUNT
045500     END-IF.
045600
045700     PERFORM 2510-READ-REGTAB THRU 2510-EXIT.
045800
045900 2520-EXIT.
046000     EXIT.
046100
046200 2530-READ-TYPTAB.
046300
046400     READ TYPTAB
046500        AT END
046600           MOVE 'Y' TO TYPTAB-EOF-SW
046700     END-READ.
046800
046900 2530-EXIT.
047000     EXIT.
047100
047200 2540-LOAD-ONE-TYPE.
047300
047400     ADD 1 TO TYPE-READ-COUNT.
047500     MOVE TYP-INPUT-REC TO REF-CODE-RECORD.
047600     MOVE 'T' TO REFV-TABLE.
047700     PERFORM 2550-WRITE-REFERENCE THRU 2550-EXIT.
047800     IF REFVSAM-OK
047900        ADD 1 TO TYPE-LOADED-COUNT
048000     END-IF.
048100
048200     PERFORM 2530-READ-TYPTAB THRU 2530-EXIT.
048300
048400 2540-EXIT.
048500     EXIT.
048600
048700 2550-WRITE-REFERENCE.
048800
048900     MOVE REF-CODE        TO REFV-CODE.
049000     MOVE REF-CODE-DESC   TO REFV-DESC.
049100     MOVE REF-CODE-STATUS TO REFV-STATUS.
049200     MOVE REF-VSAM-RECORD TO REFVSAM-REC.
049300     WRITE REFVSAM-REC.
049400
049500     IF NOT REFVSAM-OK
049600        MOVE 'REFVSAM' TO RFS-D-CLUSTER
049700        MOVE REFV-KEY TO RFS-D-KEY
049800        MOVE REFVSAM-STATUS TO RFS-O-STATUS
049900        PERFORM 2700-WRITE-IO-ERROR THRU 2700-EXIT
050000     END-IF.
050100
050200 2550-EXIT.
050300     EXIT.
050400
050500****************************************************************
050600* ANY FILE STATUS THE LOAD DOES NOT EXPECT IS LISTED WITH THE KEY
050700* THAT HIT IT, AND STOPS THE STEP WITH RC=12.
050800****************************************************************
050900 2700-WRITE-IO-ERROR.
051000
051100     ADD 1 TO IO-ERROR-COUNT.
051200     MOVE 'Y' TO FATAL-ERROR-SW.
051300     MOVE 'I-O ERROR STATUS' TO RFS-D-STATUS.
051400     MOVE RFS-O-STATUS TO RFS-D-STATUS (18:2).
051500     MOVE RFS-DETAIL-LINE TO RFS-OUTPUT-REC.
051600     WRITE RFS-OUTPUT-REC.
051700     MOVE SPACES TO RFS-DETAIL-LINE.
051800
051900 2700-EXIT.
052000     EXIT.
052100
052200 3000-FINISH-REPORT.
052300
052400     MOVE SPACES TO RFS-CC.
052500     MOVE RFS-STAR-LINE TO RFS-OUTPUT-REC.
052600     WRITE RFS-OUTPUT-REC.
052700     WRITE RFS-OUTPUT-REC.
052800
052900     MOVE SPACES TO RFS-TRAILER-LINE.
053000     MOVE 'HISTORY RECORDS READ' TO RFS-T-LABEL.
053100     MOVE HIST-READ-COUNT TO RFS-T-COUNT.
053200     MOVE RFS-TRAILER-LINE TO RFS-OUTPUT-REC.
053300     WRITE RFS-OUTPUT-REC.
053400
053500     MOVE SPACES TO RFS-TRAILER-LINE.
053600     MOVE 'HISTORY RECORDS LOADED' TO RFS-T-LABEL.
053700     MOVE HIST-LOADED-COUNT TO RFS-T-COUNT.
053800     MOVE RFS-TRAILER-LINE TO RFS-OUTPUT-REC.
053900     WRITE RFS-OUTPUT-REC.
054000
054100     MOVE SPACES TO RFS-TRAILER-LINE.
054200     MOVE 'HISTORY ALREADY ON FILE' TO RFS-T-LABEL.
054300     MOVE HIST-ON-FILE-COUNT TO RFS-T-COUNT.
054400     MOVE RFS-TRAILER-LINE TO RFS-OUTPUT-REC.
054500     WRITE RFS-OUTPUT-REC.
054600
054700     MOVE SPACES TO RFS-TRAILER-LINE.
054800     MOVE 'REGION CODES LOADED' TO RFS-T-LABEL.
054900     MOVE REGION-LOADED-COUNT TO RFS-T-COUNT.
055000     MOVE RFS-TRAILER-LINE TO RFS-OUTPUT-REC.
055100     WRITE RFS-OUTPUT-REC.
055200
055300     MOVE SPACES TO RFS-TRAILER-LINE.
055400     MOVE 'TYPE CODES LOADED' TO RFS-T-LABEL.
055500     MOVE TYPE-LOADED-COUNT TO RFS-T-COUNT.
055600     MOVE RFS-TRAILER-LINE TO RFS-OUTPUT-REC.
055700     WRITE RFS-OUTPUT-REC.
055800
055900     MOVE SPACES TO RFS-TRAILER-LINE.
056000     MOVE 'I-O ERRORS' TO RFS-T-LABEL.
056100     MOVE IO-ERROR-COUNT TO RFS-T-COUNT.
056200     MOVE RFS-TRAILER-LINE TO RFS-OUTPUT-REC.
056300     WRITE RFS-OUTPUT-REC.
056400
056500     IF FATAL-ERROR-HIT
056600        MOVE SPACES TO RFS-TRAILER-LINE
056700        MOVE 'REFRESH INCOMPLETE - RERUN BEFORE CICS IS STARTED'
056800           TO RFS-TRAILER-LINE (2:60)
056900        MOVE RFS-TRAILER-LINE TO RFS-OUTPUT-REC
057000        WRITE RFS-OUTPUT-REC
057100        MOVE 12 TO RETURN-CODE
057200     END-IF.
057300
057400     MOVE RFS-STAR-LINE TO RFS-OUTPUT-REC.
057500     WRITE RFS-OUTPUT-REC.
057600     WRITE RFS-OUTPUT-REC.
057700     WRITE RFS-OUTPUT-REC.
057800
057900 3000-EXIT.
058000     EXIT.
058100
058200****************************************************************
058300* APPENDS THIS RUN'S STANDARD RUN-LOG RECORD TO THE COMMON
058400* CUMULATIVE RUNLOG DATASET.  EVERY HISTORY AND TABLE RECORD
058500* READ IS EITHER WRITTEN TO A CLUSTER, ALREADY ON IT (COUNTED AS
058600* WRITTEN - IT IS THERE), OR AN ERROR, SO THE SCORECARD CAN
058700* CROSS-FOOT READ = WRITTEN + ERRORS.  A TRANSFER IS READ ONCE
058800* AND FILED TWICE BUT COUNTS ONCE HERE.
058900****************************************************************
059000 3200-WRITE-RUN-LOG.
059100
059200     OPEN EXTEND RUNLOG.
059300     MOVE 'TPROG30'             TO RUN-LOG-PROGRAM.
059400     ACCEPT RUN-LOG-DATE      FROM DATE YYYYMMDD.
059500     ACCEPT RUN-LOG-TIME      FROM TIME.
059600     COMPUTE RUN-LOG-READ =
059700        HIST-READ-COUNT + REGION-READ-COUNT + TYPE-READ-COUNT.
059800     COMPUTE RUN-LOG-WRITTEN =
059900        RUN-LOG-READ - IO-ERROR-COUNT.
060000     MOVE IO-ERROR-COUNT        TO RUN-LOG-ERRORS.
060100     MOVE ZERO                  TO RUN-LOG-ADDED.
060200     MOVE ZERO                  TO RUN-LOG-DROPPED.
060300     MOVE ZERO                  TO RUN-LOG-TRANSFERS.
060400     IF FATAL-ERROR-HIT
060500        MOVE 'ERRORS'           TO RUN-LOG-DISPOSITION
060600     ELSE
060700        MOVE 'NORMAL'           TO RUN-LOG-DISPOSITION
060800     END-IF.
060900     MOVE RUN-LOG-RECORD        TO RUNLOG-OUTPUT-REC.
061000     WRITE RUNLOG-OUTPUT-REC.
061100     CLOSE RUNLOG.
061200
061300 3200-EXIT.
061400     EXIT.
061500
061600 9000-TERMINATE.
061700
061800     CLOSE HISTIN.
061900     IF EMPHKS-IS-OPEN
061920        CLOSE EMPHKS
061940     END-IF.
062000     CLOSE RFSFILE.
062100
062200 9000-EXIT.
062300     EXIT.
