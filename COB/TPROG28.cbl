000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TPROG28.
000300 AUTHOR.        COMPUWARE ISPW TRAINING.
000400 DATE-WRITTEN.  OCTOBER 15TH, 2026.
000500 DATE-COMPILED.
000600
000700********************************************************
000800* THIS PROGRAM COMPARES THE THREE COPIES OF THE EMP
000900*      MASTER FIELD BY FIELD - THE FTS4DEV.EMP DB2
001000*      TABLE (READ THROUGH THE EMP DCLGEN), THE NEWEMP
001100*      EXTRACT (EMPREC2) AND THE EMP KSDS - AND SAYS
001200*      WHICH EMPLOYEE AND WHICH FIELD HAS DRIFTED.
001300*      TPROG07 BALANCES ONLY COUNTS AND THE WAGE HASH,
001400*      AND TPROG14/TPROG17 ONLY SAY THAT A COPY IS OUT;
001500*      THIS STEP NAMES THE ROWS AND WRITES THE
001600*      TRANSACTIONS THAT REPAIR THEM, SO ONE BAD ROW NO
001700*      LONGER COSTS A FULL TPROG08 RELOAD (AND DB2, WHICH
001800*      THE RELOAD NEVER TOUCHED, GETS FIXED AS WELL).
001900*
002000*      THE NEWEMP EXTRACT IS THE AGREED MASTER - IT IS
002100*      WHAT TPROG04 BUILT FROM THE NIGHT'S MAINTENANCE,
002200*      AND THE OTHER TWO COPIES ARE MEANT TO FOLLOW IT.
002300*      ALL THREE ARE WALKED TOGETHER IN NAME/REGION
002400*      ORDER (THE CURSOR IS ORDERED, THE EXTRACT AND THE
002500*      CLUSTER ARE IN KEY ORDER ALREADY).  FOR EACH KEY:
002600*        ALL THREE AGREE   NOTHING PRINTED
002700*        A COPY LACKS IT   LISTED, AND AN 'A' WRITTEN TO
002800*                          THAT COPY'S CORRECTIONS
002900*        A COPY HAS IT     LISTED, AND A 'D' WRITTEN
003000*        BUT THE EXTRACT
003100*        DOES NOT
003200*        FIELDS DIFFER     EACH DIFFERING FIELD (TYPE,
003300*                          YEARS OF SERVICE, WAGES, OT,
003400*                          COMMISSION) LISTED, AND ONE
003500*                          'C' CARRYING THE EXTRACT'S
003600*                          VALUES WRITTEN
003700*      WHEN DB2 AND THE KSDS AGREE WITH EACH OTHER BUT
003800*      NOT WITH THE EXTRACT, THE EXTRACT IS THE ODD ONE
003900*      OUT - TWO COPIES ARE NOT OVERWRITTEN TO MATCH
004000*      ONE.  THE KEY IS LISTED FOR REVIEW, NOTHING IS
004100*      WRITTEN FOR IT, AND THE STEP ENDS WITH RC=8.
004200*
004300*      THE CORRECTIONS ARE IN EMPTRAN LAYOUT, EFFECTIVE
004400*      IMMEDIATELY, IN KEY ORDER, ONE DATASET PER COPY.
004500*      EACH COMES WITH AN EMPTOT TOTALS RECORD COUNTING
004600*      ITS ADDS, CHANGES AND DELETES, SO THE EXISTING
004700*      POSTING STEPS TAKE THEM AS THEY ARE AND PROVE
004800*      THEM THE USUAL WAY:
004900*        DB2FIX  + DB2TOT  -> TPROG17 EMPTRAN/TOTIN DDS
005000*        KSDFIX  + KSDTOT  -> TPROG14 EMPTRAN/TOTIN DDS
005100*
005200*      ANY DIFFERENCE ENDS THE STEP WITH RC=4 (THE
005300*      CORRECTIONS WANT POSTING).  AN EXTRACT OUT OF
005400*      LINE, OR A CORRECTION COUNT THAT DOES NOT PROVE,
005500*      ENDS IT WITH RC=8.  A DB2 ERROR OR A CLUSTER THAT
005600*      WILL NOT OPEN OR READ ENDS IT WITH RC=12 - THE
005700*      COMPARE IS INCOMPLETE AND THE CORRECTIONS MUST
005800*      NOT BE POSTED.
005900*
006000*      AND COPYLIBS   EMP       (EMP TABLE DCLGEN)
006100*                     EMPREC2   (VERSION-2 EMP EXTRACT)
006200*                     EMPTRAN   (TRANSACTION LAYOUT)
006300*                     EMPTOT    (RUN TOTALS RECORD)
006400* ======================================================
006500*  ISPW (TM)
006600*  COPYRIGHT (C) 1986-2016 COMPUWARE CORPORATION.
006700*  UNPUBLISHED RIGHTS RESERVED UNDER THE COPYRIGHT
006800*  LAWS OF THE UNITED STATES.
006900*
007000* ======================================================
007100*                   MODIFICATION  LOG
007200*
007300*  DD/MM/YY  PROGRAMMER  CHANGES
007400*  ********  **********  *******
007500*  15/10/26  ISPW        NEW PROGRAM - THREE-WAY COMPARE OF THE
007600*                        EMP TABLE, EXTRACT AND KSDS WITH
007700*                        CORRECTIVE TRANSACTIONS
007720*  15/10/26  ISPW        RUNLOG WRITTEN IS NOW THE EXTRACT ROWS
007740*                        LEFT IN STEP AND ERRORS THOSE HELD FOR
007760*                        REVIEW, SO THE STEP CROSS-FOOTS
007780*                        READ = WRITTEN + ERRORS
007800* ======================================================
007900 ENVIRONMENT DIVISION.
008000 CONFIGURATION SECTION.
008100 SOURCE-COMPUTER. IBM-370.
008200 OBJECT-COMPUTER. IBM-370.
008300
008400 INPUT-OUTPUT SECTION.
008500 FILE-CONTROL.
008600
008700*****************************************************
008800*  FILES USED:
008900*   EMPIN    THE NEWEMP EXTRACT (EMPREC2 LAYOUT) -
009000*            THE AGREED MASTER, NAME/REGION ORDER
009100*   EMPVSAM  THE EMP KSDS, READ IN KEY ORDER
009200*   DB2FIX   CORRECTIONS FOR THE EMP TABLE (EMPTRAN
009300*            LAYOUT), FOR TPROG17
009400*   DB2TOT   THEIR TOTALS RECORD (EMPTOT LAYOUT)
009500*   KSDFIX   CORRECTIONS FOR THE KSDS (EMPTRAN
009600*            LAYOUT), FOR TPROG14
009700*   KSDTOT   THEIR TOTALS RECORD (EMPTOT LAYOUT)
009800*   CMPRPT   THE PRINTED DIFFERENCES REPORT
009900*   RUNLOG   THE COMMON CUMULATIVE RUN-LOG DATASET
010000*            THE NIGHTLY SCORECARD READS (SEE RUNLOG)
010100*  THE EMP TABLE ITSELF IS READ THROUGH EMPCURS.
010200*****************************************************
010300     SELECT EMPFILE  ASSIGN UT-S-EMPIN
010400       ORGANIZATION IS SEQUENTIAL
010500       ACCESS IS SEQUENTIAL.
010600
010700     SELECT EMPVSAM  ASSIGN EMPVSAM
010800       ORGANIZATION IS INDEXED
010900       ACCESS IS SEQUENTIAL
011000       RECORD KEY IS EMPVSAM-KEY
011100       FILE STATUS IS EMPVSAM-STATUS.
011200
011300     SELECT DB2FIX   ASSIGN UT-S-DB2FIX
011400       ORGANIZATION IS SEQUENTIAL
011500       ACCESS IS SEQUENTIAL.
011600
011700     SELECT DB2TOT   ASSIGN UT-S-DB2TOT
011800       ORGANIZATION IS SEQUENTIAL
011900       ACCESS IS SEQUENTIAL.
012000
012100     SELECT KSDFIX   ASSIGN UT-S-KSDFIX
012200       ORGANIZATION IS SEQUENTIAL
012300       ACCESS IS SEQUENTIAL.
012400
012500     SELECT KSDTOT   ASSIGN UT-S-KSDTOT
012600       ORGANIZATION IS SEQUENTIAL
012700       ACCESS IS SEQUENTIAL.
012800
012900     SELECT CMPFILE  ASSIGN UT-S-CMPRPT
013000       ORGANIZATION IS SEQUENTIAL
013100       ACCESS IS SEQUENTIAL.
013200
013300     SELECT RUNLOG   ASSIGN UT-S-RUNLOG
013400       ORGANIZATION IS SEQUENTIAL
013500       ACCESS IS SEQUENTIAL.
013600
013700 DATA DIVISION.
013800
013900 FILE SECTION.
014000
014100 FD  EMPFILE
014200     LABEL RECORDS OMITTED
014300     BLOCK CONTAINS 0 RECORDS
014400     RECORDING MODE IS F
014500     DATA RECORD IS EMPFILE-REC.
014600
014700 01  EMPFILE-REC               PIC X(58).
014800
014900 FD  EMPVSAM
015000     DATA RECORD IS EMPVSAM-REC.
015100
015200 01  EMPVSAM-REC.
015300     05  EMPVSAM-KEY.
015400         10  EMPVSAM-NAME     PIC X(15).
015500         10  EMPVSAM-REGION   PIC X(05).
015600     05  EMPVSAM-DATA         PIC X(38).
015700
015800 FD  DB2FIX
015900     LABEL RECORDS OMITTED
016000     BLOCK CONTAINS 0 RECORDS
016100     RECORDING MODE IS F
016200     DATA RECORD IS DB2FIX-REC.
016300
016400 01  DB2FIX-REC                PIC X(65).
016500
016600 FD  DB2TOT
016700     LABEL RECORDS OMITTED
016800     BLOCK CONTAINS 0 RECORDS
016900     RECORDING MODE IS F
017000     DATA RECORD IS DB2TOT-REC.
017100
017200 01  DB2TOT-REC                PIC X(74).
017300
017400 FD  KSDFIX
017500     LABEL RECORDS OMITTED
017600     BLOCK CONTAINS 0 RECORDS
017700     RECORDING MODE IS F
017800     DATA RECORD IS KSDFIX-REC.
017900
018000 01  KSDFIX-REC                PIC X(65).
018100
018200 FD  KSDTOT
018300     LABEL RECORDS OMITTED
018400     BLOCK CONTAINS 0 RECORDS
018500     RECORDING MODE IS F
018600     DATA RECORD IS KSDTOT-REC.
018700
018800 01  KSDTOT-REC                PIC X(74).
018900
019000 FD  CMPFILE
019100     LABEL RECORDS OMITTED
019200     BLOCK CONTAINS 0 RECORDS
019300     RECORDING MODE IS F
019400     DATA RECORD IS CMP-OUTPUT-REC.
019500
019600 01  CMP-OUTPUT-REC.
019700     05  CMP-CC            PIC X(01).
019800     05  CMP-LINE          PIC X(132).
019900
020000 FD  RUNLOG
020100     LABEL RECORDS OMITTED
020200     BLOCK CONTAINS 0 RECORDS
020300     RECORDING MODE IS F
020400     DATA RECORD IS RUNLOG-OUTPUT-REC.
020500
020600 01  RUNLOG-OUTPUT-REC         PIC X(86).
020700
020800 WORKING-STORAGE SECTION.
020900****************************************************
021000****    THE EMP DCLGEN - THE DECLARE TABLE STATEMENT
021100****    AND THE DCLEMP HOST STRUCTURE THE CURSOR
021200****    FETCHES INTO
021300****************************************************
021400     EXEC SQL INCLUDE SQLCA END-EXEC.
021500
021600     COPY EMP.
021700
021800****************************************************
021900****    THE VERSION-2 EXTRACT RECORD - EACH FETCHED
022000****    ROW IS BUILT INTO IT THE WAY TPROG10 BUILDS
022100****    THE EXTRACT, SO A TABLE ROW AND AN EXTRACT
022200****    RECORD COMPARE BYTE FOR BYTE
022300****************************************************
022400     COPY EMPREC2.
022500
022600 01  CENTS-CONVERT-WORK.
022700     05  CENTS-IN-X            PIC X(08).
022800     05  CENTS-IN-9 REDEFINES CENTS-IN-X
022900                               PIC 9(06)V99.
023000
023100****************************************************
023200****    THE CORRECTIVE TRANSACTION AND THE TWO TOTALS
023300****    RECORDS - ONE FOR EACH CORRECTIONS DATASET
023400****************************************************
023500     COPY EMPTRAN.
023600
023700     COPY EMPTOT.
023800
023900 01  DB2-TOTALS-WORK           PIC X(74).
024000 01  KSD-TOTALS-WORK           PIC X(74).
024100
024200****************************************************
024300****    THE STANDARD RUN-LOG RECORD APPENDED TO THE
024400****    COMMON RUNLOG DATASET AT END OF RUN
024500****************************************************
024600     COPY RUNLOG.
024700
024800****************************************************
024900****    THE EXTRACT CURSOR - ORDERED BY THE FULL
025000****    NAME/REGION KEY, THE SAME ORDER AS THE
025100****    EXTRACT AND THE CLUSTER
025200****************************************************
025300     EXEC SQL DECLARE EMPCURS CURSOR FOR
025400         SELECT EMP_NAME,
025500                EMP_REGION,
025600                EMP_TYPE,
025700                EMP_YRS_SERVICE,
025800                EMP_WAGES,
025900                EMP_OT,
026000                EMP_COMM
026100           FROM EMP
026200          ORDER BY EMP_NAME, EMP_REGION
026300     END-EXEC.
026400
026500****************************************************
026600****    THE CURRENT ROW FROM EACH COPY.  THE KEY IS
026700****    HIGH-VALUES ONCE A COPY IS EXHAUSTED.  THE
026800****    DATA PORTION (BYTES 21-56) IS THE SAME 36
026900****    BYTES AS THE EMPTRAN DATA PORTION.
027000****************************************************
027100 01  EXT-ROW.
027200     05  EXT-KEY.
027300         10  EXT-NAME          PIC X(15).
027400         10  EXT-REGION        PIC X(05).
027500     05  EXT-DATA              PIC X(36).
027600     05  EXT-VERSION           PIC X(02).
027700
027800 01  DB2-ROW.
027900     05  DB2-KEY.
028000         10  DB2-NAME          PIC X(15).
028100         10  DB2-REGION        PIC X(05).
028200     05  DB2-DATA              PIC X(36).
028300     05  DB2-VERSION           PIC X(02).
028400
028500 01  KSD-ROW.
028600     05  KSD-KEY.
028700         10  KSD-NAME          PIC X(15).
028800         10  KSD-REGION        PIC X(05).
028900     05  KSD-DATA              PIC X(36).
029000     05  KSD-VERSION           PIC X(02).
029100
029200 01  LOW-KEY.
029300     05  LOW-NAME              PIC X(15).
029400     05  LOW-REGION            PIC X(05).
029500
029600****************************************************
029700****    THE PAIR BEING COMPARED FIELD BY FIELD - THE
029800****    EXTRACT ROW AGAINST ONE COPY'S ROW.  THE
029900****    MONEY AND SERVICE FIELDS ARE COMPARED AS
030000****    BYTES SO BAD DATA IN A COPY IS REPORTED, NOT
030100****    TRIPPED OVER.
030200****************************************************
030300 01  MASTER-CMP-ROW.
030400     05  MC-KEY                PIC X(20).
030500     05  MC-DATA.
030600         10  MC-TYPE           PIC X(01).
030700         10  MC-YRS-SERVICE    PIC S9(9)V USAGE COMP-3.
030800         10  MC-YRS-X REDEFINES MC-YRS-SERVICE
030900                               PIC X(05).
031000         10  MC-WAGES-X        PIC X(10).
031100         10  MC-OT-X           PIC X(10).
031200         10  MC-COMM-X         PIC X(10).
031300     05  MC-VERSION            PIC X(02).
031400
031500 01  COPY-CMP-ROW.
031600     05  CC-KEY                PIC X(20).
031700     05  CC-DATA.
031800         10  CC-TYPE           PIC X(01).
031900         10  CC-YRS-SERVICE    PIC S9(9)V USAGE COMP-3.
032000         10  CC-YRS-X REDEFINES CC-YRS-SERVICE
032100                               PIC X(05).
032200         10  CC-WAGES-X        PIC X(10).
032300         10  CC-OT-X           PIC X(10).
032400         10  CC-COMM-X         PIC X(10).
032500     05  CC-VERSION            PIC X(02).
032600
032700****************************************************
032800****    EDITING WORK - ONE FIELD VALUE AT A TIME IS
032900****    TURNED INTO PRINTABLE TEXT FOR THE REPORT
033000****************************************************
033100 01  EDIT-AMOUNT-WORK.
033200     05  EDIT-AMOUNT-X         PIC X(10).
033300     05  EDIT-AMOUNT-9 REDEFINES EDIT-AMOUNT-X
033400                               PIC 9(08)V99.
033500
033600 01  EDIT-YRS-WORK.
033700     05  EDIT-YRS-X            PIC X(05).
033800     05  EDIT-YRS-P REDEFINES EDIT-YRS-X
033900                               PIC S9(9)V USAGE COMP-3.
034000
034100 01  EDIT-OUT-WORK.
034200     05  EDIT-OUT-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
034300     05  EDIT-OUT-X REDEFINES EDIT-OUT-AMOUNT
034400                               PIC X(16).
034500
034600 01  EDIT-OUT-YRS-WORK.
034700     05  EDIT-OUT-YRS          PIC ZZZ,ZZZ,ZZ9.
034800     05  FILLER                PIC X(05) VALUE SPACES.
034900 01  EDIT-OUT-YRS-X REDEFINES EDIT-OUT-YRS-WORK
035000                               PIC X(16).
035100
035200 77  AMOUNT-WORK               PIC 9(08)V99 VALUE ZERO.
035300
035400****************************************************
035500****    REPORT LINE LAYOUTS - BOXED HEADER STYLE
035600****    (SAME STAR-LINE / BODY-LINE STYLE AS THE
035700****     TPROG01 OUTFILE REPORT USES)
035800****************************************************
035900 01  CMP-STAR-LINE.
036000     05  FILLER            PIC X(01) VALUE SPACE.
036100     05  FILLER            PIC X(132) VALUE ALL '*'.
036200
036300 01  CMP-TITLE-LINE.
036400     05  FILLER            PIC X(01) VALUE SPACE.
036500     05  FILLER            PIC X(48) VALUE
036600         'EMP MASTER THREE-WAY COMPARE - DB2/EXTRACT/KSDS'.
036700     05  FILLER            PIC X(10) VALUE 'RUN DATE'.
036800     05  CMP-TL-DATE       PIC X(08).
036900     05  FILLER            PIC X(66) VALUE SPACES.
037000
037100 01  CMP-COLUMN-LINE.
037200     05  FILLER            PIC X(01) VALUE SPACE.
037300     05  FILLER            PIC X(15) VALUE 'EMPLOYEE NAME'.
037400     05  FILLER            PIC X(02) VALUE SPACES.
037500     05  FILLER            PIC X(05) VALUE 'REGN'.
037600     05  FILLER            PIC X(02) VALUE SPACES.
037700     05  FILLER            PIC X(10) VALUE 'COPY'.
037800     05  FILLER            PIC X(02) VALUE SPACES.
037900     05  FILLER            PIC X(12) VALUE 'FIELD'.
038000     05  FILLER            PIC X(02) VALUE SPACES.
038100     05  FILLER            PIC X(16) VALUE '   EXTRACT VALUE'.
038200     05  FILLER            PIC X(02) VALUE SPACES.
038300     05  FILLER            PIC X(16) VALUE '      COPY VALUE'.
038400     05  FILLER            PIC X(02) VALUE SPACES.
038500     05  FILLER            PIC X(20) VALUE 'CORRECTION'.
038600     05  FILLER            PIC X(26) VALUE SPACES.
038700
038800*****************************************************
038900**** ONE DIFFERENCE - A ROW MISSING FROM ONE SIDE, OR
039000**** ONE FIELD THAT DIFFERS.  COPY NAMES THE COPY
039100**** THAT IS OUT OF LINE.
039200*****************************************************
039300 01  CMP-DETAIL-LINE.
039400     05  FILLER            PIC X(01) VALUE SPACE.
039500     05  CMP-D-NAME        PIC X(15).
039600     05  FILLER            PIC X(02) VALUE SPACES.
039700     05  CMP-D-REGION      PIC X(05).
039800     05  FILLER            PIC X(02) VALUE SPACES.
039900     05  CMP-D-COPY        PIC X(10).
040000     05  FILLER            PIC X(02) VALUE SPACES.
040100     05  CMP-D-FIELD       PIC X(12).
040200     05  FILLER            PIC X(02) VALUE SPACES.
040300     05  CMP-D-MASTER      PIC X(16).
040400     05  FILLER            PIC X(02) VALUE SPACES.
040500     05  CMP-D-COPY-VALUE  PIC X(16).
040600     05  FILLER            PIC X(02) VALUE SPACES.
040700     05  CMP-D-CORRECTION  PIC X(20).
040800     05  FILLER            PIC X(26) VALUE SPACES.
040900
041000 01  CMP-OPENFAIL-LINE.
041100     05  FILLER            PIC X(01) VALUE SPACE.
041200     05  FILLER            PIC X(34) VALUE
041300         '*** KSDS I-O FAILED - STATUS'.
041400     05  CMP-O-STATUS      PIC X(02).
041500     05  FILLER            PIC X(04) VALUE ' ***'.
041600     05  FILLER            PIC X(92) VALUE SPACES.
041700
041800 01  CMP-SQLCODE-LINE.
041900     05  FILLER            PIC X(01) VALUE SPACE.
042000     05  FILLER            PIC X(30) VALUE
042100         '*** SQL ERROR - SQLCODE'.
042200     05  CMP-S-SQLCODE     PIC ---------9.
042300     05  FILLER            PIC X(01) VALUE SPACES.
042400     05  CMP-S-VERB        PIC X(10).
042500     05  FILLER            PIC X(81) VALUE SPACES.
042600
042700 01  CMP-SUMMARY-HEAD-LINE.
042800     05  FILLER            PIC X(01) VALUE SPACE.
042900     05  FILLER            PIC X(34) VALUE
043000         'COMPARE SUMMARY'.
043100     05  FILLER            PIC X(09) VALUE '    COUNT'.
043200     05  FILLER            PIC X(89) VALUE SPACES.
043300
043400 01  CMP-SUMMARY-LINE.
043500     05  FILLER            PIC X(01) VALUE SPACE.
043600     05  CMP-S-LABEL       PIC X(34) VALUE SPACES.
043700     05  CMP-S-COUNT       PIC ZZZ,ZZ9.
043800     05  FILLER            PIC X(91) VALUE SPACES.
043900
044000 01  CMP-CHECK-HEAD-LINE.
044100     05  FILLER            PIC X(01) VALUE SPACE.
044200     05  FILLER            PIC X(34) VALUE SPACES.
044300     05  FILLER            PIC X(15) VALUE '       EXPECTED'.
044400     05  FILLER            PIC X(03) VALUE SPACES.
044500     05  FILLER            PIC X(15) VALUE '         ACTUAL'.
044600     05  FILLER            PIC X(64) VALUE SPACES.
044700
044800 01  CMP-CHECK-LINE.
044900     05  FILLER            PIC X(01) VALUE SPACE.
045000     05  CMP-C-LABEL       PIC X(34) VALUE SPACES.
045100     05  CMP-C-EXPECTED    PIC -ZZ,ZZZ,ZZZ,ZZ9.
045200     05  FILLER            PIC X(03) VALUE SPACES.
045300     05  CMP-C-ACTUAL      PIC -ZZ,ZZZ,ZZZ,ZZ9.
045400     05  FILLER            PIC X(03) VALUE SPACES.
045500     05  CMP-C-VERDICT     PIC X(16) VALUE SPACES.
045600     05  FILLER            PIC X(45) VALUE SPACES.
045700
045800 01  CMP-MESSAGE-LINE.
045900     05  FILLER            PIC X(01) VALUE SPACE.
046000     05  CMP-M-TEXT        PIC X(70) VALUE SPACES.
046100     05  FILLER            PIC X(62) VALUE SPACES.
046200
046300****************************************************
046400****    SWITCHES
046500****************************************************
046600 77  EMPVSAM-STATUS        PIC X(02) VALUE SPACES.
046700     88  EMPVSAM-OK                  VALUE '00'.
046800     88  EMPVSAM-AT-END              VALUE '10'.
046900
047000 77  FATAL-ERROR-SW        PIC X(01) VALUE 'N'.
047100     88  FATAL-ERROR-HIT             VALUE 'Y'.
047200
047300 77  CURSOR-OPEN-SW        PIC X(01) VALUE 'N'.
047400     88  CURSOR-IS-OPEN              VALUE 'Y'.
047500
047600 77  OUT-OF-BALANCE-SW     PIC X(01) VALUE 'N'.
047700     88  RUN-OUT-OF-BALANCE          VALUE 'Y'.
047800
047900 77  EXT-HERE-SW           PIC X(01) VALUE 'N'.
048000     88  EXT-HERE                    VALUE 'Y'.
048100 77  DB2-HERE-SW           PIC X(01) VALUE 'N'.
048200     88  DB2-HERE                    VALUE 'Y'.
048300 77  KSD-HERE-SW           PIC X(01) VALUE 'N'.
048400     88  KSD-HERE                    VALUE 'Y'.
048500
048600 77  DB2-AGREES-SW         PIC X(01) VALUE 'N'.
048700     88  DB2-AGREES                  VALUE 'Y'.
048800 77  KSD-AGREES-SW         PIC X(01) VALUE 'N'.
048900     88  KSD-AGREES                  VALUE 'Y'.
049000 77  COPIES-AGREE-SW       PIC X(01) VALUE 'N'.
049100     88  COPIES-AGREE                VALUE 'Y'.
049200
049300 77  RUN-DATE-WORK         PIC X(08) VALUE SPACES.
049400 77  CMP-COPY-NAME         PIC X(10) VALUE SPACES.
049500 77  CMP-CORRECTION        PIC X(20) VALUE SPACES.
049600
049700****************************************************
049800****    COUNTS
049900****************************************************
050000 77  EXT-READ-COUNT        PIC 9(07) VALUE ZERO.
050100 77  DB2-READ-COUNT        PIC 9(07) VALUE ZERO.
050200 77  KSD-READ-COUNT        PIC 9(07) VALUE ZERO.
050300 77  KEYS-COMPARED-COUNT   PIC 9(07) VALUE ZERO.
050400 77  KEYS-AGREED-COUNT     PIC 9(07) VALUE ZERO.
050500 77  FIELD-DIFF-COUNT      PIC 9(07) VALUE ZERO.
050600
050700 77  DB2-MISSING-COUNT     PIC 9(07) VALUE ZERO.
050800 77  DB2-EXTRA-COUNT       PIC 9(07) VALUE ZERO.
050900 77  DB2-CHANGED-COUNT     PIC 9(07) VALUE ZERO.
051000 77  KSD-MISSING-COUNT     PIC 9(07) VALUE ZERO.
051100 77  KSD-EXTRA-COUNT       PIC 9(07) VALUE ZERO.
051200 77  KSD-CHANGED-COUNT     PIC 9(07) VALUE ZERO.
051300
051400 77  EXT-ODD-COUNT         PIC 9(07) VALUE ZERO.
051500 77  EXT-ODD-PRESENT-COUNT PIC 9(07) VALUE ZERO.
051600 77  EXT-ODD-ABSENT-COUNT  PIC 9(07) VALUE ZERO.
051700
051800 77  DB2-FIX-COUNT         PIC 9(07) VALUE ZERO.
051900 77  KSD-FIX-COUNT         PIC 9(07) VALUE ZERO.
052000 77  DIFF-KEY-COUNT        PIC 9(07) VALUE ZERO.
052050 77  EXT-IN-STEP-COUNT     PIC 9(07) VALUE ZERO.
052100
052200 77  EXPECTED-COUNT        PIC S9(09) VALUE ZERO.
052300 77  ACTUAL-COUNT          PIC S9(09) VALUE ZERO.
052400
052500 PROCEDURE DIVISION.
052600
052700 0000-MAINLINE.
052800
052900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
053000     IF NOT FATAL-ERROR-HIT
053100        PERFORM 2000-COMPARE-ONE-KEY THRU 2000-EXIT
053200           UNTIL (EXT-KEY = HIGH-VALUES
053300              AND DB2-KEY = HIGH-VALUES
053400              AND KSD-KEY = HIGH-VALUES)
053500              OR FATAL-ERROR-HIT
053600     END-IF.
053700     PERFORM 3000-FINISH-REPORT THRU 3000-EXIT.
053800     PERFORM 3200-WRITE-RUN-LOG THRU 3200-EXIT.
053900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
054000     GOBACK.
054100
054200****************************************************************
054300* ALL THREE COPIES ARE OPENED AND PRIMED.  A CLUSTER THAT WILL
054400* NOT OPEN OR A CURSOR THAT WILL NOT OPEN MEANS THERE IS NOTHING
054500* TO COMPARE AGAINST - SAY SO AND FAIL THE STEP RATHER THAN
054600* REPORT EVERY ROW AS MISSING FROM IT.
054700****************************************************************
054800 1000-INITIALIZE.
054900
055000     OPEN INPUT  EMPFILE.
055100     OPEN INPUT  EMPVSAM.
055200     OPEN OUTPUT DB2FIX.
055300     OPEN OUTPUT KSDFIX.
055400     OPEN OUTPUT CMPFILE.
055500
055600     MOVE EMP-TOTALS-RECORD TO DB2-TOTALS-WORK.
055700     MOVE EMP-TOTALS-RECORD TO KSD-TOTALS-WORK.
055800
055900     ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD.
056000
056100     MOVE SPACES TO CMP-CC.
056200     MOVE CMP-STAR-LINE TO CMP-OUTPUT-REC.
056300     WRITE CMP-OUTPUT-REC.
056400     WRITE CMP-OUTPUT-REC.
056500     WRITE CMP-OUTPUT-REC.
056600
056700     MOVE RUN-DATE-WORK TO CMP-TL-DATE.
056800     MOVE CMP-TITLE-LINE TO CMP-OUTPUT-REC.
056900     WRITE CMP-OUTPUT-REC.
057000     MOVE SPACES TO CMP-OUTPUT-REC.
057100     WRITE CMP-OUTPUT-REC.
057200
057300     MOVE CMP-COLUMN-LINE TO CMP-OUTPUT-REC.
057400     WRITE CMP-OUTPUT-REC.
057500     MOVE SPACES TO CMP-OUTPUT-REC.
057600     WRITE CMP-OUTPUT-REC.
057700
057800     IF NOT EMPVSAM-OK
057900        PERFORM 8100-KSDS-ERROR THRU 8100-EXIT
058000        GO TO 1000-EXIT
058100     END-IF.
058200
058300     EXEC SQL OPEN EMPCURS END-EXEC.
058400     IF SQLCODE NOT = 0
058500        MOVE 'OPEN' TO CMP-S-VERB
058600        PERFORM 8000-SQL-ERROR THRU 8000-EXIT
058700        GO TO 1000-EXIT
058800     END-IF.
058900     MOVE 'Y' TO CURSOR-OPEN-SW.
059000
059100     PERFORM 2100-READ-EMPFILE THRU 2100-EXIT.
059200     PERFORM 2200-FETCH-DB2 THRU 2200-EXIT.
059300     PERFORM 2300-READ-KSDS THRU 2300-EXIT.
059400
059500 1000-EXIT.
059600     EXIT.
059700
059800****************************************************************
059900* ONE KEY - THE LOWEST KEY STILL WAITING ON ANY OF THE THREE
060000* COPIES.  EACH COPY EITHER HAS IT OR DOES NOT; A COPY THAT HAS
060100* IT AGREES WITH THE EXTRACT ONLY IF THE WHOLE DATA PORTION IS
060200* THE SAME.  EVERY COPY THAT HAD THE KEY IS THEN ADVANCED.
060300****************************************************************
060400 2000-COMPARE-ONE-KEY.
060500
060600     MOVE EXT-KEY TO LOW-KEY.
060700     IF DB2-KEY < LOW-KEY
060800        MOVE DB2-KEY TO LOW-KEY
060900     END-IF.
061000     IF KSD-KEY < LOW-KEY
061100        MOVE KSD-KEY TO LOW-KEY
061200     END-IF.
061300
061400     MOVE 'N' TO EXT-HERE-SW.
061500     MOVE 'N' TO DB2-HERE-SW.
061600     MOVE 'N' TO KSD-HERE-SW.
061700     IF EXT-KEY = LOW-KEY
061800        MOVE 'Y' TO EXT-HERE-SW
061900     END-IF.
062000     IF DB2-KEY = LOW-KEY
062100        MOVE 'Y' TO DB2-HERE-SW
062200     END-IF.
062300     IF KSD-KEY = LOW-KEY
062400        MOVE 'Y' TO KSD-HERE-SW
062500     END-IF.
062600
062700     ADD 1 TO KEYS-COMPARED-COUNT.
062800
062900     MOVE 'N' TO DB2-AGREES-SW.
063000     IF EXT-HERE-SW = DB2-HERE-SW
063100        IF NOT EXT-HERE OR EXT-DATA = DB2-DATA
063200           MOVE 'Y' TO DB2-AGREES-SW
063300        END-IF
063400     END-IF.
063500
063600     MOVE 'N' TO KSD-AGREES-SW.
063700     IF EXT-HERE-SW = KSD-HERE-SW
063800        IF NOT EXT-HERE OR EXT-DATA = KSD-DATA
063900           MOVE 'Y' TO KSD-AGREES-SW
064000        END-IF
064100     END-IF.
064200
064300     MOVE 'N' TO COPIES-AGREE-SW.
064400     IF DB2-HERE-SW = KSD-HERE-SW
064500        IF NOT DB2-HERE OR DB2-DATA = KSD-DATA
064600           MOVE 'Y' TO COPIES-AGREE-SW
064700        END-IF
064800     END-IF.
064900
065000     EVALUATE TRUE
065100        WHEN DB2-AGREES AND KSD-AGREES
065200           ADD 1 TO KEYS-AGREED-COUNT
065250           ADD 1 TO EXT-IN-STEP-COUNT
065300        WHEN COPIES-AGREE
065400           ADD 1 TO DIFF-KEY-COUNT
065500           PERFORM 2700-EXTRACT-OUT-OF-LINE THRU 2700-EXIT
065600        WHEN OTHER
065700           ADD 1 TO DIFF-KEY-COUNT
065720           IF EXT-HERE
065740              ADD 1 TO EXT-IN-STEP-COUNT
065760           END-IF
065800           IF NOT DB2-AGREES
065900              PERFORM 2500-CORRECT-DB2 THRU 2500-EXIT
066000           END-IF
066100           IF NOT KSD-AGREES
066200              PERFORM 2600-CORRECT-KSDS THRU 2600-EXIT
066300           END-IF
066400     END-EVALUATE.
066500
066600     IF EXT-HERE
066700        PERFORM 2100-READ-EMPFILE THRU 2100-EXIT
066800     END-IF.
066900     IF DB2-HERE
067000        PERFORM 2200-FETCH-DB2 THRU 2200-EXIT
067100     END-IF.
067200     IF KSD-HERE
067300        PERFORM 2300-READ-KSDS THRU 2300-EXIT
067400     END-IF.
067500
067600 2000-EXIT.
067700     EXIT.
067800
067900 2100-READ-EMPFILE.
068000
068100     READ EMPFILE
068200        AT END
068300           MOVE HIGH-VALUES TO EXT-ROW
068400        NOT AT END
068500           MOVE EMPFILE-REC TO EXT-ROW
068600           ADD 1 TO EXT-READ-COUNT
068700     END-READ.
068800
068900 2100-EXIT.
069000     EXIT.
069100
069200****************************************************************
069300* ONE FETCH.  THE ROW IS BUILT INTO EXTRACT FORM EXACTLY AS
069400* TPROG10 BUILDS IT - THE CHAR(8) CENTS COLUMNS READ THROUGH THE
069500* TWO-DECIMAL REDEFINE, A NON-NUMERIC COLUMN CARRIED ACROSS AS
069600* ITS BYTES - SO IT COMPARES WITH THE EXTRACT DIRECTLY.
069700****************************************************************
069800 2200-FETCH-DB2.
069900
070000     EXEC SQL FETCH EMPCURS
070100          INTO :EMP-TB-NAME,
070200               :EMP-TB-REGION,
070300               :EMP-TB-TYPE,
070400               :EMP-TB-YRS-SERVICE,
070500               :EMP-TB-WAGES,
070600               :EMP-TB-OT,
070700               :EMP-TB-COMM
070800     END-EXEC.
070900
071000     EVALUATE SQLCODE
071100        WHEN 0
071200           ADD 1 TO DB2-READ-COUNT
071300           PERFORM 2250-BUILD-V2-RECORD THRU 2250-EXIT
071400           MOVE DCLEMP2 TO DB2-ROW
071500        WHEN 100
071600           MOVE HIGH-VALUES TO DB2-ROW
071700        WHEN OTHER
071800           MOVE 'FETCH' TO CMP-S-VERB
071900           PERFORM 8000-SQL-ERROR THRU 8000-EXIT
072000           MOVE HIGH-VALUES TO DB2-ROW
072100     END-EVALUATE.
072200
072300 2200-EXIT.
072400     EXIT.
072500
072600 2250-BUILD-V2-RECORD.
072700
072800     MOVE EMP-TB-NAME        TO EMP2-NAME.
072900     MOVE EMP-TB-REGION      TO EMP2-REGION.
073000     MOVE EMP-TB-TYPE        TO EMP2-TYPE.
073100     MOVE EMP-TB-YRS-SERVICE TO EMP2-YRS-SERVICE.
073200
073300     MOVE EMP-TB-WAGES TO CENTS-IN-X.
073400     IF CENTS-IN-X IS NUMERIC
073500        MOVE CENTS-IN-9 TO EMP2-WAGES
073600     ELSE
073700        MOVE CENTS-IN-X TO EMP2-WAGES (1:8)
073800        MOVE ZEROS      TO EMP2-WAGES (9:2)
073900     END-IF.
074000
074100     MOVE EMP-TB-OT TO CENTS-IN-X.
074200     IF CENTS-IN-X IS NUMERIC
074300        MOVE CENTS-IN-9 TO EMP2-OT
074400     ELSE
074500        MOVE CENTS-IN-X TO EMP2-OT (1:8)
074600        MOVE ZEROS      TO EMP2-OT (9:2)
074700     END-IF.
074800
074900     MOVE EMP-TB-COMM TO CENTS-IN-X.
075000     IF CENTS-IN-X IS NUMERIC
075100        MOVE CENTS-IN-9 TO EMP2-COMM
075200     ELSE
075300        MOVE CENTS-IN-X TO EMP2-COMM (1:8)
075400        MOVE ZEROS      TO EMP2-COMM (9:2)
075500     END-IF.
075600
075700     MOVE '02' TO EMP2-VERSION.
075800
075900 2250-EXIT.
076000     EXIT.
076100
076200****************************************************************
076300* THE CLUSTER IS READ FORWARD IN KEY ORDER.  STATUS 10 IS THE
076400* END; ANY OTHER NON-ZERO STATUS LEAVES THE COMPARE INCOMPLETE.
076500****************************************************************
076600 2300-READ-KSDS.
076700
076800     READ EMPVSAM NEXT RECORD
076900        AT END
077000           MOVE HIGH-VALUES TO KSD-ROW
077100     END-READ.
077200
077300     EVALUATE TRUE
077400        WHEN EMPVSAM-OK
077500           MOVE EMPVSAM-REC TO KSD-ROW
077600           ADD 1 TO KSD-READ-COUNT
077700        WHEN EMPVSAM-AT-END
077800           CONTINUE
077900        WHEN OTHER
078000           PERFORM 8100-KSDS-ERROR THRU 8100-EXIT
078100           MOVE HIGH-VALUES TO KSD-ROW
078200     END-EVALUATE.
078300
078400 2300-EXIT.
078500     EXIT.
078600
078700****************************************************************
078800* THE EMP TABLE IS OUT OF LINE WITH THE EXTRACT FOR THIS KEY.
078900* MISSING FROM THE TABLE - ADD THE EXTRACT ROW; ON THE TABLE BUT
079000* NOT THE EXTRACT - DELETE IT; ON BOTH - LIST EACH DIFFERING
079100* FIELD AND CHANGE THE ROW TO THE EXTRACT'S VALUES.
079200****************************************************************
079300 2500-CORRECT-DB2.
079400
079500     MOVE 'DB2 TABLE' TO CMP-COPY-NAME.
079600     MOVE EXT-ROW TO MASTER-CMP-ROW.
079700     MOVE DB2-ROW TO COPY-CMP-ROW.
079800     MOVE DB2-TOTALS-WORK TO EMP-TOTALS-RECORD.
079900
080000     EVALUATE TRUE
080100        WHEN EXT-HERE AND NOT DB2-HERE
080200           ADD 1 TO DB2-MISSING-COUNT
080300           PERFORM 2810-BUILD-ADD THRU 2810-EXIT
080400        WHEN DB2-HERE AND NOT EXT-HERE
080500           ADD 1 TO DB2-EXTRA-COUNT
080600           PERFORM 2830-BUILD-DELETE THRU 2830-EXIT
080700        WHEN OTHER
080800           ADD 1 TO DB2-CHANGED-COUNT
080900           MOVE 'CHANGE WRITTEN' TO CMP-CORRECTION
081000           PERFORM 2900-LIST-FIELD-DIFFS THRU 2900-EXIT
081100           PERFORM 2820-BUILD-CHANGE THRU 2820-EXIT
081200     END-EVALUATE.
081300
081400     MOVE EMP-TRAN-RECORD TO DB2FIX-REC.
081500     WRITE DB2FIX-REC.
081600     ADD 1 TO DB2-FIX-COUNT.
081700     MOVE EMP-TOTALS-RECORD TO DB2-TOTALS-WORK.
081800
081900 2500-EXIT.
082000     EXIT.
082100
082200****************************************************************
082300* THE SAME AGAINST THE KSDS.
082400****************************************************************
082500 2600-CORRECT-KSDS.
082600
082700     MOVE 'KSDS' TO CMP-COPY-NAME.
082800     MOVE EXT-ROW TO MASTER-CMP-ROW.
082900     MOVE KSD-ROW TO COPY-CMP-ROW.
083000     MOVE KSD-TOTALS-WORK TO EMP-TOTALS-RECORD.
083100
083200     EVALUATE TRUE
083300        WHEN EXT-HERE AND NOT KSD-HERE
083400           ADD 1 TO KSD-MISSING-COUNT
083500           PERFORM 2810-BUILD-ADD THRU 2810-EXIT
083600        WHEN KSD-HERE AND NOT EXT-HERE
083700           ADD 1 TO KSD-EXTRA-COUNT
083800           PERFORM 2830-BUILD-DELETE THRU 2830-EXIT
083900        WHEN OTHER
084000           ADD 1 TO KSD-CHANGED-COUNT
084100           MOVE 'CHANGE WRITTEN' TO CMP-CORRECTION
084200           PERFORM 2900-LIST-FIELD-DIFFS THRU 2900-EXIT
084300           PERFORM 2820-BUILD-CHANGE THRU 2820-EXIT
084400     END-EVALUATE.
084500
084600     MOVE EMP-TRAN-RECORD TO KSDFIX-REC.
084700     WRITE KSDFIX-REC.
084800     ADD 1 TO KSD-FIX-COUNT.
084900     MOVE EMP-TOTALS-RECORD TO KSD-TOTALS-WORK.
085000
085100 2600-EXIT.
085200     EXIT.
085300
085400****************************************************************
085500* DB2 AND THE KSDS AGREE WITH EACH OTHER AND NOT WITH THE
085600* EXTRACT.  THE EXTRACT IS THE ODD ONE OUT - LIST WHAT DIFFERS
085700* (AGAINST THE TABLE, WHICH IS THE SAME AS THE CLUSTER) BUT
085800* WRITE NO CORRECTION; SOMEONE MUST DECIDE WHICH SIDE IS RIGHT.
085900****************************************************************
086000 2700-EXTRACT-OUT-OF-LINE.
086100
086200     ADD 1 TO EXT-ODD-COUNT.
086300     MOVE 'EXTRACT' TO CMP-COPY-NAME.
086400     MOVE 'NONE - REVIEW' TO CMP-CORRECTION.
086500
086600     EVALUATE TRUE
086700        WHEN EXT-HERE AND NOT DB2-HERE
086800           ADD 1 TO EXT-ODD-PRESENT-COUNT
086900           MOVE EXT-ROW TO MASTER-CMP-ROW
087000           PERFORM 2950-LIST-ROW-DIFF THRU 2950-EXIT
087100        WHEN DB2-HERE AND NOT EXT-HERE
087200           ADD 1 TO EXT-ODD-ABSENT-COUNT
087300           MOVE DB2-ROW TO COPY-CMP-ROW
087400           PERFORM 2950-LIST-ROW-DIFF THRU 2950-EXIT
087500        WHEN OTHER
087600           MOVE EXT-ROW TO MASTER-CMP-ROW
087700           MOVE DB2-ROW TO COPY-CMP-ROW
087800           PERFORM 2900-LIST-FIELD-DIFFS THRU 2900-EXIT
087900     END-EVALUATE.
088000
088100 2700-EXIT.
088200     EXIT.
088300
088400****************************************************************
088500* THE CORRECTIVE TRANSACTIONS.  THE EMPTRAN DATA PORTION IS THE
088600* SAME 36 BYTES AS THE ROW'S, SO AN ADD OR CHANGE CARRIES THE
088700* EXTRACT ROW'S DATA ACROSS WHOLE.  A DELETE CARRIES THE ROW
088800* BEING REMOVED, FOR THE RECORD.  ALL ARE EFFECTIVE IMMEDIATELY.
088900* THE COPY'S TOTALS RECORD IS KEPT BY THE SAME RULE TPROG04
089000* KEEPS EMPTOT - WAGES COUNT ONLY WHEN THEY ARE NUMERIC.
089100****************************************************************
089200 2810-BUILD-ADD.
089300
089400     MOVE 'ADD WRITTEN' TO CMP-CORRECTION.
089500     PERFORM 2950-LIST-ROW-DIFF THRU 2950-EXIT.
089600
089700     MOVE SPACES      TO EMP-TRAN-RECORD.
089800     MOVE 'A'         TO EMP-TRAN-ACTION.
089900     MOVE EXT-NAME    TO EMP-TRAN-NAME.
090000     MOVE EXT-REGION  TO EMP-TRAN-REGION.
090100     MOVE MC-DATA     TO EMP-TRAN-DATA-PORTION.
090200
090300     ADD 1 TO TOT-ADD-COUNT.
090400     MOVE MC-WAGES-X TO EDIT-AMOUNT-X.
090500     IF EDIT-AMOUNT-X IS NUMERIC
090600        ADD EDIT-AMOUNT-9 TO TOT-WAGES-ADDED
090700     END-IF.
090800
090900 2810-EXIT.
091000     EXIT.
091100
091200 2820-BUILD-CHANGE.
091300
091400     MOVE SPACES      TO EMP-TRAN-RECORD.
091500     MOVE 'C'         TO EMP-TRAN-ACTION.
091600     MOVE EXT-NAME    TO EMP-TRAN-NAME.
091700     MOVE EXT-REGION  TO EMP-TRAN-REGION.
091800     MOVE MC-DATA     TO EMP-TRAN-DATA-PORTION.
091900
092000     ADD 1 TO TOT-CHANGE-COUNT.
092100     MOVE MC-WAGES-X TO EDIT-AMOUNT-X.
092200     IF EDIT-AMOUNT-X IS NUMERIC
092300        ADD EDIT-AMOUNT-9 TO TOT-WAGES-CHG-NET
092400     END-IF.
092500     MOVE CC-WAGES-X TO EDIT-AMOUNT-X.
092600     IF EDIT-AMOUNT-X IS NUMERIC
092700        SUBTRACT EDIT-AMOUNT-9 FROM TOT-WAGES-CHG-NET
092800     END-IF.
092900
093000 2820-EXIT.
093100     EXIT.
093200
093300 2830-BUILD-DELETE.
093400
093500     MOVE 'DELETE WRITTEN' TO CMP-CORRECTION.
093600     PERFORM 2950-LIST-ROW-DIFF THRU 2950-EXIT.
093700
093800     MOVE SPACES      TO EMP-TRAN-RECORD.
093900     MOVE 'D'         TO EMP-TRAN-ACTION.
094000     MOVE CC-KEY (1:15) TO EMP-TRAN-NAME.
094100     MOVE CC-KEY (16:5) TO EMP-TRAN-REGION.
094200     MOVE CC-DATA     TO EMP-TRAN-DATA-PORTION.
094300
094400     ADD 1 TO TOT-DELETE-COUNT.
094500     MOVE CC-WAGES-X TO EDIT-AMOUNT-X.
094600     IF EDIT-AMOUNT-X IS NUMERIC
094700        ADD EDIT-AMOUNT-9 TO TOT-WAGES-REMOVED
094800     END-IF.
094900
095000 2830-EXIT.
095100     EXIT.
095200
095300****************************************************************
095400* ONE LINE PER FIELD THAT DIFFERS BETWEEN THE EXTRACT ROW AND
095500* THE COPY'S ROW.  THE FIELDS ARE COMPARED AS BYTES; THEIR
095600* VALUES ARE PRINTED EDITED WHERE THEY ARE NUMERIC AND AS THEY
095700* STAND WHERE THEY ARE NOT.
095800****************************************************************
095900 2900-LIST-FIELD-DIFFS.
096000
096100     IF MC-TYPE NOT = CC-TYPE
096200        MOVE 'TYPE'    TO CMP-D-FIELD
096300        MOVE MC-TYPE   TO CMP-D-MASTER
096400        MOVE CC-TYPE   TO CMP-D-COPY-VALUE
096500        PERFORM 2990-WRITE-DIFF THRU 2990-EXIT
096600     END-IF.
096700
096800     IF MC-YRS-X NOT = CC-YRS-X
096900        MOVE 'YRS SERVICE' TO CMP-D-FIELD
097000        MOVE MC-YRS-X  TO EDIT-YRS-X
097100        PERFORM 2970-EDIT-YRS THRU 2970-EXIT
097200        MOVE EDIT-OUT-YRS-X TO CMP-D-MASTER
097300        MOVE CC-YRS-X  TO EDIT-YRS-X
097400        PERFORM 2970-EDIT-YRS THRU 2970-EXIT
097500        MOVE EDIT-OUT-YRS-X TO CMP-D-COPY-VALUE
097600        PERFORM 2990-WRITE-DIFF THRU 2990-EXIT
097700     END-IF.
097800
097900     IF MC-WAGES-X NOT = CC-WAGES-X
098000        MOVE 'WAGES'   TO CMP-D-FIELD
098100        MOVE MC-WAGES-X TO EDIT-AMOUNT-X
098200        PERFORM 2960-EDIT-AMOUNT THRU 2960-EXIT
098300        MOVE EDIT-OUT-X TO CMP-D-MASTER
098400        MOVE CC-WAGES-X TO EDIT-AMOUNT-X
098500        PERFORM 2960-EDIT-AMOUNT THRU 2960-EXIT
098600        MOVE EDIT-OUT-X TO CMP-D-COPY-VALUE
098700        PERFORM 2990-WRITE-DIFF THRU 2990-EXIT
098800     END-IF.
098900
099000     IF MC-OT-X NOT = CC-OT-X
099100        MOVE 'OT'      TO CMP-D-FIELD
099200        MOVE MC-OT-X   TO EDIT-AMOUNT-X
099300        PERFORM 2960-EDIT-AMOUNT THRU 2960-EXIT
099400        MOVE EDIT-OUT-X TO CMP-D-MASTER
099500        MOVE CC-OT-X   TO EDIT-AMOUNT-X
099600        PERFORM 2960-EDIT-AMOUNT THRU 2960-EXIT
099700        MOVE EDIT-OUT-X TO CMP-D-COPY-VALUE
099800        PERFORM 2990-WRITE-DIFF THRU 2990-EXIT
099900     END-IF.
100000
100100     IF MC-COMM-X NOT = CC-COMM-X
100200        MOVE 'COMMISSION' TO CMP-D-FIELD
100300        MOVE MC-COMM-X TO EDIT-AMOUNT-X
100400        PERFORM 2960-EDIT-AMOUNT THRU 2960-EXIT
100500        MOVE EDIT-OUT-X TO CMP-D-MASTER
100600        MOVE CC-COMM-X TO EDIT-AMOUNT-X
100700        PERFORM 2960-EDIT-AMOUNT THRU 2960-EXIT
100800        MOVE EDIT-OUT-X TO CMP-D-COPY-VALUE
100900        PERFORM 2990-WRITE-DIFF THRU 2990-EXIT
101000     END-IF.
101100
101200 2900-EXIT.
101300     EXIT.
101400
101500****************************************************************
101600* THE KEY IS ON ONE SIDE ONLY - ONE 'ROW' LINE SAYING WHICH.
101700****************************************************************
101800 2950-LIST-ROW-DIFF.
101900
102000     MOVE 'ROW' TO CMP-D-FIELD.
102100     IF EXT-HERE
102200        MOVE 'ON FILE' TO CMP-D-MASTER
102300        MOVE 'MISSING' TO CMP-D-COPY-VALUE
102400     ELSE
102500        MOVE 'MISSING' TO CMP-D-MASTER
102600        MOVE 'ON FILE' TO CMP-D-COPY-VALUE
102700     END-IF.
102800     PERFORM 2990-WRITE-DIFF THRU 2990-EXIT.
102900
103000 2950-EXIT.
103100     EXIT.
103200
103300 2960-EDIT-AMOUNT.
103400
103500     IF EDIT-AMOUNT-X IS NUMERIC
103600        MOVE EDIT-AMOUNT-9 TO AMOUNT-WORK
103700        MOVE AMOUNT-WORK   TO EDIT-OUT-AMOUNT
103800     ELSE
103900        MOVE SPACES        TO EDIT-OUT-X
104000        MOVE EDIT-AMOUNT-X TO EDIT-OUT-X (7:10)
104100     END-IF.
104200
104300 2960-EXIT.
104400     EXIT.
104500
104600 2970-EDIT-YRS.
104700
104800     IF EDIT-YRS-P IS NUMERIC
104900        MOVE EDIT-YRS-P    TO EDIT-OUT-YRS
105000     ELSE
105100        MOVE 'NOT NUMERIC' TO EDIT-OUT-YRS-X
105200     END-IF.
105300
105400 2970-EXIT.
105500     EXIT.
105600
105700 2990-WRITE-DIFF.
105800
105900     ADD 1 TO FIELD-DIFF-COUNT.
106000     MOVE LOW-NAME       TO CMP-D-NAME.
106100     MOVE LOW-REGION     TO CMP-D-REGION.
106200     MOVE CMP-COPY-NAME  TO CMP-D-COPY.
106300     MOVE CMP-CORRECTION TO CMP-D-CORRECTION.
106400     MOVE CMP-DETAIL-LINE TO CMP-OUTPUT-REC.
106500     WRITE CMP-OUTPUT-REC.
106600     MOVE SPACES TO CMP-DETAIL-LINE.
106700
106800 2990-EXIT.
106900     EXIT.
107000
107100****************************************************************
107200* THE SUMMARY, THE TWO TOTALS RECORDS, AND THE PROOF THAT EVERY
107300* KEY WAS ACCOUNTED FOR - ONCE ITS CORRECTIONS ARE POSTED, EACH
107400* COPY MUST HOLD AS MANY ROWS AS THE EXTRACT, LESS THE ROWS ONLY
107500* THE EXTRACT HAS AND PLUS THE ROWS ONLY IT LACKS (THE KEYS LEFT
107600* FOR REVIEW).
107700****************************************************************
107800 3000-FINISH-REPORT.
107900
108000     OPEN OUTPUT DB2TOT.
108100     MOVE DB2-TOTALS-WORK TO DB2TOT-REC.
108200     WRITE DB2TOT-REC.
108300     CLOSE DB2TOT.
108400
108500     OPEN OUTPUT KSDTOT.
108600     MOVE KSD-TOTALS-WORK TO KSDTOT-REC.
108700     WRITE KSDTOT-REC.
108800     CLOSE KSDTOT.
108900
109000     MOVE SPACES TO CMP-CC.
109100     MOVE CMP-STAR-LINE TO CMP-OUTPUT-REC.
109200     WRITE CMP-OUTPUT-REC.
109300     WRITE CMP-OUTPUT-REC.
109400
109500     MOVE CMP-SUMMARY-HEAD-LINE TO CMP-OUTPUT-REC.
109600     WRITE CMP-OUTPUT-REC.
109700     MOVE SPACES TO CMP-OUTPUT-REC.
109800     WRITE CMP-OUTPUT-REC.
109900
110000     MOVE 'EXTRACT RECORDS READ' TO CMP-S-LABEL.
110100     MOVE EXT-READ-COUNT TO CMP-S-COUNT.
110200     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
110300
110400     MOVE 'DB2 TABLE ROWS FETCHED' TO CMP-S-LABEL.
110500     MOVE DB2-READ-COUNT TO CMP-S-COUNT.
110600     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
110700
110800     MOVE 'KSDS RECORDS READ' TO CMP-S-LABEL.
110900     MOVE KSD-READ-COUNT TO CMP-S-COUNT.
111000     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
111100
111200     MOVE 'KEYS COMPARED' TO CMP-S-LABEL.
111300     MOVE KEYS-COMPARED-COUNT TO CMP-S-COUNT.
111400     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
111500
111600     MOVE 'KEYS IN AGREEMENT' TO CMP-S-LABEL.
111700     MOVE KEYS-AGREED-COUNT TO CMP-S-COUNT.
111800     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
111900
112000     MOVE 'KEYS WITH A DIFFERENCE' TO CMP-S-LABEL.
112100     MOVE DIFF-KEY-COUNT TO CMP-S-COUNT.
112200     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
112300
112400     MOVE 'FIELD/ROW DIFFERENCES LISTED' TO CMP-S-LABEL.
112500     MOVE FIELD-DIFF-COUNT TO CMP-S-COUNT.
112600     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
112700
112800     MOVE SPACES TO CMP-OUTPUT-REC.
112900     WRITE CMP-OUTPUT-REC.
113000
113100     MOVE 'DB2 TABLE - ROWS MISSING' TO CMP-S-LABEL.
113200     MOVE DB2-MISSING-COUNT TO CMP-S-COUNT.
113300     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
113400
113500     MOVE 'DB2 TABLE - ROWS NOT ON EXTRACT' TO CMP-S-LABEL.
113600     MOVE DB2-EXTRA-COUNT TO CMP-S-COUNT.
113700     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
113800
113900     MOVE 'DB2 TABLE - ROWS DIFFERING' TO CMP-S-LABEL.
114000     MOVE DB2-CHANGED-COUNT TO CMP-S-COUNT.
114100     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
114200
114300     MOVE 'DB2 TABLE - CORRECTIONS WRITTEN' TO CMP-S-LABEL.
114400     MOVE DB2-FIX-COUNT TO CMP-S-COUNT.
114500     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
114600
114700     MOVE 'KSDS - RECORDS MISSING' TO CMP-S-LABEL.
114800     MOVE KSD-MISSING-COUNT TO CMP-S-COUNT.
114900     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
115000
115100     MOVE 'KSDS - RECORDS NOT ON EXTRACT' TO CMP-S-LABEL.
115200     MOVE KSD-EXTRA-COUNT TO CMP-S-COUNT.
115300     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
115400
115500     MOVE 'KSDS - RECORDS DIFFERING' TO CMP-S-LABEL.
115600     MOVE KSD-CHANGED-COUNT TO CMP-S-COUNT.
115700     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
115800
115900     MOVE 'KSDS - CORRECTIONS WRITTEN' TO CMP-S-LABEL.
116000     MOVE KSD-FIX-COUNT TO CMP-S-COUNT.
116100     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
116200
116300     MOVE 'EXTRACT OUT OF LINE - FOR REVIEW' TO CMP-S-LABEL.
116400     MOVE EXT-ODD-COUNT TO CMP-S-COUNT.
116500     PERFORM 3050-WRITE-SUMMARY THRU 3050-EXIT.
116600
116700     MOVE SPACES TO CMP-OUTPUT-REC.
116800     WRITE CMP-OUTPUT-REC.
116900
117000     IF NOT FATAL-ERROR-HIT
117100        PERFORM 3100-PROVE-CORRECTIONS THRU 3100-EXIT
117200     END-IF.
117300
117400     IF EXT-ODD-COUNT > 0
117500        MOVE SPACES TO CMP-MESSAGE-LINE
117600        MOVE 'DB2 AND KSDS AGREE AGAINST THE EXTRACT - SEE REVIEW'
117700           TO CMP-M-TEXT
117800        MOVE CMP-MESSAGE-LINE TO CMP-OUTPUT-REC
117900        WRITE CMP-OUTPUT-REC
118000     END-IF.
118100
118200     IF FATAL-ERROR-HIT
118300        MOVE SPACES TO CMP-MESSAGE-LINE
118400        MOVE 'COMPARE INCOMPLETE - DO NOT POST THE CORRECTIONS'
118500           TO CMP-M-TEXT
118600        MOVE CMP-MESSAGE-LINE TO CMP-OUTPUT-REC
118700        WRITE CMP-OUTPUT-REC
118800     END-IF.
118900
119000     MOVE CMP-STAR-LINE TO CMP-OUTPUT-REC.
119100     WRITE CMP-OUTPUT-REC.
119200     WRITE CMP-OUTPUT-REC.
119300     WRITE CMP-OUTPUT-REC.
119400
119500     EVALUATE TRUE
119600        WHEN FATAL-ERROR-HIT
119700           MOVE 12 TO RETURN-CODE
119800        WHEN RUN-OUT-OF-BALANCE OR EXT-ODD-COUNT > 0
119900           MOVE 8 TO RETURN-CODE
120000        WHEN DIFF-KEY-COUNT > 0
120100           MOVE 4 TO RETURN-CODE
120200        WHEN OTHER
120300           CONTINUE
120400     END-EVALUATE.
120500
120600 3000-EXIT.
120700     EXIT.
120800
120900 3050-WRITE-SUMMARY.
121000
121100     MOVE CMP-SUMMARY-LINE TO CMP-OUTPUT-REC.
121200     WRITE CMP-OUTPUT-REC.
121300
121400 3050-EXIT.
121500     EXIT.
121600
121700 3100-PROVE-CORRECTIONS.
121800
121900     MOVE CMP-CHECK-HEAD-LINE TO CMP-OUTPUT-REC.
122000     WRITE CMP-OUTPUT-REC.
122100
122200     COMPUTE EXPECTED-COUNT =
122300        EXT-READ-COUNT - EXT-ODD-PRESENT-COUNT
122400        + EXT-ODD-ABSENT-COUNT.
122500
122600     MOVE SPACES TO CMP-CHECK-LINE.
122700     MOVE 'DB2 ROWS AFTER CORRECTION' TO CMP-C-LABEL.
122800     COMPUTE ACTUAL-COUNT =
122900        DB2-READ-COUNT + DB2-MISSING-COUNT - DB2-EXTRA-COUNT.
123000     MOVE EXPECTED-COUNT TO CMP-C-EXPECTED.
123100     MOVE ACTUAL-COUNT   TO CMP-C-ACTUAL.
123200     IF EXPECTED-COUNT = ACTUAL-COUNT
123300        MOVE 'IN BALANCE'     TO CMP-C-VERDICT
123400     ELSE
123500        MOVE 'OUT OF BALANCE' TO CMP-C-VERDICT
123600        MOVE 'Y' TO OUT-OF-BALANCE-SW
123700     END-IF.
123800     MOVE CMP-CHECK-LINE TO CMP-OUTPUT-REC.
123900     WRITE CMP-OUTPUT-REC.
124000
124100     MOVE SPACES TO CMP-CHECK-LINE.
124200     MOVE 'KSDS RECORDS AFTER CORRECTION' TO CMP-C-LABEL.
124300     COMPUTE ACTUAL-COUNT =
124400        KSD-READ-COUNT + KSD-MISSING-COUNT - KSD-EXTRA-COUNT.
124500     MOVE EXPECTED-COUNT TO CMP-C-EXPECTED.
124600     MOVE ACTUAL-COUNT   TO CMP-C-ACTUAL.
124700     IF EXPECTED-COUNT = ACTUAL-COUNT
124800        MOVE 'IN BALANCE'     TO CMP-C-VERDICT
124900     ELSE
125000        MOVE 'OUT OF BALANCE' TO CMP-C-VERDICT
125100        MOVE 'Y' TO OUT-OF-BALANCE-SW
125200     END-IF.
125300     MOVE CMP-CHECK-LINE TO CMP-OUTPUT-REC.
125400     WRITE CMP-OUTPUT-REC.
125500
125600 3100-EXIT.
125700     EXIT.
125800
125900****************************************************************
126000* APPENDS THIS RUN'S STANDARD RUN-LOG RECORD TO THE COMMON
126040* CUMULATIVE RUNLOG DATASET - READ IS THE EXTRACT, AND EACH
126080* EXTRACT ROW IS EITHER WRITTEN (BOTH COPIES AGREE WITH IT, OR
126120* THE CORRECTIONS BRING THEM INTO STEP) OR AN ERROR (LEFT FOR
126160* REVIEW AS THE ODD ONE OUT), SO THE SCORECARD CAN CROSS-FOOT
126200* READ = WRITTEN + ERRORS.
126240* ADDED AND DROPPED ARE THE ADDS AND DELETES WRITTEN TO THE TWO
126280* COPIES.  A COMPARE CUT SHORT COUNTS THE ROWS IT NEVER REACHED AS
126320* ERRORS.
126400****************************************************************
126500 3200-WRITE-RUN-LOG.
126600
126700     OPEN EXTEND RUNLOG.
126800     MOVE 'TPROG28'          TO RUN-LOG-PROGRAM.
126900     ACCEPT RUN-LOG-DATE   FROM DATE YYYYMMDD.
127000     ACCEPT RUN-LOG-TIME   FROM TIME.
127100     MOVE EXT-READ-COUNT     TO RUN-LOG-READ.
127200     MOVE EXT-IN-STEP-COUNT  TO RUN-LOG-WRITTEN.
127220     COMPUTE RUN-LOG-ERRORS =
127240        EXT-ODD-COUNT - EXT-ODD-ABSENT-COUNT.
127260     IF FATAL-ERROR-HIT
127280        COMPUTE RUN-LOG-ERRORS =
127300           EXT-READ-COUNT - EXT-IN-STEP-COUNT
127320     END-IF.
127400     COMPUTE RUN-LOG-ADDED =
127500        DB2-MISSING-COUNT + KSD-MISSING-COUNT.
127600     COMPUTE RUN-LOG-DROPPED =
127700        DB2-EXTRA-COUNT + KSD-EXTRA-COUNT.
127800     MOVE ZERO               TO RUN-LOG-TRANSFERS.
127900     IF FATAL-ERROR-HIT
128000        OR RUN-OUT-OF-BALANCE
128100        OR DIFF-KEY-COUNT > 0
128200        MOVE 'ERRORS'        TO RUN-LOG-DISPOSITION
128300     ELSE
128400        MOVE 'NORMAL'        TO RUN-LOG-DISPOSITION
128500     END-IF.
128600     MOVE RUN-LOG-RECORD     TO RUNLOG-OUTPUT-REC.
128700     WRITE RUNLOG-OUTPUT-REC.
128800     CLOSE RUNLOG.
128900
129000 3200-EXIT.
129100     EXIT.
129200
129300****************************************************************
129400* ANY UNEXPECTED SQLCODE LANDS HERE - IT IS PRINTED WITH THE
129500* VERB THAT HIT IT, AND THE ERROR SWITCH STOPS THE COMPARE AND
129600* DRIVES THE RC=12 DISPOSITION.
129700****************************************************************
129800 8000-SQL-ERROR.
129900
130000     MOVE 'Y' TO FATAL-ERROR-SW.
130100     MOVE SQLCODE TO CMP-S-SQLCODE.
130200     MOVE CMP-SQLCODE-LINE TO CMP-OUTPUT-REC.
130300     WRITE CMP-OUTPUT-REC.
130400
130500 8000-EXIT.
130600     EXIT.
130700
130800 8100-KSDS-ERROR.
130900
131000     MOVE 'Y' TO FATAL-ERROR-SW.
131100     MOVE EMPVSAM-STATUS TO CMP-O-STATUS.
131200     MOVE CMP-OPENFAIL-LINE TO CMP-OUTPUT-REC.
131300     WRITE CMP-OUTPUT-REC.
131400
131500 8100-EXIT.
131600     EXIT.
131700
131800 9000-TERMINATE.
131900
132000     IF CURSOR-IS-OPEN
132100        EXEC SQL CLOSE EMPCURS END-EXEC
132200     END-IF.
132300
132400     CLOSE EMPFILE.
132500     CLOSE EMPVSAM.
132600     CLOSE DB2FIX.
132700     CLOSE KSDFIX.
132800     CLOSE CMPFILE.
132900
133000 9000-EXIT.
133100     EXIT.
