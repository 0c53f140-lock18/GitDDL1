000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TPROG22.
000300 AUTHOR.        COMPUWARE ISPW TRAINING.
000400 DATE-WRITTEN.  OCTOBER 14TH, 2026.
000500 DATE-COMPILED.
000600
000700********************************************************
000800* THIS PROGRAM POSTS EACH PAY RUN TO THE YEAR-TO-DATE
000900*      EARNINGS MASTER (YTDERN LAYOUT).  IT RUNS RIGHT
001000*      AFTER TPROG15 AND READS THE YTD POSTING RECORDS
001100*      TPROG15 WROTE (YTDPST LAYOUT) - ONE PER EMPLOYEE
001200*      PAID - AND ADDS EACH ONE'S WAGES, OVERTIME AND
001300*      COMMISSION TO THE BUCKETS OF THE QUARTER THE RUN
001400*      BELONGS TO.  AN EMPLOYEE PAID FOR THE FIRST TIME
001500*      THIS YEAR GETS A NEW YTD ACCOUNT.
001600*
001700*      THE MASTER IS A SEQUENTIAL OLD-MASTER/NEW-MASTER
001800*      PAIR IN EMP2-NAME/EMP2-REGION ORDER, SO THIS IS THE
001900*      SAME MATCH/MERGE TPROG04 RUNS - THE POSTINGS COME
002000*      OUT OF TPROG15 IN REGION ORDER, SO THEY ARE SORTED
002100*      INTO KEY ORDER HERE FIRST.  KEYS ARE DRIVEN TO
002200*      HIGH-VALUES AT END OF FILE SO BOTH SIDES DRAIN.
002300*
002400*      THE QUARTER COMES FROM THE PAY RUN'S DATE (JAN-MAR
002500*      IS QUARTER 1 AND SO ON) UNLESS RUNPARM PAYQTR NAMES
002600*      THE YEAR AND QUARTER OUTRIGHT - AN OFF-CYCLE RUN
002700*      PAID IN THE FIRST DAYS OF A QUARTER FOR WORK IN THE
002800*      ONE BEFORE.  A POSTING FOR A YEAR OTHER THAN THE
002900*      MASTER'S IS REJECTED - THE TPROG23 YEAR-END ROLL HAS
003000*      NOT BEEN RUN - AND THE STEP ENDS WITH RC=8 SO THE
003100*      RUN IS FIXED BEFORE THE NEXT ONE STACKS ON TOP.
003200*
003300*      THE POSTINGS ARE PROVED AGAINST THE PAYINT TRAILER
003400*      OF THE SAME PAY RUN - THE POSTING COUNT MUST EQUAL
003500*      PAY-TRL-RECORD-COUNT AND THE GROSS POSTED MUST EQUAL
003600*      PAY-TRL-AMOUNT-HASH, OR THE STEP ENDS WITH RC=8.
003616*      A PAYMENT TPROG15 REISSUED FROM THE TPROG24 BANK
003632*      IS ON THE TRAILER TOO, SO ITS POSTING RECORD IS
003648*      COUNTED INTO THE PROOF - BUT ITS EARNINGS WENT ON
003664*      THE MASTER WHEN IT WAS FIRST PAID, SO IT IS NOT
003680*      POSTED A SECOND TIME.
003681*
003682*      A REGION TRANSFER MOVES THE YTD ACCOUNT WITH THE
003683*      EMPLOYEE.  THE 'T' RECORDS ON THE EMPHIST
003684*      GENERATION(S) WRITTEN SINCE THE LAST POSTING RUN
003685*      ARE APPLIED TO THE OLD MASTER IN APPLY ORDER BEFORE
003686*      ANYTHING IS POSTED, SO THE ACCOUNT CARRIES ITS
003687*      PRE-MOVE EARNINGS TO THE NEW KEY AND THE FIRST
003688*      POSTING UNDER THE NEW REGION FINDS IT.  AN ACCOUNT
003689*      THAT ALREADY STANDS AT THE NEW KEY IS MERGED INTO
003690*      THE MOVED ONE.  EVERY ACCOUNT WRITTEN CARRIES THE
003691*      STAMP OF THE LATEST TRANSFER SEEN SO FAR
003692*      (YTD-XFER-APPLIED), AND A TRANSFER STAMPED AT OR
003693*      BEFORE THE ACCOUNT'S STAMP IS PASSED OVER - IT WAS
003694*      APPLIED BY AN EARLIER RUN, AND APPLYING IT AGAIN
003695*      COULD MOVE AN ACCOUNT OPENED SINCE AT ITS OLD KEY.
003696*      A GENERATION LEFT OUT OF A RUN THEREFORE CANNOT BE
003697*      SUPPLIED AFTER A LATER ONE HAS BEEN APPLIED.
003700*
003800*      AND COPYLIBS   YTDPST    (YTD EARNINGS POSTING RECORD)
003900*                     YTDERN    (YTD EARNINGS MASTER RECORD)
004000*                     PAYINT    (PAYMENT INTERFACE RECORD)
004050*                     EMPHIST   (CHANGE-HISTORY RECORD)
004100* ======================================================
004200*  ISPW (TM)
004300*  COPYRIGHT (C) 1986-2016 COMPUWARE CORPORATION.
004400*  UNPUBLISHED RIGHTS RESERVED UNDER THE COPYRIGHT
004500*  LAWS OF THE UNITED STATES.
004600*
004700* ======================================================
004800*                   MODIFICATION  LOG
004900*
005000*  DD/MM/YY  PROGRAMMER  CHANGES
005100*  ********  **********  *******
005200*  14/10/26  ISPW        NEW PROGRAM - YTD EARNINGS POSTING
005225*  14/10/26  ISPW        REISSUED PAYMENTS (PST-ENTRY-TYPE 'R')
005250*                        ARE PROVED AGAINST THE TRAILER BUT NOT
005275*                        POSTED AGAIN
005280*  14/10/26  ISPW        RUNLOG RECORD GROWS 77 TO 86 BYTES
005285*                        (RUN-LOG-TRANSFERS) - FD WIDENED ONLY;
005290*                        THIS STEP APPLIES NO REGION TRANSFERS
005295*                        AND LEAVES THE NEW COUNT ZERO
005300*  15/10/26  ISPW        REGION TRANSFERS ON THE EMPHIST (HISTIN)
005310*                        MOVE THE YTD ACCOUNT TO THE NEW KEY
005320*                        BEFORE POSTING - AN ACCOUNT ALREADY AT
005330*                        THAT KEY IS MERGED - SO ONE EMPLOYEE
005340*                        KEEPS ONE ACCOUNT ACROSS THE MOVE.
005350*                        RUN-LOG-TRANSFERS IS ACCOUNTS MOVED
005351*  15/10/26  ISPW        EACH ACCOUNT CARRIES THE STAMP OF THE
005352*                        LATEST TRANSFER SEEN (YTD-XFER-APPLIED)
005353*                        AND A TRANSFER AT OR BEFORE IT IS NOT
005354*                        APPLIED AGAIN - A REPLAYED HISTIN NO
005355*                        LONGER MOVES AN ACCOUNT OPENED SINCE
005360* ======================================================
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER. IBM-370.
005700 OBJECT-COMPUTER. IBM-370.
005800
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100
006200*****************************************************
006300*  FILES USED:
006400*   YTDPOST  THE PAY RUN'S YTD POSTINGS (YTDPST
006500*            LAYOUT) - TPROG15'S YTDOUT, REGION ORDER
006600*   SRTWK    SORT WORK FILE - SORTS YTDPOST INTO PSTSRT
006700*            ASCENDING BY REGION WITHIN NAME
006800*   PSTSRT   THE POSTINGS IN KEY ORDER - WHAT THE
006900*            MATCH/MERGE ACTUALLY READS
007000*   PAYIN    THE SAME PAY RUN'S PAYINT GENERATION -
007100*            ONLY ITS TRAILER IS USED
007200*   YTDOLD   THE CURRENT YTD EARNINGS MASTER (YTDERN)
007300*   YTDNEW   THE POSTED YTD EARNINGS MASTER
007310*   HISTIN   OPTIONAL - THE EMPHIST GENERATION(S)
007320*            SINCE THE LAST POSTING RUN; ONLY THE
007330*            REGION TRANSFERS ('T') ARE USED
007340*   YTDWK    WORK FILE - THE OLD MASTER WITH ITS
007350*            TRANSFERS APPLIED
007360*   SRTWK2   SORT WORK FILE - SORTS YTDWK INTO YTDSRT
007370*   YTDSRT   THE RE-KEYED OLD MASTER IN KEY ORDER -
007380*            WHAT THE MATCH/MERGE ACTUALLY READS
007400*   PSTOUT   THE PRINTED POSTING REPORT
007500*   RUNLOG   THE COMMON CUMULATIVE RUN-LOG DATASET
007600*            THE NIGHTLY SCORECARD READS (SEE RUNLOG)
007700*   RUNPARM  OPTIONAL - THE COMMON RUN-CONTROL CARD
007800*            DATASET (SEE RUNPRM); PAYQTR OVERRIDES THE
007900*            QUARTER TAKEN FROM THE PAY DATE
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
009100     SELECT PAYFILE  ASSIGN UT-S-PAYIN
009200       ORGANIZATION IS SEQUENTIAL
009300       ACCESS IS SEQUENTIAL.
009400
009500     SELECT OLDYTD   ASSIGN UT-S-YTDOLD
009600       ORGANIZATION IS SEQUENTIAL
009700       ACCESS IS SEQUENTIAL.
009800
009900     SELECT NEWYTD   ASSIGN UT-S-YTDNEW
010000       ORGANIZATION IS SEQUENTIAL
010100       ACCESS IS SEQUENTIAL.
010200
010205     SELECT OPTIONAL HISTFILE ASSIGN UT-S-HISTIN
010210       ORGANIZATION IS SEQUENTIAL
010215       ACCESS IS SEQUENTIAL.
010220
010225     SELECT YTDWORK  ASSIGN UT-S-YTDWK
010230       ORGANIZATION IS SEQUENTIAL
010235       ACCESS IS SEQUENTIAL.
010240
010245     SELECT YTDSORT  ASSIGN UT-S-SRTWK2.
010250
010255     SELECT YTDSRT   ASSIGN UT-S-YTDSRT
010260       ORGANIZATION IS SEQUENTIAL
010265       ACCESS IS SEQUENTIAL.
010275
010300     SELECT PSTFILE  ASSIGN UT-S-PSTOUT
010400       ORGANIZATION IS SEQUENTIAL
010500       ACCESS IS SEQUENTIAL.
010600
010700     SELECT RUNLOG   ASSIGN UT-S-RUNLOG
010800       ORGANIZATION IS SEQUENTIAL
010900       ACCESS IS SEQUENTIAL.
011000
011100     SELECT OPTIONAL RUNPARM ASSIGN UT-S-RUNPARM
011200       ORGANIZATION IS SEQUENTIAL
011300       ACCESS IS SEQUENTIAL.
011400
011500 DATA DIVISION.
011600
011700 FILE SECTION.
011800
011900 FD  POSTFILE
012000     LABEL RECORDS OMITTED
012100     BLOCK CONTAINS 0 RECORDS
012200     RECORDING MODE IS F
012300     DATA RECORD IS POST-INPUT-REC.
012400
012500 01  POST-INPUT-REC            PIC X(80).
012600
012700*****************************************************
012800**** SORT WORK FILE FOR THE KEY SORT PERFORMED BY
012900**** 1000-INITIALIZE - NAME AND REGION SIT AT THE SAME
013000**** OFFSETS AS IN THE EMP EXTRACT (BYTES 1-15, 16-20)
013100*****************************************************
013200 SD  SRTWORK
013300     DATA RECORD IS SRT-REC.
013400
013500 01  SRT-REC.
013600     05  SRT-KEY-NAME          PIC X(15).
013700     05  SRT-KEY-REGION        PIC X(05).
013800     05  FILLER                PIC X(60).
013900
014000 FD  SRTFILE
014100     LABEL RECORDS OMITTED
014200     BLOCK CONTAINS 0 RECORDS
014300     RECORDING MODE IS F
014400     DATA RECORD IS SRTFILE-REC.
014500
014600 01  SRTFILE-REC               PIC X(80).
014700
014800 FD  PAYFILE
014900     LABEL RECORDS OMITTED
015000     BLOCK CONTAINS 0 RECORDS
015100     RECORDING MODE IS F
015200     DATA RECORD IS PAY-INPUT-REC.
015300
015400 01  PAY-INPUT-REC             PIC X(32).
015500
015600 FD  OLDYTD
015700     LABEL RECORDS OMITTED
015800     BLOCK CONTAINS 0 RECORDS
015900     RECORDING MODE IS F
016000     DATA RECORD IS OLDYTD-REC.
016100
016200 01  OLDYTD-REC                PIC X(180).
016300
016400 FD  NEWYTD
016500     LABEL RECORDS OMITTED
016600     BLOCK CONTAINS 0 RECORDS
016700     RECORDING MODE IS F
016800     DATA RECORD IS NEWYTD-REC.
016900
017000 01  NEWYTD-REC                PIC X(180).
017002
017004 FD  HISTFILE
017006     LABEL RECORDS OMITTED
017008     BLOCK CONTAINS 0 RECORDS
017010     RECORDING MODE IS F
017012     DATA RECORD IS HIST-INPUT-REC.
017014
017016 01  HIST-INPUT-REC            PIC X(161).
017018
017020 FD  YTDWORK
017022     LABEL RECORDS OMITTED
017024     BLOCK CONTAINS 0 RECORDS
017026     RECORDING MODE IS F
017028     DATA RECORD IS YTDWORK-REC.
017030
017032 01  YTDWORK-REC               PIC X(180).
017034
017036*****************************************************
017038**** SORT WORK FILE FOR THE RE-KEYED OLD MASTER,
017040**** SORTED BY 1300-REKEY-MASTER
017042*****************************************************
017044 SD  YTDSORT
017046     DATA RECORD IS YSR-REC.
017048
017050 01  YSR-REC.
017052     05  YSR-KEY-NAME          PIC X(15).
017054     05  YSR-KEY-REGION        PIC X(05).
017056     05  FILLER                PIC X(160).
017058
017060 FD  YTDSRT
017062     LABEL RECORDS OMITTED
017064     BLOCK CONTAINS 0 RECORDS
017066     RECORDING MODE IS F
017068     DATA RECORD IS YTDSRT-REC.
017070
017072 01  YTDSRT-REC                PIC X(180).
017100
017200 FD  PSTFILE
017300     LABEL RECORDS OMITTED
017400     BLOCK CONTAINS 0 RECORDS
017500     RECORDING MODE IS F
017600     DATA RECORD IS PST-OUTPUT-REC.
017700
017800 01  PST-OUTPUT-REC.
017900     05  PST-CC            PIC X(01).
018000     05  PST-LINE          PIC X(132).
018100
018200 FD  RUNLOG
018300     LABEL RECORDS OMITTED
018400     BLOCK CONTAINS 0 RECORDS
018500     RECORDING MODE IS F
018600     DATA RECORD IS RUNLOG-OUTPUT-REC.
018700
018800 01  RUNLOG-OUTPUT-REC         PIC X(86).
018900
019000 FD  RUNPARM
019100     LABEL RECORDS OMITTED
019200     BLOCK CONTAINS 0 RECORDS
019300     RECORDING MODE IS F
019400     DATA RECORD IS RUN-PARM-INPUT-REC.
019500
019600 01  RUN-PARM-INPUT-REC        PIC X(80).
019700
019800 WORKING-STORAGE SECTION.
019900****************************************************
020000****    THE POSTING BEING APPLIED - 2200-READ-SRTFILE
020100****    MOVES EACH SORTED RECORD HERE
020200****************************************************
020300     COPY YTDPST.
020400
020500****************************************************
020600****    THE YTD ACCOUNT BEING CARRIED FORWARD OR
020700****    POSTED - 2100-READ-OLDYTD MOVES EACH OLD
020800****    MASTER RECORD HERE
020900****************************************************
021000     COPY YTDERN.
021100
021200****************************************************
021300****    THE PAYMENT INTERFACE RECORD - ONLY THE
021400****    TRAILER VIEW IS USED, FOR THE POSTING PROOF
021500****************************************************
021600     COPY PAYINT.
021610
021620****************************************************
021630****    THE CHANGE-HISTORY RECORD - ONLY REGION
021640****    TRANSFERS ARE USED, TO MOVE YTD ACCOUNTS
021650****************************************************
021660     COPY EMPHIST.
021700
021800****************************************************
021900****    THE STANDARD RUN-LOG RECORD APPENDED TO THE
022000****    COMMON RUNLOG DATASET AT END OF RUN
022100****************************************************
022200     COPY RUNLOG.
022300
022400****************************************************
022500****    NEW YTD ACCOUNT FOR A POSTING WHOSE KEY IS NOT
022600****    ON THE MASTER.  BUILT HERE, NOT IN YTD-EARNINGS-
022700****    RECORD - AT THAT POINT YTD-EARNINGS-RECORD STILL
022800****    HOLDS THE NEXT UNPROCESSED MASTER RECORD (THE
022900****    SAME REASON TPROG04 BUILDS NEW-MASTER-ROW)
023000****************************************************
023100 01  NEW-YTD-ROW.
023200     05  NY-NAME               PIC X(15).
023300     05  NY-REGION             PIC X(05).
023400     05  NY-TYPE               PIC X(01).
023500     05  NY-YEAR               PIC 9(04).
023600     05  NY-LAST-QTR           PIC 9(01).
023700     05  NY-LAST-PAY-DATE      PIC X(08).
023800     05  NY-PAY-COUNT          PIC 9(03).
023900     05  NY-QUARTER-BUCKETS    OCCURS 4 TIMES.
024000         10  NY-Q-WAGES        PIC 9(09)V99.
024100         10  NY-Q-OT           PIC 9(09)V99.
024200         10  NY-Q-COMM         PIC 9(09)V99.
024300     05  NY-XFER-APPLIED       PIC 9(16) COMP-3.
024301     05  FILLER                PIC X(02).
024302
024304****************************************************
024306****    THE NEXT RE-KEYED MASTER RECORD, READ ONE
024308****    AHEAD SO A SECOND ACCOUNT AT THE SAME KEY (ONE
024310****    A TRANSFER MOVED ONTO IT) IS MERGED BEFORE THE
024312****    ACCOUNT IS MATCHED, AND ITS FIELDS WHEN IT IS
024314****    MERGED
024316****************************************************
024318 01  NEXT-YTD-REC              PIC X(180) VALUE SPACES.
024320
024322 01  MERGE-YTD-ROW.
024324     05  MY-NAME               PIC X(15).
024326     05  MY-REGION             PIC X(05).
024328     05  MY-TYPE               PIC X(01).
024330     05  MY-YEAR               PIC 9(04).
024332     05  MY-LAST-QTR           PIC 9(01).
024334     05  MY-LAST-PAY-DATE      PIC X(08).
024336     05  MY-PAY-COUNT          PIC 9(03).
024338     05  MY-QUARTER-BUCKETS    OCCURS 4 TIMES.
024340         10  MY-Q-WAGES        PIC 9(09)V99.
024342         10  MY-Q-OT           PIC 9(09)V99.
024344         10  MY-Q-COMM         PIC 9(09)V99.
024346     05  MY-XFER-APPLIED       PIC 9(16) COMP-3.
024347     05  FILLER                PIC X(02).
024348
024350****************************************************
024352****    THE REGION TRANSFERS FROM HISTIN, IN APPLY
024354****    ORDER (DATE AND TIME APPLIED) - HELD IN THAT
024356****    ORDER SO A SECOND MOVE OF THE SAME EMPLOYEE IS
024358****    FOLLOWED FROM WHERE THE FIRST ONE LEFT IT 
024360****************************************************
024362 01  YTD-TRANSFER-TABLE.
024364     05  YTD-TRANSFER-ENTRY    OCCURS 2000 TIMES.
024366         10  YX-STAMP          PIC X(16).
024368         10  YX-NAME           PIC X(15).
024370         10  YX-OLD-REGION     PIC X(05).
024372         10  YX-NEW-REGION     PIC X(05).
024374
024376 01  YX-NEW-ENTRY.
024378     05  YX-NEW-STAMP.
024380         10  YX-NEW-DATE       PIC X(08).
024382         10  YX-NEW-TIME       PIC X(08).
024384     05  YX-NEW-NAME           PIC X(15).
024386     05  YX-NEW-OLD-REGION     PIC X(05).
024388     05  YX-NEW-NEW-REGION     PIC X(05).
024390
024392 77  YTD-TRANSFER-MAX      PIC 9(04) COMP VALUE 2000.
024394 77  YTD-TRANSFER-COUNT    PIC 9(04) COMP VALUE ZERO.
024396 77  XFER-IX               PIC 9(04) COMP VALUE ZERO.
024398 77  ORIGINAL-REGION       PIC X(05) VALUE SPACES.
024400
024405****************************************************
024410****    THE LATEST TRANSFER STAMP SEEN THIS RUN,
024415****    WHICH EVERY ACCOUNT WRITTEN CARRIES, AND THE
024420****    STAMP ON THE ACCOUNT BEING RE-KEYED - EACH
024425****    WITH A CHARACTER VIEW TO MATCH YX-STAMP
024430****************************************************
024435 01  TRANSFER-MARKS.
024440     05  RUN-MARK              PIC 9(16) VALUE ZERO.
024445     05  RUN-MARK-X            REDEFINES RUN-MARK
024450                               PIC X(16).
024455     05  ACCOUNT-MARK          PIC 9(16) VALUE ZERO.
024460     05  ACCOUNT-MARK-X        REDEFINES ACCOUNT-MARK
024465                               PIC X(16).
024470
024500****************************************************
024600****    REPORT LINE LAYOUTS - BOXED HEADER STYLE
024700****    (SAME STAR-LINE / BODY-LINE STYLE AS THE
024800****     TPROG01 OUTFILE REPORT USES)
024900****************************************************
025000 01  PST-STAR-LINE.
025100     05  FILLER            PIC X(01) VALUE SPACE.
025200     05  FILLER            PIC X(132) VALUE ALL '*'.
025300
025400 01  PST-TITLE-LINE.
025500     05  FILLER            PIC X(01) VALUE SPACE.
025600     05  FILLER            PIC X(132) VALUE
025700         'YTD EARNINGS POSTING REPORT'.
025800
025900 01  PST-COLUMN-LINE.
026000     05  FILLER            PIC X(01) VALUE SPACE.
026100     05  FILLER            PIC X(15) VALUE 'EMPLOYEE NAME'.
026200     05  FILLER            PIC X(02) VALUE SPACES.
026300     05  FILLER            PIC X(05) VALUE 'REGN'.
026400     05  FILLER            PIC X(02) VALUE SPACES.
026500     05  FILLER            PIC X(08) VALUE 'PERIOD'.
026600     05  FILLER            PIC X(02) VALUE SPACES.
026700     05  FILLER            PIC X(20) VALUE 'STATUS'.
026800     05  FILLER            PIC X(16) VALUE '       GROSS PAY'.
026900     05  FILLER            PIC X(62) VALUE SPACES.
027000
027100 01  PST-DETAIL-LINE.
027200     05  FILLER            PIC X(01) VALUE SPACE.
027300     05  PST-D-NAME        PIC X(15).
027400     05  FILLER            PIC X(02) VALUE SPACES.
027500     05  PST-D-REGION      PIC X(05).
027600     05  FILLER            PIC X(02) VALUE SPACES.
027700     05  PST-D-YEAR        PIC 9(04).
027800     05  FILLER            PIC X(02) VALUE ' Q'.
027900     05  PST-D-QTR         PIC 9(01).
028000     05  FILLER            PIC X(03) VALUE SPACES.
028100     05  PST-D-STATUS      PIC X(20).
028200     05  PST-D-GROSS       PIC Z,ZZZ,ZZZ,ZZ9.99.
028300     05  FILLER            PIC X(62) VALUE SPACES.
028400
028500 01  PST-TRAILER-LINE.
028600     05  FILLER            PIC X(01) VALUE SPACE.
028700     05  PST-T-LABEL       PIC X(30) VALUE SPACES.
028800     05  PST-T-COUNT       PIC ZZZ,ZZ9.
028900     05  FILLER            PIC X(95) VALUE SPACES.
029000
029100 01  PST-CHECK-HEAD-LINE.
029200     05  FILLER            PIC X(01) VALUE SPACE.
029300     05  FILLER            PIC X(34) VALUE SPACES.
029400     05  FILLER            PIC X(19) VALUE '     PAYINT TRAILER'.
029500     05  FILLER            PIC X(02) VALUE SPACES.
029600     05  FILLER            PIC X(19) VALUE '     POSTINGS READ'.
029700     05  FILLER            PIC X(58) VALUE SPACES.
029800
029900 01  PST-CHECK-LINE.
030000     05  FILLER            PIC X(01) VALUE SPACE.
030100     05  PST-C-LABEL       PIC X(34) VALUE SPACES.
030200     05  PST-C-EXPECTED    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
030300     05  FILLER            PIC X(04) VALUE SPACES.
030400     05  PST-C-ACTUAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
030500     05  FILLER            PIC X(03) VALUE SPACES.
030600     05  PST-C-VERDICT     PIC X(16) VALUE SPACES.
030700     05  FILLER            PIC X(41) VALUE SPACES.
030800
030900 01  PST-COUNT-CHECK-LINE.
031000     05  FILLER            PIC X(01) VALUE SPACE.
031100     05  PST-K-LABEL       PIC X(34) VALUE SPACES.
031200     05  PST-K-EXPECTED    PIC ZZZ,ZZZ,ZZZ,ZZ9.
031300     05  FILLER            PIC X(06) VALUE SPACES.
031400     05  PST-K-ACTUAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.
031500     05  FILLER            PIC X(05) VALUE SPACES.
031600     05  PST-K-VERDICT     PIC X(16) VALUE SPACES.
031700     05  FILLER            PIC X(41) VALUE SPACES.
031800
031900****************************************************
032000****    MATCH/MERGE KEYS
032100****************************************************
032200 01  MASTER-KEY-WORK.
032300     05  MK-NAME           PIC X(15).
032400     05  MK-REGION         PIC X(05).
032500
032600 01  POST-KEY-WORK.
032700     05  PK-NAME           PIC X(15).
032800     05  PK-REGION         PIC X(05).
032900
033000 01  PREV-POST-KEY         PIC X(20) VALUE LOW-VALUES.
033100
033200****************************************************
033300****    THE PERIOD A POSTING BELONGS TO.  PAYQTR ON
033400****    RUNPARM, WHEN PRESENT, IS CCYYQ AND FIXES THE
033500****    PERIOD FOR THE WHOLE RUN; OTHERWISE IT IS TAKEN
033600****    FROM EACH POSTING'S PAY DATE.
033700****************************************************
033800 01  PAYQTR-OVERRIDE-WORK.
033900     05  PAYQTR-OVERRIDE       PIC 9(05) VALUE ZERO.
034000     05  PAYQTR-OVERRIDE-R REDEFINES PAYQTR-OVERRIDE.
034100         10  PAYQTR-YEAR       PIC 9(04).
034200         10  PAYQTR-QTR        PIC 9(01).
034300
034400 77  POST-YEAR             PIC 9(04) VALUE ZERO.
034500 77  POST-QTR              PIC 9(01) VALUE ZERO.
034600 77  MASTER-YEAR           PIC 9(04) VALUE ZERO.
034700 77  QTR-IX                PIC 9(04) COMP VALUE ZERO.
034800
034900****************************************************
035000****    SWITCHES AND COUNTERS
035100****************************************************
035200 77  OLDYTD-EOF-SW         PIC X(01) VALUE 'N'.
035300     88  OLDYTD-EOF                  VALUE 'Y'.
035400
035500 77  SRTFILE-EOF-SW        PIC X(01) VALUE 'N'.
035600     88  SRTFILE-EOF                 VALUE 'Y'.
035700
035800 77  PAYFILE-EOF-SW        PIC X(01) VALUE 'N'.
035900     88  PAYFILE-EOF                 VALUE 'Y'.
036000
036100 77  TRAILER-FOUND-SW      PIC X(01) VALUE 'N'.
036200     88  TRAILER-FOUND               VALUE 'Y'.
036300
036400 77  OUT-OF-BALANCE-SW     PIC X(01) VALUE 'N'.
036500     88  RUN-OUT-OF-BALANCE          VALUE 'Y'.
036600
036700 77  YTD-READ-COUNT        PIC 9(07) VALUE ZERO.
036800 77  YTD-WRITTEN-COUNT     PIC 9(07) VALUE ZERO.
036900 77  POSTINGS-READ-COUNT   PIC 9(07) VALUE ZERO.
037000 77  POSTINGS-APPLIED      PIC 9(07) VALUE ZERO.
037100 77  NEW-ACCOUNT-COUNT     PIC 9(07) VALUE ZERO.
037200 77  POSTINGS-REJECTED     PIC 9(07) VALUE ZERO.
037300 77  GROSS-POSTED-TOTAL    PIC 9(11)V99 VALUE ZERO.
037400 77  GROSS-READ-TOTAL      PIC 9(11)V99 VALUE ZERO.
037420 77  REISSUE-READ-COUNT    PIC 9(07) VALUE ZERO.
037440 77  REISSUE-READ-TOTAL    PIC 9(11)V99 VALUE ZERO.
037460 77  DETAILS-READ-COUNT    PIC 9(07) VALUE ZERO.
037480 77  EARNINGS-READ-TOTAL   PIC 9(11)V99 VALUE ZERO.
037481
037482 77  HISTFILE-EOF-SW       PIC X(01) VALUE 'N'.
037483     88  HISTFILE-EOF                VALUE 'Y'.
037484
037485 77  YTDSRT-EOF-SW         PIC X(01) VALUE 'N'.
037486     88  YTDSRT-EOF                  VALUE 'Y'.
037487
037488 77  TRANSFER-PLACED-SW    PIC X(01) VALUE 'N'.
037489     88  TRANSFER-PLACED             VALUE 'Y'.
037490
037491 77  TRANSFER-OVERFLOW-SW  PIC X(01) VALUE 'N'.
037492     88  TRANSFER-OVERFLOW           VALUE 'Y'.
037493
037494 77  TRANSFERS-READ-COUNT  PIC 9(07) VALUE ZERO.
037495 77  TRANSFERS-SKIPPED-COUNT PIC 9(07) VALUE ZERO.
037496 77  ACCOUNTS-MOVED-COUNT  PIC 9(07) VALUE ZERO.
037497 77  ACCOUNTS-MERGED-COUNT PIC 9(07) VALUE ZERO.
037500
037600****************************************************
037700****    THE COMMON RUN-CONTROL PARAMETER WORK AREAS
037800****    - PAYQTR IS THE KEYWORD THIS PROGRAM OWNS
037900****************************************************
038000     COPY RUNPRM.
038100
038200 PROCEDURE DIVISION.
038300
038400 0000-MAINLINE.
038500
038600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038700     PERFORM 2000-PROCESS-MATCH THRU 2000-EXIT
038800        UNTIL MASTER-KEY-WORK = HIGH-VALUES
038900           AND POST-KEY-WORK = HIGH-VALUES.
039000     PERFORM 3000-FINISH-REPORT THRU 3000-EXIT.
039100     PERFORM 3200-WRITE-RUN-LOG THRU 3200-EXIT.
039200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039300     GOBACK.
039400
039500 1000-INITIALIZE.
039600
039700     SORT SRTWORK
039800        ON ASCENDING KEY SRT-KEY-NAME SRT-KEY-REGION
039900        USING POSTFILE
040000        GIVING SRTFILE.
040100
040200     OPEN INPUT  SRTFILE.
040400     OPEN OUTPUT NEWYTD.
040500     OPEN OUTPUT PSTFILE.
040600
040700     MOVE SPACES TO PST-CC.
040800     MOVE PST-STAR-LINE TO PST-OUTPUT-REC.
040900     WRITE PST-OUTPUT-REC.
041000     WRITE PST-OUTPUT-REC.
041100     WRITE PST-OUTPUT-REC.
041200
041300     MOVE PST-TITLE-LINE TO PST-OUTPUT-REC.
041400     WRITE PST-OUTPUT-REC.
041500     MOVE SPACES TO PST-OUTPUT-REC.
041550     WRITE PST-OUTPUT-REC.
041600
041700     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
041800     PERFORM 1070-PRINT-RUN-PARMS THRU 1070-EXIT.
041900     PERFORM 1100-READ-PAY-TRAILER THRU 1100-EXIT.
042000
042100     MOVE PST-COLUMN-LINE TO PST-OUTPUT-REC.
042200     WRITE PST-OUTPUT-REC.
042300     MOVE SPACES TO PST-OUTPUT-REC.
042350     WRITE PST-OUTPUT-REC.
042355
042360     PERFORM 1200-LOAD-TRANSFERS THRU 1200-EXIT.
042365     PERFORM 1300-REKEY-MASTER THRU 1300-EXIT.
042370     OPEN INPUT  YTDSRT.
042375     PERFORM 2150-READ-AHEAD THRU 2150-EXIT.
042400
042500     PERFORM 2100-READ-OLDYTD  THRU 2100-EXIT.
042600     PERFORM 2200-READ-SRTFILE THRU 2200-EXIT.
042700
042800 1000-EXIT.
042900     EXIT.
043000
043100****************************************************************
043200* READS THE OPTIONAL COMMON RUN-CONTROL CARD DECK (SEE RUNPRM).
043300* A MISSING OR EMPTY RUNPARM DD, OR AN ABSENT KEYWORD, LEAVES
043400* THE COMPILED-IN DEFAULT STANDING.  KEYWORDS THAT BELONG TO
043500* OTHER STEPS IN THE CHAIN ARE SIMPLY PASSED OVER.
043600****************************************************************
043700 1050-READ-RUN-PARMS.
043800
043900     OPEN INPUT RUNPARM.
044000     PERFORM 1060-APPLY-ONE-PARM THRU 1060-EXIT
044100        UNTIL RUNPARM-EOF.
044200     CLOSE RUNPARM.
044300
044400 1050-EXIT.
044500     EXIT.
044600
044700 1060-APPLY-ONE-PARM.
044800
044900     READ RUNPARM
045000        AT END
045100           MOVE 'Y' TO RUNPARM-EOF-SW
045200        NOT AT END
045300           MOVE RUN-PARM-INPUT-REC TO RUN-PARM-CARD
045400           ADD 1 TO RUN-PARM-CARDS-READ
045500           PERFORM 1065-PARSE-ONE-PARM THRU 1065-EXIT
045600     END-READ.
045700
045800 1060-EXIT.
045900     EXIT.
046000
046100 1065-PARSE-ONE-PARM.
046200
046300     IF RUN-PARM-COMMENT OR RUN-PARM-CARD = SPACES
046400        GO TO 1065-EXIT
046500     END-IF.
046600
046700     MOVE SPACES TO RUN-PARM-KEYWORD.
046800     MOVE SPACES TO RUN-PARM-VALUE.
046900     UNSTRING RUN-PARM-CARD DELIMITED BY '='
047000        INTO RUN-PARM-KEYWORD RUN-PARM-VALUE.
047100
047200* PAYQTR IS CCYYQ - A QUARTER OUTSIDE 1 THRU 4 IS A BAD CARD.
047300     EVALUATE RUN-PARM-KEYWORD
047400        WHEN 'PAYQTR'
047500           IF RUN-PARM-VALUE (1:5) IS NUMERIC
047600              AND RUN-PARM-VALUE (5:1) >= '1'
047700              AND RUN-PARM-VALUE (5:1) <= '4'
047800              MOVE RUN-PARM-VALUE-5 TO PAYQTR-OVERRIDE
047900              ADD 1 TO RUN-PARM-APPLIED-COUNT
048000           ELSE
048100              ADD 1 TO RUN-PARM-BAD-COUNT
048200           END-IF
048300        WHEN OTHER
048400           CONTINUE
048500     END-EVALUATE.
048600
048700 1065-EXIT.
048800     EXIT.
048900
049000 1070-PRINT-RUN-PARMS.
049100
049200     MOVE RUN-PARM-HEAD-LINE TO PST-OUTPUT-REC.
049300     WRITE PST-OUTPUT-REC.
049400
049500     MOVE SPACES TO RUN-PARM-NUM-LINE.
049600     MOVE 'POSTING PERIOD (CCYYQ)' TO RUN-PARM-N-LABEL.
049700     MOVE PAYQTR-OVERRIDE TO RUN-PARM-N-VALUE.
049800     MOVE RUN-PARM-NUM-LINE TO PST-OUTPUT-REC.
049900     WRITE PST-OUTPUT-REC.
050000
050100     MOVE SPACES TO RUN-PARM-NUM-LINE.
050200     MOVE 'RUNPARM CARDS APPLIED' TO RUN-PARM-N-LABEL.
050300     MOVE RUN-PARM-APPLIED-COUNT TO RUN-PARM-N-VALUE.
050400     MOVE RUN-PARM-NUM-LINE TO PST-OUTPUT-REC.
050500     WRITE PST-OUTPUT-REC.
050600
050700     MOVE SPACES TO RUN-PARM-NUM-LINE.
050800     MOVE 'BAD RUNPARM CARDS' TO RUN-PARM-N-LABEL.
050900     MOVE RUN-PARM-BAD-COUNT TO RUN-PARM-N-VALUE.
051000     MOVE RUN-PARM-NUM-LINE TO PST-OUTPUT-REC.
051100     WRITE PST-OUTPUT-REC.
051200
051300     MOVE SPACES TO PST-OUTPUT-REC.
051400     WRITE PST-OUTPUT-REC.
051500
051600 1070-EXIT.
051700     EXIT.
051800
051900****************************************************************
052000* THE PAYINT GENERATION IS READ THROUGH TO ITS TRAILER - THE
052100* DETAILS WERE ALREADY COUNTED INTO THE TRAILER BY TPROG15.  NO
052200* TRAILER MEANS THE PAY RUN NEVER FINISHED, AND THE POSTING
052300* CANNOT BE PROVED.
052400****************************************************************
052500 1100-READ-PAY-TRAILER.
052600
052700     OPEN INPUT PAYFILE.
052800     PERFORM 1150-READ-PAYFILE THRU 1150-EXIT
052900        UNTIL PAYFILE-EOF.
053000     CLOSE PAYFILE.
053100
053200     IF NOT TRAILER-FOUND
053300        MOVE 'Y' TO OUT-OF-BALANCE-SW
053400     END-IF.
053500
053600 1100-EXIT.
053700     EXIT.
053800
053900 1150-READ-PAYFILE.
054000
054100     READ PAYFILE
054200        AT END
054300           MOVE 'Y' TO PAYFILE-EOF-SW
054400        NOT AT END
054500           MOVE PAY-INPUT-REC TO PAY-INTERFACE-RECORD
054600           IF PAY-REC-IS-TRAILER
054700              MOVE 'Y' TO TRAILER-FOUND-SW
054800              MOVE 'Y' TO PAYFILE-EOF-SW
054900           END-IF
055000     END-READ.
055100
055200 1150-EXIT.
055300     EXIT.
055400
055410****************************************************************
055420* THE REGION TRANSFERS ON HISTIN ARE TABLED IN APPLY ORDER.  THE
055430* CONCATENATION MAY COME NEWEST GENERATION FIRST, SO EACH ONE IS
055440* SLOTTED IN BY ITS APPLY DATE AND TIME RATHER THAN APPENDED.  A
055450* TABLE TOO SMALL FOR THE TRANSFERS WOULD LEAVE ACCOUNTS AT THEIR
055460* OLD KEYS, SO OVERFLOW ENDS THE STEP WITH RC=8.
055470****************************************************************
055480 1200-LOAD-TRANSFERS.
055490
055500     OPEN INPUT HISTFILE.
055510     PERFORM 1210-READ-HISTFILE THRU 1210-EXIT
055520        UNTIL HISTFILE-EOF.
055530     CLOSE HISTFILE.
055540
055550 1200-EXIT.
055560     EXIT.
055570
055580 1210-READ-HISTFILE.
055590
055600     READ HISTFILE
055610        AT END
055620           MOVE 'Y' TO HISTFILE-EOF-SW
055630           GO TO 1210-EXIT
055640     END-READ.
055650
055660     MOVE HIST-INPUT-REC TO EMP-HISTORY-RECORD.
055670     IF NOT HIST-IS-TRANSFER
055680        GO TO 1210-EXIT
055690     END-IF.
055700
055710     ADD 1 TO TRANSFERS-READ-COUNT.
055720     IF YTD-TRANSFER-COUNT NOT < YTD-TRANSFER-MAX
055730        MOVE 'Y' TO TRANSFER-OVERFLOW-SW
055740        GO TO 1210-EXIT
055750     END-IF.
055760
055770     MOVE HIST-APPLY-DATE TO YX-NEW-DATE.
055780     MOVE HIST-APPLY-TIME TO YX-NEW-TIME.
055790     MOVE HIST-NAME       TO YX-NEW-NAME.
055800     MOVE HIST-REGION     TO YX-NEW-OLD-REGION.
055810     MOVE HIST-AFT-REGION TO YX-NEW-NEW-REGION.
055812     IF YX-NEW-STAMP > RUN-MARK-X
055814        MOVE YX-NEW-STAMP TO RUN-MARK-X
055816     END-IF.
055820
055830     ADD 1 TO YTD-TRANSFER-COUNT.
055840     MOVE YTD-TRANSFER-COUNT TO XFER-IX.
055850     MOVE 'N' TO TRANSFER-PLACED-SW.
055860     PERFORM 1220-MAKE-ROOM THRU 1220-EXIT
055870        UNTIL XFER-IX = 1 OR TRANSFER-PLACED.
055880     MOVE YX-NEW-ENTRY TO YTD-TRANSFER-ENTRY (XFER-IX).
055890
055900 1210-EXIT.
055910     EXIT.
055920
055930* ENTRIES APPLIED LATER THAN THE NEW ONE MOVE DOWN A SLOT - ONES
055940* WITH THE SAME STAMP STAY AHEAD OF IT, IN THE ORDER READ.
055950 1220-MAKE-ROOM.
055960
055970     IF YX-STAMP (XFER-IX - 1) > YX-NEW-STAMP
055980        MOVE YTD-TRANSFER-ENTRY (XFER-IX - 1)
055990           TO YTD-TRANSFER-ENTRY (XFER-IX)
056000        SUBTRACT 1 FROM XFER-IX
056010     ELSE
056020        MOVE 'Y' TO TRANSFER-PLACED-SW
056030     END-IF.
056040
056050 1220-EXIT.
056060     EXIT.
056070
056080****************************************************************
056090* EVERY OLD MASTER ACCOUNT IS RUN THROUGH THE TRANSFERS IN APPLY
056095* ORDER - EACH ONE THAT NAMES THE ACCOUNT'S CURRENT KEY AND IS
056100* LATER THAN THE ACCOUNT'S OWN STAMP MOVES IT TO THE NEW REGION
056105* - AND THE RESULT IS SORTED BACK INTO KEY ORDER FOR THE
056110* MATCH/MERGE.
056130****************************************************************
056140 1300-REKEY-MASTER.
056150
056160     OPEN INPUT  OLDYTD.
056170     OPEN OUTPUT YTDWORK.
056180     PERFORM 1310-REKEY-ONE-ACCOUNT THRU 1310-EXIT
056190        UNTIL OLDYTD-EOF.
056200     CLOSE OLDYTD.
056210     CLOSE YTDWORK.
056220
056230     SORT YTDSORT
056240        ON ASCENDING KEY YSR-KEY-NAME YSR-KEY-REGION
056250        USING YTDWORK
056260        GIVING YTDSRT.
056270
056280 1300-EXIT.
056290     EXIT.
056300
056310 1310-REKEY-ONE-ACCOUNT.
056320
056330     READ OLDYTD
056340        AT END
056350           MOVE 'Y' TO OLDYTD-EOF-SW
056360           GO TO 1310-EXIT
056370     END-READ.
056380
056390     ADD 1 TO YTD-READ-COUNT.
056400     MOVE OLDYTD-REC TO YTD-EARNINGS-RECORD.
056410     IF MASTER-YEAR = ZERO
056412        MOVE YTD-YEAR TO MASTER-YEAR
056414     END-IF.
056416
056418     IF YTD-XFER-APPLIED-X = SPACES
056420        MOVE ZERO TO ACCOUNT-MARK
056422     ELSE
056424        MOVE YTD-XFER-APPLIED TO ACCOUNT-MARK
056426     END-IF.
056428     IF ACCOUNT-MARK > RUN-MARK
056430        MOVE ACCOUNT-MARK TO RUN-MARK
056432     END-IF.
056437
056450     MOVE YTD-REGION TO ORIGINAL-REGION.
056460     PERFORM 1320-APPLY-ONE-TRANSFER THRU 1320-EXIT
056470        VARYING XFER-IX FROM 1 BY 1
056480        UNTIL XFER-IX > YTD-TRANSFER-COUNT.
056490
056500     IF YTD-REGION NOT = ORIGINAL-REGION
056510        ADD 1 TO ACCOUNTS-MOVED-COUNT
056520        MOVE SPACES TO PST-D-STATUS
056530        STRING 'MOVED FROM ' ORIGINAL-REGION
056540           DELIMITED BY SIZE INTO PST-D-STATUS
056550        PERFORM 2800-WRITE-ACCOUNT-LINE THRU 2800-EXIT
056560     END-IF.
056570
056580     MOVE YTD-EARNINGS-RECORD TO YTDWORK-REC.
056590     WRITE YTDWORK-REC.
056600
056610 1310-EXIT.
056620     EXIT.
056630
056640 1320-APPLY-ONE-TRANSFER.
056644
056648     IF YTD-NAME NOT = YX-NAME (XFER-IX)
056652        OR YTD-REGION NOT = YX-OLD-REGION (XFER-IX)
056656        GO TO 1320-EXIT
056660     END-IF.
056664
056668* A TRANSFER STAMPED AT OR BEFORE THE ACCOUNT'S OWN STAMP CAME IN
056672* ON AN EARLIER RUN'S HISTIN AND WAS APPLIED THEN.
056676     IF YX-STAMP (XFER-IX) NOT > ACCOUNT-MARK-X
056680        ADD 1 TO TRANSFERS-SKIPPED-COUNT
056684        GO TO 1320-EXIT
056688     END-IF.
056692
056696     MOVE YX-NEW-REGION (XFER-IX) TO YTD-REGION.
056700
056710 1320-EXIT.
056720     EXIT.
056730
056740 2000-PROCESS-MATCH.
056750
056760     EVALUATE TRUE
056770        WHEN MASTER-KEY-WORK < POST-KEY-WORK
056780           PERFORM 2300-WRITE-YTD-ACCOUNT THRU 2300-EXIT
056790           PERFORM 2100-READ-OLDYTD THRU 2100-EXIT
056800        WHEN MASTER-KEY-WORK > POST-KEY-WORK
056810           PERFORM 2400-OPEN-NEW-ACCOUNT THRU 2400-EXIT
056820           PERFORM 2200-READ-SRTFILE THRU 2200-EXIT
056830        WHEN OTHER
056840           PERFORM 2500-POST-TO-ACCOUNT THRU 2500-EXIT
056850           PERFORM 2200-READ-SRTFILE THRU 2200-EXIT
056860     END-EVALUATE.
056870
056880 2000-EXIT.
056890     EXIT.
056900
056910****************************************************************
056920* THE NEXT ACCOUNT COMES FROM THE READ-AHEAD RECORD.  ANY FURTHER
056930* RECORD AT THE SAME KEY IS AN ACCOUNT A TRANSFER MOVED ONTO AN
056940* EXISTING ONE, AND IS MERGED INTO IT HERE SO THE EMPLOYEE KEEPS
056950* ONE YTD ACCOUNT.
056960****************************************************************
056970 2100-READ-OLDYTD.
056980
056990     IF YTDSRT-EOF
057000        MOVE HIGH-VALUES TO MASTER-KEY-WORK
057010        GO TO 2100-EXIT
057020     END-IF.
057030
057040     MOVE NEXT-YTD-REC TO YTD-EARNINGS-RECORD.
057050     MOVE YTD-NAME   TO MK-NAME.
057060     MOVE YTD-REGION TO MK-REGION.
057070     PERFORM 2150-READ-AHEAD THRU 2150-EXIT.
057080     PERFORM 2160-MERGE-ACCOUNT THRU 2160-EXIT
057090        UNTIL YTDSRT-EOF
057100           OR NEXT-YTD-REC (1:20) NOT = MASTER-KEY-WORK.
057110
057120 2100-EXIT.
057130     EXIT.
057140
057150 2150-READ-AHEAD.
057160
057170     READ YTDSRT
057180        AT END
057190           MOVE 'Y' TO YTDSRT-EOF-SW
057200        NOT AT END
057210           MOVE YTDSRT-REC TO NEXT-YTD-REC
057220     END-READ.
057230
057240 2150-EXIT.
057250     EXIT.
057260
057270* THE BUCKETS AND PAY COUNTS ARE ADDED TOGETHER; THE LATER LAST
057280* PAY DATE (AND THE TYPE PAID THEN) AND THE LATER QUARTER STAND.
057290 2160-MERGE-ACCOUNT.
057300
057310     MOVE NEXT-YTD-REC TO MERGE-YTD-ROW.
057320     PERFORM 2165-MERGE-ONE-QUARTER THRU 2165-EXIT
057330        VARYING QTR-IX FROM 1 BY 1
057340        UNTIL QTR-IX > 4.
057350     ADD MY-PAY-COUNT TO YTD-PAY-COUNT.
057360     IF MY-LAST-QTR > YTD-LAST-QTR
057370        MOVE MY-LAST-QTR TO YTD-LAST-QTR
057380     END-IF.
057390     IF MY-LAST-PAY-DATE > YTD-LAST-PAY-DATE
057400        MOVE MY-LAST-PAY-DATE TO YTD-LAST-PAY-DATE
057410        MOVE MY-TYPE          TO YTD-TYPE
057420     END-IF.
057430
057440     ADD 1 TO ACCOUNTS-MERGED-COUNT.
057450     MOVE 'ACCOUNTS MERGED' TO PST-D-STATUS.
057460     PERFORM 2800-WRITE-ACCOUNT-LINE THRU 2800-EXIT.
057470
057480     PERFORM 2150-READ-AHEAD THRU 2150-EXIT.
057490
057500 2160-EXIT.
057510     EXIT.
057520
057530 2165-MERGE-ONE-QUARTER.
057540
057550     ADD MY-Q-WAGES (QTR-IX) TO YTD-Q-WAGES (QTR-IX).
057560     ADD MY-Q-OT (QTR-IX)    TO YTD-Q-OT (QTR-IX).
057570     ADD MY-Q-COMM (QTR-IX)  TO YTD-Q-COMM (QTR-IX).
057580
057590 2165-EXIT.
057600     EXIT.
059500
059600****************************************************************
059700* EACH POSTING'S PERIOD IS SETTLED AS IT IS READ - THE RUNPARM
059800* OVERRIDE IF ONE WAS GIVEN, OTHERWISE THE PAY DATE'S YEAR AND
059900* CALENDAR QUARTER.
060000****************************************************************
060100 2200-READ-SRTFILE.
060200
060300     READ SRTFILE
060350        AT END
060400           MOVE 'Y' TO SRTFILE-EOF-SW
060450           MOVE HIGH-VALUES TO POST-KEY-WORK
060500        NOT AT END
060550           MOVE SRTFILE-REC TO YTD-POSTING-RECORD
060600           ADD PST-GROSS   TO GROSS-READ-TOTAL
060650     END-READ.
060700
060750     IF SRTFILE-EOF
060800        GO TO 2200-EXIT
060850     END-IF.
060900
060950* A REISSUED PAYMENT WAS POSTED BY THE RUN THAT FIRST PAID IT -
061000* IT COUNTS TOWARD THE PAYINT PROOF AND IS NOT POSTED AGAIN.
061050     IF PST-IS-REISSUE
061100        ADD 1 TO REISSUE-READ-COUNT
061150        ADD PST-GROSS TO REISSUE-READ-TOTAL
061200        GO TO 2200-READ-SRTFILE
061250     END-IF.
061300
061350     ADD 1 TO POSTINGS-READ-COUNT.
061400     MOVE PST-NAME   TO PK-NAME.
061450     MOVE PST-REGION TO PK-REGION.
061500     IF PAYQTR-OVERRIDE > ZERO
061550        MOVE PAYQTR-YEAR TO POST-YEAR
061600        MOVE PAYQTR-QTR  TO POST-QTR
061650     ELSE
061700        MOVE PST-PAY-YEAR TO POST-YEAR
061750        COMPUTE POST-QTR = (PST-PAY-MONTH + 2) / 3
061800     END-IF.
062100
062200 2200-EXIT.
062300     EXIT.
062400
062500****************************************************************
062600* A YTD ACCOUNT WITH NO (FURTHER) POSTING THIS RUN GOES TO THE
062700* NEW MASTER AS IT STANDS.
062800****************************************************************
062900 2300-WRITE-YTD-ACCOUNT.
063000
063020     MOVE RUN-MARK TO YTD-XFER-APPLIED.
063040
063100     MOVE YTD-EARNINGS-RECORD TO NEWYTD-REC.
063200     WRITE NEWYTD-REC.
063300     ADD 1 TO YTD-WRITTEN-COUNT.
063400
063500 2300-EXIT.
063600     EXIT.
063700
063800****************************************************************
063900* AN EMPLOYEE WITH NO YTD ACCOUNT - FIRST PAY OF THE YEAR (OR
064000* FIRST EVER).  THE NEW ACCOUNT IS OPENED IN THE MASTER'S YEAR;
064100* A POSTING FOR ANY OTHER YEAR IS REJECTED LIKE ANY OTHER.
064200****************************************************************
064300 2400-OPEN-NEW-ACCOUNT.
064400
064500     IF POST-KEY-WORK = PREV-POST-KEY
064600        MOVE 'DUPLICATE POSTING' TO PST-D-STATUS
064700        PERFORM 2600-REJECT-POSTING THRU 2600-EXIT
064800        GO TO 2400-EXIT
064900     END-IF.
065000     MOVE POST-KEY-WORK TO PREV-POST-KEY.
065100
065200     IF MASTER-YEAR NOT = ZERO
065300        AND POST-YEAR NOT = MASTER-YEAR
065400        MOVE 'YEAR NOT ROLLED' TO PST-D-STATUS
065500        PERFORM 2600-REJECT-POSTING THRU 2600-EXIT
065600        GO TO 2400-EXIT
065700     END-IF.
065800
065900     MOVE SPACES         TO NEW-YTD-ROW.
066000     MOVE PST-NAME       TO NY-NAME.
066100     MOVE PST-REGION     TO NY-REGION.
066200     MOVE PST-TYPE       TO NY-TYPE.
066300     MOVE POST-YEAR      TO NY-YEAR.
066400     MOVE POST-QTR       TO NY-LAST-QTR.
066500     MOVE PST-PAY-DATE   TO NY-LAST-PAY-DATE.
066600     MOVE 1              TO NY-PAY-COUNT.
066650     MOVE RUN-MARK       TO NY-XFER-APPLIED.
066700     PERFORM 2450-ZERO-NEW-BUCKETS THRU 2450-EXIT
066800        VARYING QTR-IX FROM 1 BY 1
066900        UNTIL QTR-IX > 4.
067000     MOVE POST-QTR       TO QTR-IX.
067100     MOVE PST-WAGES      TO NY-Q-WAGES (QTR-IX).
067200     MOVE PST-OT         TO NY-Q-OT (QTR-IX).
067300     MOVE PST-COMM       TO NY-Q-COMM (QTR-IX).
067400
067500     MOVE NEW-YTD-ROW TO NEWYTD-REC.
067600     WRITE NEWYTD-REC.
067700     ADD 1 TO YTD-WRITTEN-COUNT.
067800     ADD 1 TO NEW-ACCOUNT-COUNT.
067900     ADD 1 TO POSTINGS-APPLIED.
068000     ADD PST-GROSS TO GROSS-POSTED-TOTAL.
068100
068200     MOVE 'NEW ACCOUNT OPENED' TO PST-D-STATUS.
068300     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
068400
068500 2400-EXIT.
068600     EXIT.
068700
068800 2450-ZERO-NEW-BUCKETS.
068900
069000     MOVE ZERO TO NY-Q-WAGES (QTR-IX).
069100     MOVE ZERO TO NY-Q-OT (QTR-IX).
069200     MOVE ZERO TO NY-Q-COMM (QTR-IX).
069300
069400 2450-EXIT.
069500     EXIT.
069600
069700****************************************************************
069800* A POSTING AGAINST AN EXISTING ACCOUNT ADDS INTO THE QUARTER'S
069900* BUCKETS.  THE ACCOUNT IS NOT WRITTEN YET - IT STAYS IN HAND
070000* UNTIL THE MASTER KEY FALLS BEHIND THE POSTINGS, SO 2300 WRITES
070100* IT ONCE WITH EVERYTHING POSTED.
070200****************************************************************
070300 2500-POST-TO-ACCOUNT.
070400
070500     IF POST-KEY-WORK = PREV-POST-KEY
070600        MOVE 'DUPLICATE POSTING' TO PST-D-STATUS
070700        PERFORM 2600-REJECT-POSTING THRU 2600-EXIT
070800        GO TO 2500-EXIT
070900     END-IF.
071000     MOVE POST-KEY-WORK TO PREV-POST-KEY.
071100
071200     IF POST-YEAR NOT = YTD-YEAR
071300        MOVE 'YEAR NOT ROLLED' TO PST-D-STATUS
071400        PERFORM 2600-REJECT-POSTING THRU 2600-EXIT
071500        GO TO 2500-EXIT
071600     END-IF.
071700
071800     MOVE POST-QTR TO QTR-IX.
071900     ADD PST-WAGES TO YTD-Q-WAGES (QTR-IX).
072000     ADD PST-OT    TO YTD-Q-OT (QTR-IX).
072100     ADD PST-COMM  TO YTD-Q-COMM (QTR-IX).
072200     MOVE PST-TYPE TO YTD-TYPE.
072300     IF POST-QTR > YTD-LAST-QTR
072400        MOVE POST-QTR TO YTD-LAST-QTR
072500     END-IF.
072600     MOVE PST-PAY-DATE TO YTD-LAST-PAY-DATE.
072700     ADD 1 TO YTD-PAY-COUNT.
072800
072900     ADD 1 TO POSTINGS-APPLIED.
073000     ADD PST-GROSS TO GROSS-POSTED-TOTAL.
073100
073200 2500-EXIT.
073300     EXIT.
073400
073500 2600-REJECT-POSTING.
073600
073700     ADD 1 TO POSTINGS-REJECTED.
073800     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
073900
074000 2600-EXIT.
074100     EXIT.
074200
074300 2700-WRITE-DETAIL.
074400
074500     MOVE PST-NAME   TO PST-D-NAME.
074600     MOVE PST-REGION TO PST-D-REGION.
074700     MOVE POST-YEAR  TO PST-D-YEAR.
074800     MOVE POST-QTR   TO PST-D-QTR.
074900     MOVE PST-GROSS  TO PST-D-GROSS.
075000     MOVE PST-DETAIL-LINE TO PST-OUTPUT-REC.
075100     WRITE PST-OUTPUT-REC.
075200     MOVE SPACES TO PST-D-STATUS.
075300
075400 2700-EXIT.
075500     EXIT.
075505
075510****************************************************************
075515* AN ACCOUNT MOVED BY A TRANSFER OR MERGED AT ITS NEW KEY - LISTED
075520* UNDER THE KEY IT NOW HAS, WITH ITS YEAR AND LAST QUARTER.
075525****************************************************************
075530 2800-WRITE-ACCOUNT-LINE.
075535
075540     MOVE YTD-NAME     TO PST-D-NAME.
075545     MOVE YTD-REGION   TO PST-D-REGION.
075550     MOVE YTD-YEAR     TO PST-D-YEAR.
075555     MOVE YTD-LAST-QTR TO PST-D-QTR.
075560     MOVE ZERO         TO PST-D-GROSS.
075565     MOVE PST-DETAIL-LINE TO PST-OUTPUT-REC.
075570     WRITE PST-OUTPUT-REC.
075575     MOVE SPACES TO PST-D-STATUS.
075580
075585 2800-EXIT.
075590     EXIT.
075600
075700****************************************************************
075800* THE POSTING PROOF - EVERY POSTING READ (APPLIED OR REJECTED)
075900* AGAINST THE PAYINT TRAILER OF THE SAME PAY RUN.  A POSTING
076000* FILE THAT DOES NOT MATCH ITS INTERFACE FILE, A MISSING
076100* TRAILER, OR ANY REJECTED POSTING FAILS THE STEP.
076200****************************************************************
076300 3000-FINISH-REPORT.
076400
076500     MOVE SPACES TO PST-CC.
076600     MOVE PST-STAR-LINE TO PST-OUTPUT-REC.
076700     WRITE PST-OUTPUT-REC.
076800     WRITE PST-OUTPUT-REC.
076900
077000     MOVE SPACES TO PST-TRAILER-LINE.
077100     MOVE 'YTD ACCOUNTS READ' TO PST-T-LABEL.
077200     MOVE YTD-READ-COUNT TO PST-T-COUNT.
077300     MOVE PST-TRAILER-LINE TO PST-OUTPUT-REC.
077400     WRITE PST-OUTPUT-REC.
077405
077410     MOVE SPACES TO PST-TRAILER-LINE.
077412     MOVE 'TRANSFERS READ FROM EMPHIST' TO PST-T-LABEL.
077414     MOVE TRANSFERS-READ-COUNT TO PST-T-COUNT.
077416     MOVE PST-TRAILER-LINE TO PST-OUTPUT-REC.
077418     WRITE PST-OUTPUT-REC.
077420
077422     MOVE SPACES TO PST-TRAILER-LINE.
077424     MOVE 'TRANSFERS ALREADY APPLIED' TO PST-T-LABEL.
077426     MOVE TRANSFERS-SKIPPED-COUNT TO PST-T-COUNT.
077428     MOVE PST-TRAILER-LINE TO PST-OUTPUT-REC.
077430     WRITE PST-OUTPUT-REC.
077435
077440     MOVE SPACES TO PST-TRAILER-LINE.
077445     MOVE 'ACCOUNTS MOVED BY TRANSFER' TO PST-T-LABEL.
077450     MOVE ACCOUNTS-MOVED-COUNT TO PST-T-COUNT.
077455     MOVE PST-TRAILER-LINE TO PST-OUTPUT-REC.
077460     WRITE PST-OUTPUT-REC.
077465
077470     MOVE SPACES TO PST-TRAILER-LINE.
077475     MOVE 'ACCOUNTS MERGED AT NEW KEY' TO PST-T-LABEL.
077480     MOVE ACCOUNTS-MERGED-COUNT TO PST-T-COUNT.
077485     MOVE PST-TRAILER-LINE TO PST-OUTPUT-REC.
077490     WRITE PST-OUTPUT-REC.
077500
077600     MOVE SPACES TO PST-TRAILER-LINE.
077700     MOVE 'POSTINGS READ' TO PST-T-LABEL.
077800     MOVE POSTINGS-READ-COUNT TO PST-T-COUNT.
077900     MOVE PST-TRAILER-LINE TO PST-OUTPUT-REC.
078000     WRITE PST-OUTPUT-REC.
078014
078028     MOVE SPACES TO PST-TRAILER-LINE.
078042     MOVE 'REISSUES PROVED, NOT POSTED' TO PST-T-LABEL.
078056     MOVE REISSUE-READ-COUNT TO PST-T-COUNT.
078070     MOVE PST-TRAILER-LINE TO PST-OUTPUT-REC.
078084     WRITE PST-OUTPUT-REC.
078100
078200     MOVE SPACES TO PST-TRAILER-LINE.
078300     MOVE 'POSTINGS APPLIED' TO PST-T-LABEL.
078400     MOVE POSTINGS-APPLIED TO PST-T-COUNT.
078500     MOVE PST-TRAILER-LINE TO PST-OUTPUT-REC.
078600     WRITE PST-OUTPUT-REC.
078700
078800     MOVE SPACES TO PST-TRAILER-LINE.
078900     MOVE 'NEW ACCOUNTS OPENED' TO PST-T-LABEL.
079000     MOVE NEW-ACCOUNT-COUNT TO PST-T-COUNT.
079100     MOVE PST-TRAILER-LINE TO PST-OUTPUT-REC.
079200     WRITE PST-OUTPUT-REC.
079300
079400     MOVE SPACES TO PST-TRAILER-LINE.
079500     MOVE 'POSTINGS REJECTED' TO PST-T-LABEL.
079600     MOVE POSTINGS-REJECTED TO PST-T-COUNT.
079700     MOVE PST-TRAILER-LINE TO PST-OUTPUT-REC.
079800     WRITE PST-OUTPUT-REC.
079900
080000     MOVE SPACES TO PST-TRAILER-LINE.
080100     MOVE 'YTD ACCOUNTS WRITTEN' TO PST-T-LABEL.
080200     MOVE YTD-WRITTEN-COUNT TO PST-T-COUNT.
080300     MOVE PST-TRAILER-LINE TO PST-OUTPUT-REC.
080400     WRITE PST-OUTPUT-REC.
080500
080600     MOVE SPACES TO PST-OUTPUT-REC.
080700     WRITE PST-OUTPUT-REC.
080800
080900     MOVE PST-CHECK-HEAD-LINE TO PST-OUTPUT-REC.
081000     WRITE PST-OUTPUT-REC.
081100
081200     COMPUTE DETAILS-READ-COUNT =
081271        POSTINGS-READ-COUNT + REISSUE-READ-COUNT.
081342     MOVE 'RECORD COUNT' TO PST-K-LABEL.
081413     MOVE PAY-TRL-RECORD-COUNT TO PST-K-EXPECTED.
081484     MOVE DETAILS-READ-COUNT TO PST-K-ACTUAL.
081555     IF TRAILER-FOUND
081626        AND PAY-TRL-RECORD-COUNT = DETAILS-READ-COUNT
081700        MOVE 'IN BALANCE' TO PST-K-VERDICT
081800     ELSE
081900        MOVE 'OUT OF BALANCE' TO PST-K-VERDICT
082000        MOVE 'Y' TO OUT-OF-BALANCE-SW
082100     END-IF.
082200     MOVE PST-COUNT-CHECK-LINE TO PST-OUTPUT-REC.
082300     WRITE PST-OUTPUT-REC.
082400
082500     MOVE 'GROSS PAY HASH' TO PST-C-LABEL.
082600     MOVE PAY-TRL-AMOUNT-HASH TO PST-C-EXPECTED.
082700     MOVE GROSS-READ-TOTAL TO PST-C-ACTUAL.
082800     IF TRAILER-FOUND
082900        AND PAY-TRL-AMOUNT-HASH = GROSS-READ-TOTAL
083000        MOVE 'IN BALANCE' TO PST-C-VERDICT
083100     ELSE
083200        MOVE 'OUT OF BALANCE' TO PST-C-VERDICT
083300        MOVE 'Y' TO OUT-OF-BALANCE-SW
083400     END-IF.
083500     MOVE PST-CHECK-LINE TO PST-OUTPUT-REC.
083600     WRITE PST-OUTPUT-REC.
083700
083800     MOVE 'GROSS PAY POSTED' TO PST-C-LABEL.
083866     COMPUTE EARNINGS-READ-TOTAL =
083932        GROSS-READ-TOTAL - REISSUE-READ-TOTAL.
083998     MOVE EARNINGS-READ-TOTAL TO PST-C-EXPECTED.
084064     MOVE GROSS-POSTED-TOTAL TO PST-C-ACTUAL.
084130     IF EARNINGS-READ-TOTAL = GROSS-POSTED-TOTAL
084200        MOVE 'ALL POSTED' TO PST-C-VERDICT
084300     ELSE
084400        MOVE 'NOT ALL POSTED' TO PST-C-VERDICT
084500     END-IF.
084600     MOVE PST-CHECK-LINE TO PST-OUTPUT-REC.
084700     WRITE PST-OUTPUT-REC.
084800
084900     IF NOT TRAILER-FOUND
085000        MOVE SPACES TO PST-TRAILER-LINE
085100        MOVE 'NO PAYINT TRAILER - NOT PROVED'
085200           TO PST-T-LABEL
085300        MOVE PST-TRAILER-LINE TO PST-OUTPUT-REC
085400        WRITE PST-OUTPUT-REC
085500     END-IF.
085510
085520     IF TRANSFER-OVERFLOW
085530        MOVE SPACES TO PST-TRAILER-LINE
085540        MOVE 'TRANSFER TABLE FULL - NOT MOVED'
085550           TO PST-T-LABEL
085560        MOVE PST-TRAILER-LINE TO PST-OUTPUT-REC
085570        WRITE PST-OUTPUT-REC
085580     END-IF.
085600
085700     MOVE PST-STAR-LINE TO PST-OUTPUT-REC.
085800     WRITE PST-OUTPUT-REC.
085900     WRITE PST-OUTPUT-REC.
086000     WRITE PST-OUTPUT-REC.
086100
086200     IF RUN-OUT-OF-BALANCE OR POSTINGS-REJECTED > 0
086250        OR TRANSFER-OVERFLOW
086300        MOVE 8 TO RETURN-CODE
086400     END-IF.
086500
086600 3000-EXIT.
086700     EXIT.
086800
086900****************************************************************
087000* APPENDS THIS RUN'S STANDARD RUN-LOG RECORD TO THE COMMON
087100* CUMULATIVE RUNLOG DATASET - POSTINGS APPLIED ARE THE WRITTEN
087200* COUNT AND REJECTED POSTINGS THE ERRORS, SO THE SCORECARD CAN
087300* CROSS-FOOT READ = WRITTEN + ERRORS.
087400****************************************************************
087500 3200-WRITE-RUN-LOG.
087600
087700     OPEN EXTEND RUNLOG.
087800     MOVE 'TPROG22'           TO RUN-LOG-PROGRAM.
087900     ACCEPT RUN-LOG-DATE    FROM DATE YYYYMMDD.
088000     ACCEPT RUN-LOG-TIME    FROM TIME.
088100     MOVE POSTINGS-READ-COUNT TO RUN-LOG-READ.
088200     MOVE POSTINGS-APPLIED    TO RUN-LOG-WRITTEN.
088300     MOVE POSTINGS-REJECTED   TO RUN-LOG-ERRORS.
088400     MOVE ZERO                TO RUN-LOG-ADDED.
088500     MOVE ZERO                TO RUN-LOG-DROPPED.
088550     MOVE ACCOUNTS-MOVED-COUNT TO RUN-LOG-TRANSFERS.
088600     IF RUN-OUT-OF-BALANCE OR POSTINGS-REJECTED > 0
088650        OR TRANSFER-OVERFLOW
088700        MOVE 'ERRORS'         TO RUN-LOG-DISPOSITION
088800     ELSE
088900        MOVE 'NORMAL'         TO RUN-LOG-DISPOSITION
089000     END-IF.
089100     MOVE RUN-LOG-RECORD      TO RUNLOG-OUTPUT-REC.
089200     WRITE RUNLOG-OUTPUT-REC.
089300     CLOSE RUNLOG.
089400
089500 3200-EXIT.
089600     EXIT.
089700
089800 9000-TERMINATE.
089900
090000     CLOSE SRTFILE.
090100     CLOSE YTDSRT.
090200     CLOSE NEWYTD.
090300     CLOSE PSTFILE.
090400
090500 9000-EXIT.
090600     EXIT.
