000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TPROG23.
000300 AUTHOR.        COMPUWARE ISPW TRAINING.
000400 DATE-WRITTEN.  OCTOBER 14TH, 2026.
000500 DATE-COMPILED.
000600
000700********************************************************
000800* THIS PROGRAM IS THE QUARTER-END AND YEAR-END STEP FOR
000900*      THE YEAR-TO-DATE EARNINGS MASTER (YTDERN LAYOUT)
001000*      THAT TPROG22 POSTS EVERY PAY RUN TO.  IT PRINTS
001100*      ONE EARNINGS STATEMENT PER EMPLOYEE - WAGES,
001200*      OVERTIME, COMMISSION AND GROSS FOR EACH QUARTER
001300*      AND FOR THE YEAR TO DATE - IN REGION ORDER, AND A
001400*      SEPARATE REGION RECAP WITH THE SAME FIGURES
001500*      TOTALLED BY REGION AND FOR ALL REGIONS.  THIS
001600*      REPLACES REBUILDING THE ANNUAL FIGURES BY HAND
001700*      FROM ARCHIVED PAYINT GENERATIONS.
001800*
001900*      THE JCL PARM SAYS WHICH RUN THIS IS -
002000*        PARM='Q'  QUARTER END - STATEMENTS AND RECAP ONLY,
002100*                  THE MASTER IS NOT TOUCHED
002200*        PARM='YCCYY' YEAR END - STATEMENTS AND RECAP, THEN
002300*                  THE MASTER IS ROLLED INTO THE NEW YEAR
002400*                  ON YTDNEW: EVERY BUCKET ZEROED AND
002500*                  YTD-YEAR ADVANCED BY ONE.  AN ACCOUNT
002600*                  THAT EARNED NOTHING ALL YEAR IS DROPPED
002700*                  AT THE ROLL - TPROG22 REOPENS IT THE
002800*                  NEXT TIME THE EMPLOYEE IS PAID.
002810*      THE ROLL IS MADE ONLY WHEN CCYY IS THE MASTER'S OWN
002820*      YEAR.  A YEAR END RESUBMITTED AFTER ITS ROLL FINDS
002830*      THE MASTER ALREADY ON THE NEXT YEAR, AND A 'Y' WITH
002840*      NO YEAR NAMES NONE - EITHER WAY THE ROLL IS REFUSED,
002850*      THE MASTER GOES TO YTDNEW UNCHANGED (SO THE
002860*      GENERATION CATALOGED IS STILL A GOOD MASTER) AND
002870*      THE STEP ENDS WITH RC=8.
002900*      NO PARM (OR ANY OTHER VALUE) RUNS AS A QUARTER END,
003000*      SO A MIS-KEYED PARM CAN NEVER ROLL THE YEAR AWAY.
003100*
003200*      THE YEAR-END RUN GOES AFTER THE LAST DECEMBER PAY
003300*      RUN'S TPROG22 AND BEFORE THE FIRST JANUARY ONE -
003400*      TPROG22 REJECTS A POSTING FOR ANY YEAR BUT THE
003500*      MASTER'S.  THE PRE-ROLL GENERATION STAYS CATALOGED
003600*      AS THE YEAR'S RECORD (SEE TPR22GDG.jcl).
003700*
003800*      THE MASTER IS HELD IN NAME/REGION ORDER, SO THE
003900*      STATEMENTS ARE PRINTED FROM A REGION-ORDER SORT OF
004000*      IT, AND THE ROLL RE-READS THE MASTER ITSELF SO THE
004100*      NEW YEAR'S MASTER KEEPS ITS KEY ORDER.
004200*
004300*      AND COPYLIBS   YTDERN    (YTD EARNINGS MASTER RECORD)
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
005500*  14/10/26  ISPW        NEW PROGRAM - QUARTER-END AND YEAR-END
005600*                        EARNINGS STATEMENTS AND YTD ROLL
005620*  14/10/26  ISPW        RUNLOG RECORD GROWS 77 TO 86 BYTES
005640*                        (RUN-LOG-TRANSFERS) - FD WIDENED ONLY;
005660*                        THIS STEP APPLIES NO REGION TRANSFERS
005680*                        AND LEAVES THE NEW COUNT ZERO
005682*  15/10/26  ISPW        YEAR-END PARM IS NOW 'YCCYY' - THE ROLL
005684*                        IS REFUSED (RC=8, MASTER COPIED
005686*                        UNCHANGED) UNLESS CCYY IS THE MASTER'S
005688*                        YEAR, SO A RESUBMITTED YEAR END CANNOT
005690*                        ROLL THE MASTER TWICE
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
006800*   YTDIN    THE CURRENT YTD EARNINGS MASTER (YTDERN),
006900*            NAME/REGION ORDER
007000*   SRTWK    SORT WORK FILE - SORTS YTDIN INTO YTDSRT
007100*            ASCENDING BY NAME WITHIN REGION
007200*   YTDSRT   THE MASTER IN REGION ORDER - WHAT THE
007300*            STATEMENT LOOP ACTUALLY READS
007400*   STMOUT   THE PRINTED EARNINGS STATEMENTS
007500*   RCPOUT   THE PRINTED REGION RECAP
007600*   YTDNEW   YEAR END ONLY - THE MASTER ROLLED INTO THE
007700*            NEW YEAR (DD DUMMY ON A QUARTER END)
007800*   RUNLOG   THE COMMON CUMULATIVE RUN-LOG DATASET
007900*            THE NIGHTLY SCORECARD READS (SEE RUNLOG)
008000*   RUNPARM  OPTIONAL - THE COMMON RUN-CONTROL CARD
008100*            DATASET (SEE RUNPRM); LINESPP OVERRIDES
008200*            LINES-PER-PAGE FOR THE STATEMENTS
008300*****************************************************
008400     SELECT YTDFILE  ASSIGN UT-S-YTDIN
008500       ORGANIZATION IS SEQUENTIAL
008600       ACCESS IS SEQUENTIAL.
008700
008800     SELECT SRTWORK  ASSIGN UT-S-SRTWK.
008900
009000     SELECT SRTFILE  ASSIGN UT-S-YTDSRT
009100       ORGANIZATION IS SEQUENTIAL
009200       ACCESS IS SEQUENTIAL.
009300
009400     SELECT STMFILE  ASSIGN UT-S-STMOUT
009500       ORGANIZATION IS SEQUENTIAL
009600       ACCESS IS SEQUENTIAL.
009700
009800     SELECT RCPFILE  ASSIGN UT-S-RCPOUT
009900       ORGANIZATION IS SEQUENTIAL
010000       ACCESS IS SEQUENTIAL.
010100
010200     SELECT NEWYTD   ASSIGN UT-S-YTDNEW
010300       ORGANIZATION IS SEQUENTIAL
010400       ACCESS IS SEQUENTIAL.
010500
010600     SELECT RUNLOG   ASSIGN UT-S-RUNLOG
010700       ORGANIZATION IS SEQUENTIAL
010800       ACCESS IS SEQUENTIAL.
010900
011000     SELECT OPTIONAL RUNPARM ASSIGN UT-S-RUNPARM
011100       ORGANIZATION IS SEQUENTIAL
011200       ACCESS IS SEQUENTIAL.
011300
011400 DATA DIVISION.
011500
011600 FILE SECTION.
011700
011800 FD  YTDFILE
011900     LABEL RECORDS OMITTED
012000     BLOCK CONTAINS 0 RECORDS
012100     RECORDING MODE IS F
012200     DATA RECORD IS YTDFILE-REC.
012300
012400 01  YTDFILE-REC               PIC X(180).
012500
012600*****************************************************
012700**** SORT WORK FILE FOR THE REGION SORT PERFORMED BY
012800**** 1000-INITIALIZE - THE KEY FIELDS LINE UP WITH
012900**** YTD-NAME AND YTD-REGION (BYTES 1-15, 16-20)
013000*****************************************************
013100 SD  SRTWORK
013200     DATA RECORD IS SRT-REC.
013300
013400 01  SRT-REC.
013500     05  SRT-KEY-NAME          PIC X(15).
013600     05  SRT-KEY-REGION        PIC X(05).
013700     05  FILLER                PIC X(160).
013800
013900 FD  SRTFILE
014000     LABEL RECORDS OMITTED
014100     BLOCK CONTAINS 0 RECORDS
014200     RECORDING MODE IS F
014300     DATA RECORD IS SRTFILE-REC.
014400
014500 01  SRTFILE-REC               PIC X(180).
014600
014700 FD  STMFILE
014800     LABEL RECORDS OMITTED
014900     BLOCK CONTAINS 0 RECORDS
015000     RECORDING MODE IS F
015100     DATA RECORD IS STM-OUTPUT-REC.
015200
015300 01  STM-OUTPUT-REC.
015400     05  STM-CC            PIC X(01).
015500     05  STM-LINE          PIC X(132).
015600
015700 FD  RCPFILE
015800     LABEL RECORDS OMITTED
015900     BLOCK CONTAINS 0 RECORDS
016000     RECORDING MODE IS F
016100     DATA RECORD IS RCP-OUTPUT-REC.
016200
016300 01  RCP-OUTPUT-REC.
016400     05  RCP-CC            PIC X(01).
016500     05  RCP-LINE          PIC X(132).
016600
016700 FD  NEWYTD
016800     LABEL RECORDS OMITTED
016900     BLOCK CONTAINS 0 RECORDS
017000     RECORDING MODE IS F
017100     DATA RECORD IS NEWYTD-REC.
017200
017300 01  NEWYTD-REC                PIC X(180).
017400
017500 FD  RUNLOG
017600     LABEL RECORDS OMITTED
017700     BLOCK CONTAINS 0 RECORDS
017800     RECORDING MODE IS F
017900     DATA RECORD IS RUNLOG-OUTPUT-REC.
018000
018100 01  RUNLOG-OUTPUT-REC         PIC X(86).
018200
018300 FD  RUNPARM
018400     LABEL RECORDS OMITTED
018500     BLOCK CONTAINS 0 RECORDS
018600     RECORDING MODE IS F
018700     DATA RECORD IS RUN-PARM-INPUT-REC.
018800
018900 01  RUN-PARM-INPUT-REC        PIC X(80).
019000
019100 WORKING-STORAGE SECTION.
019200****************************************************
019300****    YTD ACCOUNT WORKING COPY - EACH SORTED (OR,
019400****    FOR THE ROLL, UNSORTED) MASTER RECORD IS MOVED
019500****    HERE SO ITS BUCKETS CAN BE NAMED
019600****************************************************
019700     COPY YTDERN.
019800
019900****************************************************
020000****    THE STANDARD RUN-LOG RECORD APPENDED TO THE
020100****    COMMON RUNLOG DATASET AT END OF RUN
020200****************************************************
020300     COPY RUNLOG.
020400
020500****************************************************
020600****    REPORT LINE LAYOUTS - BOXED HEADER STYLE
020700****    (SAME STAR-LINE / BODY-LINE STYLE AS THE
020800****     TPROG01 OUTFILE REPORT USES)
020900****************************************************
021000 01  STM-STAR-LINE.
021100     05  FILLER            PIC X(01) VALUE SPACE.
021200     05  FILLER            PIC X(132) VALUE ALL '*'.
021300
021400*****************************************************
021500**** PAGE HEADING - CARRIAGE CONTROL '1' EJECTS TO A
021600**** NEW PAGE; THE RUN DATE AND PAGE NUMBER ARE FILLED
021700**** IN BY 2800-WRITE-PAGE-HEADING AT EVERY EJECT
021800*****************************************************
021900 01  STM-PAGE-HEAD-LINE.
022000     05  FILLER            PIC X(01) VALUE '1'.
022100     05  STM-PH-TITLE      PIC X(48) VALUE SPACES.
022200     05  FILLER            PIC X(10) VALUE 'RUN DATE'.
022300     05  STM-PH-DATE       PIC X(08).
022400     05  FILLER            PIC X(05) VALUE SPACES.
022500     05  FILLER            PIC X(05) VALUE 'PAGE'.
022600     05  STM-PH-PAGE       PIC ZZZ9.
022700     05  FILLER            PIC X(52) VALUE SPACES.
022800
022900 01  STM-EMPLOYEE-LINE.
023000     05  FILLER            PIC X(01) VALUE SPACE.
023100     05  FILLER            PIC X(09) VALUE 'EMPLOYEE'.
023200     05  STM-E-NAME        PIC X(15).
023300     05  FILLER            PIC X(03) VALUE SPACES.
023400     05  FILLER            PIC X(07) VALUE 'REGION'.
023500     05  STM-E-REGION      PIC X(05).
023600     05  FILLER            PIC X(03) VALUE SPACES.
023700     05  FILLER            PIC X(05) VALUE 'TYPE'.
023800     05  STM-E-TYPE        PIC X(01).
023900     05  FILLER            PIC X(03) VALUE SPACES.
024000     05  FILLER            PIC X(05) VALUE 'YEAR'.
024100     05  STM-E-YEAR        PIC 9(04).
024200     05  FILLER            PIC X(03) VALUE SPACES.
024300     05  FILLER            PIC X(14) VALUE 'PAY RUNS'.
024400     05  STM-E-PAY-COUNT   PIC ZZ9.
024500     05  FILLER            PIC X(03) VALUE SPACES.
024600     05  FILLER            PIC X(14) VALUE 'LAST PAID'.
024700     05  STM-E-LAST-PAID   PIC X(08).
024800     05  FILLER            PIC X(27) VALUE SPACES.
024900
025000 01  STM-COLUMN-LINE.
025100     05  FILLER            PIC X(01) VALUE SPACE.
025200     05  FILLER            PIC X(18) VALUE SPACES.
025300     05  FILLER            PIC X(19) VALUE '            WAGES'.
025400     05  FILLER            PIC X(19) VALUE '         OVERTIME'.
025500     05  FILLER            PIC X(19) VALUE '       COMMISSION'.
025600     05  FILLER            PIC X(18) VALUE '         GROSS PAY'.
025700     05  FILLER            PIC X(39) VALUE SPACES.
025800
025900*****************************************************
026000**** ONE QUARTER (OR THE YEAR-TO-DATE TOTAL) - THE SAME
026100**** LINE SERVES THE STATEMENTS AND THE REGION RECAP
026200*****************************************************
026300 01  STM-AMOUNT-LINE.
026400     05  FILLER            PIC X(01) VALUE SPACE.
026500     05  FILLER            PIC X(04) VALUE SPACES.
026600     05  STM-A-LABEL       PIC X(14).
026700     05  STM-A-WAGES       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
026800     05  FILLER            PIC X(02) VALUE SPACES.
026900     05  STM-A-OT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027000     05  FILLER            PIC X(02) VALUE SPACES.
027100     05  STM-A-COMM        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027200     05  FILLER            PIC X(02) VALUE SPACES.
027300     05  STM-A-GROSS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
027400     05  FILLER            PIC X(39) VALUE SPACES.
027500
027600 01  STM-QUARTER-LABEL.
027700     05  FILLER            PIC X(08) VALUE 'QUARTER '.
027800     05  STM-Q-NUMBER      PIC 9(01).
027900     05  FILLER            PIC X(05) VALUE SPACES.
028000
028100 01  RCP-TITLE-LINE.
028200     05  FILLER            PIC X(01) VALUE SPACE.
028300     05  FILLER            PIC X(30) VALUE
028400         'YTD EARNINGS REGION RECAP -'.
028500     05  RCP-TL-MODE       PIC X(12).
028600     05  FILLER            PIC X(05) VALUE 'YEAR'.
028700     05  RCP-TL-YEAR       PIC 9(04).
028800     05  FILLER            PIC X(81) VALUE SPACES.
028900
029000 01  RCP-REGION-LINE.
029100     05  FILLER            PIC X(01) VALUE SPACE.
029200     05  FILLER            PIC X(07) VALUE 'REGION'.
029300     05  RCP-R-REGION      PIC X(11).
029400     05  FILLER            PIC X(03) VALUE SPACES.
029500     05  FILLER            PIC X(10) VALUE 'EMPLOYEES'.
029600     05  RCP-R-COUNT       PIC ZZZ,ZZ9.
029700     05  FILLER            PIC X(94) VALUE SPACES.
029800
029900 01  STM-TRAILER-LINE.
030000     05  FILLER            PIC X(01) VALUE SPACE.
030100     05  STM-T-LABEL       PIC X(30) VALUE SPACES.
030200     05  STM-T-COUNT       PIC ZZZ,ZZ9.
030300     05  FILLER            PIC X(95) VALUE SPACES.
030310
030320 01  RCP-MESSAGE-LINE.
030330     05  FILLER            PIC X(01) VALUE SPACE.
030340     05  RCP-M-TEXT        PIC X(60) VALUE SPACES.
030350     05  FILLER            PIC X(72) VALUE SPACES.
030400
030500****************************************************
030600****    AMOUNT WORK AREAS - ONE EMPLOYEE'S YEAR TO
030700****    DATE, AND THE QUARTERLY TOTALS FOR THE REGION
030800****    IN HAND AND FOR ALL REGIONS.  RECAP-WORK-AREA
030900****    HAS THE SAME SHAPE AS THE TWO TOTAL AREAS SO
031000****    ONE PRINT ROUTINE SERVES BOTH.
031100****************************************************
031200 01  EMP-YTD-TOTALS.
031300     05  EMP-YTD-WAGES         PIC 9(11)V99 VALUE ZERO.
031400     05  EMP-YTD-OT            PIC 9(11)V99 VALUE ZERO.
031500     05  EMP-YTD-COMM          PIC 9(11)V99 VALUE ZERO.
031600     05  EMP-YTD-GROSS         PIC 9(12)V99 VALUE ZERO.
031700
031800 01  REGION-RECAP-AREA.
031900     05  RGN-QUARTER           OCCURS 4 TIMES.
032000         10  RGN-Q-WAGES       PIC 9(11)V99.
032100         10  RGN-Q-OT          PIC 9(11)V99.
032200         10  RGN-Q-COMM        PIC 9(11)V99.
032300
032400 01  GRAND-RECAP-AREA.
032500     05  GRD-QUARTER           OCCURS 4 TIMES.
032600         10  GRD-Q-WAGES       PIC 9(11)V99.
032700         10  GRD-Q-OT          PIC 9(11)V99.
032800         10  GRD-Q-COMM        PIC 9(11)V99.
032900
033000 01  RECAP-WORK-AREA.
033100     05  RCW-QUARTER           OCCURS 4 TIMES.
033200         10  RCW-Q-WAGES       PIC 9(11)V99.
033300         10  RCW-Q-OT          PIC 9(11)V99.
033400         10  RCW-Q-COMM        PIC 9(11)V99.
033500
033600 77  QTR-GROSS-WORK        PIC 9(12)V99 VALUE ZERO.
033700 77  QTR-IX                PIC 9(04) COMP VALUE ZERO.
033800
033900****************************************************
034000****    SWITCHES AND COUNTERS
034100****************************************************
034200 77  SRTFILE-EOF-SW        PIC X(01) VALUE 'N'.
034300     88  SRTFILE-EOF                 VALUE 'Y'.
034400
034500 77  YTDFILE-EOF-SW        PIC X(01) VALUE 'N'.
034600     88  YTDFILE-EOF                 VALUE 'Y'.
034700
034800 77  YEAR-END-SW           PIC X(01) VALUE 'N'.
034900     88  YEAR-END-RUN                VALUE 'Y'.
034910
034920 77  ROLL-REFUSED-SW       PIC X(01) VALUE 'N'.
034930     88  ROLL-REFUSED                VALUE 'Y'.
034940
034950 77  ROLL-YEAR             PIC 9(04) VALUE ZERO.
035000
035100 77  CURRENT-REGION        PIC X(05) VALUE SPACES.
035200 77  FIRST-RECORD-SW       PIC X(01) VALUE 'Y'.
035300     88  FIRST-RECORD                VALUE 'Y'.
035400
035500 77  MASTER-YEAR           PIC 9(04) VALUE ZERO.
035600 77  ACCOUNTS-READ-COUNT   PIC 9(07) VALUE ZERO.
035700 77  STATEMENTS-PRINTED    PIC 9(07) VALUE ZERO.
035800 77  REGION-EMP-COUNT      PIC 9(07) VALUE ZERO.
035900 77  REGIONS-RECAPPED      PIC 9(07) VALUE ZERO.
036000 77  ROLL-READ-COUNT       PIC 9(07) VALUE ZERO.
036100 77  ROLL-WRITTEN-COUNT    PIC 9(07) VALUE ZERO.
036200 77  ROLL-DROPPED-COUNT    PIC 9(07) VALUE ZERO.
036300
036400****************************************************
036500****    PAGE CONTROL - LINE-COUNT STARTS PAST THE
036600****    LIMIT SO THE FIRST LINE WRITTEN FORCES THE
036700****    PAGE-1 HEADING.  A STATEMENT IS NEVER SPLIT
036800****    ACROSS PAGES - STATEMENT-LINES IS ITS DEPTH.
036900****************************************************
037000 77  LINES-PER-PAGE        PIC 9(03) VALUE 55.
037100 77  LINE-COUNT            PIC 9(03) VALUE 999.
037200 77  PAGE-COUNT            PIC 9(05) VALUE ZERO.
037300 77  STATEMENT-LINES       PIC 9(03) VALUE 10.
037400 77  RUN-DATE-WORK         PIC X(08) VALUE SPACES.
037500 77  STM-HOLD-AREA         PIC X(133) VALUE SPACES.
037600
037700****************************************************
037800****    THE COMMON RUN-CONTROL PARAMETER WORK AREAS
037900****    - LINESPP IS THE KEYWORD THIS PROGRAM OWNS
038000****************************************************
038100     COPY RUNPRM.
038200
038300 LINKAGE SECTION.
038400****************************************************
038500****    THE JCL PARM - 'YCCYY' IS A YEAR-END RUN
038600****    THAT ROLLS THE MASTER FOR YEAR CCYY; ANY
038700****    OTHER PARM IS A QUARTER END - PRINT ONLY
038800****************************************************
038900 01  YTD-RUN-PARM.
039000     05  YTD-RUN-PARM-LEN     PIC S9(4) COMP.
039100     05  YTD-RUN-PARM-MODE    PIC X(01).
039200         88  YEAR-END-REQUESTED       VALUE 'Y'.
039250     05  YTD-RUN-PARM-YEAR    PIC 9(04).
039300
039400 PROCEDURE DIVISION USING YTD-RUN-PARM.
039500
039600 0000-MAINLINE.
039700
039800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039900     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
040000        UNTIL SRTFILE-EOF.
040100     PERFORM 3000-FINISH-REPORT THRU 3000-EXIT.
040200     PERFORM 3200-WRITE-RUN-LOG THRU 3200-EXIT.
040300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040400     GOBACK.
040500
040600 1000-INITIALIZE.
040700
040800     IF YTD-RUN-PARM-LEN > 0 AND YEAR-END-REQUESTED
040900        MOVE 'Y' TO YEAR-END-SW
040920        IF YTD-RUN-PARM-LEN > 4
040940           AND YTD-RUN-PARM-YEAR IS NUMERIC
040960           MOVE YTD-RUN-PARM-YEAR TO ROLL-YEAR
040980        END-IF
041000        MOVE 'EMP YEAR-END EARNINGS STATEMENTS'
041100           TO STM-PH-TITLE
041200        MOVE 'YEAR END' TO RCP-TL-MODE
041300     ELSE
041400        MOVE 'EMP QUARTER-END EARNINGS STATEMENTS'
041500           TO STM-PH-TITLE
041600        MOVE 'QUARTER END' TO RCP-TL-MODE
041700     END-IF.
041800
041900     SORT SRTWORK
042000        ON ASCENDING KEY SRT-KEY-REGION SRT-KEY-NAME
042100        USING YTDFILE
042200        GIVING SRTFILE.
042300
042400     OPEN INPUT  SRTFILE.
042500     OPEN OUTPUT STMFILE.
042600     OPEN OUTPUT RCPFILE.
042700
042800     ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD.
042900
043000     MOVE ZERO TO REGION-RECAP-AREA.
043100     MOVE ZERO TO GRAND-RECAP-AREA.
043200
043300     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
043400     PERFORM 1070-PRINT-RUN-PARMS THRU 1070-EXIT.
043500
043600     PERFORM 2100-READ-SRTFILE THRU 2100-EXIT.
043700
043800     MOVE SPACES TO RCP-CC.
043900     MOVE STM-STAR-LINE TO RCP-OUTPUT-REC.
044000     WRITE RCP-OUTPUT-REC.
044100     WRITE RCP-OUTPUT-REC.
044200     WRITE RCP-OUTPUT-REC.
044300
044400     MOVE MASTER-YEAR TO RCP-TL-YEAR.
044500     MOVE RCP-TITLE-LINE TO RCP-OUTPUT-REC.
044600     WRITE RCP-OUTPUT-REC.
044700     MOVE SPACES TO RCP-OUTPUT-REC.
044800     WRITE RCP-OUTPUT-REC.
044900
045000     MOVE STM-COLUMN-LINE TO RCP-OUTPUT-REC.
045100     WRITE RCP-OUTPUT-REC.
045200     MOVE SPACES TO RCP-OUTPUT-REC.
045300     WRITE RCP-OUTPUT-REC.
045400
045500 1000-EXIT.
045600     EXIT.
045700
045800****************************************************************
045900* READS THE OPTIONAL COMMON RUN-CONTROL CARD DECK (SEE RUNPRM).
046000* A MISSING OR EMPTY RUNPARM DD, OR AN ABSENT KEYWORD, LEAVES
046100* THE COMPILED-IN DEFAULT STANDING.  KEYWORDS THAT BELONG TO
046200* OTHER STEPS IN THE CHAIN ARE SIMPLY PASSED OVER.
046300****************************************************************
046400 1050-READ-RUN-PARMS.
046500
046600     OPEN INPUT RUNPARM.
046700     PERFORM 1060-APPLY-ONE-PARM THRU 1060-EXIT
046800        UNTIL RUNPARM-EOF.
046900     CLOSE RUNPARM.
047000
047100 1050-EXIT.
047200     EXIT.
047300
047400 1060-APPLY-ONE-PARM.
047500
047600     READ RUNPARM
047700        AT END
047800           MOVE 'Y' TO RUNPARM-EOF-SW
047900        NOT AT END
048000           MOVE RUN-PARM-INPUT-REC TO RUN-PARM-CARD
048100           ADD 1 TO RUN-PARM-CARDS-READ
048200           PERFORM 1065-PARSE-ONE-PARM THRU 1065-EXIT
048300     END-READ.
048400
048500 1060-EXIT.
048600     EXIT.
048700
048800 1065-PARSE-ONE-PARM.
048900
049000     IF RUN-PARM-COMMENT OR RUN-PARM-CARD = SPACES
049100        GO TO 1065-EXIT
049200     END-IF.
049300
049400     MOVE SPACES TO RUN-PARM-KEYWORD.
049500     MOVE SPACES TO RUN-PARM-VALUE.
049600     UNSTRING RUN-PARM-CARD DELIMITED BY '='
049700        INTO RUN-PARM-KEYWORD RUN-PARM-VALUE.
049800
049900     EVALUATE RUN-PARM-KEYWORD
050000        WHEN 'LINESPP'
050100           IF RUN-PARM-VALUE (1:3) IS NUMERIC
050200              AND RUN-PARM-VALUE-3 > 9
050300              MOVE RUN-PARM-VALUE-3 TO LINES-PER-PAGE
050400              ADD 1 TO RUN-PARM-APPLIED-COUNT
050500           ELSE
050600              ADD 1 TO RUN-PARM-BAD-COUNT
050700           END-IF
050800        WHEN OTHER
050900           CONTINUE
051000     END-EVALUATE.
051100
051200 1065-EXIT.
051300     EXIT.
051400
051500 1070-PRINT-RUN-PARMS.
051600
051700     MOVE RUN-PARM-HEAD-LINE TO STM-OUTPUT-REC.
051800     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
051900
052000     MOVE SPACES TO RUN-PARM-NUM-LINE.
052100     MOVE 'LINES PER PAGE' TO RUN-PARM-N-LABEL.
052200     MOVE LINES-PER-PAGE TO RUN-PARM-N-VALUE.
052300     MOVE RUN-PARM-NUM-LINE TO STM-OUTPUT-REC.
052400     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
052500
052600     MOVE SPACES TO RUN-PARM-NUM-LINE.
052700     MOVE 'RUNPARM CARDS APPLIED' TO RUN-PARM-N-LABEL.
052800     MOVE RUN-PARM-APPLIED-COUNT TO RUN-PARM-N-VALUE.
052900     MOVE RUN-PARM-NUM-LINE TO STM-OUTPUT-REC.
053000     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
053100
053200     MOVE SPACES TO RUN-PARM-NUM-LINE.
053300     MOVE 'BAD RUNPARM CARDS' TO RUN-PARM-N-LABEL.
053400     MOVE RUN-PARM-BAD-COUNT TO RUN-PARM-N-VALUE.
053500     MOVE RUN-PARM-NUM-LINE TO STM-OUTPUT-REC.
053600     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
053700
053800     MOVE SPACES TO STM-OUTPUT-REC.
053900     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
054000
054100 1070-EXIT.
054200     EXIT.
054300
054400****************************************************************
054500* ONE YTD ACCOUNT - A REGION BREAK FIRST CLOSES OFF THE RECAP
054600* FOR THE REGION BEFORE IT, THEN THE STATEMENT IS PRINTED.
054700****************************************************************
054800 2000-PROCESS-ACCOUNT.
054900
055000     IF FIRST-RECORD
055100        MOVE 'N' TO FIRST-RECORD-SW
055200        MOVE YTD-REGION TO CURRENT-REGION
055300     END-IF.
055400
055500     IF YTD-REGION NOT = CURRENT-REGION
055600        PERFORM 2500-WRITE-REGION-RECAP THRU 2500-EXIT
055700        MOVE YTD-REGION TO CURRENT-REGION
055800     END-IF.
055900
056000     PERFORM 2300-PRINT-STATEMENT THRU 2300-EXIT.
056100
056200     PERFORM 2100-READ-SRTFILE THRU 2100-EXIT.
056300
056400 2000-EXIT.
056500     EXIT.
056600
056700 2100-READ-SRTFILE.
056800
056900     READ SRTFILE
057000        AT END
057100           MOVE 'Y' TO SRTFILE-EOF-SW
057200        NOT AT END
057300           ADD 1 TO ACCOUNTS-READ-COUNT
057400           MOVE SRTFILE-REC TO YTD-EARNINGS-RECORD
057500           IF MASTER-YEAR = ZERO
057600              MOVE YTD-YEAR TO MASTER-YEAR
057700           END-IF
057800     END-READ.
057900
058000 2100-EXIT.
058100     EXIT.
058200
058300****************************************************************
058400* ONE EARNINGS STATEMENT - THE EMPLOYEE LINE, A LINE PER
058500* QUARTER AND THE YEAR-TO-DATE LINE.  IF THE WHOLE STATEMENT
058600* WILL NOT FIT ON WHAT IS LEFT OF THE PAGE IT STARTS A NEW ONE.
058700****************************************************************
058800 2300-PRINT-STATEMENT.
058900
059000     IF LINE-COUNT + STATEMENT-LINES > LINES-PER-PAGE
059100        MOVE 999 TO LINE-COUNT
059200     END-IF.
059300
059400     MOVE YTD-NAME          TO STM-E-NAME.
059500     MOVE YTD-REGION        TO STM-E-REGION.
059600     MOVE YTD-TYPE          TO STM-E-TYPE.
059700     MOVE YTD-YEAR          TO STM-E-YEAR.
059800     MOVE YTD-PAY-COUNT     TO STM-E-PAY-COUNT.
059900     MOVE YTD-LAST-PAY-DATE TO STM-E-LAST-PAID.
060000     MOVE STM-EMPLOYEE-LINE TO STM-OUTPUT-REC.
060100     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
060200
060300     MOVE STM-COLUMN-LINE TO STM-OUTPUT-REC.
060400     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
060500
060600     MOVE ZERO TO EMP-YTD-TOTALS.
060700     PERFORM 2350-PRINT-EMP-QUARTER THRU 2350-EXIT
060800        VARYING QTR-IX FROM 1 BY 1
060900        UNTIL QTR-IX > 4.
061000
061100     MOVE SPACES TO STM-AMOUNT-LINE.
061200     MOVE 'YEAR TO DATE'  TO STM-A-LABEL.
061300     MOVE EMP-YTD-WAGES   TO STM-A-WAGES.
061400     MOVE EMP-YTD-OT      TO STM-A-OT.
061500     MOVE EMP-YTD-COMM    TO STM-A-COMM.
061600     MOVE EMP-YTD-GROSS   TO STM-A-GROSS.
061700     MOVE STM-AMOUNT-LINE TO STM-OUTPUT-REC.
061800     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
061900
062000     MOVE SPACES TO STM-OUTPUT-REC.
062100     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
062200     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
062300
062400     ADD 1 TO STATEMENTS-PRINTED.
062500     ADD 1 TO REGION-EMP-COUNT.
062600
062700 2300-EXIT.
062800     EXIT.
062900
063000****************************************************************
063100* ONE QUARTER OF ONE STATEMENT - PRINTED, ADDED INTO THE
063200* EMPLOYEE'S YEAR TO DATE AND INTO THE REGION AND ALL-REGION
063300* RECAP BUCKETS FOR THE SAME QUARTER.
063400****************************************************************
063500 2350-PRINT-EMP-QUARTER.
063600
063700     COMPUTE QTR-GROSS-WORK =
063800        YTD-Q-WAGES (QTR-IX) + YTD-Q-OT (QTR-IX)
063900        + YTD-Q-COMM (QTR-IX).
064000
064100     MOVE SPACES TO STM-AMOUNT-LINE.
064200     MOVE QTR-IX              TO STM-Q-NUMBER.
064300     MOVE STM-QUARTER-LABEL   TO STM-A-LABEL.
064400     MOVE YTD-Q-WAGES (QTR-IX) TO STM-A-WAGES.
064500     MOVE YTD-Q-OT (QTR-IX)    TO STM-A-OT.
064600     MOVE YTD-Q-COMM (QTR-IX)  TO STM-A-COMM.
064700     MOVE QTR-GROSS-WORK      TO STM-A-GROSS.
064800     MOVE STM-AMOUNT-LINE TO STM-OUTPUT-REC.
064900     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
065000
065100     ADD YTD-Q-WAGES (QTR-IX) TO EMP-YTD-WAGES.
065200     ADD YTD-Q-OT (QTR-IX)    TO EMP-YTD-OT.
065300     ADD YTD-Q-COMM (QTR-IX)  TO EMP-YTD-COMM.
065400     ADD QTR-GROSS-WORK       TO EMP-YTD-GROSS.
065500
065600     ADD YTD-Q-WAGES (QTR-IX) TO RGN-Q-WAGES (QTR-IX).
065700     ADD YTD-Q-OT (QTR-IX)    TO RGN-Q-OT (QTR-IX).
065800     ADD YTD-Q-COMM (QTR-IX)  TO RGN-Q-COMM (QTR-IX).
065900
066000     ADD YTD-Q-WAGES (QTR-IX) TO GRD-Q-WAGES (QTR-IX).
066100     ADD YTD-Q-OT (QTR-IX)    TO GRD-Q-OT (QTR-IX).
066200     ADD YTD-Q-COMM (QTR-IX)  TO GRD-Q-COMM (QTR-IX).
066300
066400 2350-EXIT.
066500     EXIT.
066600
066700****************************************************************
066800* CLOSES OFF ONE REGION ON THE RECAP AND CLEARS ITS BUCKETS.
066900****************************************************************
067000 2500-WRITE-REGION-RECAP.
067100
067200     MOVE CURRENT-REGION   TO RCP-R-REGION.
067300     MOVE REGION-EMP-COUNT TO RCP-R-COUNT.
067400     MOVE REGION-RECAP-AREA TO RECAP-WORK-AREA.
067500     PERFORM 2600-PRINT-RECAP-BLOCK THRU 2600-EXIT.
067600
067700     ADD 1 TO REGIONS-RECAPPED.
067800     MOVE ZERO TO REGION-EMP-COUNT.
067900     MOVE ZERO TO REGION-RECAP-AREA.
068000
068100 2500-EXIT.
068200     EXIT.
068300
068400****************************************************************
068500* ONE RECAP BLOCK FROM RECAP-WORK-AREA - THE REGION (OR ALL
068600* REGIONS) LINE, A LINE PER QUARTER AND THE YEAR TO DATE.
068700****************************************************************
068800 2600-PRINT-RECAP-BLOCK.
068900
069000     MOVE RCP-REGION-LINE TO RCP-OUTPUT-REC.
069100     WRITE RCP-OUTPUT-REC.
069200
069300     MOVE ZERO TO EMP-YTD-TOTALS.
069400     PERFORM 2650-PRINT-RECAP-QUARTER THRU 2650-EXIT
069500        VARYING QTR-IX FROM 1 BY 1
069600        UNTIL QTR-IX > 4.
069700
069800     MOVE SPACES TO STM-AMOUNT-LINE.
069900     MOVE 'YEAR TO DATE'  TO STM-A-LABEL.
070000     MOVE EMP-YTD-WAGES   TO STM-A-WAGES.
070100     MOVE EMP-YTD-OT      TO STM-A-OT.
070200     MOVE EMP-YTD-COMM    TO STM-A-COMM.
070300     MOVE EMP-YTD-GROSS   TO STM-A-GROSS.
070400     MOVE STM-AMOUNT-LINE TO RCP-OUTPUT-REC.
070500     WRITE RCP-OUTPUT-REC.
070600
070700     MOVE SPACES TO RCP-OUTPUT-REC.
070800     WRITE RCP-OUTPUT-REC.
070900
071000 2600-EXIT.
071100     EXIT.
071200
071300 2650-PRINT-RECAP-QUARTER.
071400
071500     COMPUTE QTR-GROSS-WORK =
071600        RCW-Q-WAGES (QTR-IX) + RCW-Q-OT (QTR-IX)
071700        + RCW-Q-COMM (QTR-IX).
071800
071900     MOVE SPACES TO STM-AMOUNT-LINE.
072000     MOVE QTR-IX               TO STM-Q-NUMBER.
072100     MOVE STM-QUARTER-LABEL    TO STM-A-LABEL.
072200     MOVE RCW-Q-WAGES (QTR-IX) TO STM-A-WAGES.
072300     MOVE RCW-Q-OT (QTR-IX)    TO STM-A-OT.
072400     MOVE RCW-Q-COMM (QTR-IX)  TO STM-A-COMM.
072500     MOVE QTR-GROSS-WORK       TO STM-A-GROSS.
072600     MOVE STM-AMOUNT-LINE TO RCP-OUTPUT-REC.
072700     WRITE RCP-OUTPUT-REC.
072800
072900     ADD RCW-Q-WAGES (QTR-IX) TO EMP-YTD-WAGES.
073000     ADD RCW-Q-OT (QTR-IX)    TO EMP-YTD-OT.
073100     ADD RCW-Q-COMM (QTR-IX)  TO EMP-YTD-COMM.
073200     ADD QTR-GROSS-WORK       TO EMP-YTD-GROSS.
073300
073400 2650-EXIT.
073500     EXIT.
073600
073700****************************************************************
073800* STARTS A NEW STATEMENT PAGE - CARRIAGE CONTROL '1' ON THE
073900* HEADING LINE EJECTS.
074000****************************************************************
074100 2800-WRITE-PAGE-HEADING.
074200
074300     ADD 1 TO PAGE-COUNT.
074400     MOVE RUN-DATE-WORK TO STM-PH-DATE.
074500     MOVE PAGE-COUNT    TO STM-PH-PAGE.
074600     MOVE STM-PAGE-HEAD-LINE TO STM-OUTPUT-REC.
074700     WRITE STM-OUTPUT-REC.
074800     MOVE SPACES TO STM-OUTPUT-REC.
074900     WRITE STM-OUTPUT-REC.
075000     MOVE 2 TO LINE-COUNT.
075100
075200 2800-EXIT.
075300     EXIT.
075400
075500****************************************************************
075600* EVERY STATEMENT LINE GOES OUT THROUGH HERE - WHEN THE PAGE IS
075700* FULL THE PENDING LINE IS HELD, THE NEW PAGE HEADING IS
075800* WRITTEN, AND THE LINE IS RELEASED ONTO THE FRESH PAGE.
075900****************************************************************
076000 2900-WRITE-REPORT-LINE.
076100
076200     IF LINE-COUNT >= LINES-PER-PAGE
076300        MOVE STM-OUTPUT-REC TO STM-HOLD-AREA
076400        PERFORM 2800-WRITE-PAGE-HEADING THRU 2800-EXIT
076500        MOVE STM-HOLD-AREA TO STM-OUTPUT-REC
076600     END-IF.
076700     WRITE STM-OUTPUT-REC.
076800     ADD 1 TO LINE-COUNT.
076900
077000 2900-EXIT.
077100     EXIT.
077200
077300 3000-FINISH-REPORT.
077400
077500     IF NOT FIRST-RECORD
077600        PERFORM 2500-WRITE-REGION-RECAP THRU 2500-EXIT
077700     END-IF.
077800
077900     MOVE 'ALL REGIONS' TO RCP-R-REGION.
078000     MOVE STATEMENTS-PRINTED TO RCP-R-COUNT.
078100     MOVE GRAND-RECAP-AREA TO RECAP-WORK-AREA.
078200     PERFORM 2600-PRINT-RECAP-BLOCK THRU 2600-EXIT.
078300
078400     MOVE STM-STAR-LINE TO RCP-OUTPUT-REC.
078500     WRITE RCP-OUTPUT-REC.
078600     WRITE RCP-OUTPUT-REC.
078700
078800     MOVE SPACES TO STM-TRAILER-LINE.
078900     MOVE 'REGIONS RECAPPED' TO STM-T-LABEL.
079000     MOVE REGIONS-RECAPPED TO STM-T-COUNT.
079100     MOVE STM-TRAILER-LINE TO RCP-OUTPUT-REC.
079200     WRITE RCP-OUTPUT-REC.
079300
079400     IF YEAR-END-RUN
079500        PERFORM 3100-ROLL-MASTER THRU 3100-EXIT
079600     END-IF.
079700
079800     MOVE STM-STAR-LINE TO RCP-OUTPUT-REC.
079900     WRITE RCP-OUTPUT-REC.
080000     WRITE RCP-OUTPUT-REC.
080100     WRITE RCP-OUTPUT-REC.
080200
080300     MOVE STM-STAR-LINE TO STM-OUTPUT-REC.
080400     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
080500     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
080600
080700     MOVE SPACES TO STM-TRAILER-LINE.
080800     MOVE 'YTD ACCOUNTS READ' TO STM-T-LABEL.
080900     MOVE ACCOUNTS-READ-COUNT TO STM-T-COUNT.
081000     MOVE STM-TRAILER-LINE TO STM-OUTPUT-REC.
081100     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
081200
081300     MOVE SPACES TO STM-TRAILER-LINE.
081400     MOVE 'STATEMENTS PRINTED' TO STM-T-LABEL.
081500     MOVE STATEMENTS-PRINTED TO STM-T-COUNT.
081600     MOVE STM-TRAILER-LINE TO STM-OUTPUT-REC.
081700     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
081800
081900     MOVE STM-STAR-LINE TO STM-OUTPUT-REC.
082000     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
082100     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
082200     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
082300
082400 3000-EXIT.
082500     EXIT.
082600
082700****************************************************************
082800* THE YEAR-END ROLL - THE MASTER IS RE-READ IN ITS OWN KEY
082900* ORDER AND EVERY ACCOUNT THAT EARNED ANYTHING THIS YEAR GOES
083000* TO YTDNEW WITH EMPTY BUCKETS FOR THE NEW YEAR.  THE ROLL
083100* COUNTS GO ON THE FOOT OF THE REGION RECAP.
083120* A PARM YEAR THAT IS NOT THE MASTER'S MEANS THE ROLL WAS
083140* ALREADY MADE (OR THE PARM IS WRONG), AND IT IS REFUSED.
083200****************************************************************
083300 3100-ROLL-MASTER.
083400
083410     IF MASTER-YEAR NOT = ZERO
083420        AND ROLL-YEAR NOT = MASTER-YEAR
083430        PERFORM 3120-REFUSE-ROLL THRU 3120-EXIT
083440        GO TO 3100-EXIT
083450     END-IF.
083460
083500     OPEN INPUT  YTDFILE.
083600     OPEN OUTPUT NEWYTD.
083700     PERFORM 3150-ROLL-ONE-ACCOUNT THRU 3150-EXIT
083800        UNTIL YTDFILE-EOF.
083900     CLOSE YTDFILE.
084000     CLOSE NEWYTD.
084100
084200     MOVE SPACES TO STM-TRAILER-LINE.
084300     MOVE 'ACCOUNTS ROLLED TO NEW YEAR' TO STM-T-LABEL.
084400     MOVE ROLL-WRITTEN-COUNT TO STM-T-COUNT.
084500     MOVE STM-TRAILER-LINE TO RCP-OUTPUT-REC.
084600     WRITE RCP-OUTPUT-REC.
084700
084800     MOVE SPACES TO STM-TRAILER-LINE.
084900     MOVE 'ACCOUNTS DROPPED (NO EARNINGS)' TO STM-T-LABEL.
085000     MOVE ROLL-DROPPED-COUNT TO STM-T-COUNT.
085100     MOVE STM-TRAILER-LINE TO RCP-OUTPUT-REC.
085200     WRITE RCP-OUTPUT-REC.
085300
085400 3100-EXIT.
085500     EXIT.
085600
085700 3150-ROLL-ONE-ACCOUNT.
085800
085900     READ YTDFILE
086000        AT END
086100           MOVE 'Y' TO YTDFILE-EOF-SW
086200           GO TO 3150-EXIT
086300     END-READ.
086400
086500     ADD 1 TO ROLL-READ-COUNT.
086600     MOVE YTDFILE-REC TO YTD-EARNINGS-RECORD.
086700
086800     MOVE ZERO TO EMP-YTD-TOTALS.
086900     PERFORM 3160-SUM-AND-CLEAR-QUARTER THRU 3160-EXIT
087000        VARYING QTR-IX FROM 1 BY 1
087100        UNTIL QTR-IX > 4.
087200
087300     IF EMP-YTD-GROSS = ZERO
087400        ADD 1 TO ROLL-DROPPED-COUNT
087500        GO TO 3150-EXIT
087600     END-IF.
087700
087800     ADD 1 TO YTD-YEAR.
087900     MOVE ZERO TO YTD-LAST-QTR.
088000     MOVE ZERO TO YTD-PAY-COUNT.
088100     MOVE YTD-EARNINGS-RECORD TO NEWYTD-REC.
088200     WRITE NEWYTD-REC.
088300     ADD 1 TO ROLL-WRITTEN-COUNT.
088400
088500 3150-EXIT.
088600     EXIT.
088700
088800 3160-SUM-AND-CLEAR-QUARTER.
088900
089000     ADD YTD-Q-WAGES (QTR-IX) YTD-Q-OT (QTR-IX)
089100         YTD-Q-COMM (QTR-IX) TO EMP-YTD-GROSS.
089200     MOVE ZERO TO YTD-Q-WAGES (QTR-IX).
089300     MOVE ZERO TO YTD-Q-OT (QTR-IX).
089400     MOVE ZERO TO YTD-Q-COMM (QTR-IX).
089500
089600 3160-EXIT.
089700     EXIT.
089800
089801****************************************************************
089802* A REFUSED ROLL - THE REASON GOES ON THE FOOT OF THE REGION
089803* RECAP, AND THE MASTER IS COPIED TO YTDNEW AS IT STANDS SO THE
089804* GENERATION THE STEP CATALOGS IS STILL A GOOD MASTER.
089805****************************************************************
089806 3120-REFUSE-ROLL.
089807
089808     MOVE 'Y' TO ROLL-REFUSED-SW.
089809     MOVE 8 TO RETURN-CODE.
089810
089811     MOVE SPACES TO RCP-M-TEXT.
089812     EVALUATE TRUE
089813        WHEN ROLL-YEAR = ZERO
089814           MOVE 'YEAR-END PARM NAMES NO YEAR - MASTER NOT TOUCHED'
089815              TO RCP-M-TEXT
089816        WHEN ROLL-YEAR < MASTER-YEAR
089817           STRING 'YEAR ' ROLL-YEAR
089818              ' ALREADY ROLLED - MASTER NOT TOUCHED'
089819              DELIMITED BY SIZE INTO RCP-M-TEXT
089820        WHEN OTHER
089821           STRING 'YEAR ' ROLL-YEAR
089822              ' NOT ON MASTER - MASTER NOT TOUCHED'
089823              DELIMITED BY SIZE INTO RCP-M-TEXT
089824     END-EVALUATE.
089825     MOVE RCP-MESSAGE-LINE TO RCP-OUTPUT-REC.
089826     WRITE RCP-OUTPUT-REC.
089827
089828     OPEN INPUT  YTDFILE.
089829     OPEN OUTPUT NEWYTD.
089830     PERFORM 3130-COPY-ONE-ACCOUNT THRU 3130-EXIT
089831        UNTIL YTDFILE-EOF.
089832     CLOSE YTDFILE.
089833     CLOSE NEWYTD.
089834
089835 3120-EXIT.
089836     EXIT.
089837
089838 3130-COPY-ONE-ACCOUNT.
089839
089840     READ YTDFILE
089841        AT END
089842           MOVE 'Y' TO YTDFILE-EOF-SW
089843           GO TO 3130-EXIT
089844     END-READ.
089845
089846     MOVE YTDFILE-REC TO NEWYTD-REC.
089847     WRITE NEWYTD-REC.
089848
089849 3130-EXIT.
089850     EXIT.
089851
089900****************************************************************
090000* APPENDS THIS RUN'S STANDARD RUN-LOG RECORD TO THE COMMON
090100* CUMULATIVE RUNLOG DATASET - EVERY ACCOUNT READ GETS A
090200* STATEMENT, SO THE SCORECARD CAN CROSS-FOOT
090300* READ = WRITTEN + ERRORS.
090400****************************************************************
090500 3200-WRITE-RUN-LOG.
090600
090700     OPEN EXTEND RUNLOG.
090800     MOVE 'TPROG23'           TO RUN-LOG-PROGRAM.
090900     ACCEPT RUN-LOG-DATE    FROM DATE YYYYMMDD.
091000     ACCEPT RUN-LOG-TIME    FROM TIME.
091100     MOVE ACCOUNTS-READ-COUNT TO RUN-LOG-READ.
091200     MOVE STATEMENTS-PRINTED  TO RUN-LOG-WRITTEN.
091300     MOVE ZERO                TO RUN-LOG-ERRORS.
091400     MOVE ZERO                TO RUN-LOG-ADDED.
091500     MOVE ZERO                TO RUN-LOG-DROPPED.
091600     IF ROLL-REFUSED
091620        MOVE 'ERRORS'          TO RUN-LOG-DISPOSITION
091640     ELSE
091660        MOVE 'NORMAL'          TO RUN-LOG-DISPOSITION
091680     END-IF.
091700     MOVE RUN-LOG-RECORD      TO RUNLOG-OUTPUT-REC.
091800     WRITE RUNLOG-OUTPUT-REC.
091900     CLOSE RUNLOG.
092000
092100 3200-EXIT.
092200     EXIT.
092300
092400 9000-TERMINATE.
092500
092600     CLOSE SRTFILE.
092700     CLOSE STMFILE.
092800     CLOSE RCPFILE.
092900
093000 9000-EXIT.
093100     EXIT.
