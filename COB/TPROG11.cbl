001300*      WHETHER THEY CROSS-FOOT.
001400*
001500*      CROSS-FOOT RULES:
001600*        TPROG04 (THE MASTER UPDATE) AND TPROG27 (THE
001650*        AS-OF RECONSTRUCTION) GROW AND SHRINK THE MASTER
001700*        THEY WRITE, SO THEY MUST SATISFY
001750*           READ + ADDED - DROPPED = WRITTEN
001800*        EVERY OTHER STEP MUST SATISFY
001900*           READ = WRITTEN + ERRORS
002000*
002010*      REGION TRANSFERS HAVE THEIR OWN COLUMN.  A
002020*      TRANSFER RE-KEYS A ROW IN PLACE, SO IT TAKES NO
002030*      PART IN EITHER RULE - A STEP THAT POSTS TRANSFERS
002040*      COUNTS THEM IN WRITTEN LIKE ANY OTHER POSTING, AND
002050*      TPROG04 NEITHER ADDS NOR DROPS A ROW FOR ONE.
002060*
002100*      A STEP THAT DOES NOT CROSS-FOOT IS FLAGGED AND
002200*      THE SCORECARD ENDS WITH RETURN CODE 4 SO THE
002300*      MORNING OPERATOR SEES IT WITHOUT OPENING FOUR
003600*  DD/MM/YY  PROGRAMMER  CHANGES
003700*  ********  **********  *******
003800*  22/08/26  ISPW        NEW PROGRAM - NIGHTLY SCORECARD
003810*  14/10/26  ISPW        TRANSFERS COLUMN ADDED - THE RUNLOG
003820*                        RECORD GROWS 77 TO 86 BYTES FOR
003830*                        RUN-LOG-TRANSFERS, WHICH IS PRINTED
003840*                        AND EDITED BUT LEFT OUT OF THE
003850*                        CROSS-FOOT (A TRANSFER NETS TO ZERO)
003860*  15/10/26  ISPW        TPROG27 CROSS-FOOTED BY THE MASTER
003870*                        UPDATE RULE (READ + ADDED - DROPPED =
003880*                        WRITTEN) LIKE TPROG04
003900* ======================================================
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
007100     RECORDING MODE IS F
007200     DATA RECORD IS RUNLOG-INPUT-REC.
007300
007400 01  RUNLOG-INPUT-REC          PIC X(86).
007500
007600 FD  SCRFILE
007700     LABEL RECORDS OMITTED
011300     05  FILLER            PIC X(12) VALUE '     ERRORS'.
011400     05  FILLER            PIC X(12) VALUE '      ADDED'.
011500     05  FILLER            PIC X(12) VALUE '    DROPPED'.
011550     05  FILLER            PIC X(12) VALUE '  TRANSFERS'.
011600     05  FILLER            PIC X(10) VALUE 'DISP'.
011700     05  FILLER            PIC X(14) VALUE 'CROSS-FOOT'.
011800     05  FILLER            PIC X(06) VALUE SPACES.
011900
012000 01  SCR-DETAIL-LINE.
012100     05  FILLER            PIC X(01) VALUE SPACE.
013400     05  SCR-D-ADDED       PIC ZZZ,ZZZ,ZZ9.
013500     05  FILLER            PIC X(01) VALUE SPACES.
013600     05  SCR-D-DROPPED     PIC ZZZ,ZZZ,ZZ9.
013620     05  FILLER            PIC X(01) VALUE SPACES.
013640     05  SCR-D-TRANSFERS   PIC ZZZ,ZZZ,ZZ9.
013700     05  FILLER            PIC X(02) VALUE SPACES.
013800     05  SCR-D-DISP        PIC X(08).
013900     05  FILLER            PIC X(02) VALUE SPACES.
014000     05  SCR-D-CROSSFOOT   PIC X(14).
014100     05  FILLER            PIC X(05) VALUE SPACES.
014200
014300 01  SCR-TRAILER-LINE.
014400     05  FILLER            PIC X(01) VALUE SPACE.
020500     MOVE RUN-LOG-ERRORS  TO SCR-D-ERRORS.
020600     MOVE RUN-LOG-ADDED   TO SCR-D-ADDED.
020700     MOVE RUN-LOG-DROPPED TO SCR-D-DROPPED.
020750     MOVE RUN-LOG-TRANSFERS TO SCR-D-TRANSFERS.
020800     MOVE RUN-LOG-DISPOSITION TO SCR-D-DISP.
020900
021000     PERFORM 2200-CROSS-FOOT-STEP THRU 2200-EXIT.
023000     EXIT.
023100
023200****************************************************************
023300* THE MASTER UPDATE AND THE AS-OF RECONSTRUCTION GROW AND SHRINK
023350* THEIR OUTPUT, SO THEY MUST SATISFY READ + ADDED - DROPPED =
023400* WRITTEN.  EVERY OTHER STEP IS A STRAIGHT PASS AND MUST SATISFY
023450* READ = WRITTEN + ERRORS.
023600* A RECORD WITH NON-NUMERIC COUNTS (A SHORT OR MANGLED LOG
023700* RECORD) IS FLAGGED WITHOUT ATTEMPTING THE ARITHMETIC.
023800****************************************************************
024300        OR RUN-LOG-ERRORS IS NOT NUMERIC
024400        OR RUN-LOG-ADDED IS NOT NUMERIC
024500        OR RUN-LOG-DROPPED IS NOT NUMERIC
024550        OR RUN-LOG-TRANSFERS IS NOT NUMERIC
024600        MOVE '*BAD RECORD*' TO SCR-D-CROSSFOOT
024700        ADD 1 TO TOTAL-STEPS-FLAGGED
024800        GO TO 2200-EXIT
024900     END-IF.
025000
025100     IF RUN-LOG-PROGRAM = 'TPROG04' OR 'TPROG27'
025200        COMPUTE CROSSFOOT-WORK =
025300           RUN-LOG-READ + RUN-LOG-ADDED - RUN-LOG-DROPPED
025400     ELSE
025600           RUN-LOG-WRITTEN + RUN-LOG-ERRORS
025700     END-IF.
025800
025900     IF RUN-LOG-PROGRAM = 'TPROG04' OR 'TPROG27'
026000        IF CROSSFOOT-WORK = RUN-LOG-WRITTEN
026100           MOVE 'OK' TO SCR-D-CROSSFOOT
026200        ELSE
