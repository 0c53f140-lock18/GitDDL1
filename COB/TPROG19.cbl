003500*
003600*      THE AGING REPORT LISTS EVERY TRANSACTION STILL
003700*      BEING HELD AND THE DATE IT IS WAITING FOR.
003705*
003710*      A THIRD INPUT IS THE EMPONL QUEUE OF ENTRIES THE
003715*      PAYROLL DESK KEYED ON THE TPROG29 CICS SCREENS.
003720*      EACH ENTRY STILL PENDING IS MERGED IN BY KEY
003725*      (AFTER ANY PENDIN OR RAWTRAN RECORD FOR THE SAME
003730*      KEY), ROUTED LIKE ANY OTHER TRANSACTION, LISTED
003735*      ON THE ONLINE ENTRY LISTING WITH THE OPERATOR AND
003740*      TERMINAL THAT KEYED IT, AND MARKED PICKED UP IN
003745*      THE QUEUE.  A RERUN ON THE SAME CYCLE DATE TAKES
003750*      TONIGHT'S PICKED-UP ENTRIES AGAIN; THE NEXT
003755*      NIGHT'S RUN CLEARS THEM FROM THE QUEUE.
003800*
003900*      AND COPYLIBS   EMPTRAN   (TRANSACTION LAYOUT)
003950*                     EMPONL    (ONLINE ENTRY QUEUE)
004000* ======================================================
004100*  ISPW (TM)
004200*  COPYRIGHT (C) 1986-2016 COMPUWARE CORPORATION.
005262*                        TO THE COMMON CUMULATIVE RUNLOG
005263*                        DATASET AT END OF RUN FOR THE NIGHTLY
005264*                        SCORECARD AND THE TPROG20 GATE
005269*  14/10/26  ISPW        RUNLOG RECORD GROWS 77 TO 86 BYTES
005274*                        (RUN-LOG-TRANSFERS) - FD WIDENED ONLY;
005279*                        THIS STEP APPLIES NO REGION TRANSFERS
005284*                        AND LEAVES THE NEW COUNT ZERO
005286*  15/10/26  ISPW        ONLINE ENTRY QUEUE (EMPONL KSDS) ADDED
005288*                        AS A THIRD MERGE INPUT - ENTRIES KEYED
005290*                        ON THE TPROG29 CICS SCREENS ARE ROUTED
005292*                        WITH THE REST, LISTED ON THE NEW ONLOUT
005294*                        REPORT AND MARKED/CLEARED IN THE QUEUE
005300* ======================================================
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
007210*   RUNLOG   THE COMMON CUMULATIVE RUN-LOG DATASET
007220*            THE NIGHTLY SCORECARD AND THE TPROG20
007230*            GATE READ (SEE RUNLOG)
007240*   EMPONL   THE ONLINE ENTRY QUEUE KSDS THE TPROG29
007250*            SCREENS WRITE (EMPONL LAYOUT), READ IN
007260*            KEY ORDER AND MARKED AS IT IS PICKED UP
007270*   ONLOUT   THE PRINTED LISTING OF ONLINE ENTRIES
007300*****************************************************
007400     SELECT PENDIN ASSIGN UT-S-PENDIN
007500       ORGANIZATION IS SEQUENTIAL
009220     SELECT RUNLOG ASSIGN UT-S-RUNLOG
009230       ORGANIZATION IS SEQUENTIAL
009240       ACCESS IS SEQUENTIAL.
009245
009250     SELECT EMPONL ASSIGN EMPONL
009255       ORGANIZATION IS INDEXED
009260       ACCESS IS SEQUENTIAL
009265       RECORD KEY IS ONLVSAM-KEY
009270       FILE STATUS IS EMPONL-STATUS.
009275
009280     SELECT ONLFILE ASSIGN UT-S-ONLOUT
009285       ORGANIZATION IS SEQUENTIAL
009290       ACCESS IS SEQUENTIAL.
009300
009400 DATA DIVISION.
009500
013950     RECORDING MODE IS F
013960     DATA RECORD IS RUNLOG-OUTPUT-REC.
013970
013980 01  RUNLOG-OUTPUT-REC         PIC X(86).
013981
013982 FD  EMPONL
013983     DATA RECORD IS ONLVSAM-REC.
013984
013985 01  ONLVSAM-REC.
013986     05  FILLER               PIC X(01).
013987     05  ONLVSAM-KEY          PIC X(20).
013988     05  FILLER               PIC X(79).
013989
013990 FD  ONLFILE
013991     LABEL RECORDS OMITTED
013992     BLOCK CONTAINS 0 RECORDS
013993     RECORDING MODE IS F
013994     DATA RECORD IS OEL-OUTPUT-REC.
013995
013996 01  OEL-OUTPUT-REC.
013997     05  OEL-CC            PIC X(01).
013998     05  OEL-LINE          PIC X(132).
013999
014000 WORKING-STORAGE SECTION.
014100****************************************************
014200****    TRANSACTION WORKING COPY - WHICHEVER INPUT
014640****    COMMON RUNLOG DATASET AT END OF RUN
014650****************************************************
014660     COPY RUNLOG.
014665
014670****************************************************
014675****    THE ONLINE ENTRY QUEUE RECORD AS THE TPROG29
014680****    SCREENS WROTE IT
014685****************************************************
014690     COPY EMPONL.
014700
014800****************************************************
014900****    REPORT LINE LAYOUTS - BOXED HEADER STYLE
018800     05  AGE-T-LABEL       PIC X(30) VALUE SPACES.
018900     05  AGE-T-COUNT       PIC ZZZ,ZZ9.
019000     05  FILLER            PIC X(95) VALUE SPACES.
019001
019002 01  OEL-STAR-LINE.
019003     05  FILLER            PIC X(01) VALUE SPACE.
019004     05  FILLER            PIC X(132) VALUE ALL '*'.
019005
019006 01  OEL-TITLE-LINE.
019007     05  FILLER            PIC X(01) VALUE SPACE.
019008     05  FILLER            PIC X(44) VALUE
019009         'EMP PENDING TRANSACTION WAREHOUSE - ONLINE'.
019010     05  FILLER            PIC X(12) VALUE 'CYCLE DATE'.
019011     05  OEL-T-CYCLE       PIC X(08).
019012     05  FILLER            PIC X(68) VALUE SPACES.
019013
019014 01  OEL-COLUMN-LINE.
019015     05  FILLER            PIC X(01) VALUE SPACE.
019016     05  FILLER            PIC X(15) VALUE 'EMPLOYEE NAME'.
019017     05  FILLER            PIC X(03) VALUE SPACES.
019018     05  FILLER            PIC X(05) VALUE 'REGN'.
019019     05  FILLER            PIC X(03) VALUE SPACES.
019020     05  FILLER            PIC X(08) VALUE 'ACTION'.
019021     05  FILLER            PIC X(10) VALUE 'EFFECTIVE'.
019022     05  FILLER            PIC X(10) VALUE 'OPERATOR'.
019023     05  FILLER            PIC X(06) VALUE 'TERM'.
019024     05  FILLER            PIC X(17) VALUE 'ENTERED'.
019025     05  FILLER            PIC X(10) VALUE 'ROUTED'.
019026     05  FILLER            PIC X(45) VALUE SPACES.
019027
019028 01  OEL-DETAIL-LINE.
019029     05  FILLER            PIC X(01) VALUE SPACE.
019030     05  OEL-D-NAME        PIC X(15).
019031     05  FILLER            PIC X(03) VALUE SPACES.
019032     05  OEL-D-REGION      PIC X(05).
019033     05  FILLER            PIC X(03) VALUE SPACES.
019034     05  OEL-D-ACTION      PIC X(01).
019035     05  FILLER            PIC X(07) VALUE SPACES.
019036     05  OEL-D-EFF-DATE    PIC X(08).
019037     05  FILLER            PIC X(02) VALUE SPACES.
019038     05  OEL-D-OPERATOR    PIC X(08).
019039     05  FILLER            PIC X(02) VALUE SPACES.
019040     05  OEL-D-TERMINAL    PIC X(04).
019041     05  FILLER            PIC X(02) VALUE SPACES.
019042     05  OEL-D-ENTRY-DATE  PIC X(08).
019043     05  FILLER            PIC X(01) VALUE SPACES.
019044     05  OEL-D-ENTRY-TIME  PIC X(06).
019045     05  FILLER            PIC X(02) VALUE SPACES.
019046     05  OEL-D-ROUTED      PIC X(08).
019047     05  FILLER            PIC X(02) VALUE SPACES.
019048     05  OEL-D-NOTE        PIC X(25).
019049     05  FILLER            PIC X(20) VALUE SPACES.
019050
019051 01  OEL-ERROR-LINE.
019052     05  FILLER            PIC X(01) VALUE SPACE.
019053     05  OEL-E-NAME        PIC X(15).
019054     05  FILLER            PIC X(03) VALUE SPACES.
019055     05  OEL-E-REGION      PIC X(05).
019056     05  FILLER            PIC X(03) VALUE SPACES.
019057     05  FILLER            PIC X(25) VALUE
019058         '*** ONLINE QUEUE'.
019059     05  OEL-E-VERB        PIC X(08).
019060     05  FILLER            PIC X(16) VALUE 'FAILED - STATUS'.
019061     05  OEL-E-STATUS      PIC X(02).
019062     05  FILLER            PIC X(04) VALUE ' ***'.
019063     05  FILLER            PIC X(51) VALUE SPACES.
019064
019065 01  OEL-OPENFAIL-LINE.
019066     05  FILLER            PIC X(01) VALUE SPACE.
019067     05  FILLER            PIC X(42) VALUE
019068         '*** ONLINE QUEUE OPEN FAILED - STATUS'.
019069     05  OEL-O-STATUS      PIC X(02).
019070     05  FILLER            PIC X(04) VALUE ' ***'.
019071     05  FILLER            PIC X(84) VALUE SPACES.
019100
019200****************************************************
019300****    MATCH/MERGE KEYS - DRIVEN TO HIGH-VALUES AT
019400****    END OF FILE.  ON EQUAL KEYS THE PENDING SIDE
019500****    GOES FIRST, SO A BANKED TRANSACTION IS NEVER
019600****    JUMPED BY A NEW ONE FOR THE SAME EMPLOYEE, AND
019700****    AN ONLINE ENTRY GOES LAST.
019750****************************************************
019800 01  PEND-KEY-WORK.
019900     05  PK-NAME           PIC X(15).
020000     05  PK-REGION         PIC X(05).
020200 01  RAW-KEY-WORK.
020300     05  RK-NAME           PIC X(15).
020400     05  RK-REGION         PIC X(05).
020420
020440 01  ONL-KEY-WORK.
020460     05  ONK-NAME          PIC X(15).
020480     05  ONK-REGION        PIC X(05).
020500
020600****************************************************
020700****    SWITCHES, COUNTERS AND THE CYCLE DATE
021200 77  RAWTRAN-EOF-SW        PIC X(01) VALUE 'N'.
021300     88  RAWTRAN-EOF                 VALUE 'Y'.
021400
021410 77  EMPONL-EOF-SW         PIC X(01) VALUE 'N'.
021415     88  EMPONL-EOF                  VALUE 'Y'.
021420
021425 77  EMPONL-OPEN-SW        PIC X(01) VALUE 'N'.
021430     88  EMPONL-IS-OPEN              VALUE 'Y'.
021435
021440 77  EMPONL-STATUS         PIC X(02) VALUE SPACES.
021445     88  EMPONL-OK                   VALUE '00'.
021450
021455 77  ONLINE-ERROR-SW       PIC X(01) VALUE 'N'.
021460     88  ONLINE-ERROR-HIT            VALUE 'Y'.
021465
021470 77  ROUTED-SW             PIC X(01) VALUE SPACE.
021475     88  TRAN-WAS-RELEASED           VALUE 'R'.
021480     88  TRAN-WAS-HELD               VALUE 'H'.
021490
021500 77  CYCLE-DATE-WORK       PIC X(08) VALUE SPACES.
021600
021700 77  PENDING-IN-COUNT      PIC 9(07) VALUE ZERO.
021800 77  NEW-IN-COUNT          PIC 9(07) VALUE ZERO.
021900 77  RELEASED-COUNT        PIC 9(07) VALUE ZERO.
022000 77  HELD-COUNT            PIC 9(07) VALUE ZERO.
022020 77  ONLINE-IN-COUNT       PIC 9(07) VALUE ZERO.
022040 77  ONLINE-CLEARED-COUNT  PIC 9(07) VALUE ZERO.
022060 77  ONLINE-IO-ERROR-COUNT PIC 9(07) VALUE ZERO.
022100
022200 PROCEDURE DIVISION.
022300
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022700     PERFORM 2000-PROCESS-MATCH THRU 2000-EXIT
022800        UNTIL PEND-KEY-WORK = HIGH-VALUES
022850           AND RAW-KEY-WORK = HIGH-VALUES
022900           AND ONL-KEY-WORK = HIGH-VALUES.
023000     PERFORM 3000-FINISH-REPORT THRU 3000-EXIT.
023010     PERFORM 3100-FINISH-ONLINE-LIST THRU 3100-EXIT.
023060     PERFORM 3200-WRITE-RUN-LOG THRU 3200-EXIT.
023110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023200     GOBACK.
023300
023400 1000-INITIALIZE.
023800     OPEN OUTPUT RELOUT.
023900     OPEN OUTPUT PENDOUT.
024000     OPEN OUTPUT AGEFILE.
024020     OPEN I-O    EMPONL.
024040     OPEN OUTPUT ONLFILE.
024100
024200     ACCEPT CYCLE-DATE-WORK FROM DATE YYYYMMDD.
024300
025500     MOVE AGE-COLUMN-LINE TO AGE-OUTPUT-REC.
025600     WRITE AGE-OUTPUT-REC.
025700     WRITE AGE-OUTPUT-REC.
025705
025710     MOVE SPACES TO OEL-CC.
025715     MOVE OEL-STAR-LINE TO OEL-OUTPUT-REC.
025720     WRITE OEL-OUTPUT-REC.
025725     WRITE OEL-OUTPUT-REC.
025730     WRITE OEL-OUTPUT-REC.
025735
025740     MOVE CYCLE-DATE-WORK TO OEL-T-CYCLE.
025745     MOVE OEL-TITLE-LINE TO OEL-OUTPUT-REC.
025750     WRITE OEL-OUTPUT-REC.
025755     WRITE OEL-OUTPUT-REC.
025760
025765     MOVE OEL-COLUMN-LINE TO OEL-OUTPUT-REC.
025770     WRITE OEL-OUTPUT-REC.
025775     WRITE OEL-OUTPUT-REC.
025800
025900     PERFORM 2100-READ-PENDIN THRU 2100-EXIT.
025910     PERFORM 2200-READ-RAWTRAN THRU 2200-EXIT.
025920
025930* A QUEUE THAT WILL NOT OPEN LOSES NOTHING - ITS ENTRIES STAY
025940* PENDING FOR THE NEXT RUN - BUT THE STEP SAYS SO AND FAILS
025950* (THE SAME GUARD TPROG14 USES).
025960     IF NOT EMPONL-OK
025970        MOVE EMPONL-STATUS TO OEL-O-STATUS
025980        MOVE OEL-OPENFAIL-LINE TO OEL-OUTPUT-REC
025990        WRITE OEL-OUTPUT-REC
026000        MOVE 'Y' TO ONLINE-ERROR-SW
026010        MOVE 'Y' TO EMPONL-EOF-SW
026020        MOVE HIGH-VALUES TO ONL-KEY-WORK
026030     ELSE
026040        MOVE 'Y' TO EMPONL-OPEN-SW
026050        PERFORM 2250-READ-EMPONL THRU 2250-EXIT
026060     END-IF.
026100
026200 1000-EXIT.
026300     EXIT.
026400
026500****************************************************************
026600* THE LOWEST KEY GOES NEXT; ON EQUAL KEYS THE PENDING SIDE GOES
026650* FIRST, THEN THE DEPARTMENTS' RAWTRAN, THEN THE ONLINE ENTRY.
026700* WHICHEVER IT IS, THE RECORD LANDS IN THE ONE WORKING COPY AND
026750* 2300-ROUTE-TRANSACTION DECIDES RELEASE OR BANK, SO BOTH
026800* OUTPUTS STAY IN ASCENDING KEY ORDER FOR THE STEPS BEHIND
026850* THIS ONE.
027100****************************************************************
027200 2000-PROCESS-MATCH.
027250
027300     IF PEND-KEY-WORK <= RAW-KEY-WORK
027350        AND PEND-KEY-WORK <= ONL-KEY-WORK
027400        MOVE PEND-INPUT-REC TO EMP-TRAN-RECORD
027450        PERFORM 2300-ROUTE-TRANSACTION THRU 2300-EXIT
027500        PERFORM 2100-READ-PENDIN THRU 2100-EXIT
027550     ELSE
027600        IF RAW-KEY-WORK <= ONL-KEY-WORK
027650           MOVE RAW-INPUT-REC TO EMP-TRAN-RECORD
027700           PERFORM 2300-ROUTE-TRANSACTION THRU 2300-EXIT
027750           PERFORM 2200-READ-RAWTRAN THRU 2200-EXIT
027800        ELSE
027850           MOVE ONL-TRAN-IMAGE TO EMP-TRAN-RECORD
027900           PERFORM 2300-ROUTE-TRANSACTION THRU 2300-EXIT
027950           PERFORM 2400-PICK-UP-ONLINE THRU 2400-EXIT
028000           PERFORM 2250-READ-EMPONL THRU 2250-EXIT
028050        END-IF
028100     END-IF.
028300
028400 2000-EXIT.
028500     EXIT.
031400 2200-EXIT.
031500     EXIT.
031600
031602****************************************************************
031604* THE ONLINE QUEUE IS READ IN KEY ORDER.  AN ENTRY STILL
031606* PENDING IS TAKEN, AND SO IS ONE ALREADY PICKED UP ON TONIGHT'S
031608* CYCLE DATE (THE STEP IS BEING RERUN AND ITS FIRST RELOUT WAS
031610* THROWN AWAY).  ONE PICKED UP ON AN EARLIER NIGHT HAS BEEN
031612* THROUGH THE CHAIN, SO IT IS CLEARED FROM THE QUEUE HERE,
031614* WHICH ALSO FREES THE KEY FOR THE NEXT ONLINE ENTRY.
031616****************************************************************
031618 2250-READ-EMPONL.
031620
031622     READ EMPONL NEXT RECORD INTO EMP-ONLINE-ENTRY
031624        AT END
031626           MOVE 'Y' TO EMPONL-EOF-SW
031628     END-READ.
031630
031632     IF EMPONL-EOF
031634        MOVE HIGH-VALUES TO ONL-KEY-WORK
031636        GO TO 2250-EXIT
031638     END-IF.
031640
031642     IF NOT EMPONL-OK
031644        MOVE 'READ' TO OEL-E-VERB
031646        PERFORM 2450-WRITE-IO-ERROR THRU 2450-EXIT
031648        MOVE 'Y' TO EMPONL-EOF-SW
031650        MOVE HIGH-VALUES TO ONL-KEY-WORK
031652        GO TO 2250-EXIT
031654     END-IF.
031656
031658     IF ONL-PENDING
031660        OR (ONL-WAREHOUSED AND ONL-PICKUP-DATE = CYCLE-DATE-WORK)
031662        MOVE ONL-KEY TO ONL-KEY-WORK
031664        GO TO 2250-EXIT
031666     END-IF.
031668
031670     IF ONL-WAREHOUSED AND ONL-PICKUP-DATE < CYCLE-DATE-WORK
031672        DELETE EMPONL RECORD
031674        IF EMPONL-OK
031676           ADD 1 TO ONLINE-CLEARED-COUNT
031678        ELSE
031680           MOVE 'DELETE' TO OEL-E-VERB
031682           PERFORM 2450-WRITE-IO-ERROR THRU 2450-EXIT
031684        END-IF
031686     END-IF.
031688
031690     GO TO 2250-READ-EMPONL.
031692
031694 2250-EXIT.
031696     EXIT.
031698
031700****************************************************************
031800* DUE TONIGHT MEANS THE EFFECTIVE DATE IS BLANK, ZERO, NOT A
031900* DATE AT ALL (THE PRE-EFF-DATE BEHAVIOUR), OR ON OR BEFORE
032800        MOVE EMP-TRAN-RECORD TO REL-OUTPUT-REC
032900        WRITE REL-OUTPUT-REC
033000        ADD 1 TO RELEASED-COUNT
033050        MOVE 'R' TO ROUTED-SW
033100     ELSE
033200        MOVE EMP-TRAN-RECORD TO PEND-OUTPUT-REC
033300        WRITE PEND-OUTPUT-REC
033400        ADD 1 TO HELD-COUNT
033450        MOVE 'H' TO ROUTED-SW
033500        MOVE SPACES TO AGE-DETAIL-LINE
033600        MOVE EMP-TRAN-NAME     TO AGE-D-NAME
033700        MOVE EMP-TRAN-REGION   TO AGE-D-REGION
034400 2300-EXIT.
034500     EXIT.
034600
034601****************************************************************
034602* AN ONLINE ENTRY HAS BEEN ROUTED LIKE ANY OTHER TRANSACTION.
034603* IT IS LISTED WITH WHO KEYED IT AND WHERE IT WENT, AND MARKED
034604* 'W' IN THE QUEUE WITH TONIGHT'S DATE SO THE NEXT NIGHT'S RUN
034605* CLEARS IT.  AN ENTRY ALREADY MARKED TONIGHT IS A RERUN - IT
034606* IS TAKEN AGAIN BUT NEEDS NO MARKING.
034607****************************************************************
034608 2400-PICK-UP-ONLINE.
034609
034610     ADD 1 TO ONLINE-IN-COUNT.
034611
034612     MOVE SPACES TO OEL-DETAIL-LINE.
034613     MOVE ONL-NAME           TO OEL-D-NAME.
034614     MOVE ONL-REGION         TO OEL-D-REGION.
034615     MOVE ONL-ACTION         TO OEL-D-ACTION.
034616     MOVE EMP-TRAN-EFF-DATE  TO OEL-D-EFF-DATE.
034617     MOVE ONL-OPERATOR-ID    TO OEL-D-OPERATOR.
034618     MOVE ONL-TERMINAL-ID    TO OEL-D-TERMINAL.
034619     MOVE ONL-ENTRY-DATE     TO OEL-D-ENTRY-DATE.
034620     MOVE ONL-ENTRY-TIME     TO OEL-D-ENTRY-TIME.
034621     IF TRAN-WAS-RELEASED
034622        MOVE 'RELEASED' TO OEL-D-ROUTED
034623     ELSE
034624        MOVE 'HELD'     TO OEL-D-ROUTED
034625     END-IF.
034626
034627     IF ONL-PENDING
034628        MOVE 'W'             TO ONL-STATUS
034629        MOVE CYCLE-DATE-WORK TO ONL-PICKUP-DATE
034630        REWRITE ONLVSAM-REC FROM EMP-ONLINE-ENTRY
034631        IF NOT EMPONL-OK
034632           MOVE 'REWRITE' TO OEL-E-VERB
034633           PERFORM 2450-WRITE-IO-ERROR THRU 2450-EXIT
034634        END-IF
034635     ELSE
034636        MOVE 'RERUN - TAKEN AGAIN' TO OEL-D-NOTE
034637     END-IF.
034638
034639     MOVE OEL-DETAIL-LINE TO OEL-OUTPUT-REC.
034640     WRITE OEL-OUTPUT-REC.
034641
034642 2400-EXIT.
034643     EXIT.
034644
034645****************************************************************
034646* ANY FILE STATUS THE QUEUE HANDLING DOES NOT EXPECT IS LISTED
034647* WITH THE VERB AND KEY THAT HIT IT, AND FAILS THE STEP.
034648****************************************************************
034649 2450-WRITE-IO-ERROR.
034650
034651     ADD 1 TO ONLINE-IO-ERROR-COUNT.
034652     MOVE 'Y' TO ONLINE-ERROR-SW.
034653     MOVE ONL-NAME      TO OEL-E-NAME.
034654     MOVE ONL-REGION    TO OEL-E-REGION.
034655     MOVE EMPONL-STATUS TO OEL-E-STATUS.
034656     MOVE OEL-ERROR-LINE TO OEL-OUTPUT-REC.
034657     WRITE OEL-OUTPUT-REC.
034658
034659 2450-EXIT.
034660     EXIT.
034661
034700 3000-FINISH-REPORT.
034800
034900     MOVE AGE-STAR-LINE TO AGE-OUTPUT-REC.
036100     MOVE NEW-IN-COUNT TO AGE-T-COUNT.
036200     MOVE AGE-TRAILER-LINE TO AGE-OUTPUT-REC.
036300     WRITE AGE-OUTPUT-REC.
036310
036320     MOVE SPACES TO AGE-TRAILER-LINE.
036330     MOVE 'ONLINE ENTRIES IN' TO AGE-T-LABEL.
036340     MOVE ONLINE-IN-COUNT TO AGE-T-COUNT.
036350     MOVE AGE-TRAILER-LINE TO AGE-OUTPUT-REC.
036360     WRITE AGE-OUTPUT-REC.
036400
036500     MOVE SPACES TO AGE-TRAILER-LINE.
036600     MOVE 'RELEASED TO PRE-EDIT' TO AGE-T-LABEL.
038100
038200 3000-EXIT.
038300     EXIT.
038302
038304****************************************************************
038306* CLOSES THE ONLINE ENTRY LISTING WITH ITS COUNTS.  AN ENTRY
038308* THE QUEUE COULD NOT BE MARKED FOR WILL BE PICKED UP AGAIN BY
038310* THE NEXT RUN, SO ANY ONLINE QUEUE ERROR FAILS THE STEP.
038312****************************************************************
038314 3100-FINISH-ONLINE-LIST.
038316
038318     MOVE OEL-STAR-LINE TO OEL-OUTPUT-REC.
038320     WRITE OEL-OUTPUT-REC.
038322     WRITE OEL-OUTPUT-REC.
038324
038326     MOVE SPACES TO AGE-TRAILER-LINE.
038328     MOVE 'ONLINE ENTRIES PICKED UP' TO AGE-T-LABEL.
038330     MOVE ONLINE-IN-COUNT TO AGE-T-COUNT.
038332     MOVE AGE-TRAILER-LINE TO OEL-OUTPUT-REC.
038334     WRITE OEL-OUTPUT-REC.
038336
038338     MOVE SPACES TO AGE-TRAILER-LINE.
038340     MOVE 'ONLINE ENTRIES CLEARED' TO AGE-T-LABEL.
038342     MOVE ONLINE-CLEARED-COUNT TO AGE-T-COUNT.
038344     MOVE AGE-TRAILER-LINE TO OEL-OUTPUT-REC.
038346     WRITE OEL-OUTPUT-REC.
038348
038350     MOVE SPACES TO AGE-TRAILER-LINE.
038352     MOVE 'ONLINE QUEUE I-O ERRORS' TO AGE-T-LABEL.
038354     MOVE ONLINE-IO-ERROR-COUNT TO AGE-T-COUNT.
038356     MOVE AGE-TRAILER-LINE TO OEL-OUTPUT-REC.
038358     WRITE OEL-OUTPUT-REC.
038360
038362     MOVE OEL-STAR-LINE TO OEL-OUTPUT-REC.
038364     WRITE OEL-OUTPUT-REC.
038366     WRITE OEL-OUTPUT-REC.
038368     WRITE OEL-OUTPUT-REC.
038370
038372     IF ONLINE-ERROR-HIT
038374        MOVE 8 TO RETURN-CODE
038376     END-IF.
038378
038380 3100-EXIT.
038382     EXIT.
038400
038410****************************************************************
038420* APPENDS THIS RUN'S STANDARD RUN-LOG RECORD TO THE COMMON
038430* CUMULATIVE RUNLOG DATASET.  A BANKED TRANSACTION IS WRITTEN
038440* TO PENDOUT, NOT LOST, SO WRITTEN COUNTS BOTH OUTPUTS AND
038450* THE SCORECARD CROSS-FOOT READ = WRITTEN HOLDS.  ONLINE
038451* ENTRIES PICKED UP ARE READ LIKE ANY OTHER TRANSACTION; THE
038452* STALE ONES CLEARED FROM THE QUEUE WERE COUNTED THE NIGHT THEY
038453* WERE PICKED UP AND ARE NOT COUNTED AGAIN.  AN ONLINE QUEUE
038454* I-O ERROR LOSES NO TRANSACTION, SO IT MARKS THE DISPOSITION
038455* BUT IS NOT AN ERROR COUNT.
038460****************************************************************
038470 3200-WRITE-RUN-LOG.
038471
038474     ACCEPT RUN-LOG-DATE      FROM DATE YYYYMMDD.
038475     ACCEPT RUN-LOG-TIME      FROM TIME.
038476     COMPUTE RUN-LOG-READ =
038477        PENDING-IN-COUNT + NEW-IN-COUNT + ONLINE-IN-COUNT.
038478     COMPUTE RUN-LOG-WRITTEN =
038479        RELEASED-COUNT + HELD-COUNT.
038480     MOVE ZERO                  TO RUN-LOG-ERRORS.
038481     MOVE ZERO                  TO RUN-LOG-ADDED.
038482     MOVE ZERO                  TO RUN-LOG-DROPPED.
038483     MOVE 'NORMAL'              TO RUN-LOG-DISPOSITION.
038484     IF ONLINE-ERROR-HIT
038485        MOVE 'ERRORS'           TO RUN-LOG-DISPOSITION
038486     END-IF.
038487     MOVE RUN-LOG-RECORD        TO RUNLOG-OUTPUT-REC.
038488     WRITE RUNLOG-OUTPUT-REC.
038489     CLOSE RUNLOG.
038490
038491 3200-EXIT.
038492     EXIT.
038493
038500 9000-TERMINATE.
038600
038700     CLOSE PENDIN.
038750     CLOSE RAWTRAN.
038800     CLOSE RELOUT.
038850     CLOSE PENDOUT.
038900     CLOSE AGEFILE.
038950     CLOSE ONLFILE.
039000     IF EMPONL-IS-OPEN
039050        CLOSE EMPONL
039100     END-IF.
039200
039300 9000-EXIT.
039400     EXIT.
