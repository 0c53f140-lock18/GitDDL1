002300*      RE-READ FROM THE TOP FOR EACH KEY CARD.  THIS
002400*      REPLACES PULLING ARCHIVED AUDITFILE GENERATIONS
002500*      AND READING THEM BY EYE FOR AN HR AUDIT.
002510*
002520*      A REGION TRANSFER RE-KEYS AN EMPLOYEE, SO THE
002530*      HISTORY IS FOLLOWED ACROSS IT - BEFORE THE
002540*      LISTING PASS, THE WAREHOUSE IS PASSED AS OFTEN AS
002550*      IT TAKES TO GATHER EVERY REGION THE NAME WAS
002560*      TRANSFERRED INTO OR OUT OF FROM THE CARD'S REGION
002570*      (THE REGION CHAIN), AND THE LISTING THEN PRINTS
002580*      THE NAME'S RECORDS UNDER ANY REGION IN THE CHAIN,
002590*      EACH WITH THE REGION IT WAS APPLIED UNDER.
002600*
002700*      AND COPYLIBS   EMPHIST   (CHANGE-HISTORY RECORD)
002800* ======================================================
003920*                        HISTORY RECORD GROWS 145 TO 161
003930*                        BYTES AND THE MONEY COLUMNS PRINT IN
003940*                        DOLLARS AND CENTS
003945*  14/10/26  ISPW        REGION TRANSFERS FOLLOWED - EACH KEY
003950*                        CARD BUILDS A REGION CHAIN FROM THE
003955*                        'T' RECORDS SO ONE EMPLOYEE'S HISTORY
003960*                        LISTS IN FULL UNDER EVERY REGION THEY
003965*                        HELD.  THE ACTION LINE NOW SHOWS THE
003970*                        REGION (AND A TRANSFER'S NEW REGION)
004000* ======================================================
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
005300*   HISTFILE THE CHANGE-HISTORY WAREHOUSE - TPROG04'S
005400*            RUN GENERATIONS (EMPHIST LAYOUT)
005410*            CONCATENATED OLDEST FIRST, RE-READ FROM
005500*            THE TOP FOR EACH KEY (ONCE PER REGION-CHAIN
005550*            PASS AND ONCE FOR THE LISTING)
005600*   HISOUT   THE PRINTED HISTORY LISTING
005700*****************************************************
005800     SELECT KEYFILE ASSIGN UT-S-KEYCARDS
014100     05  HIS-A-RUN-ID      PIC X(08).
014200     05  FILLER            PIC X(02) VALUE SPACES.
014300     05  HIS-A-ACTION      PIC X(10).
014400     05  FILLER            PIC X(02) VALUE SPACES.
014410     05  HIS-A-REGION      PIC X(05).
014420     05  FILLER            PIC X(02) VALUE SPACES.
014430     05  HIS-A-TO-LABEL    PIC X(03).
014440     05  HIS-A-TO-REGION   PIC X(05).
014450     05  FILLER            PIC X(72) VALUE SPACES.
014500
014600 01  HIS-IMAGE-LINE.
014700     05  FILLER            PIC X(01) VALUE SPACE.
017200     05  HIS-T-COUNT       PIC ZZZ,ZZ9.
017300     05  FILLER            PIC X(95) VALUE SPACES.
017400
017404****************************************************
017408****    REGION CHAIN - THE CARD'S REGION PLUS EVERY
017412****    REGION THE EMPLOYEE WAS TRANSFERRED INTO OR
017416****    OUT OF, REACHED ONE TRANSFER AT A TIME
017420****************************************************
017424 01  REGION-CHAIN-TABLE.
017428     05  CHAIN-REGION          PIC X(05) OCCURS 20 TIMES.
017432
017436 77  CHAIN-COUNT           PIC 9(04) COMP VALUE ZERO.
017440 77  CHAIN-MAX             PIC 9(04) COMP VALUE 20.
017444 77  CHAIN-IX              PIC 9(04) COMP VALUE ZERO.
017448 77  SEARCH-REGION         PIC X(05) VALUE SPACES.
017452
017456 77  CHAIN-GREW-SW         PIC X(01) VALUE 'N'.
017460     88  CHAIN-GREW                  VALUE 'Y'.
017464
017468 77  REGION-FOUND-SW       PIC X(01) VALUE 'N'.
017472     88  REGION-IN-CHAIN             VALUE 'Y'.
017476
017480 77  OLD-REGION-FOUND-SW   PIC X(01) VALUE 'N'.
017484 77  NEW-REGION-FOUND-SW   PIC X(01) VALUE 'N'.
017488
017500****************************************************
017600****    SWITCHES AND COUNTERS
017700****************************************************
023500     MOVE HIS-KEY-LINE TO HIS-OUTPUT-REC.
023600     WRITE HIS-OUTPUT-REC.
023700
023710     MOVE 1 TO CHAIN-COUNT.
023720     MOVE KEY-CARD-REGION TO CHAIN-REGION (1).
023730     MOVE 'Y' TO CHAIN-GREW-SW.
023740     PERFORM 2050-CHAIN-PASS THRU 2050-EXIT
023750        UNTIL NOT CHAIN-GREW.
023760
023800     MOVE 'N' TO HISTFILE-EOF-SW.
023900     OPEN INPUT HISTFILE.
024000     PERFORM 2200-READ-HISTFILE THRU 2200-EXIT.
025800 2000-EXIT.
025900     EXIT.
026000
026001****************************************************************
026002* ONE PASS OF THE WAREHOUSE ADDING TO THE REGION CHAIN.  A PASS
026003* THAT ADDS NOTHING ENDS THE CHAIN - REPEATING THE PASS PICKS
026004* UP A TRANSFER WRITTEN BEFORE THE ONE THAT LINKED ITS REGION.
026005****************************************************************
026006 2050-CHAIN-PASS.
026007
026008     MOVE 'N' TO CHAIN-GREW-SW.
026009     MOVE 'N' TO HISTFILE-EOF-SW.
026010     OPEN INPUT HISTFILE.
026011     PERFORM 2200-READ-HISTFILE THRU 2200-EXIT.
026012     PERFORM 2060-FOLLOW-TRANSFER THRU 2060-EXIT
026013        UNTIL HISTFILE-EOF.
026014     CLOSE HISTFILE.
026015
026016 2050-EXIT.
026017     EXIT.
026018
026019****************************************************************
026020* A TRANSFER OF THIS NAME WITH ONE REGION IN THE CHAIN AND THE
026021* OTHER NOT BRINGS THE OTHER INTO THE CHAIN - FORWARD TO WHERE
026022* THE EMPLOYEE WENT, OR BACK TO WHERE THEY CAME FROM.
026023****************************************************************
026024 2060-FOLLOW-TRANSFER.
026025
026026     IF HIST-IS-TRANSFER
026027        AND HIST-NAME = KEY-CARD-NAME
026028        MOVE HIST-REGION TO SEARCH-REGION
026029        PERFORM 2400-FIND-IN-CHAIN THRU 2400-EXIT
026030        MOVE REGION-FOUND-SW TO OLD-REGION-FOUND-SW
026031        MOVE HIST-AFT-REGION TO SEARCH-REGION
026032        PERFORM 2400-FIND-IN-CHAIN THRU 2400-EXIT
026033        MOVE REGION-FOUND-SW TO NEW-REGION-FOUND-SW
026034        IF OLD-REGION-FOUND-SW = 'Y'
026035           AND NEW-REGION-FOUND-SW = 'N'
026036           MOVE HIST-AFT-REGION TO SEARCH-REGION
026037           PERFORM 2070-ADD-TO-CHAIN THRU 2070-EXIT
026038        END-IF
026039        IF OLD-REGION-FOUND-SW = 'N'
026040           AND NEW-REGION-FOUND-SW = 'Y'
026041           MOVE HIST-REGION TO SEARCH-REGION
026042           PERFORM 2070-ADD-TO-CHAIN THRU 2070-EXIT
026043        END-IF
026044     END-IF.
026045
026046     PERFORM 2200-READ-HISTFILE THRU 2200-EXIT.
026047
026048 2060-EXIT.
026049     EXIT.
026050
026051 2070-ADD-TO-CHAIN.
026052
026053     IF CHAIN-COUNT < CHAIN-MAX
026054        ADD 1 TO CHAIN-COUNT
026055        MOVE SEARCH-REGION TO CHAIN-REGION (CHAIN-COUNT)
026056        MOVE 'Y' TO CHAIN-GREW-SW
026057     END-IF.
026058
026059 2070-EXIT.
026060     EXIT.
026061
026100 2100-READ-KEYFILE.
026200
026300     READ KEYFILE
028300 2300-MATCH-HISTORY.
028400
028500     IF HIST-NAME = KEY-CARD-NAME
028520        MOVE HIST-REGION TO SEARCH-REGION
028540        PERFORM 2400-FIND-IN-CHAIN THRU 2400-EXIT
028560     ELSE
028580        MOVE 'N' TO REGION-FOUND-SW
028600     END-IF.
028620
028640     IF REGION-IN-CHAIN
028700        ADD 1 TO KEY-MATCH-COUNT
028800        ADD 1 TO TOTAL-RECORDS-LISTED
028900        PERFORM 2500-PRINT-HISTORY-RECORD THRU 2500-EXIT
029300
029400 2300-EXIT.
029500     EXIT.
029504
029508 2400-FIND-IN-CHAIN.
029512
029516     MOVE 'N' TO REGION-FOUND-SW.
029520     PERFORM 2410-SCAN-CHAIN THRU 2410-EXIT
029524        VARYING CHAIN-IX FROM 1 BY 1
029528        UNTIL CHAIN-IX > CHAIN-COUNT
029532           OR REGION-IN-CHAIN.
029536
029540 2400-EXIT.
029544     EXIT.
029548
029552 2410-SCAN-CHAIN.
029556
029560     IF CHAIN-REGION (CHAIN-IX) = SEARCH-REGION
029564        MOVE 'Y' TO REGION-FOUND-SW
029568     END-IF.
029572
029576 2410-EXIT.
029580     EXIT.
029600
029700****************************************************************
029800* ONE APPLIED ACTION - THE RUN THAT APPLIED IT, THEN THE BEFORE
029900* AND AFTER IMAGES.  AN ADD HAS NO BEFORE AND A DELETE HAS NO
030050* AFTER - THE BLANK IMAGE IS PRINTED AS (NO ROW) RATHER THAN
030100* AS A ROW OF GARBAGE FIELDS.  A TRANSFER NAMES THE REGION IT
030150* MOVED THE ROW TO BESIDE THE REGION IT WAS APPLIED UNDER.
030200****************************************************************
030300 2500-PRINT-HISTORY-RECORD.
030400
030600     MOVE HIST-APPLY-DATE TO HIS-A-DATE.
030700     MOVE HIST-APPLY-TIME TO HIS-A-TIME.
030800     MOVE HIST-RUN-ID     TO HIS-A-RUN-ID.
030850     MOVE HIST-REGION     TO HIS-A-REGION.
030900     EVALUATE TRUE
031000        WHEN HIST-IS-ADD
031100           MOVE 'ADD'     TO HIS-A-ACTION
031300           MOVE 'CHANGE'  TO HIS-A-ACTION
031400        WHEN HIST-IS-DELETE
031500           MOVE 'DELETE'  TO HIS-A-ACTION
031520        WHEN HIST-IS-TRANSFER
031540           MOVE 'TRANSFER' TO HIS-A-ACTION
031560           MOVE 'TO'      TO HIS-A-TO-LABEL
031580           MOVE HIST-AFT-REGION TO HIS-A-TO-REGION
031600        WHEN OTHER
031700           MOVE 'UNKNOWN' TO HIS-A-ACTION
031800     END-EVALUATE.
