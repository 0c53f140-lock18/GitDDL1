002800*      APPLIED IF IT IS AN ADD, OTHERWISE IT IS REPORTED
002900*      AS NOT FOUND.  AN ADD AGAINST AN EXISTING KEY IS
003000*      REPORTED AS A DUPLICATE AND NOT APPLIED.
003005*
003010*      A TRANSFER ('T') MOVES AN EXISTING ROW TO A NEW REGION -
003015*      I.E. TO A NEW KEY.  IT MATCHES ON ITS OLD KEY LIKE ANY
003020*      OTHER TRANSACTION, BUT THE MOVED ROW HAS TO GO OUT AT
003025*      ITS NEW KEY, WHICH MAY SORT EITHER SIDE OF THE OLD ONE,
003030*      SO TRANFILE AND EMPFILE ARE READ ONCE UP FRONT
003035*      (1100-LOAD-TRANSFERS) TO FILE EVERY TRANSFER WITH A
003040*      COPY OF ITS ROW; THE MERGE THEN SLOTS EACH MOVED ROW
003045*      INTO NEWEMP AS IT PASSES THE NEW KEY.  A TRANSFER WHOSE
003050*      NEW KEY IS ALREADY TAKEN IS REPORTED AND NOT APPLIED.
003100*
003200*      AND COPYLIBS   EMPREC2   (EMP MASTER EXTRACT LAYOUT)
003300*                     EMPTRAN   (TRANSACTION LAYOUT)
011800*                        MASTER, THE WAGE-MOVEMENT TOTALS,
011900*                        THE CHECKPOINT RECORD AND THE AUDIT
012000*                        COLUMNS ALL CARRY DOLLARS AND CENTS
012005*  14/10/26  ISPW        REGION TRANSFER ('T') - A PRE-PASS OF
012010*                        TRANFILE AND EMPFILE FILES EVERY
012015*                        TRANSFER WITH ITS OLD ROW; THE MOVED
012020*                        ROW GOES TO NEWEMP AT ITS NEW KEY AS
012025*                        THE MERGE PASSES IT AND THE OLD ROW IS
012030*                        DROPPED WHEN THE TRANSFER MATCHES.
012035*                        BACKFILE GETS A REVERSING TRANSFER AND
012040*                        HISTFILE A 'T' RECORD.  EMPTOT GROWS 67
012045*                        TO 74 BYTES, RUNLOG 77 TO 86 AND THE
012050*                        CHECKPOINT RECORD 103 TO 117 - FINISH
012055*                        ANY PENDING RESTART BEFORE INSTALLING
012100* ======================================================
012200 ENVIRONMENT DIVISION.
012300 CONFIGURATION SECTION.
013000*****************************************************
013100*  FILES USED:
013200*   EMPFILE   OLD EMP MASTER EXTRACT, DCLEMP2 LAYOUT,
013250*             SORTED ASCENDING BY EMP-TB-REGION WITHIN
013300*             EMP-TB-NAME (SEE THE HEADER COMMENT ABOVE)
013350*   TRANFILE  ADD/CHANGE/DELETE/TRANSFER TRANSACTIONS,
013400*             SORTED THE SAME WAY.  BOTH INPUTS ARE READ
013450*             TWICE WHEN THERE ARE TRANSFERS - ONCE BY THE
013500*             TRANSFER PRE-PASS, THEN BY THE MERGE
013700*   NEWEMP    THE UPDATED EMP MASTER EXTRACT
013800*   AUDITFILE THE PRINTED BEFORE/AFTER AUDIT LISTING
013900*   TOTFILE   THE MACHINE-READABLE RUN TOTALS (EMPTOT)
014000*             READ BACK BY THE RECONCILIATION STEP
014100*   BACKFILE  THE REVERSING TRANSACTIONS (EMPTRAN
014150*             LAYOUT) - A DELETE FOR EVERY APPLIED ADD,
014200*             A CHANGE CARRYING THE BEFORE IMAGE FOR
014250*             EVERY APPLIED CHANGE, AN ADD REBUILT FROM
014300*             THE BEFORE IMAGE FOR EVERY APPLIED DELETE,
014350*             AND A TRANSFER BACK TO THE OLD REGION,
014400*             FILED UNDER THE NEW KEY, FOR EVERY APPLIED
014450*             TRANSFER.
014600*             TRANSACTIONS ARE PROCESSED IN ASCENDING
014700*             KEY ORDER, SO BACKFILE COMES OUT ALREADY
014800*             SORTED THE WAY THIS PROGRAM NEEDS IT
015000*             THE NIGHTLY SCORECARD READS (SEE RUNLOG)
015100*   HISTFILE  THIS RUN'S CHANGE-HISTORY GENERATION
015200*             (EMPHIST LAYOUT) - ONE RECORD PER APPLIED
015300*             ADD, CHANGE, DELETE OR TRANSFER, IN APPLY ORDER.
015400*             THE HISTORY WAREHOUSE IS THE SET OF
015500*             GENERATIONS, WHICH THE TPROG16 INQUIRY
015600*             READS CONCATENATED OLDEST FIRST
028400     RECORDING MODE IS F
028500     DATA RECORD IS TOT-OUTPUT-REC.
028600
028700 01  TOT-OUTPUT-REC            PIC X(74).
028800
028900 FD  BACKFILE
029000     LABEL RECORDS OMITTED
030000     RECORDING MODE IS F
030100     DATA RECORD IS RUNLOG-OUTPUT-REC.
030200
030300 01  RUNLOG-OUTPUT-REC         PIC X(86).
030400
030500 FD  HISTFILE
030600     LABEL RECORDS OMITTED
032400     RECORDING MODE IS F
032500     DATA RECORD IS CHKPT-OUTPUT-REC.
032600
032700 01  CHKPT-OUTPUT-REC          PIC X(117).
032800
032900 FD  CHKPTIN
033000     LABEL RECORDS OMITTED
033200     RECORDING MODE IS F
033300     DATA RECORD IS CHKPT-INPUT-REC.
033400
033500 01  CHKPT-INPUT-REC           PIC X(117).
033600
033700 FD  NEWEMPIN
033800     LABEL RECORDS OMITTED
047700****    IS STRICTLY GREATER THAN THE TRANSACTION'S KEY,
047800****    WHICH IS WHY 2400 RAN INSTEAD OF 2300/2500), SO
047900****    OVERWRITING DCLEMP WOULD LOSE THAT PENDING ROW.
047920****    2170-RELEASE-ONE-INSERT BUILDS A TRANSFER'S MOVED
047940****    ROW HERE FOR THE SAME REASON.
048000****************************************************
048100 01  NEW-MASTER-ROW.
048200     05  NM-NAME               PIC X(15).
049700 01  BEFORE-OT             PIC 9(08)V99.
049800 01  BEFORE-COMM           PIC 9(08)V99.
049900
049901****************************************************
049902****    REGION TRANSFERS.  A TRANSFER MATCHES ON ITS
049903****    OLD KEY, BUT THE MOVED ROW MUST GO OUT TO
049904****    NEWEMP AT ITS NEW KEY.  1100-LOAD-TRANSFERS
049905****    FILES EVERY TRANSFER HERE WITH A COPY OF ITS
049906****    OLD ROW AND A VERDICT, AND 2150-RELEASE-INSERTS
049907****    WRITES EACH GOOD ONE'S MOVED ROW AS THE MERGE
049908****    PASSES ITS NEW KEY.
049909****      XF-STATUS  V = GOOD - WILL BE APPLIED
049910****                 F = NEW KEY ALREADY ON THE MASTER
049911****                 M = OLD KEY NOT ON THE MASTER
049912****                 B = NEW KEY ALREADY CLAIMED BY AN
049913****                     EARLIER TRANSFER THIS RUN
049914****                 K = ANOTHER TRANSACTION THIS RUN
049915****                     CARRIES THE SAME KEY
049916****************************************************
049917 01  TRANSFER-TABLE.
049918     05  XF-ENTRY              OCCURS 500 TIMES.
049919         10  XF-OLD-KEY.
049920             15  XF-NAME           PIC X(15).
049921             15  XF-OLD-REGION     PIC X(05).
049922         10  XF-NEW-KEY.
049923             15  XF-NEW-NAME       PIC X(15).
049924             15  XF-NEW-REGION     PIC X(05).
049925         10  XF-STATUS             PIC X(01).
049926             88  XF-VALID                  VALUE 'V'.
049927             88  XF-NEW-ON-FILE            VALUE 'F'.
049928             88  XF-OLD-MISSING            VALUE 'M'.
049929             88  XF-DUP-TARGET             VALUE 'B'.
049930             88  XF-DUP-KEY                VALUE 'K'.
049931         10  XF-RELEASED-SW        PIC X(01).
049932             88  XF-RELEASED               VALUE 'Y'.
049933         10  XF-ROW                PIC X(58).
049934
049935 01  XF-KEY-WORK.
049936     05  XK-NAME               PIC X(15).
049937     05  XK-REGION             PIC X(05).
049938
049939 01  PREV-TRAN-KEY             PIC X(20) VALUE LOW-VALUES.
049940 01  LAST-RELEASED-KEY         PIC X(20) VALUE LOW-VALUES.
049941
049942 77  XF-COUNT              PIC 9(04) COMP VALUE ZERO.
049943 77  XF-MAX                PIC 9(04) COMP VALUE 500.
049944 77  XF-IX                 PIC 9(04) COMP VALUE ZERO.
049945 77  XF-JX                 PIC 9(04) COMP VALUE ZERO.
049946 77  XF-HIT-IX             PIC 9(04) COMP VALUE ZERO.
049947 77  PREV-XF-IX            PIC 9(04) COMP VALUE ZERO.
049948 77  NEXT-INSERT-IX        PIC 9(04) COMP VALUE ZERO.
049949
049950 77  XF-PASS-EOF-SW        PIC X(01) VALUE 'N'.
049951     88  XF-PASS-EOF                 VALUE 'Y'.
049952
049953 77  SAME-KEY-SW           PIC X(01) VALUE 'N'.
049954     88  SAME-KEY-AS-PREV            VALUE 'Y'.
049955
049956 77  XF-CLAIMED-SW         PIC X(01) VALUE 'N'.
049957     88  TARGET-ALREADY-CLAIMED      VALUE 'Y'.
049958
049959 77  INSERT-DUE-SW         PIC X(01) VALUE 'N'.
049960     88  INSERT-DUE                  VALUE 'Y'.
050000****************************************************
050100****    SWITCHES AND COUNTERS
050200****************************************************
051200 77  ERROR-COUNT           PIC 9(07) VALUE ZERO.
051300 77  MASTER-READ-COUNT     PIC 9(07) VALUE ZERO.
051400 77  NEWEMP-WRITTEN-COUNT  PIC 9(07) VALUE ZERO.
051420 77  TRANSFER-COUNT        PIC 9(07) VALUE ZERO.
051440 77  XFER-RELEASED-COUNT   PIC 9(07) VALUE ZERO.
051500
051600****************************************************
051700****    PAGE CONTROL - LINE-COUNT STARTS PAST THE
053700     05  CHKPT-WAGES-ADDED     PIC S9(11)V99 VALUE ZERO.
053800     05  CHKPT-WAGES-REMOVED   PIC S9(11)V99 VALUE ZERO.
053900     05  CHKPT-WAGES-CHG-NET   PIC S9(11)V99 VALUE ZERO.
053920     05  CHKPT-TRANSFER-COUNT  PIC 9(07) VALUE ZERO.
053940     05  CHKPT-XFER-RELEASED   PIC 9(07) VALUE ZERO.
054000
054100 77  CHECKPOINT-INTERVAL   PIC 9(05) VALUE 1000.
054200 77  HIST-WRITTEN-COUNT    PIC 9(09) VALUE ZERO.
059800
059900****************************************************
060000****    THE REVERSING TRANSACTION BUILT FOR BACKFILE
060050****    AS EACH ADD, CHANGE, DELETE OR TRANSFER IS
060100****    APPLIED - SAME SHAPE AS EMP-TRAN-RECORD
060150****    (EMPTRAN), WHICH LIVES IN TRANFILE'S FD AND
060200****    STILL HOLDS THE TRANSACTION BEING PROCESSED
060250****************************************************
060300 01  BACKOUT-TRAN.
060350     05  BO-ACTION             PIC X(01).
060400     05  BO-NAME               PIC X(15).
060450     05  BO-REGION             PIC X(05).
060500     05  BO-DATA-PORTION.
060550         10  BO-TYPE               PIC X(01).
060600         10  BO-YRS-SERVICE        PIC S9(9)V USAGE COMP-3.
060650         10  BO-WAGES              PIC 9(08)V99.
060700         10  BO-OT                 PIC 9(08)V99.
060750         10  BO-COMM               PIC 9(08)V99.
060800     05  BO-TRANSFER-PORTION
060850             REDEFINES BO-DATA-PORTION.
060900         10  BO-NEW-REGION         PIC X(05).
060950         10  FILLER                PIC X(31).
061500*---------------------------------------------------------------*
061600*    A REVERSING TRANSACTION IS ALWAYS EFFECTIVE IMMEDIATELY -   *
061700*    BANKING A BACKOUT IN THE TPROG19 WAREHOUSE WOULD DEFEAT IT  *
063800        PERFORM 2000-PROCESS-MATCH THRU 2000-EXIT
063900           UNTIL MASTER-KEY-WORK = HIGH-VALUES
064000              AND TRAN-KEY-WORK = HIGH-VALUES
064050        PERFORM 2150-RELEASE-INSERTS THRU 2150-EXIT
064100        PERFORM 3000-FINISH-REPORT THRU 3000-EXIT
064200        PERFORM 3100-WRITE-RUN-TOTALS THRU 3100-EXIT
064300        PERFORM 3200-WRITE-RUN-LOG THRU 3200-EXIT
065100        MOVE 'Y' TO RESTART-MODE-SW
065200     END-IF.
065300
065320     PERFORM 1100-LOAD-TRANSFERS THRU 1100-EXIT.
065340
065400     OPEN INPUT  EMPFILE.
065500     OPEN INPUT  TRANFILE.
065600     OPEN OUTPUT NEWEMP.
067900     IF NOT RESTART-FAILED
068000        PERFORM 2100-READ-EMPFILE  THRU 2100-EXIT
068100        PERFORM 2200-READ-TRANFILE THRU 2200-EXIT
068150        PERFORM 2160-FIND-NEXT-INSERT THRU 2160-EXIT
068200     END-IF.
068300
068400 1000-EXIT.
078300
078400 1070-EXIT.
078500     EXIT.
078501****************************************************************
078502* THE TRANSFER PRE-PASS.  EVERY TRANSFER ON TRANFILE IS FILED IN
078503* TRANSFER-TABLE, THEN (IF THERE ARE ANY) EMPFILE IS READ ONCE TO
078504* PICK UP EACH ONE'S OLD ROW AND TO SEE WHETHER ITS NEW KEY IS
078505* ALREADY TAKEN.  BOTH FILES ARE CLOSED AGAIN BEFORE 1000 OPENS
078506* THEM FOR THE MATCH/MERGE, SO THE MERGE STILL STARTS FROM THE
078507* TOP.  A TRANSFER THAT DOES NOT FIT IN THE TABLE IS LEFT OUT
078508* AND REJECTED WHEN THE MERGE REACHES IT.
078509****************************************************************
078510 1100-LOAD-TRANSFERS.
078511
078512     OPEN INPUT TRANFILE.
078513     MOVE 'N' TO XF-PASS-EOF-SW.
078514     PERFORM 1110-LOAD-ONE-TRAN THRU 1110-EXIT
078515        UNTIL XF-PASS-EOF.
078516     CLOSE TRANFILE.
078517
078518     IF XF-COUNT = 0
078519        GO TO 1100-EXIT
078520     END-IF.
078521
078522     OPEN INPUT EMPFILE.
078523     MOVE 'N' TO XF-PASS-EOF-SW.
078524     PERFORM 1120-CHECK-ONE-MASTER THRU 1120-EXIT
078525        UNTIL XF-PASS-EOF.
078526     CLOSE EMPFILE.
078527
078528     PERFORM 1130-SET-ONE-VERDICT THRU 1130-EXIT
078529        VARYING XF-IX FROM 1 BY 1
078530        UNTIL XF-IX > XF-COUNT.
078531
078532 1100-EXIT.
078533     EXIT.
078534
078535 1110-LOAD-ONE-TRAN.
078536
078537     READ TRANFILE
078538        AT END
078539           MOVE 'Y' TO XF-PASS-EOF-SW
078540        NOT AT END
078541           PERFORM 1115-NOTE-ONE-TRAN THRU 1115-EXIT
078542     END-READ.
078543
078544 1110-EXIT.
078545     EXIT.
078546
078547****************************************************************
078548* TRANFILE IS IN KEY ORDER, SO TWO TRANSACTIONS ON ONE KEY ARE
078549* NEIGHBOURS.  A TRANSFER SHARING ITS KEY WITH ANY OTHER
078550* TRANSACTION IS MARKED K - WHICH OF THEM THE MERGE WILL MATCH
078551* CANNOT BE KNOWN HERE, SO THE ROW IS NOT MOVED.
078552****************************************************************
078553 1115-NOTE-ONE-TRAN.
078554
078555     MOVE EMP-TRAN-NAME   TO XK-NAME.
078556     MOVE EMP-TRAN-REGION TO XK-REGION.
078557     IF XF-KEY-WORK = PREV-TRAN-KEY
078558        MOVE 'Y' TO SAME-KEY-SW
078559        IF PREV-XF-IX > 0
078560           MOVE 'K' TO XF-STATUS (PREV-XF-IX)
078561        END-IF
078562     ELSE
078563        MOVE 'N' TO SAME-KEY-SW
078564     END-IF.
078565     MOVE XF-KEY-WORK TO PREV-TRAN-KEY.
078566     MOVE ZERO TO PREV-XF-IX.
078567
078568     IF NOT EMP-TRAN-IS-TRANSFER
078569        OR XF-COUNT NOT < XF-MAX
078570        GO TO 1115-EXIT
078571     END-IF.
078572
078573     ADD 1 TO XF-COUNT.
078574     MOVE XF-COUNT            TO PREV-XF-IX.
078575     MOVE EMP-TRAN-NAME       TO XF-NAME (XF-COUNT)
078576                                 XF-NEW-NAME (XF-COUNT).
078577     MOVE EMP-TRAN-REGION     TO XF-OLD-REGION (XF-COUNT).
078578     MOVE EMP-TRAN-NEW-REGION TO XF-NEW-REGION (XF-COUNT).
078579     MOVE SPACE               TO XF-STATUS (XF-COUNT).
078580     MOVE 'N'                 TO XF-RELEASED-SW (XF-COUNT).
078581     MOVE SPACES              TO XF-ROW (XF-COUNT).
078582     IF SAME-KEY-AS-PREV
078583        MOVE 'K' TO XF-STATUS (XF-COUNT)
078584     END-IF.
078585
078586 1115-EXIT.
078587     EXIT.
078600
078601 1120-CHECK-ONE-MASTER.
078602
078603     READ EMPFILE
078604        AT END
078605           MOVE 'Y' TO XF-PASS-EOF-SW
078606        NOT AT END
078607           MOVE EMP2-NAME   TO XK-NAME
078608           MOVE EMP2-REGION TO XK-REGION
078609           PERFORM 1125-MATCH-ONE-TRANSFER THRU 1125-EXIT
078610              VARYING XF-IX FROM 1 BY 1
078611              UNTIL XF-IX > XF-COUNT
078612     END-READ.
078613
078614 1120-EXIT.
078615     EXIT.
078616
078617 1125-MATCH-ONE-TRANSFER.
078618
078619     IF XF-OLD-KEY (XF-IX) = XF-KEY-WORK
078620        MOVE DCLEMP2 TO XF-ROW (XF-IX)
078621     END-IF.
078622     IF XF-NEW-KEY (XF-IX) = XF-KEY-WORK
078623        AND XF-STATUS (XF-IX) = SPACE
078624        MOVE 'F' TO XF-STATUS (XF-IX)
078625     END-IF.
078626
078627 1125-EXIT.
078628     EXIT.
078629
078630****************************************************************
078631* SETS EACH TRANSFER'S FINAL VERDICT.  ONLY A V IS EVER MOVED -
078632* ITS OLD ROW IS ON THE MASTER, ITS NEW KEY IS FREE, AND NO
078633* EARLIER TRANSFER THIS RUN HAS CLAIMED THAT NEW KEY.
078634****************************************************************
078635 1130-SET-ONE-VERDICT.
078636
078637     IF XF-STATUS (XF-IX) NOT = SPACE
078638        GO TO 1130-EXIT
078639     END-IF.
078640     IF XF-ROW (XF-IX) = SPACES
078641        MOVE 'M' TO XF-STATUS (XF-IX)
078642        GO TO 1130-EXIT
078643     END-IF.
078644
078645     MOVE 'N' TO XF-CLAIMED-SW.
078646     PERFORM 1135-CHECK-ONE-CLAIM THRU 1135-EXIT
078647        VARYING XF-JX FROM 1 BY 1
078648        UNTIL XF-JX NOT < XF-IX
078649           OR TARGET-ALREADY-CLAIMED.
078650     IF TARGET-ALREADY-CLAIMED
078651        MOVE 'B' TO XF-STATUS (XF-IX)
078652     ELSE
078653        MOVE 'V' TO XF-STATUS (XF-IX)
078654     END-IF.
078655
078656 1130-EXIT.
078657     EXIT.
078658
078659 1135-CHECK-ONE-CLAIM.
078660
078661     IF XF-VALID (XF-JX)
078662        AND XF-NEW-KEY (XF-JX) = XF-NEW-KEY (XF-IX)
078663        MOVE 'Y' TO XF-CLAIMED-SW
078664     END-IF.
078665
078666 1135-EXIT.
078667     EXIT.
078700****************************************************************
078800* RESTART - THE LAST CHECKPOINT ON CHKPIN WINS.  THE COUNTS
078900* AND WAGE TOTALS ARE RESTORED SO THE TRAILERS, EMPTOT AND THE
081400     MOVE CHKPT-WAGES-ADDED    TO TOT-WAGES-ADDED.
081500     MOVE CHKPT-WAGES-REMOVED  TO TOT-WAGES-REMOVED.
081600     MOVE CHKPT-WAGES-CHG-NET  TO TOT-WAGES-CHG-NET.
081610     MOVE CHKPT-TRANSFER-COUNT TO TRANSFER-COUNT.
081620     MOVE CHKPT-XFER-RELEASED  TO XFER-RELEASED-COUNT.
081630     PERFORM 1250-MARK-ONE-RELEASED THRU 1250-EXIT
081640        CHKPT-XFER-RELEASED TIMES.
081650     IF RESTART-FAILED
081660        GO TO 1200-EXIT
081670     END-IF.
081700     COMPUTE LAST-CHECKPOINT-AT =
081800        MASTER-USED-COUNT + TRAN-USED-COUNT.
081900
084600     END-IF.
084700
084800     COMPUTE PREFIX-COPY-TARGET =
084850        ADD-COUNT + CHANGE-COUNT + DELETE-COUNT
084900           + XFER-RELEASED-COUNT.
085000     MOVE ZERO TO PREFIX-COPY-COUNT.
085100     OPEN INPUT BACKIN.
085200     PERFORM 1700-COPY-ONE-BACK THRU 1700-EXIT
085700     END-IF.
085800
085900     COMPUTE PREFIX-COPY-TARGET =
085950        ADD-COUNT + CHANGE-COUNT + DELETE-COUNT
086000           + TRANSFER-COUNT.
086100     MOVE ZERO TO PREFIX-COPY-COUNT.
086200     OPEN INPUT APLYIN.
086300     PERFORM 1800-COPY-ONE-APLY THRU 1800-EXIT
088500
088600 1200-EXIT.
088700     EXIT.
088704****************************************************************
088708* RESTART ONLY - THE ABENDED RUN HAD ALREADY WRITTEN THE FIRST
088712* CHKPT-XFER-RELEASED MOVED ROWS (THEY ARE IN THE NEWEMP PREFIX
088716* BEING COPIED), AND RELEASES ALWAYS GO IN NEW-KEY ORDER, SO
088720* THAT MANY OF THE LOWEST NEW KEYS ARE MARKED RELEASED HERE.
088724****************************************************************
088728 1250-MARK-ONE-RELEASED.
088732
088736     IF RESTART-FAILED
088740        GO TO 1250-EXIT
088744     END-IF.
088748     PERFORM 2160-FIND-NEXT-INSERT THRU 2160-EXIT.
088752     IF NEXT-INSERT-IX = 0
088756        PERFORM 1900-FAIL-RESTART THRU 1900-EXIT
088760        GO TO 1250-EXIT
088764     END-IF.
088768     MOVE 'Y' TO XF-RELEASED-SW (NEXT-INSERT-IX).
088772     MOVE XF-NEW-KEY (NEXT-INSERT-IX) TO LAST-RELEASED-KEY.
088776
088780 1250-EXIT.
088784     EXIT.
088800
088900****************************************************************
089000* EACH READ OVERLAYS CHKPT-RECORD, SO WHEN EOF ARRIVES IT
100300 1900-EXIT.
100400     EXIT.
100500
100510****************************************************************
100520* ONE STEP OF THE MATCH/MERGE.  ANY TRANSFER'S MOVED ROW THE
100530* MERGE HAS NOW REACHED GOES OUT FIRST (2150), AND A
100540* TRANSACTION ON A KEY A ROW HAS JUST BEEN MOVED INTO IS
100550* REJECTED BEFORE THE USUAL KEY COMPARISON.
100560****************************************************************
100600 2000-PROCESS-MATCH.
100700
100800     PERFORM 2150-RELEASE-INSERTS THRU 2150-EXIT.
100810
100820     EVALUATE TRUE
100830        WHEN TRAN-KEY-WORK = LAST-RELEASED-KEY
100840           PERFORM 2450-REJECT-MOVED-KEY
100850              THRU 2450-EXIT
100860           ADD 1 TO TRAN-USED-COUNT
100870           PERFORM 2200-READ-TRANFILE THRU 2200-EXIT
100900        WHEN MASTER-KEY-WORK < TRAN-KEY-WORK
101000           PERFORM 2300-WRITE-MASTER-UNCHANGED
101100              THRU 2300-EXIT
104400
104500 2100-EXIT.
104600     EXIT.
104602****************************************************************
104604* WRITES THE MOVED ROW OF EVERY GOOD TRANSFER WHOSE NEW KEY THE
104606* MERGE HAS NOW REACHED - LOWER THAN THE NEXT MASTER KEY AND NOT
104608* HIGHER THAN THE NEXT TRANSACTION KEY - SO NEWEMP AND BACKFILE
104610* STAY IN KEY ORDER.  THE OLD ROW IS DROPPED WHEN THE MERGE MEETS
104612* THE TRANSFER ITSELF (2550), WHICH MAY BE BEFORE OR AFTER THIS.
104614* EACH RELEASE ALSO WRITES ITS REVERSING TRANSFER, FILED UNDER
104616* THE NEW KEY AND POINTING BACK AT THE OLD REGION.
104618****************************************************************
104620 2150-RELEASE-INSERTS.
104622
104624     PERFORM 2155-TEST-INSERT-DUE THRU 2155-EXIT.
104626     PERFORM 2170-RELEASE-ONE-INSERT THRU 2170-EXIT
104628        UNTIL NOT INSERT-DUE.
104630
104632 2150-EXIT.
104634     EXIT.
104636
104638 2155-TEST-INSERT-DUE.
104640
104642     MOVE 'N' TO INSERT-DUE-SW.
104644     IF NEXT-INSERT-IX > 0
104646        IF XF-NEW-KEY (NEXT-INSERT-IX) < MASTER-KEY-WORK
104648           AND XF-NEW-KEY (NEXT-INSERT-IX) NOT > TRAN-KEY-WORK
104650           MOVE 'Y' TO INSERT-DUE-SW
104652        END-IF
104654     END-IF.
104656
104658 2155-EXIT.
104660     EXIT.
104700
104701****************************************************************
104702* LEAVES NEXT-INSERT-IX ON THE LOWEST NEW KEY STILL TO BE
104703* RELEASED, OR AT ZERO WHEN NONE REMAIN.
104704****************************************************************
104705 2160-FIND-NEXT-INSERT.
104706
104707     MOVE ZERO TO NEXT-INSERT-IX.
104708     PERFORM 2165-CHECK-ONE-INSERT THRU 2165-EXIT
104709        VARYING XF-IX FROM 1 BY 1
104710        UNTIL XF-IX > XF-COUNT.
104711
104712 2160-EXIT.
104713     EXIT.
104714
104715 2165-CHECK-ONE-INSERT.
104716
104717     IF NOT XF-VALID (XF-IX) OR XF-RELEASED (XF-IX)
104718        GO TO 2165-EXIT
104719     END-IF.
104720     IF NEXT-INSERT-IX = 0
104721        MOVE XF-IX TO NEXT-INSERT-IX
104722     ELSE
104723        IF XF-NEW-KEY (XF-IX) < XF-NEW-KEY (NEXT-INSERT-IX)
104724           MOVE XF-IX TO NEXT-INSERT-IX
104725        END-IF
104726     END-IF.
104727
104728 2165-EXIT.
104729     EXIT.
104730
104731 2170-RELEASE-ONE-INSERT.
104732
104733     MOVE XF-ROW (NEXT-INSERT-IX)        TO NEW-MASTER-ROW.
104734     MOVE XF-NEW-REGION (NEXT-INSERT-IX) TO NM-REGION.
104735     MOVE NEW-MASTER-ROW TO NEWEMP-REC.
104736     WRITE NEWEMP-REC.
104737     ADD 1 TO NEWEMP-WRITTEN-COUNT.
104738
104739     MOVE 'T'                            TO BO-ACTION.
104740     MOVE XF-NAME (NEXT-INSERT-IX)       TO BO-NAME.
104741     MOVE XF-NEW-REGION (NEXT-INSERT-IX) TO BO-REGION.
104742     MOVE SPACES                         TO BO-DATA-PORTION.
104743     MOVE XF-OLD-REGION (NEXT-INSERT-IX) TO BO-NEW-REGION.
104744     MOVE SPACES                         TO BO-EFF-DATE.
104745     PERFORM 2700-WRITE-BACKOUT-TRAN THRU 2700-EXIT.
104746
104747     MOVE SPACES TO AUD-DETAIL-HEADER.
104748     MOVE XF-NAME (NEXT-INSERT-IX)       TO AUD-DH-NAME.
104749     MOVE XF-NEW-REGION (NEXT-INSERT-IX) TO AUD-DH-REGION.
104750     MOVE 'TRANSFER'                     TO AUD-DH-ACTION.
104751     MOVE 'MOVED IN FROM'                TO AUD-DH-STATUS.
104752     MOVE XF-OLD-REGION (NEXT-INSERT-IX) TO AUD-DH-STATUS (15:5).
104753     MOVE AUD-DETAIL-HEADER TO AUD-OUTPUT-REC.
104754     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
104755
104756     MOVE 'Y' TO XF-RELEASED-SW (NEXT-INSERT-IX).
104757     MOVE XF-NEW-KEY (NEXT-INSERT-IX) TO LAST-RELEASED-KEY.
104758     ADD 1 TO XFER-RELEASED-COUNT.
104759
104760     PERFORM 2160-FIND-NEXT-INSERT THRU 2160-EXIT.
104761     PERFORM 2155-TEST-INSERT-DUE THRU 2155-EXIT.
104762
104763 2170-EXIT.
104764     EXIT.
104800 2200-READ-TRANFILE.
104900
105000     READ TRANFILE
107500****************************************************************
107600* A TRANSACTION KEY WITH NO MATCHING MASTER ROW.  AN ADD IS
107700* APPLIED BY BUILDING A NEW MASTER ROW FROM THE TRANSACTION;
107800* A CHANGE, DELETE OR TRANSFER AGAINST A KEY THAT ISN'T ON THE
107900* MASTER IS REPORTED AS NOT FOUND AND NOT APPLIED.
108000****************************************************************
108100 2400-PROCESS-NO-MASTER.
108200
114400           ADD 1 TO ERROR-COUNT
114500           MOVE AUD-DETAIL-HEADER TO AUD-OUTPUT-REC
114600           PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
114610        WHEN EMP-TRAN-IS-TRANSFER
114620           MOVE 'TRANSFER'  TO AUD-DH-ACTION
114630           MOVE 'NOT FOUND' TO AUD-DH-STATUS
114640           ADD 1 TO ERROR-COUNT
114650           MOVE AUD-DETAIL-HEADER TO AUD-OUTPUT-REC
114660           PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
114700        WHEN OTHER
114800           MOVE 'UNKNOWN'   TO AUD-DH-ACTION
114900           MOVE 'BAD ACTION CODE' TO AUD-DH-STATUS
115400
115500 2400-EXIT.
115600     EXIT.
115602****************************************************************
115604* A TRANSACTION ON A KEY A TRANSFER HAS JUST MOVED A ROW INTO.
115606* THE MOVED ROW IS ALREADY IN NEWEMP, SO NOTHING MORE CAN BE
115608* APPLIED AGAINST THAT KEY THIS RUN - AN ADD IS A DUPLICATE AND
115610* ANYTHING ELSE MUST WAIT FOR THE NEXT RUN.
115612****************************************************************
115614 2450-REJECT-MOVED-KEY.
115616
115618     MOVE SPACES TO AUD-DETAIL-HEADER.
115620     MOVE EMP-TRAN-NAME   TO AUD-DH-NAME.
115622     MOVE EMP-TRAN-REGION TO AUD-DH-REGION.
115624     MOVE 'KEY MOVED THIS RUN' TO AUD-DH-STATUS.
115626
115628     EVALUATE TRUE
115630        WHEN EMP-TRAN-IS-ADD
115632           MOVE 'ADD'           TO AUD-DH-ACTION
115634           MOVE 'DUPLICATE KEY' TO AUD-DH-STATUS
115636        WHEN EMP-TRAN-IS-CHANGE
115638           MOVE 'CHANGE'        TO AUD-DH-ACTION
115640        WHEN EMP-TRAN-IS-DELETE
115642           MOVE 'DELETE'        TO AUD-DH-ACTION
115644        WHEN EMP-TRAN-IS-TRANSFER
115646           MOVE 'TRANSFER'      TO AUD-DH-ACTION
115648        WHEN OTHER
115650           MOVE 'UNKNOWN'       TO AUD-DH-ACTION
115652           MOVE 'BAD ACTION CODE' TO AUD-DH-STATUS
115654     END-EVALUATE.
115656
115658     ADD 1 TO ERROR-COUNT.
115660     MOVE AUD-DETAIL-HEADER TO AUD-OUTPUT-REC.
115662     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
115664
115666 2450-EXIT.
115668     EXIT.
115700
115800****************************************************************
115900* THE TRANSACTION KEY MATCHES AN EXISTING MASTER ROW (DCLEMP
124100           MOVE DCLEMP2 TO NEWEMP-REC
124200           WRITE NEWEMP-REC
124300           ADD 1 TO NEWEMP-WRITTEN-COUNT
124320        WHEN EMP-TRAN-IS-TRANSFER
124340           PERFORM 2550-APPLY-TRANSFER THRU 2550-EXIT
124400        WHEN OTHER
124500           MOVE 'UNKNOWN'   TO AUD-DH-ACTION
124600           MOVE 'BAD ACTION CODE' TO AUD-DH-STATUS
125400
125500 2500-EXIT.
125600     EXIT.
125601****************************************************************
125602* A TRANSFER THAT MATCHED ITS OLD ROW.  A GOOD ONE (V) DROPS THE
125603* OLD ROW HERE - ITS MOVED COPY GOES OUT AT THE NEW KEY THROUGH
125604* 2150-RELEASE-INSERTS - AND LOGS THE MOVE TO APLYFILE, HISTFILE
125605* AND THE AUDIT LISTING.  ANY OTHER VERDICT LEAVES THE ROW WHERE
125606* IT IS AND COUNTS AN ERROR.
125607****************************************************************
125608 2550-APPLY-TRANSFER.
125609
125610     MOVE 'TRANSFER' TO AUD-DH-ACTION.
125611     PERFORM 2560-FIND-TRANSFER THRU 2560-EXIT.
125612
125613     EVALUATE TRUE
125614        WHEN XF-HIT-IX = 0
125615           MOVE 'TRANSFER TABLE FULL' TO AUD-DH-STATUS
125616        WHEN XF-VALID (XF-HIT-IX)
125617           CONTINUE
125618        WHEN XF-NEW-ON-FILE (XF-HIT-IX)
125619           MOVE 'NEW KEY ON FILE'     TO AUD-DH-STATUS
125620        WHEN XF-DUP-TARGET (XF-HIT-IX)
125621           MOVE 'DUP TRANSFER TARGET' TO AUD-DH-STATUS
125622        WHEN OTHER
125623           MOVE 'DUP KEY IN BATCH'    TO AUD-DH-STATUS
125624     END-EVALUATE.
125625
125626     IF AUD-DH-STATUS NOT = SPACES
125627        ADD 1 TO ERROR-COUNT
125628        MOVE AUD-DETAIL-HEADER TO AUD-OUTPUT-REC
125629        PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
125630        MOVE DCLEMP2 TO NEWEMP-REC
125631        WRITE NEWEMP-REC
125632        ADD 1 TO NEWEMP-WRITTEN-COUNT
125633        GO TO 2550-EXIT
125634     END-IF.
125635
125636     MOVE 'MOVED TO'          TO AUD-DH-STATUS.
125637     MOVE EMP-TRAN-NEW-REGION TO AUD-DH-STATUS (10:5).
125638     ADD 1 TO TRANSFER-COUNT.
125639     PERFORM 2720-WRITE-APPLIED-TRAN THRU 2720-EXIT.
125640     MOVE 'T' TO HIST-ACTION.
125641     PERFORM 2740-BUILD-HIST-BEFORE THRU 2740-EXIT.
125642     MOVE DCLEMP2 TO HIST-AFTER-IMAGE.
125643     MOVE EMP-TRAN-NEW-REGION TO HIST-AFT-REGION.
125644     PERFORM 2750-WRITE-HISTORY THRU 2750-EXIT.
125645     PERFORM 2600-WRITE-BEFORE-AFTER THRU 2600-EXIT.
125646
125647 2550-EXIT.
125648     EXIT.
125649
125650 2560-FIND-TRANSFER.
125651
125652     MOVE ZERO TO XF-HIT-IX.
125653     PERFORM 2565-SCAN-TRANSFERS THRU 2565-EXIT
125654        VARYING XF-IX FROM 1 BY 1
125655        UNTIL XF-IX > XF-COUNT
125656           OR XF-HIT-IX > 0.
125657
125658 2560-EXIT.
125659     EXIT.
125660
125661 2565-SCAN-TRANSFERS.
125662
125663     IF XF-OLD-KEY (XF-IX) = TRAN-KEY-WORK
125664        MOVE XF-IX TO XF-HIT-IX
125665     END-IF.
125666
125667 2565-EXIT.
125668     EXIT.
125700
125800****************************************************************
125900* WRITES THE HEADER LINE PLUS A BEFORE LINE AND AN AFTER LINE.
144200     MOVE TOT-WAGES-ADDED      TO CHKPT-WAGES-ADDED.
144300     MOVE TOT-WAGES-REMOVED    TO CHKPT-WAGES-REMOVED.
144400     MOVE TOT-WAGES-CHG-NET    TO CHKPT-WAGES-CHG-NET.
144420     MOVE TRANSFER-COUNT       TO CHKPT-TRANSFER-COUNT.
144440     MOVE XFER-RELEASED-COUNT  TO CHKPT-XFER-RELEASED.
144500     MOVE CHKPT-RECORD TO CHKPT-OUTPUT-REC.
144600     WRITE CHKPT-OUTPUT-REC.
144700     MOVE RECORDS-USED-WORK TO LAST-CHECKPOINT-AT.
147300     MOVE AUD-TRAILER-LINE  TO AUD-OUTPUT-REC.
147400     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
147500
147510     MOVE SPACES TO AUD-TRAILER-LINE.
147520     MOVE 'TRANSFERS APPLIED' TO AUD-T-LABEL.
147530     MOVE TRANSFER-COUNT    TO AUD-T-COUNT.
147540     MOVE AUD-TRAILER-LINE  TO AUD-OUTPUT-REC.
147550     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
147600     MOVE SPACES TO AUD-TRAILER-LINE.
147700     MOVE 'TRANSACTION ERRORS' TO AUD-T-LABEL.
147800     MOVE ERROR-COUNT       TO AUD-T-COUNT.
149900     MOVE CHANGE-COUNT TO TOT-CHANGE-COUNT.
150000     MOVE DELETE-COUNT TO TOT-DELETE-COUNT.
150100     MOVE ERROR-COUNT  TO TOT-ERROR-COUNT.
150150     MOVE TRANSFER-COUNT TO TOT-TRANSFER-COUNT.
150200     MOVE EMP-TOTALS-RECORD TO TOT-OUTPUT-REC.
150300     WRITE TOT-OUTPUT-REC.
150400
151000* CUMULATIVE RUNLOG DATASET.  READ/ADDED/DROPPED/WRITTEN ARE
151100* THE MASTER-FILE COUNTS, SO THE SCORECARD CAN CROSS-FOOT
151200*    READ + ADDED - DROPPED = WRITTEN.
151220* A TRANSFER'S MOVED ROW IS WRITTEN AND ITS OLD ROW IS NOT, SO
151240* TRANSFERS LEAVE THE CROSS-FOOT UNTOUCHED; THEIR COUNT RIDES IN
151260* RUN-LOG-TRANSFERS.
151300****************************************************************
151400 3200-WRITE-RUN-LOG.
151500
152200     MOVE ERROR-COUNT           TO RUN-LOG-ERRORS.
152300     MOVE ADD-COUNT             TO RUN-LOG-ADDED.
152400     MOVE DELETE-COUNT          TO RUN-LOG-DROPPED.
152450     MOVE TRANSFER-COUNT        TO RUN-LOG-TRANSFERS.
152500     IF ERROR-COUNT > 0
152600        MOVE 'ERRORS'           TO RUN-LOG-DISPOSITION
152700     ELSE
