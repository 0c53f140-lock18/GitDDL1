001600*      TRANSACTIONS TPROG04 WRITES (EMPTRAN LAYOUT) -
001700*      AN 'A' BECOMES AN INSERT, A 'C' AN UPDATE AND A
001800*      'D' A DELETE, ALL BY THE EMP_NAME/EMP_REGION KEY.
001820*      A 'T' (REGION TRANSFER) BECOMES AN UPDATE OF
001840*      EMP_REGION ITSELF, FROM THE OLD REGION ON THE
001860*      TRANSACTION KEY TO EMP-TRAN-NEW-REGION.
001900*      BECAUSE ONLY APPLIED TRANSACTIONS REACH THAT
002000*      FILE, EVERY STATEMENT IS EXPECTED TO HIT - AN
002100*      SQLCODE -803 (DUPLICATE INSERT) OR +100 (UPDATE/
002200*      DELETE FOUND NOTHING) MEANS TABLE AND EXTRACT
002300*      HAD ALREADY DRIFTED AND IS COUNTED AS AN ERROR.
002320*      SO IS A -803 ON A TRANSFER - THE NEW KEY WAS
002340*      ALREADY ON THE TABLE.
002400*
002500*      COMMIT AND RESTART
002600*      ------------------
003900*      THE CONTROL REPORT PROVES THE RUN AGAINST THE
004000*      EMPTOT RECORD TPROG04 WROTE - POSTED ADDS,
004100*      CHANGES AND DELETES MUST EQUAL TOT-ADD-COUNT/
004200*      TOT-CHANGE-COUNT/TOT-DELETE-COUNT (AND POSTED
004250*      TRANSFERS TOT-TRANSFER-COUNT) OR THE STEP
004300*      ENDS WITH RETURN CODE 8.  ANY UNEXPECTED SQLCODE
004400*      ROLLS BACK AND ENDS THE STEP WITH RETURN CODE 12.
004500*
006092*                        TO THE COMMON CUMULATIVE RUNLOG
006093*                        DATASET AT END OF RUN FOR THE NIGHTLY
006094*                        SCORECARD AND THE TPROG20 GATE
006100*  14/10/26  ISPW        REGION TRANSFER ('T') POSTED AS AN
006110*                        UPDATE OF EMP_REGION AND PROVED
006120*                        AGAINST TOT-TRANSFER-COUNT.  EMPTOT
006130*                        GROWS 67 TO 74 BYTES, RUNLOG 77 TO 86
006140*                        AND THE CHECKPOINT RECORD 37 TO 44
006150*                        (CHKPT-TRANSFER-COUNT) - COMPLETE ANY
006160*                        PENDING RESTART BEFORE INSTALLING
006162*  15/10/26  ISPW        A TRANSFER LOADS ONLY THE KEY HOST
006164*                        VARIABLES - ITS DATA BYTES ARE THE NEW
006166*                        REGION, NOT A ROW
006170* ======================================================
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
006400 SOURCE-COMPUTER. IBM-370.
011900     RECORDING MODE IS F
012000     DATA RECORD IS TOT-INPUT-REC.
012100
012200 01  TOT-INPUT-REC             PIC X(74).
012300
012400 FD  CHKPTFILE
012500     LABEL RECORDS OMITTED
012700     RECORDING MODE IS F
012800     DATA RECORD IS CHKPT-OUTPUT-REC.
012900
013000 01  CHKPT-OUTPUT-REC          PIC X(44).
013100
013200 FD  CHKPTIN
013300     LABEL RECORDS OMITTED
013500     RECORDING MODE IS F
013600     DATA RECORD IS CHKPT-INPUT-REC.
013700
013800 01  CHKPT-INPUT-REC           PIC X(44).
013900
014000 FD  PSTFILE
014100     LABEL RECORDS OMITTED
014950     RECORDING MODE IS F
014960     DATA RECORD IS RUNLOG-OUTPUT-REC.
014970
014980 01  RUNLOG-OUTPUT-REC         PIC X(86).
014990
015000 WORKING-STORAGE SECTION.
015100****************************************************
018000     05  CHKPT-CHANGE-COUNT    PIC 9(07) VALUE ZERO.
018100     05  CHKPT-DELETE-COUNT    PIC 9(07) VALUE ZERO.
018200     05  CHKPT-ERROR-COUNT     PIC 9(07) VALUE ZERO.
018210     05  CHKPT-TRANSFER-COUNT  PIC 9(07) VALUE ZERO.
018220
018230****************************************************
018240****    THE NEW REGION A TRANSFER MOVES THE ROW TO -
018250****    A HOST VARIABLE OF ITS OWN, SINCE THE DCLEMP
018260****    REGION STILL CARRIES THE OLD KEY
018270****************************************************
018280 01  XFER-NEW-REGION           PIC X(05) VALUE SPACES.
018300
018400****************************************************
018500****    REPORT LINE LAYOUTS - BOXED HEADER STYLE
026700 77  POSTED-ADD-COUNT      PIC 9(07) VALUE ZERO.
026800 77  POSTED-CHANGE-COUNT   PIC 9(07) VALUE ZERO.
026900 77  POSTED-DELETE-COUNT   PIC 9(07) VALUE ZERO.
026950 77  POSTED-TRANSFER-COUNT PIC 9(07) VALUE ZERO.
027000 77  DRIFT-ERROR-COUNT     PIC 9(07) VALUE ZERO.
027100
027200****************************************************
036700     MOVE CHKPT-CHANGE-COUNT    TO POSTED-CHANGE-COUNT.
036800     MOVE CHKPT-DELETE-COUNT    TO POSTED-DELETE-COUNT.
036900     MOVE CHKPT-ERROR-COUNT     TO DRIFT-ERROR-COUNT.
036950     MOVE CHKPT-TRANSFER-COUNT  TO POSTED-TRANSFER-COUNT.
037000
037100     OPEN EXTEND CHKPTFILE.
037200
042300           PERFORM 2400-POST-UPDATE THRU 2400-EXIT
042400        WHEN EMP-TRAN-IS-DELETE
042500           PERFORM 2500-POST-DELETE THRU 2500-EXIT
042520        WHEN EMP-TRAN-IS-TRANSFER
042540           PERFORM 2550-POST-TRANSFER THRU 2550-EXIT
042600        WHEN OTHER
042700           ADD 1 TO DRIFT-ERROR-COUNT
042800           MOVE 'BAD ACTION CODE' TO PST-E-REASON
057100
057200 2500-EXIT.
057300     EXIT.
057302
057304****************************************************************
057305* AN APPLIED TRANSFER RE-KEYS THE ROW - AN UPDATE OF EMP_REGION
057306* FROM THE OLD REGION TO THE NEW.  SQLCODE +100 MEANS THE ROW
057307* WAS NOT THERE TO MOVE AND -803 THAT THE NEW KEY WAS ALREADY
057308* TAKEN - DRIFT EITHER WAY, LISTED AND COUNTED.  ONLY THE KEY IS
057309* LOADED - PAST IT A TRANSFER CARRIES THE NEW REGION, NOT THE
057310* ROW'S DATA.
057311****************************************************************
057312 2550-POST-TRANSFER.
057313
057314     MOVE EMP-TRAN-NAME       TO EMP-TB-NAME.
057315     MOVE EMP-TRAN-REGION     TO EMP-TB-REGION.
057316     MOVE EMP-TRAN-NEW-REGION TO XFER-NEW-REGION.
057324
057326     EXEC SQL UPDATE EMP
057328         SET EMP_REGION = :XFER-NEW-REGION
057330         WHERE EMP_NAME   = :EMP-TB-NAME
057332           AND EMP_REGION = :EMP-TB-REGION
057334     END-EXEC.
057336
057338     EVALUATE SQLCODE
057340        WHEN 0
057342           ADD 1 TO POSTED-TRANSFER-COUNT
057344        WHEN 100
057346           ADD 1 TO DRIFT-ERROR-COUNT
057348           MOVE 'ROW NOT ON TABLE' TO PST-E-REASON
057350           PERFORM 2800-WRITE-DRIFT-LINE THRU 2800-EXIT
057352        WHEN -803
057354           ADD 1 TO DRIFT-ERROR-COUNT
057356           MOVE 'NEW KEY ALREADY ON TABLE' TO PST-E-REASON
057358           PERFORM 2800-WRITE-DRIFT-LINE THRU 2800-EXIT
057360        WHEN OTHER
057362           MOVE 'TRANSFER' TO PST-S-VERB
057364           PERFORM 8000-SQL-ERROR THRU 8000-EXIT
057366     END-EVALUATE.
057368
057370 2550-EXIT.
057372     EXIT.
057400
057500****************************************************************
057600* A COMMIT EVERY COMMIT-INTERVAL TRANSACTIONS, WITH THE
063600     MOVE POSTED-CHANGE-COUNT   TO CHKPT-CHANGE-COUNT.
063700     MOVE POSTED-DELETE-COUNT   TO CHKPT-DELETE-COUNT.
063800     MOVE DRIFT-ERROR-COUNT     TO CHKPT-ERROR-COUNT.
063850     MOVE POSTED-TRANSFER-COUNT TO CHKPT-TRANSFER-COUNT.
063900     MOVE CHKPT-RECORD TO CHKPT-OUTPUT-REC.
064000     WRITE CHKPT-OUTPUT-REC.
064100
070800     END-IF.
070900     MOVE PST-CHECK-LINE TO PST-OUTPUT-REC.
071000     WRITE PST-OUTPUT-REC.
071005
071010     MOVE 'TRANSFERS POSTED' TO PST-C-LABEL.
071015     MOVE TOT-TRANSFER-COUNT TO PST-C-EXPECTED.
071020     MOVE POSTED-TRANSFER-COUNT TO PST-C-ACTUAL.
071025     IF TOT-TRANSFER-COUNT = POSTED-TRANSFER-COUNT
071030        MOVE 'IN BALANCE' TO PST-C-VERDICT
071035     ELSE
071040        MOVE 'OUT OF BALANCE' TO PST-C-VERDICT
071045        MOVE 'Y' TO OUT-OF-BALANCE-SW
071050     END-IF.
071055     MOVE PST-CHECK-LINE TO PST-OUTPUT-REC.
071060     WRITE PST-OUTPUT-REC.
071100
071200     IF DRIFT-ERROR-COUNT > 0
071300        MOVE 'Y' TO OUT-OF-BALANCE-SW
074667     MOVE TRANS-PROCESSED-COUNT TO RUN-LOG-READ.
074668     COMPUTE RUN-LOG-WRITTEN =
074669        POSTED-ADD-COUNT + POSTED-CHANGE-COUNT
074670        + POSTED-DELETE-COUNT + POSTED-TRANSFER-COUNT.
074671     MOVE DRIFT-ERROR-COUNT     TO RUN-LOG-ERRORS.
074672     MOVE ZERO                  TO RUN-LOG-ADDED.
074673     MOVE ZERO                  TO RUN-LOG-DROPPED.
074676     ELSE
074677        MOVE 'NORMAL'           TO RUN-LOG-DISPOSITION
074678     END-IF.
074679     MOVE POSTED-TRANSFER-COUNT TO RUN-LOG-TRANSFERS.
074680     MOVE RUN-LOG-RECORD        TO RUNLOG-OUTPUT-REC.
074681     WRITE RUNLOG-OUTPUT-REC.
074682     CLOSE RUNLOG.
074683
074684 3200-EXIT.
074685     EXIT.
074686
074700****************************************************************
074800* ANY UNEXPECTED SQLCODE LANDS HERE - IT IS PRINTED WITH THE
074900* VERB THAT HIT IT, EVERYTHING SINCE THE LAST COMMIT IS ROLLED
