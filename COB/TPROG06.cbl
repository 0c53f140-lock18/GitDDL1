001200*      NEVER SEES A TRANSACTION IT CANNOT TRUST.
001300*
001400*      EDITS APPLIED TO EVERY TRANSACTION:
001500*        - EMP-TRAN-ACTION MUST BE 'A', 'C', 'D' OR 'T'
001600*        - EMP-TRAN-WAGES/OT/COMM AND EMP-TRAN-YRS-SERVICE
001700*          MUST BE NUMERIC ON AN ADD OR CHANGE (A DELETE
001800*          CARRIES NO DATA TPROG04 LOOKS AT)
002400*          CODE ON REGTAB, AND EMP-TRAN-TYPE ON AN ADD
002500*          OR CHANGE MUST BE AN ACTIVE CODE ON TYPTAB
002600*          (THE REFERENCE TABLES TPROG18 MAINTAINS)
002605*        - A REGION TRANSFER ('T') MUST NAME A NEW REGION
002610*          THAT IS ACTIVE ON REGTAB AND DIFFERS FROM THE
002615*          OLD ONE
002620*        - NO TRANSACTION MAY CARRY THE KEY A TRANSFER IN
002625*          THE SAME BATCH MOVES A ROW TO, AND ONLY THE
002630*          FIRST TRANSFER TO A GIVEN NEW KEY PASSES - THE
002635*          TRANSFER TARGETS ARE GATHERED IN A FIRST PASS
002640*          OF TRANIN BEFORE THE EDIT PASS, SO THE RULE
002645*          HOLDS WHICHEVER WAY THE KEYS SORT.  THIS KEEPS
002650*          TPROG04, TPROG14 AND TPROG17 IN STEP, WHICH
002655*          APPLY THE SAME BATCH IN DIFFERENT ORDERS
002700*
002800*      EVERY REJECTED TRANSACTION IS LISTED ON EDTFILE
002900*      WITH ITS REASON.  WHEN THE REJECT PERCENTAGE
003000*      EXCEEDS ERROR-PCT-CUTOFF THE STEP ENDS WITH
003100*      RETURN CODE 8 SO THE JOB STREAM STOPS BEFORE
003200*      TPROG04 RUNS AGAINST A VISIBLY BAD BATCH.
003205*
003210*      A CLEAN ADD OR CHANGE THAT RAISES THE WAGES, OT
003215*      OR COMMISSION BY MORE THAN THE RUNPARM APRAMT
003220*      DOLLARS, OR BY MORE THAN APRPCT PERCENT OF WHAT
003225*      THE MASTER (EMPIN) CARRIES TONIGHT, IS HELD OUT
003230*      OF CLEANTRN AND BANKED ON APPROUT (EMPAPR
003235*      LAYOUT).  THE BANK COMES BACK AS APPRIN ON THE
003240*      NEXT RUN AND IS MERGED WITH TRANIN BY KEY; AN
003245*      ITEM IS RELEASED ONLY ON A NIGHT WHEN APPCARD
003250*      CARRIES A SUPERVISOR APPROVAL CARD FOR ITS KEY,
003255*      AND IS THEN EDITED AGAIN LIKE ANY TRANSACTION.
003260*      WHILE A KEY WAITS IN THE BANK NO NEW TRANSACTION
003265*      FOR IT PASSES.  APRRPT LISTS THE QUEUE - WHAT IS
003270*      WAITING, WHO RELEASED WHAT, AND WHAT HAS WAITED
003275*      LONGER THAN APRDAYS.
003300*
003400*      AND COPYLIBS   EMPTRAN   (TRANSACTION LAYOUT)
003420*                     EMPAPR    (APPROVAL BANK/CARD)
003440*                     EMPREC2   (EMP MASTER EXTRACT)
003500* ======================================================
003600*  ISPW (TM)
003700*  COPYRIGHT (C) 1986-2016 COMPUWARE CORPORATION.
007400*                        TO THE COMMON CUMULATIVE RUNLOG
007500*                        DATASET AT END OF RUN FOR THE NIGHTLY
007600*                        SCORECARD AND THE TPROG20 GATE
007610*  14/10/26  ISPW        REGION TRANSFER ('T') ACCEPTED - THE
007620*                        NEW REGION IS EDITED AGAINST REGTAB,
007630*                        AND A FIRST PASS OF TRANIN GATHERS
007640*                        THE TRANSFER TARGETS SO NO OTHER
007650*                        TRANSACTION (AND NO SECOND TRANSFER)
007660*                        CAN LAND ON A KEY A TRANSFER MOVES A
007670*                        ROW TO.  RUNLOG GROWS 77 TO 86 BYTES
007672*  15/10/26  ISPW        SUPERVISOR APPROVAL HOLD - A CLEAN ADD
007674*                        OR CHANGE RAISING WAGES, OT OR COMM
007676*                        OVER THE RUNPARM APRAMT/APRPCT LIMITS
007678*                        (MEASURED AGAINST THE EMPIN MASTER) IS
007680*                        BANKED ON APPROUT (EMPAPR LAYOUT) AND
007682*                        RELEASED ONLY WHEN AN APPCARD APPROVAL
007684*                        CARD FOR ITS KEY IS SUPPLIED.  APRRPT
007686*                        LISTS THE QUEUE AND FLAGS ITEMS OLDER
007688*                        THAN APRDAYS; RUNLOG COUNTS INCLUDE
007690*                        THE BANK
007700* ======================================================
007800 ENVIRONMENT DIVISION.
007900 CONFIGURATION SECTION.
010100*   RUNLOG   THE COMMON CUMULATIVE RUN-LOG DATASET
010200*            THE NIGHTLY SCORECARD AND THE TPROG20
010300*            GATE READ (SEE RUNLOG)
010305*   EMPIN    THE CURRENT EMP MASTER (EMPREC2 LAYOUT,
010310*            THE SAME DATASET TPROG04 READS) - READ
010315*            ALONGSIDE TRANIN FOR THE OLD AMOUNTS THE
010320*            APPROVAL LIMITS ARE MEASURED AGAINST
010325*   APPRIN   OPTIONAL - THE APPROVAL BANK AS THE LAST
010330*            RUN LEFT IT (EMPAPR LAYOUT)
010335*   APPROUT  THE APPROVAL BANK CARRIED FORWARD - ITEMS
010340*            STILL WAITING PLUS TONIGHT'S NEW HOLDS
010345*   APPCARD  OPTIONAL - TONIGHT'S SUPERVISOR APPROVAL
010350*            CARDS (EMPAPR LAYOUT)
010355*   APRRPT   THE PRINTED APPROVAL QUEUE REPORT
010400*****************************************************
010500     SELECT TRANFILE ASSIGN UT-S-TRANIN
010600       ORGANIZATION IS SEQUENTIAL
012900     SELECT RUNLOG ASSIGN UT-S-RUNLOG
013000       ORGANIZATION IS SEQUENTIAL
013100       ACCESS IS SEQUENTIAL.
013102
013105     SELECT EMPFILE ASSIGN UT-S-EMPIN
013110       ORGANIZATION IS SEQUENTIAL
013115       ACCESS IS SEQUENTIAL.
013120
013125     SELECT OPTIONAL APPRIN ASSIGN UT-S-APPRIN
013130       ORGANIZATION IS SEQUENTIAL
013135       ACCESS IS SEQUENTIAL.
013140
013145     SELECT APPROUT ASSIGN UT-S-APPROUT
013150       ORGANIZATION IS SEQUENTIAL
013155       ACCESS IS SEQUENTIAL.
013160
013165     SELECT OPTIONAL APPCARD ASSIGN UT-S-APPCARD
013170       ORGANIZATION IS SEQUENTIAL
013175       ACCESS IS SEQUENTIAL.
013180
013185     SELECT APRRPT ASSIGN UT-S-APRRPT
013190       ORGANIZATION IS SEQUENTIAL
013195       ACCESS IS SEQUENTIAL.
013200
013300 DATA DIVISION.
013400
019000     RECORDING MODE IS F
019100     DATA RECORD IS RUNLOG-OUTPUT-REC.
019200
019300 01  RUNLOG-OUTPUT-REC         PIC X(86).
019301
019302 FD  EMPFILE
019304     LABEL RECORDS OMITTED
019306     BLOCK CONTAINS 0 RECORDS
019308     RECORDING MODE IS F
019310     DATA RECORD IS EMPIN-INPUT-REC.
019312
019314 01  EMPIN-INPUT-REC           PIC X(58).
019316
019318 FD  APPRIN
019320     LABEL RECORDS OMITTED
019322     BLOCK CONTAINS 0 RECORDS
019324     RECORDING MODE IS F
019326     DATA RECORD IS APPRIN-INPUT-REC.
019328
019330 01  APPRIN-INPUT-REC          PIC X(100).
019332
019334 FD  APPROUT
019336     LABEL RECORDS OMITTED
019338     BLOCK CONTAINS 0 RECORDS
019340     RECORDING MODE IS F
019342     DATA RECORD IS APPROUT-OUTPUT-REC.
019344
019346 01  APPROUT-OUTPUT-REC        PIC X(100).
019348
019350 FD  APPCARD
019352     LABEL RECORDS OMITTED
019354     BLOCK CONTAINS 0 RECORDS
019356     RECORDING MODE IS F
019358     DATA RECORD IS APPCARD-INPUT-REC.
019360
019362 01  APPCARD-INPUT-REC         PIC X(80).
019364
019366 FD  APRRPT
019368     LABEL RECORDS OMITTED
019370     BLOCK CONTAINS 0 RECORDS
019372     RECORDING MODE IS F
019374     DATA RECORD IS APQ-OUTPUT-REC.
019376
019378 01  APQ-OUTPUT-REC.
019380     05  APQ-CC            PIC X(01).
019382     05  APQ-LINE          PIC X(132).
019400
019500 WORKING-STORAGE SECTION.
019600****************************************************
023900     05  FILLER            PIC X(42) VALUE
024000         '*** REFERENCE TABLE OVERFLOW - RC=8 ***'.
024100     05  FILLER            PIC X(90) VALUE SPACES.
024110
024120 01  EDT-XFER-FAIL-LINE.
024130     05  FILLER            PIC X(01) VALUE SPACE.
024140     05  FILLER            PIC X(42) VALUE
024150         '*** TRANSFER TABLE OVERFLOW - RC=8 ***'.
024160     05  FILLER            PIC X(90) VALUE SPACES.
024200
024300 01  EDT-PCT-LINE.
024400     05  FILLER            PIC X(01) VALUE SPACE.
024700     05  FILLER            PIC X(01) VALUE SPACES.
024800     05  EDT-P-TAG         PIC X(30) VALUE SPACES.
024900     05  FILLER            PIC X(64) VALUE SPACES.
024901****************************************************
024902****    APPROVAL QUEUE REPORT LINES - THE STAR AND
024903****    TRAILER LINES ABOVE ARE SHARED WITH IT
024904****************************************************
024905 01  APQ-TITLE-LINE.
024906     05  FILLER            PIC X(01) VALUE SPACE.
024907     05  FILLER            PIC X(44) VALUE
024908         'EMP PAY CHANGE APPROVAL QUEUE'.
024909     05  FILLER            PIC X(10) VALUE 'RUN DATE'.
024910     05  APQ-T-RUN-DATE    PIC X(08).
024911     05  FILLER            PIC X(70) VALUE SPACES.
024912
024913 01  APQ-COLUMN-LINE.
024914     05  FILLER            PIC X(01) VALUE SPACE.
024915     05  FILLER            PIC X(15) VALUE 'EMPLOYEE NAME'.
024916     05  FILLER            PIC X(03) VALUE SPACES.
024917     05  FILLER            PIC X(05) VALUE 'REGN'.
024918     05  FILLER            PIC X(03) VALUE SPACES.
024919     05  FILLER            PIC X(04) VALUE 'ACT'.
024920     05  FILLER            PIC X(26) VALUE 'QUEUE STATUS'.
024921     05  FILLER            PIC X(10) VALUE 'APPROVER'.
024922     05  FILLER            PIC X(10) VALUE 'HELD ON'.
024923     05  FILLER            PIC X(06) VALUE 'DAYS'.
024924     05  FILLER            PIC X(27) VALUE 'HOLD REASON'.
024925     05  FILLER            PIC X(23) VALUE SPACES.
024926
024927 01  APQ-DETAIL-LINE.
024928     05  FILLER            PIC X(01) VALUE SPACE.
024929     05  APQ-D-NAME        PIC X(15).
024930     05  FILLER            PIC X(03) VALUE SPACES.
024931     05  APQ-D-REGION      PIC X(05).
024932     05  FILLER            PIC X(03) VALUE SPACES.
024933     05  APQ-D-ACTION      PIC X(01).
024934     05  FILLER            PIC X(03) VALUE SPACES.
024935     05  APQ-D-STATUS      PIC X(24).
024936     05  FILLER            PIC X(02) VALUE SPACES.
024937     05  APQ-D-APPROVER    PIC X(08).
024938     05  FILLER            PIC X(02) VALUE SPACES.
024939     05  APQ-D-HELD-DATE   PIC X(08).
024940     05  FILLER            PIC X(02) VALUE SPACES.
024941     05  APQ-D-DAYS        PIC ZZZ9.
024942     05  FILLER            PIC X(02) VALUE SPACES.
024943     05  APQ-D-REASON      PIC X(25).
024944     05  FILLER            PIC X(02) VALUE SPACES.
024945     05  APQ-D-FLAG        PIC X(07).
024946     05  FILLER            PIC X(16) VALUE SPACES.
024947
024948 01  APQ-CARD-FAIL-LINE.
024949     05  FILLER            PIC X(01) VALUE SPACE.
024950     05  FILLER            PIC X(44) VALUE
024951         '*** APPROVAL CARD TABLE OVERFLOW - RC=8 ***'.
024952     05  FILLER            PIC X(88) VALUE SPACES.
025000
025100****************************************************
025200****    KEY SEQUENCE WORK AREAS - THE PREVIOUS KEY
029000
029100 77  CODE-FOUND-SW         PIC X(01) VALUE 'N'.
029200     88  CODE-FOUND                  VALUE 'Y'.
029250 77  LOOKUP-REGION         PIC X(05) VALUE SPACES.
029300
029400 77  REGTAB-EOF-SW         PIC X(01) VALUE 'N'.
029500     88  REGTAB-EOF                  VALUE 'Y'.
029600 77  TYPTAB-EOF-SW         PIC X(01) VALUE 'N'.
029700     88  TYPTAB-EOF                  VALUE 'Y'.
029704
029708****************************************************
029712****    TRANSFER TARGETS - THE NAME/NEW-REGION KEY OF
029716****    EVERY 'T' IN THE BATCH, GATHERED BEFORE THE
029720****    EDIT PASS.  A TARGET IS CLAIMED BY THE FIRST
029724****    TRANSFER TO IT THAT PASSES ITS EDITS.
029728****************************************************
029732 01  TRANSFER-TARGET-TABLE.
029736     05  TRANSFER-TARGET-ENTRY  OCCURS 500 TIMES.
029740         10  XT-KEY.
029744             15  XT-NAME        PIC X(15).
029748             15  XT-REGION      PIC X(05).
029752         10  XT-CLAIMED-SW      PIC X(01).
029756
029760 01  TARGET-KEY-WORK.
029764     05  TG-NAME           PIC X(15).
029768     05  TG-REGION         PIC X(05).
029772
029776 77  TRANSFER-TARGET-COUNT PIC 9(04) COMP VALUE ZERO.
029780 77  TARGET-IX             PIC 9(04) COMP VALUE ZERO.
029784 77  TARGET-HIT-IX         PIC 9(04) COMP VALUE ZERO.
029788
029792 77  TARGET-FOUND-SW       PIC X(01) VALUE 'N'.
029796     88  TARGET-FOUND                VALUE 'Y'.
029800
029801****************************************************
029802****    SUPERVISOR APPROVAL HOLD - THE BANK RECORD,
029803****    THE APPROVAL CARD AND THE IN-CORE TABLE OF
029804****    TONIGHT'S CARDS.  A CARD IS MARKED USED WHEN IT
029805****    RELEASES SOMETHING, SO ONE THAT MATCHED NOTHING
029806****    CAN BE LISTED AT THE END OF THE QUEUE REPORT.
029807****************************************************
029808     COPY EMPAPR.
029809
029810 01  APPROVAL-CARD-TABLE.
029811     05  APPROVAL-CARD-ENTRY  OCCURS 500 TIMES.
029812         10  AC-KEY.
029813             15  AC-NAME        PIC X(15).
029814             15  AC-REGION      PIC X(05).
029815         10  AC-APPROVER-ID     PIC X(08).
029816         10  AC-USED-SW         PIC X(01).
029817
029818 01  APPROVAL-KEY-WORK.
029819     05  AK-NAME           PIC X(15).
029820     05  AK-REGION         PIC X(05).
029821
029822 77  APPROVAL-CARD-COUNT   PIC 9(04) COMP VALUE ZERO.
029823 77  CARD-IX               PIC 9(04) COMP VALUE ZERO.
029824 77  CARD-HIT-IX           PIC 9(04) COMP VALUE ZERO.
029825
029826 77  CARD-FOUND-SW         PIC X(01) VALUE 'N'.
029827     88  CARD-FOUND                  VALUE 'Y'.
029828 77  APPCARD-EOF-SW        PIC X(01) VALUE 'N'.
029829     88  APPCARD-EOF                 VALUE 'Y'.
029830 77  APPRIN-EOF-SW         PIC X(01) VALUE 'N'.
029831     88  APPRIN-EOF                  VALUE 'Y'.
029832 77  EMPIN-EOF-SW          PIC X(01) VALUE 'N'.
029833     88  EMPIN-EOF                   VALUE 'Y'.
029834
029835****************************************************
029836****    MERGE KEYS - THE NEXT TRANSACTION, THE NEXT
029837****    BANKED ITEM AND THE CURRENT MASTER ROW, EACH
029838****    DRIVEN TO HIGH-VALUES AT END OF FILE.  ON EQUAL
029839****    KEYS THE BANKED ITEM GOES FIRST.  A KEY LEFT
029840****    WAITING IN THE BANK IS REMEMBERED SO A NEW
029841****    TRANSACTION FOR IT CANNOT JUMP THE QUEUE.
029842****************************************************
029843 01  NEXT-TRAN-KEY-WORK.
029844     05  NT-NAME           PIC X(15).
029845     05  NT-REGION         PIC X(05).
029846
029847 01  BANK-KEY-WORK.
029848     05  BK-NAME           PIC X(15).
029849     05  BK-REGION         PIC X(05).
029850
029851 01  MASTER-KEY-WORK.
029852     05  MK-NAME           PIC X(15).
029853     05  MK-REGION         PIC X(05).
029854
029855 01  HELD-KEY-WORK.
029856     05  HK-NAME           PIC X(15).
029857     05  HK-REGION         PIC X(05).
029858
029859 01  TRAN-SAVE-AREA        PIC X(65).
029860
029861     COPY EMPREC2.
029900****************************************************
030000****    SWITCHES, COUNTERS AND THE ERROR CUTOFF
030100****************************************************
031300****************************************************
031400 77  ERROR-PCT-CUTOFF      PIC 9(03)V99 VALUE 20.00.
031500 77  ERROR-PCT             PIC 9(03)V99 VALUE ZERO.
031502****************************************************
031504****    APPROVAL LIMITS (RUNPARM APRPCT, APRAMT AND
031506****    APRDAYS).  AN INCREASE OVER EITHER MONEY LIMIT
031508****    IS HELD; A ZERO LIMIT SWITCHES THAT TEST OFF.
031510****************************************************
031512 77  APPROVAL-PCT-LIMIT    PIC 9(03)V99 VALUE 50.00.
031514 77  APPROVAL-AMT-LIMIT    PIC 9(07) VALUE 10000.
031516 77  APPROVAL-DAYS-LIMIT   PIC 9(03) VALUE 5.
031518
031520 77  HOLD-REASON           PIC X(25) VALUE SPACES.
031522     88  NO-HOLD-NEEDED              VALUE SPACES.
031524 77  HOLD-FIELD-LABEL      PIC X(10) VALUE SPACES.
031526 77  OLD-AMOUNT            PIC 9(08)V99 VALUE ZERO.
031528 77  NEW-AMOUNT            PIC 9(08)V99 VALUE ZERO.
031530 77  INCREASE-AMOUNT       PIC S9(09)V99 VALUE ZERO.
031532 77  INCREASE-PCT          PIC 9(13)V99 VALUE ZERO.
031534
031536****************************************************
031538****    AGING - EACH YYYYMMDD DATE IS TURNED INTO A
031540****    DAY NUMBER SO TWO DATES CAN BE SUBTRACTED
031542****************************************************
031544 77  RUN-DATE-WORK         PIC X(08) VALUE SPACES.
031546 77  TODAY-DAY-NUMBER      PIC 9(07) VALUE ZERO.
031548 77  DAYS-WAITING          PIC S9(07) VALUE ZERO.
031550
031552 01  DAY-NUMBER-WORK.
031554     05  DN-DATE.
031556         10  DN-CCYY       PIC 9(04).
031558         10  DN-MM         PIC 9(02).
031560         10  DN-DD         PIC 9(02).
031562     05  DN-YEAR           PIC 9(05).
031564     05  DN-MONTH          PIC 9(02).
031566     05  DN-QUOTIENT       PIC 9(07).
031568     05  DN-DAY-NUMBER     PIC 9(07).
031570
031572 77  APPROVAL-IN-COUNT     PIC 9(07) VALUE ZERO.
031574 77  APPROVAL-HELD-COUNT   PIC 9(07) VALUE ZERO.
031576 77  APPROVAL-RELEASED-COUNT PIC 9(07) VALUE ZERO.
031578 77  APPROVAL-FAILED-COUNT PIC 9(07) VALUE ZERO.
031580 77  APPROVAL-WAITING-COUNT PIC 9(07) VALUE ZERO.
031582 77  APPROVAL-OVERDUE-COUNT PIC 9(07) VALUE ZERO.
031584 77  APPROVAL-OUT-COUNT    PIC 9(07) VALUE ZERO.
031586 77  APPROVAL-CARDS-READ   PIC 9(07) VALUE ZERO.
031588 77  APPROVAL-CARDS-UNUSED PIC 9(07) VALUE ZERO.
031590 77  APPROVAL-CARDS-BAD    PIC 9(07) VALUE ZERO.
031592 77  EDIT-BASE-COUNT       PIC 9(07) VALUE ZERO.
031600
031700****************************************************
031800****    THE STANDARD RUN-LOG RECORD APPENDED TO THE
032200
032300****************************************************
032400****    THE COMMON RUN-CONTROL PARAMETER WORK AREAS
032500****    - ERRPCT, APRPCT, APRAMT AND APRDAYS ARE THE
032550****    KEYWORDS THIS PROGRAM OWNS
032600****************************************************
032700     COPY RUNPRM.
032800
033200
033300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033400     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
033500        UNTIL TRANFILE-EOF AND APPRIN-EOF.
033600     PERFORM 3000-FINISH-REPORT THRU 3000-EXIT.
033650     PERFORM 3100-FINISH-QUEUE-REPORT THRU 3100-EXIT.
033700     PERFORM 3200-WRITE-RUN-LOG THRU 3200-EXIT.
033800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033900     GOBACK.
034300     OPEN INPUT TRANFILE.
034400     OPEN OUTPUT CLEANTRN.
034500     OPEN OUTPUT EDTFILE.
034520     OPEN INPUT EMPFILE.
034540     OPEN INPUT APPRIN.
034560     OPEN OUTPUT APPROUT.
034580     OPEN OUTPUT APRRPT.
034600
034700     MOVE LOW-VALUES TO PREV-KEY-WORK.
034710     MOVE LOW-VALUES TO HELD-KEY-WORK.
034720
034730     ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD.
034740     MOVE RUN-DATE-WORK TO DN-DATE.
034750     PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT.
034760     MOVE DN-DAY-NUMBER TO TODAY-DAY-NUMBER.
034800
034900     MOVE SPACES TO EDT-CC.
035000     MOVE EDT-STAR-LINE TO EDT-OUTPUT-REC.
036500
036600     PERFORM 1100-LOAD-REGION-TABLE THRU 1100-EXIT.
036700     PERFORM 1200-LOAD-TYPE-TABLE THRU 1200-EXIT.
036750     PERFORM 1300-LOAD-TRANSFER-TARGETS THRU 1300-EXIT.
036770     PERFORM 1400-LOAD-APPROVAL-CARDS THRU 1400-EXIT.
036800
036900     PERFORM 2100-READ-TRANFILE THRU 2100-EXIT.
036920     PERFORM 2150-READ-APPRIN THRU 2150-EXIT.
036940     PERFORM 2160-READ-EMPIN THRU 2160-EXIT.
037000
037100 1000-EXIT.
037200     EXIT.
042000           ELSE
042100              ADD 1 TO RUN-PARM-BAD-COUNT
042200           END-IF
042204        WHEN 'APRPCT'
042208           IF RUN-PARM-VALUE (1:5) IS NUMERIC
042212              MOVE RUN-PARM-VALUE-PCT TO APPROVAL-PCT-LIMIT
042216              ADD 1 TO RUN-PARM-APPLIED-COUNT
042220           ELSE
042224              ADD 1 TO RUN-PARM-BAD-COUNT
042228           END-IF
042232        WHEN 'APRAMT'
042236           IF RUN-PARM-VALUE (1:7) IS NUMERIC
042240              MOVE RUN-PARM-VALUE-7 TO APPROVAL-AMT-LIMIT
042244              ADD 1 TO RUN-PARM-APPLIED-COUNT
042248           ELSE
042252              ADD 1 TO RUN-PARM-BAD-COUNT
042256           END-IF
042260        WHEN 'APRDAYS'
042264           IF RUN-PARM-VALUE (1:3) IS NUMERIC
042268              MOVE RUN-PARM-VALUE-3 TO APPROVAL-DAYS-LIMIT
042272              ADD 1 TO RUN-PARM-APPLIED-COUNT
042276           ELSE
042280              ADD 1 TO RUN-PARM-BAD-COUNT
042284           END-IF
042300        WHEN OTHER
042400           CONTINUE
042500     END-EVALUATE.
043700     MOVE ERROR-PCT-CUTOFF TO RUN-PARM-C-VALUE.
043800     MOVE RUN-PARM-PCT-LINE TO EDT-OUTPUT-REC.
043900     WRITE EDT-OUTPUT-REC.
043905     MOVE SPACES TO RUN-PARM-PCT-LINE.
043910     MOVE 'APPROVAL PCT LIMIT' TO RUN-PARM-C-LABEL.
043915     MOVE APPROVAL-PCT-LIMIT TO RUN-PARM-C-VALUE.
043920     MOVE RUN-PARM-PCT-LINE TO EDT-OUTPUT-REC.
043925     WRITE EDT-OUTPUT-REC.
043930
043935     MOVE SPACES TO RUN-PARM-AMT-LINE.
043940     MOVE 'APPROVAL AMOUNT LIMIT' TO RUN-PARM-A-LABEL.
043945     MOVE APPROVAL-AMT-LIMIT TO RUN-PARM-A-VALUE.
043950     MOVE RUN-PARM-AMT-LINE TO EDT-OUTPUT-REC.
043955     WRITE EDT-OUTPUT-REC.
043960
043965     MOVE SPACES TO RUN-PARM-NUM-LINE.
043970     MOVE 'APPROVAL OVERDUE DAYS' TO RUN-PARM-N-LABEL.
043975     MOVE APPROVAL-DAYS-LIMIT TO RUN-PARM-N-VALUE.
043980     MOVE RUN-PARM-NUM-LINE TO EDT-OUTPUT-REC.
043985     WRITE EDT-OUTPUT-REC.
044000
044100     MOVE SPACES TO RUN-PARM-NUM-LINE.
044200     MOVE 'RUNPARM CARDS APPLIED' TO RUN-PARM-N-LABEL.
053400
053500 1210-EXIT.
053600     EXIT.
053602****************************************************************
053604* THE FIRST PASS OF TRANIN - EVERY TRANSFER'S NEW KEY IS NOTED
053606* SO THE EDIT PASS CAN STOP ANOTHER TRANSACTION ON THAT KEY,
053608* WHETHER IT SORTS BEFORE OR AFTER THE TRANSFER.  TRANIN IS
053610* THEN REOPENED FOR THE EDIT PASS.  OVERFLOW FAILS THE STEP
053612* RATHER THAN LET A TARGET GO UNCHECKED.
053614****************************************************************
053616 1300-LOAD-TRANSFER-TARGETS.
053618
053620     PERFORM 2100-READ-TRANFILE THRU 2100-EXIT.
053622     PERFORM 1310-LOAD-ONE-TARGET THRU 1310-EXIT
053624        UNTIL TRANFILE-EOF.
053626     CLOSE TRANFILE.
053628     OPEN INPUT TRANFILE.
053630     MOVE 'N' TO TRANFILE-EOF-SW.
053632
053634 1300-EXIT.
053636     EXIT.
053638
053640 1310-LOAD-ONE-TARGET.
053642
053644     IF EMP-TRAN-IS-TRANSFER
053646        AND EMP-TRAN-NEW-REGION NOT = SPACES
053648        IF TRANSFER-TARGET-COUNT < 500
053650           ADD 1 TO TRANSFER-TARGET-COUNT
053652           MOVE EMP-TRAN-NAME
053654              TO XT-NAME (TRANSFER-TARGET-COUNT)
053656           MOVE EMP-TRAN-NEW-REGION
053658              TO XT-REGION (TRANSFER-TARGET-COUNT)
053660           MOVE 'N' TO XT-CLAIMED-SW (TRANSFER-TARGET-COUNT)
053662        ELSE
053664           MOVE EDT-XFER-FAIL-LINE TO EDT-OUTPUT-REC
053666           WRITE EDT-OUTPUT-REC
053668           MOVE 8 TO RETURN-CODE
053670           MOVE 'Y' TO TRANFILE-EOF-SW
053672           GO TO 1310-EXIT
053674        END-IF
053676     END-IF.
053678
053680     PERFORM 2100-READ-TRANFILE THRU 2100-EXIT.
053682
053684 1310-EXIT.
053686     EXIT.
053688****************************************************************
053689* STARTS THE APPROVAL QUEUE REPORT AND LOADS TONIGHT'S APPROVAL
053690* CARDS.  A CARD WITH NO APPROVER ID OR NO KEY RELEASES NOTHING
053691* AND IS LISTED AS REJECTED.  OVERFLOW FAILS THE STEP RATHER
053692* THAN LEAVE AN APPROVED ITEM SITTING IN THE BANK.
053693****************************************************************
053694 1400-LOAD-APPROVAL-CARDS.
053695
053696     MOVE SPACES TO APQ-CC.
053697     MOVE EDT-STAR-LINE TO APQ-OUTPUT-REC.
053698     WRITE APQ-OUTPUT-REC.
053699     WRITE APQ-OUTPUT-REC.
053700     WRITE APQ-OUTPUT-REC.
053701
053702     MOVE RUN-DATE-WORK TO APQ-T-RUN-DATE.
053703     MOVE APQ-TITLE-LINE TO APQ-OUTPUT-REC.
053704     WRITE APQ-OUTPUT-REC.
053705     WRITE APQ-OUTPUT-REC.
053706
053707     MOVE APQ-COLUMN-LINE TO APQ-OUTPUT-REC.
053708     WRITE APQ-OUTPUT-REC.
053709     WRITE APQ-OUTPUT-REC.
053710
053711     OPEN INPUT APPCARD.
053712     PERFORM 1410-LOAD-ONE-CARD THRU 1410-EXIT
053713        UNTIL APPCARD-EOF.
053714     CLOSE APPCARD.
053715
053716 1400-EXIT.
053717     EXIT.
053718
053719 1410-LOAD-ONE-CARD.
053720
053721     READ APPCARD
053722        AT END
053723           MOVE 'Y' TO APPCARD-EOF-SW
053724           GO TO 1410-EXIT
053725     END-READ.
053726
053727     MOVE APPCARD-INPUT-REC TO EMP-APPROVAL-CARD.
053728     IF APC-COMMENT OR EMP-APPROVAL-CARD = SPACES
053729        GO TO 1410-EXIT
053730     END-IF.
053731     ADD 1 TO APPROVAL-CARDS-READ.
053732
053733     IF APC-APPROVER-ID = SPACES OR APC-NAME = SPACES
053734        ADD 1 TO APPROVAL-CARDS-BAD
053735        MOVE SPACES TO APQ-DETAIL-LINE
053736        MOVE APC-NAME        TO APQ-D-NAME
053737        MOVE APC-REGION      TO APQ-D-REGION
053738        MOVE APC-APPROVER-ID TO APQ-D-APPROVER
053739        MOVE 'CARD REJECTED - NO ID' TO APQ-D-STATUS
053740        PERFORM 2890-WRITE-QUEUE-LINE THRU 2890-EXIT
053741        GO TO 1410-EXIT
053742     END-IF.
053743
053744     IF APPROVAL-CARD-COUNT NOT < 500
053745        MOVE APQ-CARD-FAIL-LINE TO APQ-OUTPUT-REC
053746        WRITE APQ-OUTPUT-REC
053747        MOVE 8 TO RETURN-CODE
053748        MOVE 'Y' TO APPCARD-EOF-SW
053749        GO TO 1410-EXIT
053750     END-IF.
053751
053752     ADD 1 TO APPROVAL-CARD-COUNT.
053753     MOVE APC-NAME   TO AC-NAME (APPROVAL-CARD-COUNT).
053754     MOVE APC-REGION TO AC-REGION (APPROVAL-CARD-COUNT).
053755     MOVE APC-APPROVER-ID
053756        TO AC-APPROVER-ID (APPROVAL-CARD-COUNT).
053757     MOVE 'N' TO AC-USED-SW (APPROVAL-CARD-COUNT).
053758
053759 1410-EXIT.
053760     EXIT.
053800 2000-PROCESS-TRAN.
053900
053910     IF BANK-KEY-WORK NOT > NEXT-TRAN-KEY-WORK
053920        PERFORM 2700-PROCESS-BANKED-ITEM THRU 2700-EXIT
053930        PERFORM 2150-READ-APPRIN THRU 2150-EXIT
053940        GO TO 2000-EXIT
053950     END-IF.
054000     ADD 1 TO TOTAL-TRANS-READ.
054100     PERFORM 2200-VALIDATE-TRAN THRU 2200-EXIT.
054110     MOVE SPACES TO HOLD-REASON.
054120     IF TRAN-IS-CLEAN
054130        IF EMP-TRAN-IS-ADD OR EMP-TRAN-IS-CHANGE
054140           PERFORM 2800-TEST-THRESHOLDS THRU 2800-EXIT
054150        END-IF
054160     END-IF.
054200
054300     IF TRAN-IS-CLEAN
054340        IF NO-HOLD-NEEDED
054380           ADD 1 TO TOTAL-TRANS-CLEAN
054420           PERFORM 2600-WRITE-CLEAN-TRAN THRU 2600-EXIT
054460        ELSE
054500           PERFORM 2850-HOLD-NEW-TRAN THRU 2850-EXIT
054540        END-IF
054600     ELSE
054700        ADD 1 TO TOTAL-TRANS-REJECTED
054800        PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
055700
055800     READ TRANFILE
055900        AT END
055940           MOVE 'Y' TO TRANFILE-EOF-SW
055980           MOVE HIGH-VALUES TO NEXT-TRAN-KEY-WORK
056020        NOT AT END
056060           MOVE EMP-TRAN-NAME   TO NT-NAME
056100           MOVE EMP-TRAN-REGION TO NT-REGION
056140     END-READ.
056200
056300 2100-EXIT.
056400     EXIT.
056402 2150-READ-APPRIN.
056404
056406     READ APPRIN
056408        AT END
056410           MOVE 'Y' TO APPRIN-EOF-SW
056412           MOVE HIGH-VALUES TO BANK-KEY-WORK
056414        NOT AT END
056416           ADD 1 TO APPROVAL-IN-COUNT
056418           MOVE APPRIN-INPUT-REC (2:15) TO BK-NAME
056420           MOVE APPRIN-INPUT-REC (17:5) TO BK-REGION
056422     END-READ.
056424
056426 2150-EXIT.
056428     EXIT.
056430
056432 2160-READ-EMPIN.
056434
056436     READ EMPFILE
056438        AT END
056440           MOVE 'Y' TO EMPIN-EOF-SW
056442           MOVE HIGH-VALUES TO MASTER-KEY-WORK
056444        NOT AT END
056446           MOVE EMPIN-INPUT-REC TO DCLEMP2
056448           MOVE EMP2-NAME   TO MK-NAME
056450           MOVE EMP2-REGION TO MK-REGION
056452     END-READ.
056454
056456 2160-EXIT.
056458     EXIT.
056500
056600****************************************************************
056700* THE EDITS RUN IN SEVERITY ORDER AND THE FIRST FAILURE WINS -
057100* WHENEVER THE NEW KEY IS IN SEQUENCE, WHETHER OR NOT THE
057200* TRANSACTION SURVIVES ITS OTHER EDITS, SO A DUPLICATE OF A
057300* REJECTED TRANSACTION IS STILL CAUGHT.
057320* A KEY STILL WAITING IN THE APPROVAL BANK IS REJECTED AS HELD,
057340* SO NOTHING NEWER FOR THAT EMPLOYEE CAN OVERTAKE THE HELD ITEM.
057400****************************************************************
057500 2200-VALIDATE-TRAN.
057600
057900     MOVE EMP-TRAN-REGION TO TK-REGION.
058000
058100     EVALUATE TRUE
058150        WHEN TRAN-KEY-WORK < PREV-KEY-WORK
058200           MOVE 'KEY OUT OF SEQUENCE' TO EDIT-REASON
058250        WHEN TRAN-KEY-WORK = HELD-KEY-WORK
058300           MOVE 'KEY HELD FOR APPROVAL' TO EDIT-REASON
058350        WHEN TRAN-KEY-WORK = PREV-KEY-WORK
058400           MOVE 'DUPLICATE KEY IN BATCH' TO EDIT-REASON
058450        WHEN OTHER
058500           MOVE TRAN-KEY-WORK TO PREV-KEY-WORK
058550     END-EVALUATE.
058900
059000     IF TRAN-IS-CLEAN
059100        IF NOT EMP-TRAN-IS-ADD
059200           AND NOT EMP-TRAN-IS-CHANGE
059300           AND NOT EMP-TRAN-IS-DELETE
059350           AND NOT EMP-TRAN-IS-TRANSFER
059400           MOVE 'BAD ACTION CODE' TO EDIT-REASON
059500        END-IF
059600     END-IF.
059605
059610* NO TRANSACTION MAY LAND ON THE KEY A TRANSFER IN THIS BATCH
059612* MOVES A ROW TO - NOT EVEN ANOTHER TRANSFER OUT OF IT.  (A
059614* TRANSFER TO ITS OWN REGION IS LEFT FOR 2400 TO REPORT.)
059616     IF TRAN-IS-CLEAN
059618        MOVE TRAN-KEY-WORK TO TARGET-KEY-WORK
059620        PERFORM 2450-FIND-TARGET THRU 2450-EXIT
059622        IF TARGET-FOUND
059624           AND NOT (EMP-TRAN-IS-TRANSFER
059626                    AND EMP-TRAN-NEW-REGION = EMP-TRAN-REGION)
059628           MOVE 'KEY IS TRANSFER TARGET' TO EDIT-REASON
059630        END-IF
059650     END-IF.
059655
059660     IF TRAN-IS-CLEAN
059665        IF EMP-TRAN-IS-TRANSFER
059670           PERFORM 2400-EDIT-TRANSFER THRU 2400-EXIT
059675        END-IF
059680     END-IF.
059700
059800* A REGION IS BORN ON AN ADD OR A TRANSFER, SO THAT IS WHERE A
059850* BAD ONE IS STOPPED (A TRANSFER'S BY 2400-EDIT-TRANSFER) - A
059900* CHANGE OR DELETE CANNOT ALTER THE KEY, AND ONE AGAINST A KEY
059950* THAT NEVER EXISTED FALLS OUT OF THE TPROG04 MATCH AS NOT
060000* FOUND.  THE TYPE IS DATA, SO IT IS CHECKED ON EVERY ADD AND
060050* CHANGE.
060300     IF TRAN-IS-CLEAN
060400        IF EMP-TRAN-IS-ADD
060450           MOVE EMP-TRAN-REGION TO LOOKUP-REGION
060500           PERFORM 2350-LOOKUP-REGION THRU 2350-EXIT
060600           IF NOT CODE-FOUND
060700              MOVE 'REGION NOT ON TABLE' TO EDIT-REASON
066400
066500 2355-SCAN-REGION-TABLE.
066600
066700     IF REGION-CODE-ENTRY (REF-IX) = LOOKUP-REGION
066800        MOVE 'Y' TO CODE-FOUND-SW
066900     END-IF.
067000
069000
069100 2365-EXIT.
069200     EXIT.
069201
069202****************************************************************
069203* A TRANSFER CARRIES ONLY ITS NEW REGION - IT MUST BE PRESENT,
069204* DIFFERENT FROM THE OLD ONE AND ACTIVE ON REGTAB, AND ITS NEW
069205* KEY MUST NOT ALREADY BE CLAIMED BY AN EARLIER TRANSFER THAT
069206* PASSED.  A TRANSFER THAT PASSES CLAIMS ITS NEW KEY.
069207****************************************************************
069208 2400-EDIT-TRANSFER.
069209
069210     IF EMP-TRAN-NEW-REGION = SPACES
069211        MOVE 'NEW REGION MISSING' TO EDIT-REASON
069212        GO TO 2400-EXIT
069213     END-IF.
069214
069215     IF EMP-TRAN-NEW-REGION = EMP-TRAN-REGION
069216        MOVE 'NEW REGION SAME AS OLD' TO EDIT-REASON
069217        GO TO 2400-EXIT
069218     END-IF.
069219
069220     MOVE EMP-TRAN-NEW-REGION TO LOOKUP-REGION.
069221     PERFORM 2350-LOOKUP-REGION THRU 2350-EXIT.
069222     IF NOT CODE-FOUND
069223        MOVE 'NEW REGION NOT ON TABLE' TO EDIT-REASON
069224        GO TO 2400-EXIT
069225     END-IF.
069226
069227     MOVE EMP-TRAN-NAME       TO TG-NAME.
069228     MOVE EMP-TRAN-NEW-REGION TO TG-REGION.
069229     PERFORM 2450-FIND-TARGET THRU 2450-EXIT.
069230     IF TARGET-FOUND
069231        IF XT-CLAIMED-SW (TARGET-HIT-IX) = 'Y'
069232           MOVE 'DUP TRANSFER TARGET' TO EDIT-REASON
069233        ELSE
069234           MOVE 'Y' TO XT-CLAIMED-SW (TARGET-HIT-IX)
069235        END-IF
069236     END-IF.
069237
069238 2400-EXIT.
069239     EXIT.
069240
069241 2450-FIND-TARGET.
069242
069243     MOVE 'N' TO TARGET-FOUND-SW.
069244     PERFORM 2455-SCAN-TARGET-TABLE THRU 2455-EXIT
069245        VARYING TARGET-IX FROM 1 BY 1
069246        UNTIL TARGET-IX > TRANSFER-TARGET-COUNT
069247           OR TARGET-FOUND.
069248
069249 2450-EXIT.
069250     EXIT.
069251
069252 2455-SCAN-TARGET-TABLE.
069253
069254     IF XT-KEY (TARGET-IX) = TARGET-KEY-WORK
069255        MOVE 'Y' TO TARGET-FOUND-SW
069256        MOVE TARGET-IX TO TARGET-HIT-IX
069257     END-IF.
069258
069259 2455-EXIT.
069260     EXIT.
069265
069270 2500-WRITE-REJECT.
069275
069280     MOVE SPACES TO EDT-DETAIL-LINE.
069285     MOVE EMP-TRAN-NAME   TO EDT-D-NAME.
069290     MOVE EMP-TRAN-REGION TO EDT-D-REGION.
069295     MOVE EMP-TRAN-ACTION TO EDT-D-ACTION.
069300     MOVE EDIT-REASON     TO EDT-D-REASON.
069305     MOVE EDT-DETAIL-LINE TO EDT-OUTPUT-REC.
069310     WRITE EDT-OUTPUT-REC.
069315
069320 2500-EXIT.
069325     EXIT.
069330
069335 2600-WRITE-CLEAN-TRAN.
069340
069345     MOVE EMP-TRAN-RECORD TO CLEANTRN-REC.
069350     WRITE CLEANTRN-REC.
069355
069360 2600-EXIT.
069365     EXIT.
069370
069375****************************************************************
069380* A BANKED ITEM IS RELEASED ONLY WHEN TONIGHT'S DECK CARRIES AN
069385* APPROVAL CARD FOR ITS KEY.  IT IS THEN EDITED AGAIN - THE
069390* REFERENCE TABLES OR THE BATCH MAY HAVE MOVED ON SINCE IT WAS
069395* HELD - AND GOES TO CLEANTRN OR THE REJECT LISTING LIKE ANY
069400* OTHER TRANSACTION.  ONE WITH NO CARD GOES BACK TO THE BANK
069405* AND ITS KEY IS BLOCKED FOR THE REST OF THE RUN.  THE READ-
069410* AHEAD TRANSACTION IS PARKED WHILE THE BANKED ONE BORROWS THE
069415* RECORD AREA THE EDITS WORK ON.
069420****************************************************************
069425 2700-PROCESS-BANKED-ITEM.
069430
069435     MOVE APPRIN-INPUT-REC TO EMP-APPROVAL-RECORD.
069440     MOVE EMP-TRAN-RECORD  TO TRAN-SAVE-AREA.
069445     MOVE APR-TRAN-IMAGE   TO EMP-TRAN-RECORD.
069450
069455     MOVE BANK-KEY-WORK TO APPROVAL-KEY-WORK.
069460     PERFORM 2750-FIND-APPROVAL THRU 2750-EXIT.
069465     PERFORM 2880-START-QUEUE-LINE THRU 2880-EXIT.
069470
069475     IF CARD-FOUND
069480        MOVE 'Y' TO AC-USED-SW (CARD-HIT-IX)
069485        MOVE AC-APPROVER-ID (CARD-HIT-IX) TO APQ-D-APPROVER
069490        PERFORM 2200-VALIDATE-TRAN THRU 2200-EXIT
069495        IF TRAN-IS-CLEAN
069500           ADD 1 TO TOTAL-TRANS-CLEAN
069505           ADD 1 TO APPROVAL-RELEASED-COUNT
069510           PERFORM 2600-WRITE-CLEAN-TRAN THRU 2600-EXIT
069515           MOVE 'RELEASED ON APPROVAL' TO APQ-D-STATUS
069520        ELSE
069525           ADD 1 TO TOTAL-TRANS-REJECTED
069530           ADD 1 TO APPROVAL-FAILED-COUNT
069535           PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
069540           MOVE 'APPROVED - FAILED EDIT' TO APQ-D-STATUS
069545           MOVE EDIT-REASON TO APQ-D-REASON
069550        END-IF
069555     ELSE
069560        MOVE EMP-APPROVAL-RECORD TO APPROUT-OUTPUT-REC
069565        WRITE APPROUT-OUTPUT-REC
069570        ADD 1 TO APPROVAL-OUT-COUNT
069575        ADD 1 TO APPROVAL-WAITING-COUNT
069580        MOVE BANK-KEY-WORK TO HELD-KEY-WORK
069585        MOVE 'WAITING FOR APPROVAL' TO APQ-D-STATUS
069590        IF DAYS-WAITING > APPROVAL-DAYS-LIMIT
069595           ADD 1 TO APPROVAL-OVERDUE-COUNT
069600           MOVE 'OVERDUE' TO APQ-D-FLAG
069605        END-IF
069610     END-IF.
069615
069620     PERFORM 2890-WRITE-QUEUE-LINE THRU 2890-EXIT.
069625     MOVE TRAN-SAVE-AREA TO EMP-TRAN-RECORD.
069630
069635 2700-EXIT.
069640     EXIT.
069645
069650 2750-FIND-APPROVAL.
069655
069660     MOVE 'N' TO CARD-FOUND-SW.
069665     PERFORM 2755-SCAN-CARD-TABLE THRU 2755-EXIT
069670        VARYING CARD-IX FROM 1 BY 1
069675        UNTIL CARD-IX > APPROVAL-CARD-COUNT
069680           OR CARD-FOUND.
069685
069690 2750-EXIT.
069695     EXIT.
069700
069705 2755-SCAN-CARD-TABLE.
069710
069715     IF AC-KEY (CARD-IX) = APPROVAL-KEY-WORK
069720        MOVE 'Y' TO CARD-FOUND-SW
069725        MOVE CARD-IX TO CARD-HIT-IX
069730     END-IF.
069735
069740 2755-EXIT.
069745     EXIT.
069750
069755****************************************************************
069760* A CLEAN ADD OR CHANGE IS HELD WHEN ANY MONEY FIELD RISES BY
069765* MORE THAN APPROVAL-AMT-LIMIT DOLLARS, OR BY MORE THAN
069770* APPROVAL-PCT-LIMIT PERCENT OF WHAT THE MASTER CARRIES TONIGHT.
069775* AN ADD RISES FROM NOTHING, SO ONLY THE DOLLAR TEST CAN HOLD
069780* IT.  A CHANGE WITH NO MASTER ROW IS NOT TESTED - TPROG04
069785* REJECTS IT AS NOT FOUND.  THE MASTER IS READ FORWARD
069790* ALONGSIDE TRANIN; BOTH ARE IN KEY ORDER.
069795****************************************************************
069800 2800-TEST-THRESHOLDS.
069805
069810     PERFORM 2160-READ-EMPIN THRU 2160-EXIT
069815        UNTIL MASTER-KEY-WORK NOT < TRAN-KEY-WORK.
069820
069825     IF EMP-TRAN-IS-CHANGE
069830        AND MASTER-KEY-WORK NOT = TRAN-KEY-WORK
069835        GO TO 2800-EXIT
069840     END-IF.
069845
069850     MOVE 'WAGES' TO HOLD-FIELD-LABEL.
069855     MOVE EMP-TRAN-WAGES TO NEW-AMOUNT.
069860     MOVE ZERO TO OLD-AMOUNT.
069865     IF EMP-TRAN-IS-CHANGE AND EMP2-WAGES IS NUMERIC
069870        MOVE EMP2-WAGES TO OLD-AMOUNT
069875     END-IF.
069880     PERFORM 2820-TEST-ONE-AMOUNT THRU 2820-EXIT.
069885
069890     MOVE 'OVERTIME' TO HOLD-FIELD-LABEL.
069895     MOVE EMP-TRAN-OT TO NEW-AMOUNT.
069900     MOVE ZERO TO OLD-AMOUNT.
069905     IF EMP-TRAN-IS-CHANGE AND EMP2-OT IS NUMERIC
069910        MOVE EMP2-OT TO OLD-AMOUNT
069915     END-IF.
069920     PERFORM 2820-TEST-ONE-AMOUNT THRU 2820-EXIT.
069925
069930     MOVE 'COMMISSION' TO HOLD-FIELD-LABEL.
069935     MOVE EMP-TRAN-COMM TO NEW-AMOUNT.
069940     MOVE ZERO TO OLD-AMOUNT.
069945     IF EMP-TRAN-IS-CHANGE AND EMP2-COMM IS NUMERIC
069950        MOVE EMP2-COMM TO OLD-AMOUNT
069955     END-IF.
069960     PERFORM 2820-TEST-ONE-AMOUNT THRU 2820-EXIT.
069965
069970 2800-EXIT.
069975     EXIT.
069980
069985****************************************************************
069990* THE FIRST LIMIT TRIPPED WINS AND NAMES THE FIELD.  A DECREASE
069995* OR NO CHANGE IS NEVER HELD.
070000****************************************************************
070005 2820-TEST-ONE-AMOUNT.
070010
070015     IF NOT NO-HOLD-NEEDED
070020        GO TO 2820-EXIT
070025     END-IF.
070030
070035     COMPUTE INCREASE-AMOUNT = NEW-AMOUNT - OLD-AMOUNT.
070040     IF INCREASE-AMOUNT NOT > ZERO
070045        GO TO 2820-EXIT
070050     END-IF.
070055
070060     IF APPROVAL-AMT-LIMIT > ZERO
070065        AND INCREASE-AMOUNT > APPROVAL-AMT-LIMIT
070070        STRING HOLD-FIELD-LABEL  DELIMITED BY SPACE
070075               ' OVER AMT LIMIT' DELIMITED BY SIZE
070080           INTO HOLD-REASON
070085        GO TO 2820-EXIT
070090     END-IF.
070095
070100     IF APPROVAL-PCT-LIMIT > ZERO
070105        AND OLD-AMOUNT > ZERO
070110        COMPUTE INCREASE-PCT ROUNDED =
070115           INCREASE-AMOUNT * 100 / OLD-AMOUNT
070120        IF INCREASE-PCT > APPROVAL-PCT-LIMIT
070125           STRING HOLD-FIELD-LABEL  DELIMITED BY SPACE
070130                  ' OVER PCT LIMIT' DELIMITED BY SIZE
070135              INTO HOLD-REASON
070140        END-IF
070145     END-IF.
070150
070155 2820-EXIT.
070160     EXIT.
070165
070170****************************************************************
070175* A TRANSACTION OVER A LIMIT IS BANKED ON APPROUT WITH TONIGHT'S
070180* DATE AND ITS REASON - UNLESS TONIGHT'S DECK ALREADY CARRIES AN
070185* APPROVAL CARD FOR IT, WHEN IT PASSES STRAIGHT TO CLEANTRN.
070190* EITHER WAY IT IS LISTED ON THE QUEUE REPORT.
070195****************************************************************
070200 2850-HOLD-NEW-TRAN.
070205
070210     MOVE SPACES          TO EMP-APPROVAL-RECORD.
070215     MOVE EMP-TRAN-RECORD TO APR-TRAN-IMAGE.
070220     MOVE RUN-DATE-WORK   TO APR-HELD-DATE.
070225     MOVE HOLD-REASON     TO APR-HOLD-REASON.
070230
070235     MOVE TRAN-KEY-WORK TO APPROVAL-KEY-WORK.
070240     PERFORM 2750-FIND-APPROVAL THRU 2750-EXIT.
070245     PERFORM 2880-START-QUEUE-LINE THRU 2880-EXIT.
070250
070255     IF CARD-FOUND
070260        MOVE 'Y' TO AC-USED-SW (CARD-HIT-IX)
070265        MOVE AC-APPROVER-ID (CARD-HIT-IX) TO APQ-D-APPROVER
070270        ADD 1 TO TOTAL-TRANS-CLEAN
070275        ADD 1 TO APPROVAL-RELEASED-COUNT
070280        PERFORM 2600-WRITE-CLEAN-TRAN THRU 2600-EXIT
070285        MOVE 'RELEASED ON APPROVAL' TO APQ-D-STATUS
070290     ELSE
070295        MOVE EMP-APPROVAL-RECORD TO APPROUT-OUTPUT-REC
070300        WRITE APPROUT-OUTPUT-REC
070305        ADD 1 TO APPROVAL-OUT-COUNT
070310        ADD 1 TO APPROVAL-HELD-COUNT
070315        MOVE 'HELD - AWAITING APPROVAL' TO APQ-D-STATUS
070320     END-IF.
070325
070330     PERFORM 2890-WRITE-QUEUE-LINE THRU 2890-EXIT.
070335
070340 2850-EXIT.
070345     EXIT.
070350
070355****************************************************************
070360* FILLS THE QUEUE LINE FROM THE BANK RECORD AND WORKS OUT HOW
070365* MANY DAYS THE ITEM HAS WAITED SINCE IT WAS FIRST HELD.
070370****************************************************************
070375 2880-START-QUEUE-LINE.
070380
070385     MOVE SPACES TO APQ-DETAIL-LINE.
070390     MOVE APR-NAME        TO APQ-D-NAME.
070395     MOVE APR-REGION      TO APQ-D-REGION.
070400     MOVE APR-ACTION      TO APQ-D-ACTION.
070405     MOVE APR-HELD-DATE   TO APQ-D-HELD-DATE.
070410     MOVE APR-HOLD-REASON TO APQ-D-REASON.
070415
070420     MOVE ZERO TO DAYS-WAITING.
070425     IF APR-HELD-DATE IS NUMERIC
070430        MOVE APR-HELD-DATE TO DN-DATE
070435        PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT
070440        COMPUTE DAYS-WAITING = TODAY-DAY-NUMBER - DN-DAY-NUMBER
070445        IF DAYS-WAITING < ZERO
070450           MOVE ZERO TO DAYS-WAITING
070455        END-IF
070460     END-IF.
070465     MOVE DAYS-WAITING TO APQ-D-DAYS.
070470
070475 2880-EXIT.
070480     EXIT.
070485
070490 2890-WRITE-QUEUE-LINE.
070495
070500     MOVE APQ-DETAIL-LINE TO APQ-OUTPUT-REC.
070505     WRITE APQ-OUTPUT-REC.
070510
070515 2890-EXIT.
070520     EXIT.
070525
070530****************************************************************
070535* TURNS THE YYYYMMDD DATE IN DN-DATE INTO A DAY NUMBER (DAYS
070540* SINCE A FIXED ORIGIN) IN DN-DAY-NUMBER.  THE YEAR IS TAKEN TO
070545* START ON 1 MARCH SO THE LEAP DAY FALLS AT ITS END; EVERY
070550* DIVIDE TRUNCATES, WHICH IS WHAT THE LEAP-YEAR COUNT NEEDS.
070555****************************************************************
070560 2900-COMPUTE-DAY-NUMBER.
070565
070570     MOVE DN-CCYY TO DN-YEAR.
070575     MOVE DN-MM   TO DN-MONTH.
070580     IF DN-MONTH < 3
070585        SUBTRACT 1 FROM DN-YEAR
070590        ADD 12 TO DN-MONTH
070595     END-IF.
070600
070605     COMPUTE DN-DAY-NUMBER = DN-YEAR * 365 + DN-DD.
070610     DIVIDE DN-YEAR BY 4 GIVING DN-QUOTIENT.
070615     ADD DN-QUOTIENT TO DN-DAY-NUMBER.
070620     DIVIDE DN-YEAR BY 100 GIVING DN-QUOTIENT.
070625     SUBTRACT DN-QUOTIENT FROM DN-DAY-NUMBER.
070630     DIVIDE DN-YEAR BY 400 GIVING DN-QUOTIENT.
070635     ADD DN-QUOTIENT TO DN-DAY-NUMBER.
070640
070645     COMPUTE DN-QUOTIENT = (DN-MONTH - 3) * 153 + 2.
070650     DIVIDE DN-QUOTIENT BY 5 GIVING DN-QUOTIENT.
070655     ADD DN-QUOTIENT TO DN-DAY-NUMBER.
070660
070665 2900-EXIT.
070670     EXIT.
071070
071500 3000-FINISH-REPORT.
071600
071700     MOVE SPACES TO EDT-CC.
072500     MOVE EDT-TRAILER-LINE TO EDT-OUTPUT-REC.
072600     WRITE EDT-OUTPUT-REC.
072700
072710     MOVE SPACES TO EDT-TRAILER-LINE.
072720     MOVE 'APPROVED ITEMS RE-EDITED' TO EDT-T-LABEL.
072730     COMPUTE EDIT-BASE-COUNT =
072740        APPROVAL-IN-COUNT - APPROVAL-WAITING-COUNT.
072750     MOVE EDIT-BASE-COUNT TO EDT-T-COUNT.
072760     MOVE EDT-TRAILER-LINE TO EDT-OUTPUT-REC.
072770     WRITE EDT-OUTPUT-REC.
072800     MOVE SPACES TO EDT-TRAILER-LINE.
072900     MOVE 'TRANSACTIONS PASSED' TO EDT-T-LABEL.
073000     MOVE TOTAL-TRANS-CLEAN TO EDT-T-COUNT.
073100     MOVE EDT-TRAILER-LINE TO EDT-OUTPUT-REC.
073200     WRITE EDT-OUTPUT-REC.
073300
073310     MOVE SPACES TO EDT-TRAILER-LINE.
073320     MOVE 'TRANSACTIONS HELD FOR APPROVAL' TO EDT-T-LABEL.
073330     MOVE APPROVAL-HELD-COUNT TO EDT-T-COUNT.
073340     MOVE EDT-TRAILER-LINE TO EDT-OUTPUT-REC.
073350     WRITE EDT-OUTPUT-REC.
073400     MOVE SPACES TO EDT-TRAILER-LINE.
073500     MOVE 'TRANSACTIONS REJECTED' TO EDT-T-LABEL.
073600     MOVE TOTAL-TRANS-REJECTED TO EDT-T-COUNT.
073700     MOVE EDT-TRAILER-LINE TO EDT-OUTPUT-REC.
073800     WRITE EDT-OUTPUT-REC.
073900
074000* AN APPROVED ITEM RE-EDITED TONIGHT COUNTS IN THE BASE, SINCE
074050* A REJECT OF ONE COUNTS IN TOTAL-TRANS-REJECTED
074100     ADD TOTAL-TRANS-READ TO EDIT-BASE-COUNT.
074150     IF EDIT-BASE-COUNT > 0
074200        COMPUTE ERROR-PCT ROUNDED =
074250           TOTAL-TRANS-REJECTED * 100 / EDIT-BASE-COUNT
074300     END-IF.
074400
074500     MOVE SPACES TO EDT-PCT-LINE.
075900
076000 3000-EXIT.
076100     EXIT.
076150
076200****************************************************************
076201* CLOSES THE APPROVAL QUEUE REPORT - ANY APPROVAL CARD THAT
076202* MATCHED NOTHING IS LISTED SO THE SUPERVISOR CAN CHECK THE KEY,
076203* THEN THE QUEUE TOTALS.  OVERDUE ITEMS ARE FLAGGED FOR ACTION
076204* BUT DO NOT FAIL THE STEP.
076205****************************************************************
076206 3100-FINISH-QUEUE-REPORT.
076207
076208     PERFORM 3150-LIST-UNUSED-CARD THRU 3150-EXIT
076209        VARYING CARD-IX FROM 1 BY 1
076210        UNTIL CARD-IX > APPROVAL-CARD-COUNT.
076211
076212     MOVE SPACES TO APQ-CC.
076213     MOVE EDT-STAR-LINE TO APQ-OUTPUT-REC.
076214     WRITE APQ-OUTPUT-REC.
076215     WRITE APQ-OUTPUT-REC.
076216
076217     MOVE SPACES TO EDT-TRAILER-LINE.
076218     MOVE 'BANKED ITEMS BROUGHT FORWARD' TO EDT-T-LABEL.
076219     MOVE APPROVAL-IN-COUNT TO EDT-T-COUNT.
076220     MOVE EDT-TRAILER-LINE TO APQ-OUTPUT-REC.
076221     WRITE APQ-OUTPUT-REC.
076222
076223     MOVE SPACES TO EDT-TRAILER-LINE.
076224     MOVE 'NEW ITEMS HELD TONIGHT' TO EDT-T-LABEL.
076225     MOVE APPROVAL-HELD-COUNT TO EDT-T-COUNT.
076226     MOVE EDT-TRAILER-LINE TO APQ-OUTPUT-REC.
076227     WRITE APQ-OUTPUT-REC.
076228
076229     MOVE SPACES TO EDT-TRAILER-LINE.
076230     MOVE 'RELEASED ON APPROVAL' TO EDT-T-LABEL.
076231     MOVE APPROVAL-RELEASED-COUNT TO EDT-T-COUNT.
076232     MOVE EDT-TRAILER-LINE TO APQ-OUTPUT-REC.
076233     WRITE APQ-OUTPUT-REC.
076234
076235     MOVE SPACES TO EDT-TRAILER-LINE.
076236     MOVE 'APPROVED BUT FAILED EDIT' TO EDT-T-LABEL.
076237     MOVE APPROVAL-FAILED-COUNT TO EDT-T-COUNT.
076238     MOVE EDT-TRAILER-LINE TO APQ-OUTPUT-REC.
076239     WRITE APQ-OUTPUT-REC.
076240
076241     MOVE SPACES TO EDT-TRAILER-LINE.
076242     MOVE 'STILL WAITING FOR APPROVAL' TO EDT-T-LABEL.
076243     MOVE APPROVAL-WAITING-COUNT TO EDT-T-COUNT.
076244     MOVE EDT-TRAILER-LINE TO APQ-OUTPUT-REC.
076245     WRITE APQ-OUTPUT-REC.
076246
076247     MOVE SPACES TO EDT-TRAILER-LINE.
076248     MOVE 'OF WHICH OVERDUE' TO EDT-T-LABEL.
076249     MOVE APPROVAL-OVERDUE-COUNT TO EDT-T-COUNT.
076250     MOVE EDT-TRAILER-LINE TO APQ-OUTPUT-REC.
076251     WRITE APQ-OUTPUT-REC.
076252
076253     MOVE SPACES TO EDT-TRAILER-LINE.
076254     MOVE 'ITEMS CARRIED IN APPROVAL BANK' TO EDT-T-LABEL.
076255     MOVE APPROVAL-OUT-COUNT TO EDT-T-COUNT.
076256     MOVE EDT-TRAILER-LINE TO APQ-OUTPUT-REC.
076257     WRITE APQ-OUTPUT-REC.
076258
076259     MOVE SPACES TO EDT-TRAILER-LINE.
076260     MOVE 'APPROVAL CARDS READ' TO EDT-T-LABEL.
076261     MOVE APPROVAL-CARDS-READ TO EDT-T-COUNT.
076262     MOVE EDT-TRAILER-LINE TO APQ-OUTPUT-REC.
076263     WRITE APQ-OUTPUT-REC.
076264
076265     MOVE SPACES TO EDT-TRAILER-LINE.
076266     MOVE 'APPROVAL CARDS NOT MATCHED' TO EDT-T-LABEL.
076267     MOVE APPROVAL-CARDS-UNUSED TO EDT-T-COUNT.
076268     MOVE EDT-TRAILER-LINE TO APQ-OUTPUT-REC.
076269     WRITE APQ-OUTPUT-REC.
076270
076271     MOVE SPACES TO EDT-TRAILER-LINE.
076272     MOVE 'APPROVAL CARDS REJECTED' TO EDT-T-LABEL.
076273     MOVE APPROVAL-CARDS-BAD TO EDT-T-COUNT.
076274     MOVE EDT-TRAILER-LINE TO APQ-OUTPUT-REC.
076275     WRITE APQ-OUTPUT-REC.
076276
076277     MOVE EDT-STAR-LINE TO APQ-OUTPUT-REC.
076278     WRITE APQ-OUTPUT-REC.
076279     WRITE APQ-OUTPUT-REC.
076280     WRITE APQ-OUTPUT-REC.
076281
076282 3100-EXIT.
076283     EXIT.
076284
076285 3150-LIST-UNUSED-CARD.
076286
076287     IF AC-USED-SW (CARD-IX) = 'N'
076288        ADD 1 TO APPROVAL-CARDS-UNUSED
076289        MOVE SPACES TO APQ-DETAIL-LINE
076290        MOVE AC-NAME (CARD-IX)        TO APQ-D-NAME
076291        MOVE AC-REGION (CARD-IX)      TO APQ-D-REGION
076292        MOVE AC-APPROVER-ID (CARD-IX) TO APQ-D-APPROVER
076293        MOVE 'CARD MATCHED NOTHING' TO APQ-D-STATUS
076294        PERFORM 2890-WRITE-QUEUE-LINE THRU 2890-EXIT
076295     END-IF.
076296
076297 3150-EXIT.
076298     EXIT.
076300****************************************************************
076400* APPENDS THIS RUN'S STANDARD RUN-LOG RECORD TO THE COMMON
076500* CUMULATIVE RUNLOG DATASET.  THE DISPOSITION IS 'ERRORS' ONLY
076700* ITSELF FAILED - A FEW ROUTINE REJECTS BELOW THE CUTOFF ARE
076800* BUSINESS AS USUAL AND MUST NOT MAKE THE TPROG20 GATE HOLD
076900* THE DEPENDENT JOBS.
076950* READ AND WRITTEN INCLUDE THE APPROVAL BANK IN AND OUT.
077000****************************************************************
077100 3200-WRITE-RUN-LOG.
077200
077400     MOVE 'TPROG06'             TO RUN-LOG-PROGRAM.
077500     ACCEPT RUN-LOG-DATE      FROM DATE YYYYMMDD.
077600     ACCEPT RUN-LOG-TIME      FROM TIME.
077700     COMPUTE RUN-LOG-READ =
077750        TOTAL-TRANS-READ + APPROVAL-IN-COUNT.
077800     COMPUTE RUN-LOG-WRITTEN =
077850        TOTAL-TRANS-CLEAN + APPROVAL-OUT-COUNT.
077900     MOVE TOTAL-TRANS-REJECTED  TO RUN-LOG-ERRORS.
078000     MOVE ZERO                  TO RUN-LOG-ADDED.
078100     MOVE ZERO                  TO RUN-LOG-DROPPED.
079600     CLOSE TRANFILE.
079700     CLOSE CLEANTRN.
079800     CLOSE EDTFILE.
079820     CLOSE EMPFILE.
079840     CLOSE APPRIN.
079860     CLOSE APPROUT.
079880     CLOSE APRRPT.
079900
080000 9000-EXIT.
080100     EXIT.
