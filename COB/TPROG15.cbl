001700*      LAYOUT) FOR THE DISBURSEMENTS BUREAU, CLOSED BY
001800*      A TRAILER CARRYING THE RECORD COUNT AND AMOUNT
001900*      HASH TOTALS THE BUREAU REQUIRES.
001910*
001920*      EVERY EMPLOYEE PAID ALSO GETS ONE YTD EARNINGS
001930*      POSTING RECORD (YTDPST LAYOUT) CARRYING THE WAGE,
001940*      OVERTIME AND COMMISSION COMPONENTS SEPARATELY -
001950*      THE TPROG22 STEP THAT FOLLOWS POSTS THEM TO THE
001960*      YEAR-TO-DATE EARNINGS MASTER (YTDERN).
001963*
001966*      A PAYMENT THE BUREAU REJECTED OR THE BANK RETURNED
001969*      COMES BACK ON THE TPROG24 REISSUE BANK (PAYRIS
001972*      LAYOUT).  WHEN THE OPTIONAL REISSUE DD IS PRESENT
001975*      EVERY BANKED PAYMENT IS SENT AGAIN AS AN ORDINARY
001978*      PAYINT DETAIL AFTER THE LAST REGION, LISTED ON THE
001981*      REGISTER WITH THE BUREAU'S REASON AND COUNTED INTO
001984*      THE TRAILER.  ITS EARNINGS WERE POSTED WHEN IT WAS
001987*      FIRST PAID, SO ITS YTD POSTING RECORD IS MARKED AS A
001990*      REISSUE FOR TPROG22 TO PROVE BUT NOT POST AGAIN.
001991*      A BANKED PAYMENT WHOSE AMOUNT IS NOT NUMERIC IS
001992*      HELD - LISTED ON THE REGISTER AND CARRIED FORWARD
001993*      UNCHANGED ON RISHELD FOR CORRECTION, SO IT IS NOT
001994*      LOST WHEN THE BANK GENERATION ROLLS - AND THE STEP
001995*      ENDS RC=4 SO THE HOLD IS SEEN.
002000*
002100*      A ROW WHOSE MONEY FIELDS FAIL THE SAME NUMERIC
002200*      RULE TPROG03 APPLIES IS HELD OFF THE INTERFACE
003000*
003100*      AND COPYLIBS   EMPREC2   (VERSION-2 EXTRACT LAYOUT)
003300*                     PAYINT    (PAYMENT INTERFACE RECORD)
003310*                     YTDPST    (YTD EARNINGS POSTING RECORD)
003355*                     PAYRIS    (PAYMENT REISSUE BANK RECORD)
003400* ======================================================
003500*  ISPW (TM)
003600*  COPYRIGHT (C) 1986-2016 COMPUWARE CORPORATION.
004680*                        PAY, THE REGISTER COLUMNS AND THE
004690*                        PAYMENT INTERFACE AMOUNTS NOW CARRY
004691*                        DOLLARS AND CENTS
004692*  14/10/26  ISPW        YTDOUT ADDED - ONE YTD EARNINGS
004693*                        POSTING RECORD (YTDPST) PER EMPLOYEE
004694*                        PAID, FOR TPROG22 TO POST TO THE
004695*                        YEAR-TO-DATE EARNINGS MASTER
004696*  14/10/26  ISPW        REISSUE ADDED - PAYMENTS BANKED BY
004697*                        THE TPROG24 BUREAU RECONCILIATION ARE
004698*                        PAID AGAIN ON THIS RUN'S PAYINT
004700*  14/10/26  ISPW        RUNLOG RECORD GROWS 77 TO 86 BYTES
004720*                        (RUN-LOG-TRANSFERS) - FD WIDENED ONLY;
004740*                        THIS STEP APPLIES NO REGION TRANSFERS
004760*                        AND LEAVES THE NEW COUNT ZERO
004765*  15/10/26  ISPW        RISHELD ADDED - A BANKED REISSUE HELD FOR
004770*                        A BAD AMOUNT IS CARRIED FORWARD RATHER
004775*                        THAN DROPPED, AND ENDS THE STEP RC=4
004776*  15/10/26  ISPW        A HELD REISSUE NOW MARKS THE RUNLOG
004777*                        ERRORS - REISSUES ARE COUNTED INTO
004778*                        READ, WRITTEN AND ERRORS SO THEY STILL
004779*                        CROSS-FOOT
004780* ======================================================
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER. IBM-370.
006810*   RUNPARM  OPTIONAL - THE COMMON RUN-CONTROL CARD
006820*            DATASET (SEE RUNPRM); LINESPP OVERRIDES
006830*            LINES-PER-PAGE FOR THIS RUN
006840*   YTDOUT   THE YTD EARNINGS POSTINGS (YTDPST LAYOUT) -
006850*            ONE PER INTERFACE DETAIL, IN REGION ORDER,
006860*            READ BY THE TPROG22 POSTING STEP
006870*   REISSUE  OPTIONAL - THE PAYMENT REISSUE BANK (PAYRIS
006880*            LAYOUT) FROM THE LAST TPROG24 BUREAU
006890*            RECONCILIATION; EVERY RECORD IS PAID AGAIN
006892*   RISHELD  BANKED PAYMENTS HELD THIS RUN (PAYRIS
006894*            LAYOUT), CARRIED FORWARD UNCHANGED - ONCE
006896*            CORRECTED THEY GO BACK IN BEHIND THE NEXT
006898*            RUN'S REISSUE DD
006900*****************************************************
007000     SELECT EMPFILE ASSIGN UT-S-EMPIN
007100       ORGANIZATION IS SEQUENTIAL
009020     SELECT OPTIONAL RUNPARM ASSIGN UT-S-RUNPARM
009030       ORGANIZATION IS SEQUENTIAL
009040       ACCESS IS SEQUENTIAL.
009050
009060     SELECT YTDFILE ASSIGN UT-S-YTDOUT
009070       ORGANIZATION IS SEQUENTIAL
009080       ACCESS IS SEQUENTIAL.
009084
009086     SELECT OPTIONAL RISFILE ASSIGN UT-S-REISSUE
009088       ORGANIZATION IS SEQUENTIAL
009090       ACCESS IS SEQUENTIAL.
009092
009094     SELECT RISHOLD ASSIGN UT-S-RISHELD
009096       ORGANIZATION IS SEQUENTIAL
009098       ACCESS IS SEQUENTIAL.
009100
009200 DATA DIVISION.
009300
014700     RECORDING MODE IS F
014800     DATA RECORD IS RUNLOG-OUTPUT-REC.
014900
015000 01  RUNLOG-OUTPUT-REC        PIC X(86).
015010
015020 FD  RUNPARM
015030     LABEL RECORDS OMITTED
015060     DATA RECORD IS RUN-PARM-INPUT-REC.
015070
015080 01  RUN-PARM-INPUT-REC       PIC X(80).
015081
015082 FD  YTDFILE
015083     LABEL RECORDS OMITTED
015084     BLOCK CONTAINS 0 RECORDS
015085     RECORDING MODE IS F
015086     DATA RECORD IS YTD-OUTPUT-REC.
015087
015088 01  YTD-OUTPUT-REC           PIC X(80).
015089
015090 FD  RISFILE
015091     LABEL RECORDS OMITTED
015092     BLOCK CONTAINS 0 RECORDS
015093     RECORDING MODE IS F
015094     DATA RECORD IS RIS-INPUT-REC.
015095
015096 01  RIS-INPUT-REC            PIC X(80).
015100
015110 FD  RISHOLD
015120     LABEL RECORDS OMITTED
015130     BLOCK CONTAINS 0 RECORDS
015140     RECORDING MODE IS F
015150     DATA RECORD IS RIS-HELD-REC.
015160
015170 01  RIS-HELD-REC             PIC X(80).
015180
015200 WORKING-STORAGE SECTION.
015300****************************************************
015400****    EMP EXTRACT WORKING COPY - 2100-READ-EMPFILE
016300****    TRAILER VIEWS OF THE SAME 32 BYTES
016400****************************************************
016500     COPY PAYINT.
016510
016520****************************************************
016530****    THE YTD EARNINGS POSTING RECORD - ONE PER
016540****    EMPLOYEE PAID, WRITTEN BESIDE THE PAYINT DETAIL
016550****************************************************
016560     COPY YTDPST.
016565
016570****************************************************
016575****    THE PAYMENT REISSUE BANK RECORD - ONE PER
016580****    PAYMENT THE BUREAU REJECTED OR RETURNED
016585****************************************************
016590     COPY PAYRIS.
016600
016700****************************************************
016800****    THE STANDARD RUN-LOG RECORD APPENDED TO THE
023200         '*** HELD - MONEY FIELD NOT NUMERIC'.
023300     05  FILLER            PIC X(04) VALUE ' ***'.
023400     05  FILLER            PIC X(67) VALUE SPACES.
023405
023410 01  REG-REISSUE-HEAD-LINE.
023415     05  FILLER            PIC X(01) VALUE SPACE.
023420     05  FILLER            PIC X(50) VALUE
023425         '*** PAYMENTS REISSUED FROM THE REISSUE BANK ***'.
023430     05  FILLER            PIC X(82) VALUE SPACES.
023435
023440 01  REG-REISSUE-LINE.
023445     05  FILLER            PIC X(01) VALUE SPACE.
023450     05  REG-R-NAME        PIC X(15).
023455     05  FILLER            PIC X(03) VALUE SPACES.
023460     05  REG-R-REGION      PIC X(05).
023465     05  FILLER            PIC X(03) VALUE SPACES.
023470     05  FILLER            PIC X(09) VALUE 'REISSUE'.
023475     05  REG-R-STATUS      PIC X(09).
023480     05  REG-R-REASON-CODE PIC X(04).
023485     05  REG-R-REASON-TEXT PIC X(25).
023490     05  REG-R-GROSS       PIC Z,ZZZ,ZZZ,ZZ9.99.
023495     05  FILLER            PIC X(43) VALUE SPACES.
023500
023600 01  REG-SUBTOTAL-LINE.
023700     05  FILLER            PIC X(01) VALUE SPACE.
028000 77  GRAND-EMP-COUNT       PIC 9(07) VALUE ZERO.
028100 77  GRAND-HELD-COUNT      PIC 9(07) VALUE ZERO.
028200 77  TOTAL-RECORDS-READ    PIC 9(07) VALUE ZERO.
028211 77  REISSUE-PAID-COUNT    PIC 9(07) VALUE ZERO.
028222 77  REISSUE-HELD-COUNT    PIC 9(07) VALUE ZERO.
028233 77  REISSUE-PAID-TOTAL    PIC 9(11)V99 VALUE ZERO.
028244 77  PAYINT-DETAIL-COUNT   PIC 9(07) VALUE ZERO.
028255 77  PAYINT-AMOUNT-HASH    PIC 9(11)V99 VALUE ZERO.
028266
028277 77  RISFILE-EOF-SW        PIC X(01) VALUE 'N'.
028288     88  RISFILE-EOF                 VALUE 'Y'.
028300
028400****************************************************
028500****    PAGE CONTROL - LINE-COUNT STARTS PAST THE
031500     OPEN INPUT SRTFILE.
031600     OPEN OUTPUT REGFILE.
031700     OPEN OUTPUT PAYFILE.
031710     OPEN OUTPUT YTDFILE.
031800
031900     ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD.
031910
037100****************************************************************
037200* GROSS PAY IS WAGES PLUS OVERTIME PLUS COMMISSION.  THE ROW
037300* GOES ON THE REGISTER, INTO THE REGION SUBTOTALS AND OUT AS
037400* ONE PAYMENT INTERFACE DETAIL RECORD, WITH ITS YTD EARNINGS
037410* POSTING RECORD BESIDE IT.
037500****************************************************************
037600 2300-PAY-ONE-EMPLOYEE.
037700
040300     MOVE EMP-GROSS-NUM TO PAY-GROSS-AMOUNT.
040400     MOVE PAY-INTERFACE-RECORD TO PAY-OUTPUT-REC.
040500     WRITE PAY-OUTPUT-REC.
040510
040520     MOVE SPACES        TO YTD-POSTING-RECORD.
040530     MOVE EMP2-NAME     TO PST-NAME.
040540     MOVE EMP2-REGION   TO PST-REGION.
040550     MOVE EMP2-TYPE     TO PST-TYPE.
040560     MOVE RUN-DATE-WORK TO PST-PAY-DATE.
040570     MOVE EMP-WAGES-NUM TO PST-WAGES.
040580     MOVE EMP-OT-NUM    TO PST-OT.
040590     MOVE EMP-COMM-NUM  TO PST-COMM.
040591     MOVE EMP-GROSS-NUM TO PST-GROSS.
040592     MOVE YTD-POSTING-RECORD TO YTD-OUTPUT-REC.
040593     WRITE YTD-OUTPUT-REC.
040600
040700     ADD EMP-GROSS-NUM TO GRAND-GROSS-TOTAL.
040800     ADD 1             TO GRAND-EMP-COUNT.
047900     IF NOT FIRST-RECORD
048000        PERFORM 2500-WRITE-REGION-SUBTOTAL THRU 2500-EXIT
048100     END-IF.
048114
048128     PERFORM 3050-PAY-REISSUES THRU 3050-EXIT.
048142     COMPUTE PAYINT-DETAIL-COUNT =
048156        GRAND-EMP-COUNT + REISSUE-PAID-COUNT.
048170     COMPUTE PAYINT-AMOUNT-HASH =
048184        GRAND-GROSS-TOTAL + REISSUE-PAID-TOTAL.
048200
048300     MOVE REG-STAR-LINE TO REG-OUTPUT-REC.
048400     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
050700     MOVE GRAND-GROSS-TOTAL TO REG-M-AMOUNT.
050800     MOVE REG-MONEY-TRAILER-LINE TO REG-OUTPUT-REC.
050900     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
050903
050906     MOVE SPACES TO REG-TRAILER-LINE.
050909     MOVE 'PAYMENTS REISSUED' TO REG-T-LABEL.
050912     MOVE REISSUE-PAID-COUNT TO REG-T-COUNT.
050915     MOVE REG-TRAILER-LINE TO REG-OUTPUT-REC.
050918     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
050921
050924     MOVE SPACES TO REG-TRAILER-LINE.
050927     MOVE 'REISSUES HELD (NOT NUMERIC)' TO REG-T-LABEL.
050930     MOVE REISSUE-HELD-COUNT TO REG-T-COUNT.
050933     MOVE REG-TRAILER-LINE TO REG-OUTPUT-REC.
050936     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
050939
050942     MOVE SPACES TO REG-MONEY-TRAILER-LINE.
050945     MOVE 'REISSUE TOTAL' TO REG-M-LABEL.
050948     MOVE REISSUE-PAID-TOTAL TO REG-M-AMOUNT.
050951     MOVE REG-MONEY-TRAILER-LINE TO REG-OUTPUT-REC.
050954     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
050957
050960     MOVE SPACES TO REG-TRAILER-LINE.
050963     MOVE 'PAYINT DETAILS WRITTEN' TO REG-T-LABEL.
050966     MOVE PAYINT-DETAIL-COUNT TO REG-T-COUNT.
050969     MOVE REG-TRAILER-LINE TO REG-OUTPUT-REC.
050972     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
050975
050978     MOVE SPACES TO REG-MONEY-TRAILER-LINE.
050981     MOVE 'PAYINT AMOUNT HASH' TO REG-M-LABEL.
050984     MOVE PAYINT-AMOUNT-HASH TO REG-M-AMOUNT.
050987     MOVE REG-MONEY-TRAILER-LINE TO REG-OUTPUT-REC.
050990     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
051000
051100     MOVE REG-STAR-LINE TO REG-OUTPUT-REC.
051200     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
051300     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
051400     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
051500
051520     IF REISSUE-HELD-COUNT > 0
051540        MOVE 4 TO RETURN-CODE
051560     END-IF.
051580
051600 3000-EXIT.
051700     EXIT.
051701
051702****************************************************************
051703* PAYS AGAIN EVERY PAYMENT ON THE OPTIONAL REISSUE BANK, AT THE
051704* AMOUNT ORIGINALLY SENT, AFTER THE LAST REGION SUBTOTAL.  A
051705* MISSING OR EMPTY REISSUE DD SIMPLY MEANS NOTHING TO REISSUE.
051706* A BANKED AMOUNT THAT IS NOT NUMERIC IS HELD AND LISTED, THE
051707* SAME AS A BAD EXTRACT ROW, AND WRITTEN AS IT STANDS TO RISHELD
051708* SO IT IS CARRIED FORWARD RATHER THAN DROPPED.
051709****************************************************************
051710 3050-PAY-REISSUES.
051711
051712     OPEN INPUT RISFILE.
051713     OPEN OUTPUT RISHOLD.
051714     PERFORM 3060-READ-REISSUE THRU 3060-EXIT
051715        UNTIL RISFILE-EOF.
051716     CLOSE RISFILE.
051717     CLOSE RISHOLD.
051718
051719 3050-EXIT.
051720     EXIT.
051721
051722 3060-READ-REISSUE.
051723
051724     READ RISFILE
051725        AT END
051726           MOVE 'Y' TO RISFILE-EOF-SW
051727        NOT AT END
051728           MOVE RIS-INPUT-REC TO PAY-REISSUE-RECORD
051729           PERFORM 3070-PAY-ONE-REISSUE THRU 3070-EXIT
051730     END-READ.
051731
051732 3060-EXIT.
051733     EXIT.
051734
051735 3070-PAY-ONE-REISSUE.
051736
051737     IF REISSUE-PAID-COUNT = ZERO
051738        AND REISSUE-HELD-COUNT = ZERO
051739        MOVE SPACES TO REG-OUTPUT-REC
051740        PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
051741        MOVE REG-REISSUE-HEAD-LINE TO REG-OUTPUT-REC
051742        PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
051743     END-IF.
051744
051745     IF RIS-AMOUNT IS NOT NUMERIC
051746        ADD 1 TO REISSUE-HELD-COUNT
051747        MOVE RIS-EMP-NAME   TO REG-H-NAME
051748        MOVE RIS-EMP-REGION TO REG-H-REGION
051749        MOVE REG-HELD-LINE TO REG-OUTPUT-REC
051750        PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
051751        MOVE PAY-REISSUE-RECORD TO RIS-HELD-REC
051752        WRITE RIS-HELD-REC
051753        GO TO 3070-EXIT
051754     END-IF.
051755
051756     MOVE RIS-EMP-NAME    TO REG-R-NAME.
051757     MOVE RIS-EMP-REGION  TO REG-R-REGION.
051758     EVALUATE TRUE
051759        WHEN RIS-WAS-REJECTED
051760           MOVE 'REJECTED' TO REG-R-STATUS
051761        WHEN RIS-WAS-RETURNED
051762           MOVE 'RETURNED' TO REG-R-STATUS
051763        WHEN OTHER
051764           MOVE SPACES     TO REG-R-STATUS
051765     END-EVALUATE.
051766     MOVE RIS-REASON-CODE TO REG-R-REASON-CODE.
051767     MOVE RIS-REASON-TEXT TO REG-R-REASON-TEXT.
051768     MOVE RIS-AMOUNT      TO REG-R-GROSS.
051769     MOVE REG-REISSUE-LINE TO REG-OUTPUT-REC.
051770     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
051771
051772     MOVE 'D'            TO PAY-REC-TYPE.
051773     MOVE RIS-EMP-NAME   TO PAY-EMP-NAME.
051774     MOVE RIS-EMP-REGION TO PAY-EMP-REGION.
051775     MOVE RIS-AMOUNT     TO PAY-GROSS-AMOUNT.
051776     MOVE PAY-INTERFACE-RECORD TO PAY-OUTPUT-REC.
051777     WRITE PAY-OUTPUT-REC.
051778
051779     MOVE SPACES         TO YTD-POSTING-RECORD.
051780     MOVE RIS-EMP-NAME   TO PST-NAME.
051781     MOVE RIS-EMP-REGION TO PST-REGION.
051782     MOVE RUN-DATE-WORK  TO PST-PAY-DATE.
051783     MOVE ZERO           TO PST-WAGES.
051784     MOVE ZERO           TO PST-OT.
051785     MOVE ZERO           TO PST-COMM.
051786     MOVE RIS-AMOUNT     TO PST-GROSS.
051787     MOVE 'R'            TO PST-ENTRY-TYPE.
051788     MOVE YTD-POSTING-RECORD TO YTD-OUTPUT-REC.
051789     WRITE YTD-OUTPUT-REC.
051790
051791     ADD 1          TO REISSUE-PAID-COUNT.
051792     ADD RIS-AMOUNT TO REISSUE-PAID-TOTAL.
051793
051794 3070-EXIT.
051795     EXIT.
051800
051900****************************************************************
052000* THE TRAILER THE BUREAU REQUIRES - DETAIL RECORD COUNT AND
052100* THE SUM OF EVERY GROSS AMOUNT ON THE FILE - THIS RUN'S PAY
052110* AND ANY REISSUES ALIKE.
052200****************************************************************
052300 3100-WRITE-PAY-TRAILER.
052400
052500     MOVE SPACES TO PAY-INTERFACE-RECORD.
052600     MOVE 'T'               TO PAY-REC-TYPE.
052700     MOVE PAYINT-DETAIL-COUNT TO PAY-TRL-RECORD-COUNT.
052800     MOVE PAYINT-AMOUNT-HASH  TO PAY-TRL-AMOUNT-HASH.
052900     MOVE PAY-INTERFACE-RECORD TO PAY-OUTPUT-REC.
053000     WRITE PAY-OUTPUT-REC.
053100
053400
053500****************************************************************
053600* APPENDS THIS RUN'S STANDARD RUN-LOG RECORD TO THE COMMON
053700* CUMULATIVE RUNLOG DATASET - READ IS THE EXTRACT ROWS PLUS THE
053750* BANKED REISSUES, WRITTEN IS THE INTERFACE DETAILS (REISSUES
053800* PAID INCLUDED), ERRORS ARE THE HELD ROWS AND HELD REISSUES, SO
053850* THE SCORECARD CAN CROSS-FOOT READ = WRITTEN + ERRORS.  A HELD
053900* REISSUE IS MONEY NOT PAID, SO IT MARKS THE RUN ERRORS.
054000****************************************************************
054100 3200-WRITE-RUN-LOG.
054200
054400     MOVE 'TPROG15'          TO RUN-LOG-PROGRAM.
054500     ACCEPT RUN-LOG-DATE   FROM DATE YYYYMMDD.
054600     ACCEPT RUN-LOG-TIME   FROM TIME.
054700     COMPUTE RUN-LOG-READ    = TOTAL-RECORDS-READ
054720                             + REISSUE-PAID-COUNT
054740                             + REISSUE-HELD-COUNT.
054800     MOVE PAYINT-DETAIL-COUNT TO RUN-LOG-WRITTEN.
054900     COMPUTE RUN-LOG-ERRORS  = GRAND-HELD-COUNT
054950                             + REISSUE-HELD-COUNT.
055000     MOVE ZERO               TO RUN-LOG-ADDED.
055100     MOVE ZERO               TO RUN-LOG-DROPPED.
055200     IF GRAND-HELD-COUNT > 0 OR REISSUE-HELD-COUNT > 0
055300        MOVE 'ERRORS'        TO RUN-LOG-DISPOSITION
055400     ELSE
055500        MOVE 'NORMAL'        TO RUN-LOG-DISPOSITION
056600     CLOSE SRTFILE.
056700     CLOSE REGFILE.
056800     CLOSE PAYFILE.
056810     CLOSE YTDFILE.
056900
057000 9000-EXIT.
057100     EXIT.
