000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TPROG29.
000300 AUTHOR.        COMPUWARE ISPW TRAINING.
000400 DATE-WRITTEN.  OCTOBER 15TH, 2026.
000500 DATE-COMPILED.
000600
000700********************************************************
000800* THIS PROGRAM IS THE PAYROLL DESK'S ONLINE EMPLOYEE
000900*      INQUIRY AND MAINTENANCE ENTRY SCREEN - CICS
001000*      TRANSACTION EP29, MAP TPM29M OF MAPSET TPM29S,
001100*      PSEUDO-CONVERSATIONAL (THE COMMAREA CARRIES THE
001200*      LAST KEY INQUIRED ON FROM ONE SCREEN TO THE NEXT).
001300*
001400*      ACTION I  LOOKS UP ONE EMPLOYEE ON THE EMP KSDS BY
001500*                NAME/REGION AND SHOWS THE ROW, THE LAST
001600*                FIVE ENTRIES OF THEIR CHANGE HISTORY (THE
001700*                EMPHKS CLUSTER TPROG30 LOADS NIGHTLY FROM
001800*                EMPHIST, NEWEST FIRST) AND ANY ENTRY STILL
001900*                WAITING ON THE ONLINE QUEUE.
002000*      ACTION A, C OR D KEYS AN ADD, CHANGE OR DELETE WITH
002100*                AN OPTIONAL EFFECTIVE DATE.  THE ENTRY IS
002200*                PUT THROUGH THE SAME REGION, TYPE AND
002300*                NUMERIC EDITS TPROG06 APPLIES (THE CODES
002400*                ARE READ FROM THE REFVSAM CLUSTER TPROG30
002500*                RELOADS FROM REGTAB AND TYPTAB) AND WRITTEN
002600*                IN EMPTRAN LAYOUT TO THE EMPONL QUEUE.
002700*
002800*      NOTHING HERE UPDATES THE EMP MASTER.  THE TPROG19
002900*      WAREHOUSE PICKS THE QUEUE UP OVERNIGHT WITH THE
003000*      DEPARTMENTS' RAWTRAN, SO EVERY ONLINE ENTRY GOES
003100*      THROUGH THE TPROG06 PRE-EDIT AND THE TPROG04
003200*      MATCH/MERGE LIKE ANY OTHER TRANSACTION.  EACH ENTRY
003300*      CARRIES THE SIGNED-ON USER ID AND THE TERMINAL ID
003400*      FOR THE AUDIT TRAIL.
003500*
003600*      A CHANGE OR DELETE MUST FOLLOW AN INQUIRY ON THE SAME
003700*      KEY, SO THE OPERATOR HAS SEEN THE ROW THEY ARE
003800*      REPLACING.  ONE KEY CAN HAVE ONLY ONE ENTRY WAITING.
003900*
004000*      AND COPYLIBS   TPM29S    (SYMBOLIC MAP)
004100*                     EMPREC2   (VERSION-2 EMP RECORD)
004200*                     EMPTRAN   (TRANSACTION LAYOUT)
004300*                     EMPONL    (ONLINE ENTRY QUEUE RECORD)
004400*                     EMPHKS    (HISTORY KSDS RECORD)
004500*                     EMPHIST   (CHANGE-HISTORY RECORD)
004600*                     REFVSM    (REFERENCE KSDS RECORD)
004700* ======================================================
004800*  ISPW (TM)
004900*  COPYRIGHT (C) 1986-2016 COMPUWARE CORPORATION.
005000*  UNPUBLISHED RIGHTS RESERVED UNDER THE COPYRIGHT
005100*  LAWS OF THE UNITED STATES.
005200*
005300* ======================================================
005400*                   MODIFICATION  LOG
005500*
005600*  DD/MM/YY  PROGRAMMER  CHANGES
005700*  ********  **********  *******
005800*  15/10/26  ISPW        NEW PROGRAM - ONLINE INQUIRY AND
005900*                        MAINTENANCE ENTRY OVER THE EMP KSDS
006000* ======================================================
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
006300 SOURCE-COMPUTER. IBM-370.
006400 OBJECT-COMPUTER. IBM-370.
006500
006600*****************************************************
006700*  FILES USED (CICS FILE DEFINITIONS):
006800*   EMPVSAM  THE EMP KSDS - READ ONLY
006900*   EMPHKS   THE HISTORY KSDS - BROWSED
007000*   REFVSAM  THE REFERENCE CODE KSDS - READ ONLY
007100*   EMPONL   THE ONLINE ENTRY QUEUE KSDS - READ,
007200*            WRITTEN AND REWRITTEN
007300*****************************************************
007400
007500 DATA DIVISION.
007600
007700 WORKING-STORAGE SECTION.
007800****************************************************
007900****    THE SCREEN AND THE ATTENTION KEYS
008000****************************************************
008100     COPY TPM29S.
008200
008300     COPY DFHAID.
008400
008500****************************************************
008600****    THE RECORDS THIS SCREEN READS AND WRITES
008700****************************************************
008800     COPY EMPREC2.
008900
009000     COPY EMPTRAN.
009100
009200     COPY EMPONL.
009300
009400     COPY EMPHKS.
009500
009600     COPY EMPHIST.
009700
009800     COPY REFVSM.
009900
010000****************************************************
010100****    THE COMMAREA PASSED FROM ONE SCREEN TO THE
010200****    NEXT - THE KEY OF THE LAST SUCCESSFUL INQUIRY
010300****************************************************
010400 01  TP29-COMMAREA.
010500     05  CA-INQUIRED-KEY   PIC X(20).
010600     05  FILLER            PIC X(10).
010700
010800****************************************************
010900****    THE SCREEN AS KEYED, WITH LOW-VALUES TURNED
011000****    TO SPACES, AND NUMERIC VIEWS OF ITS FIELDS
011100****************************************************
011200 01  SCREEN-ENTRY.
011300     05  SE-ACTION         PIC X(01).
011400         88  SE-INQUIRE              VALUE 'I'.
011500         88  SE-ADD                  VALUE 'A'.
011600         88  SE-CHANGE               VALUE 'C'.
011700         88  SE-DELETE               VALUE 'D'.
011800         88  SE-VALID-ACTION         VALUE 'I' 'A' 'C' 'D'.
011900     05  SE-KEY.
012000         10  SE-NAME       PIC X(15).
012100         10  SE-REGION     PIC X(05).
012200     05  SE-TYPE           PIC X(01).
012300     05  SE-YRS            PIC X(03).
012400     05  SE-YRS-N REDEFINES SE-YRS
012500                           PIC 9(03).
012600     05  SE-WAGES          PIC X(10).
012700     05  SE-WAGES-N REDEFINES SE-WAGES
012800                           PIC 9(08)V99.
012900     05  SE-OT             PIC X(10).
013000     05  SE-OT-N REDEFINES SE-OT
013100                           PIC 9(08)V99.
013200     05  SE-COMM           PIC X(10).
013300     05  SE-COMM-N REDEFINES SE-COMM
013400                           PIC 9(08)V99.
013500     05  SE-EFF-DATE       PIC X(08).
013600     05  SE-EFF-DATE-R REDEFINES SE-EFF-DATE.
013700         10  SE-EFF-CCYY   PIC 9(04).
013800         10  SE-EFF-MM     PIC 9(02).
013900         10  SE-EFF-DD     PIC 9(02).
014000
014100****************************************************
014200****    HISTORY LINES - THE LAST FIVE READ ARE KEPT
014300****    OLDEST FIRST AS THE BROWSE RETURNS THEM, AND
014400****    TURNED NEWEST FIRST FOR THE SCREEN
014500****************************************************
014600 01  HISTORY-LINE-TABLE.
014700     05  HISTORY-LINE      PIC X(78) OCCURS 5 TIMES.
014800
014900 01  SCREEN-HISTORY-TABLE.
015000     05  SCREEN-HISTORY    PIC X(78) OCCURS 5 TIMES.
015100
015200 01  HISTORY-LINE-WORK.
015300     05  HL-DATE           PIC X(08).
015400     05  FILLER            PIC X(02) VALUE SPACES.
015500     05  HL-ACTION         PIC X(01).
015600     05  FILLER            PIC X(01) VALUE SPACE.
015700     05  HL-TYPE           PIC X(01).
015800     05  FILLER            PIC X(01) VALUE SPACE.
015900     05  HL-REGION         PIC X(05).
016000     05  FILLER            PIC X(01) VALUE SPACE.
016100     05  HL-WAGES          PIC Z,ZZZ,ZZ9.99.
016200     05  FILLER            PIC X(02) VALUE SPACES.
016300     05  HL-OT             PIC Z,ZZZ,ZZ9.99.
016400     05  FILLER            PIC X(02) VALUE SPACES.
016500     05  HL-COMM           PIC Z,ZZZ,ZZ9.99.
016600     05  FILLER            PIC X(02) VALUE SPACES.
016700     05  HL-RUN-ID         PIC X(08).
016800     05  FILLER            PIC X(08) VALUE SPACES.
016900
017000 01  NO-HISTORY-LINE       PIC X(78) VALUE
017100     'NO HISTORY ON FILE FOR THIS EMPLOYEE'.
017200
017300****************************************************
017400****    THE QUEUE LINE - AN ENTRY WAITING FOR THE
017500****    WAREHOUSE, OR THE LAST ONE IT TOOK
017600****************************************************
017700 01  PENDING-LINE-WORK.
017800     05  FILLER            PIC X(15) VALUE 'ENTRY WAITING: '.
017900     05  PL-ACTION         PIC X(01).
018000     05  FILLER            PIC X(10) VALUE ' KEYED BY '.
018100     05  PL-OPERATOR       PIC X(08).
018200     05  FILLER            PIC X(04) VALUE ' AT '.
018300     05  PL-TERMINAL       PIC X(04).
018400     05  FILLER            PIC X(04) VALUE ' ON '.
018500     05  PL-DATE           PIC X(08).
018600     05  FILLER            PIC X(01) VALUE SPACE.
018700     05  PL-TIME           PIC X(06).
018800     05  FILLER            PIC X(06) VALUE '  EFF '.
018900     05  PL-EFF-DATE       PIC X(08).
019000     05  FILLER            PIC X(03) VALUE SPACES.
019100
019200 01  PICKED-LINE-WORK.
019300     05  FILLER            PIC X(20) VALUE 'LAST ONLINE ENTRY ('.
019400     05  PK-ACTION         PIC X(01).
019500     05  FILLER            PIC X(29) VALUE
019600         ') TAKEN BY THE WAREHOUSE ON '.
019700     05  PK-DATE           PIC X(08).
019800     05  FILLER            PIC X(20) VALUE SPACES.
019900
020000 01  SCREEN-PENDING-LINE   PIC X(78) VALUE SPACES.
020100
020200****************************************************
020300****    MESSAGES
020400****************************************************
020500 01  SCREEN-MESSAGE        PIC X(78) VALUE SPACES.
020600
020700 01  FILE-ERROR-MESSAGE.
020800     05  FILLER            PIC X(05) VALUE 'FILE '.
020900     05  FE-FILE           PIC X(08).
021000     05  FILLER            PIC X(20) VALUE
021100         ' UNAVAILABLE - RESP '.
021200     05  FE-RESP           PIC ZZZ9.
021300     05  FILLER            PIC X(41) VALUE
021400         ' - CALL THE PAYROLL SYSTEMS DUTY PHONE'.
021500
021600 01  END-SESSION-MESSAGE   PIC X(30) VALUE
021700     'EMPLOYEE MAINTENANCE ENDED'.
021800
021900 01  QUEUED-MESSAGE.
022000     05  FILLER            PIC X(45) VALUE
022100         'ENTRY QUEUED FOR THE WAREHOUSE - EFFECTIVE '.
022200     05  QM-EFF-DATE       PIC X(08).
022300     05  FILLER            PIC X(25) VALUE SPACES.
022400
022500****************************************************
022600****    CICS WORK FIELDS, THE DATE AND KEY WORK
022700****************************************************
022800 01  MASTER-KEY-WORK.
022900     05  MK-NAME           PIC X(15).
023000     05  MK-REGION         PIC X(05).
023100
023200 01  MONTH-DAYS-VALUES     PIC X(24) VALUE
023300     '312831303130313130313031'.
023400 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
023500     05  MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
023600
023700 77  CICS-RESP             PIC S9(08) COMP VALUE ZERO.
023800 77  ABS-TIME              PIC S9(15) COMP-3 VALUE ZERO.
023900 77  TODAY-DATE            PIC X(08) VALUE SPACES.
024000 77  NOW-TIME              PIC X(06) VALUE SPACES.
024100 77  MAX-DAY               PIC 9(02) VALUE ZERO.
024200 77  LEAP-QUOTIENT         PIC 9(04) COMP VALUE ZERO.
024300 77  LEAP-REMAINDER        PIC 9(04) COMP VALUE ZERO.
024400
024500****************************************************
024600****    SWITCHES AND SUBSCRIPTS
024700****************************************************
024800 77  MASTER-FOUND-SW       PIC X(01) VALUE 'N'.
024900     88  MASTER-FOUND                VALUE 'Y'.
025000
025100 77  ENTRY-ERROR-SW        PIC X(01) VALUE 'N'.
025200     88  ENTRY-IN-ERROR              VALUE 'Y'.
025300
025400 77  FILE-ERROR-SW         PIC X(01) VALUE 'N'.
025500     88  FILE-ERROR-HIT              VALUE 'Y'.
025600
025700 77  CODE-FOUND-SW         PIC X(01) VALUE 'N'.
025800     88  CODE-FOUND                  VALUE 'Y'.
025900
026000 77  HISTORY-DONE-SW       PIC X(01) VALUE 'N'.
026100     88  HISTORY-DONE                VALUE 'Y'.
026200
026300 77  HISTORY-SEARCHED-SW   PIC X(01) VALUE 'N'.
026400     88  HISTORY-SEARCHED            VALUE 'Y'.
026500
026600 77  MESSAGE-ONLY-SW       PIC X(01) VALUE 'N'.
026700     88  SEND-MESSAGE-ONLY           VALUE 'Y'.
026800
026900 77  HISTORY-COUNT         PIC S9(04) COMP VALUE ZERO.
027000 77  HISTORY-SUB           PIC S9(04) COMP VALUE ZERO.
027100 77  SHOW-SUB              PIC S9(04) COMP VALUE ZERO.
027200
027300 LINKAGE SECTION.
027400 01  DFHCOMMAREA           PIC X(30).
027500
027600 PROCEDURE DIVISION.
027700
027800 0000-MAINLINE.
027900
028000     MOVE SPACES TO SCREEN-MESSAGE.
028100     MOVE SPACES TO SCREEN-ENTRY.
028200     MOVE SPACES TO SCREEN-PENDING-LINE.
028300     MOVE SPACES TO SCREEN-HISTORY-TABLE.
028400
028500     IF EIBCALEN = ZERO
028600        PERFORM 1000-FIRST-TIME THRU 1000-EXIT
028700     ELSE
028800        MOVE DFHCOMMAREA TO TP29-COMMAREA
028900        EVALUATE EIBAID
029000           WHEN DFHPF3
029100           WHEN DFHCLEAR
029200              PERFORM 9000-END-SESSION THRU 9000-EXIT
029300           WHEN DFHENTER
029400              PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
029500           WHEN OTHER
029600              MOVE 'Y' TO MESSAGE-ONLY-SW
029700              MOVE 'KEY NOT IN USE - ENTER OR PF3 ONLY'
029800                 TO SCREEN-MESSAGE
029900        END-EVALUATE
030000     END-IF.
030100
030200     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
030300
030400     EXEC CICS RETURN
030500          TRANSID('EP29')
030600          COMMAREA(TP29-COMMAREA)
030700          LENGTH(LENGTH OF TP29-COMMAREA)
030800     END-EXEC.
030900
031000     GOBACK.
031100
031200 1000-FIRST-TIME.
031300
031400     MOVE SPACES TO TP29-COMMAREA.
031500     MOVE 'KEY AN ACTION, NAME AND REGION AND PRESS ENTER'
031600        TO SCREEN-MESSAGE.
031700
031800 1000-EXIT.
031900     EXIT.
032000
032100 1100-GET-DATE-TIME.
032200
032300     EXEC CICS ASKTIME
032400          ABSTIME(ABS-TIME)
032500     END-EXEC.
032600
032700     EXEC CICS FORMATTIME
032800          ABSTIME(ABS-TIME)
032900          YYYYMMDD(TODAY-DATE)
033000          TIME(NOW-TIME)
033100     END-EXEC.
033200
033300 1100-EXIT.
033400     EXIT.
033500
033600****************************************************************
033700* ONE ENTER.  THE ACTION AND KEY ARE CHECKED FIRST; THEN THE
033800* MASTER IS READ, THE INQUIRY OR THE ENTRY IS DONE, AND THE
033900* EMPLOYEE'S HISTORY AND QUEUE LINE ARE SHOWN WHATEVER THE
034000* OUTCOME, SO THE OPERATOR ALWAYS SEES WHAT IS ALREADY IN HAND.
034100****************************************************************
034200 2000-PROCESS-SCREEN.
034300
034400     EXEC CICS RECEIVE
034500          MAP('TPM29M')
034600          MAPSET('TPM29S')
034700          INTO(TPM29MI)
034800          RESP(CICS-RESP)
034900     END-EXEC.
035000
035100     EVALUATE CICS-RESP
035200        WHEN DFHRESP(NORMAL)
035300           CONTINUE
035400        WHEN DFHRESP(MAPFAIL)
035500           MOVE 'KEY AN ACTION, NAME AND REGION AND PRESS ENTER'
035600              TO SCREEN-MESSAGE
035700           GO TO 2000-EXIT
035800        WHEN OTHER
035900           MOVE 'TPM29M' TO FE-FILE
036000           PERFORM 7000-FILE-ERROR THRU 7000-EXIT
036100           GO TO 2000-EXIT
036200     END-EVALUATE.
036300
036400     PERFORM 2100-LOAD-SCREEN-ENTRY THRU 2100-EXIT.
036500
036600     IF NOT SE-VALID-ACTION
036700        MOVE 'ACTION MUST BE I, A, C OR D' TO SCREEN-MESSAGE
036800        GO TO 2000-EXIT
036900     END-IF.
037000
037100     IF SE-NAME = SPACES OR SE-REGION = SPACES
037200        MOVE 'NAME AND REGION ARE BOTH REQUIRED' TO SCREEN-MESSAGE
037300        GO TO 2000-EXIT
037400     END-IF.
037500
037600     PERFORM 1100-GET-DATE-TIME THRU 1100-EXIT.
037700
037800     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
037900     IF FILE-ERROR-HIT
038000        GO TO 2000-EXIT
038100     END-IF.
038200
038300     IF SE-INQUIRE
038400        PERFORM 3000-INQUIRY THRU 3000-EXIT
038500     ELSE
038600        PERFORM 4000-EDIT-ENTRY THRU 4000-EXIT
038700        IF NOT ENTRY-IN-ERROR AND NOT FILE-ERROR-HIT
038800           PERFORM 5000-QUEUE-ENTRY THRU 5000-EXIT
038900        END-IF
039000     END-IF.
039100
039200     IF NOT FILE-ERROR-HIT
039300        PERFORM 3100-LOAD-HISTORY THRU 3100-EXIT
039400     END-IF.
039500
039600     IF NOT FILE-ERROR-HIT
039700        PERFORM 3300-SHOW-QUEUE THRU 3300-EXIT
039800     END-IF.
039900
040000 2000-EXIT.
040100     EXIT.
040200
040300****************************************************************
040400* A FIELD THE OPERATOR NEVER TOUCHED COMES BACK AS LOW-VALUES -
040500* IT IS TREATED AS BLANK, THE SAME AS A BLANK CARD COLUMN.
040600****************************************************************
040700 2100-LOAD-SCREEN-ENTRY.
040800
040900     MOVE ACTNI  TO SE-ACTION.
041000     MOVE ENAMEI TO SE-NAME.
041100     MOVE EREGNI TO SE-REGION.
041200     MOVE ETYPEI TO SE-TYPE.
041300     MOVE EYRSI  TO SE-YRS.
041400     MOVE EWAGEI TO SE-WAGES.
041500     MOVE EOTI   TO SE-OT.
041600     MOVE ECOMMI TO SE-COMM.
041700     MOVE EFFDTI TO SE-EFF-DATE.
041800     INSPECT SCREEN-ENTRY REPLACING ALL LOW-VALUES BY SPACES.
041900
042000 2100-EXIT.
042100     EXIT.
042200
042300 2200-READ-MASTER.
042400
042500     MOVE 'N' TO MASTER-FOUND-SW.
042600     MOVE SE-KEY TO MASTER-KEY-WORK.
042700
042800     EXEC CICS READ
042900          FILE('EMPVSAM')
043000          INTO(DCLEMP2)
043100          RIDFLD(MASTER-KEY-WORK)
043200          RESP(CICS-RESP)
043300     END-EXEC.
043400
043500     EVALUATE CICS-RESP
043600        WHEN DFHRESP(NORMAL)
043700           MOVE 'Y' TO MASTER-FOUND-SW
043800        WHEN DFHRESP(NOTFND)
043900           CONTINUE
044000        WHEN OTHER
044100           MOVE 'EMPVSAM' TO FE-FILE
044200           PERFORM 7000-FILE-ERROR THRU 7000-EXIT
044300     END-EVALUATE.
044400
044500 2200-EXIT.
044600     EXIT.
044700
044800****************************************************************
044900* AN INQUIRY SHOWS THE ROW AS THE DATA FIELDS, READY TO BE
045000* OVERKEYED FOR A CHANGE, AND REMEMBERS THE KEY SO A CHANGE OR
045100* DELETE CAN FOLLOW.  A KEY NOT ON FILE STILL SHOWS ITS HISTORY
045200* - A DELETED EMPLOYEE KEEPS THEIRS.
045300****************************************************************
045400 3000-INQUIRY.
045500
045600     IF NOT MASTER-FOUND
045700        MOVE SPACES TO CA-INQUIRED-KEY
045800        MOVE 'EMPLOYEE NOT ON FILE' TO SCREEN-MESSAGE
045900        GO TO 3000-EXIT
046000     END-IF.
046100
046200     MOVE EMP2-TYPE        TO SE-TYPE.
046300     MOVE EMP2-YRS-SERVICE TO SE-YRS-N.
046400     MOVE EMP2-WAGES       TO SE-WAGES-N.
046500     MOVE EMP2-OT          TO SE-OT-N.
046600     MOVE EMP2-COMM        TO SE-COMM-N.
046700     MOVE SPACES           TO SE-EFF-DATE.
046800
046900     MOVE SE-KEY TO CA-INQUIRED-KEY.
047000     MOVE 'EMPLOYEE FOUND - KEY C OR D OVER THE I TO UPDATE'
047100        TO SCREEN-MESSAGE.
047200
047300 3000-EXIT.
047400     EXIT.
047500
047600****************************************************************
047700* BROWSES THE HISTORY CLUSTER FROM THE FIRST RECORD FOR THE KEY.
047800* THE KEY ENDS IN THE APPLY DATE AND TIME, SO THE RECORDS COME
047900* BACK OLDEST FIRST; ONLY THE LAST FIVE ARE KEPT.
048000****************************************************************
048100 3100-LOAD-HISTORY.
048200
048300     MOVE 'Y' TO HISTORY-SEARCHED-SW.
048400     MOVE ZERO TO HISTORY-COUNT.
048500     MOVE SPACES TO HISTORY-LINE-TABLE.
048600
048700     MOVE SE-NAME    TO HKS-NAME.
048800     MOVE SE-REGION  TO HKS-REGION.
048900     MOVE LOW-VALUES TO HKS-APPLY-DATE.
049000     MOVE LOW-VALUES TO HKS-APPLY-TIME.
049100
049200     EXEC CICS STARTBR
049300          FILE('EMPHKS')
049400          RIDFLD(HKS-KEY)
049500          GTEQ
049600          RESP(CICS-RESP)
049700     END-EXEC.
049800
049900     EVALUATE CICS-RESP
050000        WHEN DFHRESP(NORMAL)
050100           CONTINUE
050200        WHEN DFHRESP(NOTFND)
050300           GO TO 3100-EXIT
050400        WHEN OTHER
050500           MOVE 'EMPHKS' TO FE-FILE
050600           PERFORM 7000-FILE-ERROR THRU 7000-EXIT
050700           GO TO 3100-EXIT
050800     END-EVALUATE.
050900
051000     MOVE 'N' TO HISTORY-DONE-SW.
051100     PERFORM 3150-READ-NEXT-HISTORY THRU 3150-EXIT
051200        UNTIL HISTORY-DONE.
051300
051400     EXEC CICS ENDBR
051500          FILE('EMPHKS')
051600     END-EXEC.
051700
051800 3100-EXIT.
051900     EXIT.
052000
052100 3150-READ-NEXT-HISTORY.
052200
052300     EXEC CICS READNEXT
052400          FILE('EMPHKS')
052500          INTO(EMP-HIST-KSDS-RECORD)
052600          RIDFLD(HKS-KEY)
052700          RESP(CICS-RESP)
052800     END-EXEC.
052900
053000     EVALUATE CICS-RESP
053100        WHEN DFHRESP(NORMAL)
053200           CONTINUE
053300        WHEN DFHRESP(ENDFILE)
053400           MOVE 'Y' TO HISTORY-DONE-SW
053500           GO TO 3150-EXIT
053600        WHEN OTHER
053700           MOVE 'EMPHKS' TO FE-FILE
053800           PERFORM 7000-FILE-ERROR THRU 7000-EXIT
053900           MOVE 'Y' TO HISTORY-DONE-SW
054000           GO TO 3150-EXIT
054100     END-EVALUATE.
054200
054300     IF HKS-NAME NOT = SE-NAME OR HKS-REGION NOT = SE-REGION
054400        MOVE 'Y' TO HISTORY-DONE-SW
054500        GO TO 3150-EXIT
054600     END-IF.
054700
054800     MOVE HKS-HISTORY TO EMP-HISTORY-RECORD.
054900     PERFORM 3200-FORMAT-HISTORY-LINE THRU 3200-EXIT.
055000
055100     IF HISTORY-COUNT < 5
055200        ADD 1 TO HISTORY-COUNT
055300     ELSE
055400        PERFORM 3160-SHIFT-HISTORY THRU 3160-EXIT
055500           VARYING HISTORY-SUB FROM 1 BY 1
055600           UNTIL HISTORY-SUB > 4
055700     END-IF.
055800     MOVE HISTORY-LINE-WORK TO HISTORY-LINE (HISTORY-COUNT).
055900
056000 3150-EXIT.
056100     EXIT.
056200
056300 3160-SHIFT-HISTORY.
056400
056500     MOVE HISTORY-LINE (HISTORY-SUB + 1)
056600        TO HISTORY-LINE (HISTORY-SUB).
056700
056800 3160-EXIT.
056900     EXIT.
057000
057100****************************************************************
057200* A DELETE HAS NO AFTER IMAGE, SO IT SHOWS THE ROW IT REMOVED;
057300* EVERYTHING ELSE SHOWS THE ROW AS THE ACTION LEFT IT (FOR A
057400* TRANSFER, THAT IS THE NEW REGION).
057500****************************************************************
057600 3200-FORMAT-HISTORY-LINE.
057700
057800     MOVE HIST-APPLY-DATE TO HL-DATE.
057900     MOVE HIST-ACTION     TO HL-ACTION.
058000     MOVE HIST-RUN-ID     TO HL-RUN-ID.
058100
058200     IF HIST-IS-DELETE
058300        MOVE HIST-BEF-TYPE   TO HL-TYPE
058400        MOVE HIST-BEF-REGION TO HL-REGION
058500        MOVE HIST-BEF-WAGES  TO HL-WAGES
058600        MOVE HIST-BEF-OT     TO HL-OT
058700        MOVE HIST-BEF-COMM   TO HL-COMM
058800     ELSE
058900        MOVE HIST-AFT-TYPE   TO HL-TYPE
059000        MOVE HIST-AFT-REGION TO HL-REGION
059100        MOVE HIST-AFT-WAGES  TO HL-WAGES
059200        MOVE HIST-AFT-OT     TO HL-OT
059300        MOVE HIST-AFT-COMM   TO HL-COMM
059400     END-IF.
059500
059600 3200-EXIT.
059700     EXIT.
059800
059900****************************************************************
060000* THE QUEUE LINE SAYS WHETHER AN ENTRY IS ALREADY WAITING FOR
060100* THE KEY (AND WHO KEYED IT), OR WHEN THE WAREHOUSE LAST TOOK
060200* ONE.
060300****************************************************************
060400 3300-SHOW-QUEUE.
060500
060600     MOVE SPACES TO SCREEN-PENDING-LINE.
060700
060800     EXEC CICS READ
060900          FILE('EMPONL')
061000          INTO(EMP-ONLINE-ENTRY)
061100          RIDFLD(SE-KEY)
061200          RESP(CICS-RESP)
061300     END-EXEC.
061400
061500     EVALUATE CICS-RESP
061600        WHEN DFHRESP(NORMAL)
061700           CONTINUE
061800        WHEN DFHRESP(NOTFND)
061900           GO TO 3300-EXIT
062000        WHEN OTHER
062100           MOVE 'EMPONL' TO FE-FILE
062200           PERFORM 7000-FILE-ERROR THRU 7000-EXIT
062300           GO TO 3300-EXIT
062400     END-EVALUATE.
062500
062600     IF ONL-PENDING
062700        MOVE ONL-ACTION        TO PL-ACTION
062800        MOVE ONL-OPERATOR-ID   TO PL-OPERATOR
062900        MOVE ONL-TERMINAL-ID   TO PL-TERMINAL
063000        MOVE ONL-ENTRY-DATE    TO PL-DATE
063100        MOVE ONL-ENTRY-TIME    TO PL-TIME
063200        MOVE ONL-TRAN-IMAGE    TO EMP-TRAN-RECORD
063300        MOVE EMP-TRAN-EFF-DATE TO PL-EFF-DATE
063400        MOVE PENDING-LINE-WORK TO SCREEN-PENDING-LINE
063500     ELSE
063600        MOVE ONL-ACTION        TO PK-ACTION
063700        MOVE ONL-PICKUP-DATE   TO PK-DATE
063800        MOVE PICKED-LINE-WORK  TO SCREEN-PENDING-LINE
063900     END-IF.
064000
064100 3300-EXIT.
064200     EXIT.
064300
064400****************************************************************
064500* THE ENTRY EDITS, IN THE ORDER TPROG06 APPLIES THEM: THE
064600* ACTION AGAINST THE MASTER, THE REGION ON AN ADD, THE TYPE AND
064700* THE NUMERIC FIELDS ON AN ADD OR CHANGE - PLUS THE EFFECTIVE
064800* DATE, WHICH THE DESK KEYS HERE RATHER THAN ON A CARD.  THE
064900* FIRST FAILURE IS THE MESSAGE.
065000****************************************************************
065100 4000-EDIT-ENTRY.
065200
065300     MOVE 'Y' TO ENTRY-ERROR-SW.
065400
065500     IF (SE-CHANGE OR SE-DELETE)
065600        AND SE-KEY NOT = CA-INQUIRED-KEY
065700        MOVE 'INQUIRE (ACTION I) ON THE EMPLOYEE BEFORE A C OR D'
065800           TO SCREEN-MESSAGE
065900        GO TO 4000-EXIT
066000     END-IF.
066100
066200     IF SE-ADD AND MASTER-FOUND
066300        MOVE 'EMPLOYEE ALREADY ON FILE' TO SCREEN-MESSAGE
066400        GO TO 4000-EXIT
066500     END-IF.
066600
066700     IF NOT SE-ADD AND NOT MASTER-FOUND
066800        MOVE 'EMPLOYEE NOT ON FILE' TO SCREEN-MESSAGE
066900        GO TO 4000-EXIT
067000     END-IF.
067100
067200     IF SE-ADD
067300        MOVE 'R'       TO REFV-TABLE
067400        MOVE SE-REGION TO REFV-CODE
067500        PERFORM 4050-LOOKUP-CODE THRU 4050-EXIT
067600        IF NOT CODE-FOUND
067700           MOVE 'REGION NOT ON TABLE' TO SCREEN-MESSAGE
067800           GO TO 4000-EXIT
067900        END-IF
068000     END-IF.
068100
068200     IF NOT SE-DELETE
068300        MOVE 'T'     TO REFV-TABLE
068400        MOVE SE-TYPE TO REFV-CODE
068500        PERFORM 4050-LOOKUP-CODE THRU 4050-EXIT
068600        IF NOT CODE-FOUND
068700           MOVE 'TYPE NOT ON TABLE' TO SCREEN-MESSAGE
068800           GO TO 4000-EXIT
068900        END-IF
069000        IF SE-WAGES-N IS NOT NUMERIC
069100           MOVE 'WAGES NOT NUMERIC' TO SCREEN-MESSAGE
069200           GO TO 4000-EXIT
069300        END-IF
069400        IF SE-OT-N IS NOT NUMERIC
069500           MOVE 'OVERTIME NOT NUMERIC' TO SCREEN-MESSAGE
069600           GO TO 4000-EXIT
069700        END-IF
069800        IF SE-COMM-N IS NOT NUMERIC
069900           MOVE 'COMMISSION NOT NUMERIC' TO SCREEN-MESSAGE
070000           GO TO 4000-EXIT
070100        END-IF
070200        IF SE-YRS-N IS NOT NUMERIC
070300           MOVE 'YRS SERVICE NOT NUMERIC' TO SCREEN-MESSAGE
070400           GO TO 4000-EXIT
070500        END-IF
070600     END-IF.
070700
070800     PERFORM 4100-EDIT-EFF-DATE THRU 4100-EXIT.
070900     IF SCREEN-MESSAGE NOT = SPACES
071000        GO TO 4000-EXIT
071100     END-IF.
071200
071300     MOVE 'N' TO ENTRY-ERROR-SW.
071400
071500 4000-EXIT.
071600     EXIT.
071700
071800****************************************************************
071900* ONLY AN ACTIVE CODE PASSES - THE SAME RULE AS TPROG06.
072000****************************************************************
072100 4050-LOOKUP-CODE.
072200
072300     MOVE 'N' TO CODE-FOUND-SW.
072400
072500     EXEC CICS READ
072600          FILE('REFVSAM')
072700          INTO(REF-VSAM-RECORD)
072800          RIDFLD(REFV-KEY)
072900          RESP(CICS-RESP)
073000     END-EXEC.
073100
073200     EVALUATE CICS-RESP
073300        WHEN DFHRESP(NORMAL)
073400           IF REFV-ACTIVE
073500              MOVE 'Y' TO CODE-FOUND-SW
073600           END-IF
073700        WHEN DFHRESP(NOTFND)
073800           CONTINUE
073900        WHEN OTHER
074000           MOVE 'REFVSAM' TO FE-FILE
074100           PERFORM 7000-FILE-ERROR THRU 7000-EXIT
074200     END-EVALUATE.
074300
074400 4050-EXIT.
074500     EXIT.
074600
074700****************************************************************
074800* BLANK MEANS THE NEXT NIGHT'S RUN.  OTHERWISE IT MUST BE A REAL
074900* CCYYMMDD DATE, TODAY OR LATER - THE WAREHOUSE RELEASES A PAST
075000* DATE AT ONCE, WHICH IS NOT WHAT THE OPERATOR ASKED FOR.
075100****************************************************************
075200 4100-EDIT-EFF-DATE.
075300
075400     IF SE-EFF-DATE = SPACES
075500        GO TO 4100-EXIT
075600     END-IF.
075700
075800     IF SE-EFF-DATE IS NOT NUMERIC
075900        MOVE 'EFFECTIVE DATE MUST BE CCYYMMDD' TO SCREEN-MESSAGE
076000        GO TO 4100-EXIT
076100     END-IF.
076200
076300     IF SE-EFF-MM < 1 OR SE-EFF-MM > 12
076400        MOVE 'EFFECTIVE DATE MUST BE CCYYMMDD' TO SCREEN-MESSAGE
076500        GO TO 4100-EXIT
076600     END-IF.
076700
076800     MOVE MONTH-DAYS (SE-EFF-MM) TO MAX-DAY.
076900     IF SE-EFF-MM = 2
077000        DIVIDE SE-EFF-CCYY BY 4
077100           GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER
077200        IF LEAP-REMAINDER = ZERO
077300           MOVE 29 TO MAX-DAY
077400           DIVIDE SE-EFF-CCYY BY 100
077500              GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER
077600           IF LEAP-REMAINDER = ZERO
077700              MOVE 28 TO MAX-DAY
077800              DIVIDE SE-EFF-CCYY BY 400
077900                 GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER
078000              IF LEAP-REMAINDER = ZERO
078100                 MOVE 29 TO MAX-DAY
078200              END-IF
078300           END-IF
078400        END-IF
078500     END-IF.
078600
078700     IF SE-EFF-DD < 1 OR SE-EFF-DD > MAX-DAY
078800        MOVE 'EFFECTIVE DATE MUST BE CCYYMMDD' TO SCREEN-MESSAGE
078900        GO TO 4100-EXIT
079000     END-IF.
079100
079200     IF SE-EFF-DATE < TODAY-DATE
079300        MOVE 'EFFECTIVE DATE IS IN THE PAST' TO SCREEN-MESSAGE
079400     END-IF.
079500
079600 4100-EXIT.
079700     EXIT.
079800
079900****************************************************************
080000* THE ENTRY IS BUILT IN EMPTRAN LAYOUT (A DELETE CARRIES NO
080100* DATA) AND QUEUED UNDER ITS KEY WITH WHO KEYED IT, FROM WHICH
080200* TERMINAL, AND WHEN.  THE QUEUE RECORD IS READ FOR UPDATE
080300* FIRST: AN ENTRY STILL WAITING IS NEVER OVERLAID, AND ONE THE
080400* WAREHOUSE HAS ALREADY TAKEN IS REPLACED BY THE NEW ONE.
080500****************************************************************
080600 5000-QUEUE-ENTRY.
080700
080800     EXEC CICS READ
080900          FILE('EMPONL')
081000          INTO(EMP-ONLINE-ENTRY)
081100          RIDFLD(SE-KEY)
081200          UPDATE
081300          RESP(CICS-RESP)
081400     END-EXEC.
081500
081600     EVALUATE CICS-RESP
081700        WHEN DFHRESP(NORMAL)
081800           IF ONL-PENDING
081900              EXEC CICS UNLOCK
082000                   FILE('EMPONL')
082100              END-EXEC
082200              MOVE 'Y' TO ENTRY-ERROR-SW
082300              MOVE 'AN ENTRY IS ALREADY WAITING FOR THIS EMPLOYEE'
082400                 TO SCREEN-MESSAGE
082500              GO TO 5000-EXIT
082600           END-IF
082700           PERFORM 5100-BUILD-ENTRY THRU 5100-EXIT
082800           EXEC CICS REWRITE
082900                FILE('EMPONL')
083000                FROM(EMP-ONLINE-ENTRY)
083100                RESP(CICS-RESP)
083200           END-EXEC
083300        WHEN DFHRESP(NOTFND)
083400           PERFORM 5100-BUILD-ENTRY THRU 5100-EXIT
083500           EXEC CICS WRITE
083600                FILE('EMPONL')
083700                FROM(EMP-ONLINE-ENTRY)
083800                RIDFLD(ONL-KEY)
083900                RESP(CICS-RESP)
084000           END-EXEC
084100        WHEN OTHER
084200           MOVE 'EMPONL' TO FE-FILE
084300           PERFORM 7000-FILE-ERROR THRU 7000-EXIT
084400           GO TO 5000-EXIT
084500     END-EVALUATE.
084600
084700     EVALUATE CICS-RESP
084800        WHEN DFHRESP(NORMAL)
084900           MOVE SPACES TO CA-INQUIRED-KEY
085000           IF SE-EFF-DATE = SPACES
085100              MOVE 'NEXT RUN' TO QM-EFF-DATE
085200           ELSE
085300              MOVE SE-EFF-DATE TO QM-EFF-DATE
085400           END-IF
085500           MOVE QUEUED-MESSAGE TO SCREEN-MESSAGE
085600        WHEN DFHRESP(DUPREC)
085700           MOVE 'Y' TO ENTRY-ERROR-SW
085800           MOVE 'AN ENTRY IS ALREADY WAITING FOR THIS EMPLOYEE'
085900              TO SCREEN-MESSAGE
086000        WHEN OTHER
086100           MOVE 'EMPONL' TO FE-FILE
086200           PERFORM 7000-FILE-ERROR THRU 7000-EXIT
086300     END-EVALUATE.
086400
086500 5000-EXIT.
086600     EXIT.
086700
086800 5100-BUILD-ENTRY.
086900
087000     MOVE SPACES          TO EMP-TRAN-RECORD.
087100     MOVE SE-ACTION       TO EMP-TRAN-ACTION.
087200     MOVE SE-NAME         TO EMP-TRAN-NAME.
087300     MOVE SE-REGION       TO EMP-TRAN-REGION.
087400     IF NOT SE-DELETE
087500        MOVE SE-TYPE      TO EMP-TRAN-TYPE
087600        MOVE SE-YRS-N     TO EMP-TRAN-YRS-SERVICE
087700        MOVE SE-WAGES-N   TO EMP-TRAN-WAGES
087800        MOVE SE-OT-N      TO EMP-TRAN-OT
087900        MOVE SE-COMM-N    TO EMP-TRAN-COMM
088000     END-IF.
088100     MOVE SE-EFF-DATE     TO EMP-TRAN-EFF-DATE.
088200
088300     MOVE SPACES          TO EMP-ONLINE-ENTRY.
088400     MOVE EMP-TRAN-RECORD TO ONL-TRAN-IMAGE.
088500     MOVE 'P'             TO ONL-STATUS.
088600     MOVE EIBTRMID        TO ONL-TERMINAL-ID.
088700     MOVE TODAY-DATE      TO ONL-ENTRY-DATE.
088800     MOVE NOW-TIME        TO ONL-ENTRY-TIME.
088900
089000     EXEC CICS ASSIGN
089100          USERID(ONL-OPERATOR-ID)
089200     END-EXEC.
089300
089400 5100-EXIT.
089500     EXIT.
089600
089700****************************************************************
089800* ANY RESPONSE THE SCREEN DOES NOT EXPECT IS SHOWN WITH THE
089900* FILE AND THE RESP CODE INSTEAD OF ABENDING THE TASK.
090000****************************************************************
090100 7000-FILE-ERROR.
090200
090300     MOVE 'Y' TO FILE-ERROR-SW.
090400     MOVE 'Y' TO ENTRY-ERROR-SW.
090500     MOVE CICS-RESP TO FE-RESP.
090600     MOVE FILE-ERROR-MESSAGE TO SCREEN-MESSAGE.
090700
090800 7000-EXIT.
090900     EXIT.
091000
091100****************************************************************
091200* THE SCREEN IS REBUILT FROM WHAT WAS KEYED (OR READ) EVERY
091300* TIME, HISTORY NEWEST FIRST.  AN UNUSED KEY ONLY NEEDS THE
091400* MESSAGE LINE - EVERYTHING ELSE IS STILL ON THE TERMINAL.
091500****************************************************************
091600 8000-SEND-SCREEN.
091700
091800     MOVE LOW-VALUES TO TPM29MO.
091900
092000     IF SEND-MESSAGE-ONLY
092100        MOVE SCREEN-MESSAGE TO MSGO
092200        EXEC CICS SEND
092300             MAP('TPM29M')
092400             MAPSET('TPM29S')
092500             FROM(TPM29MO)
092600             DATAONLY
092700             FREEKB
092800        END-EXEC
092900        GO TO 8000-EXIT
093000     END-IF.
093100
093200     MOVE SE-ACTION   TO ACTNO.
093300     MOVE SE-NAME     TO ENAMEO.
093400     MOVE SE-REGION   TO EREGNO.
093500     MOVE SE-TYPE     TO ETYPEO.
093600     MOVE SE-YRS      TO EYRSO.
093700     MOVE SE-WAGES    TO EWAGEO.
093800     MOVE SE-OT       TO EOTO.
093900     MOVE SE-COMM     TO ECOMMO.
094000     MOVE SE-EFF-DATE TO EFFDTO.
094100
094200     IF HISTORY-SEARCHED
094300        IF HISTORY-COUNT = ZERO
094400           MOVE NO-HISTORY-LINE TO SCREEN-HISTORY (1)
094500        ELSE
094600           PERFORM 8100-TURN-HISTORY THRU 8100-EXIT
094700              VARYING SHOW-SUB FROM 1 BY 1
094800              UNTIL SHOW-SUB > HISTORY-COUNT
094900        END-IF
095000     END-IF.
095100
095200     MOVE SCREEN-HISTORY (1) TO HIST1O.
095300     MOVE SCREEN-HISTORY (2) TO HIST2O.
095400     MOVE SCREEN-HISTORY (3) TO HIST3O.
095500     MOVE SCREEN-HISTORY (4) TO HIST4O.
095600     MOVE SCREEN-HISTORY (5) TO HIST5O.
095700     MOVE SCREEN-PENDING-LINE TO PENDLO.
095800     MOVE SCREEN-MESSAGE TO MSGO.
095900     MOVE -1 TO ACTNL.
096000
096100     EXEC CICS SEND
096200          MAP('TPM29M')
096300          MAPSET('TPM29S')
096400          FROM(TPM29MO)
096500          ERASE
096600          CURSOR
096700          FREEKB
096800     END-EXEC.
096900
097000 8000-EXIT.
097100     EXIT.
097200
097300 8100-TURN-HISTORY.
097400
097500     COMPUTE HISTORY-SUB = HISTORY-COUNT - SHOW-SUB + 1.
097600     MOVE HISTORY-LINE (HISTORY-SUB) TO SCREEN-HISTORY (SHOW-SUB).
097700
097800 8100-EXIT.
097900     EXIT.
098000
098100 9000-END-SESSION.
098200
098300     EXEC CICS SEND TEXT
098400          FROM(END-SESSION-MESSAGE)
098500          LENGTH(LENGTH OF END-SESSION-MESSAGE)
098600          ERASE
098700          FREEKB
098800     END-EXEC.
098900
099000     EXEC CICS RETURN
099100     END-EXEC.
099200
099300 9000-EXIT.
099400     EXIT.
