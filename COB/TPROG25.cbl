000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TPROG25.
000300 AUTHOR.        COMPUWARE ISPW TRAINING.
000400 DATE-WRITTEN.  OCTOBER 14TH, 2026.
000500 DATE-COMPILED.
000600
000700********************************************************
000800* THIS PROGRAM MAINTAINS THE GENERAL LEDGER ACCOUNT-
000900*      MAPPING TABLE (GLMAP LAYOUT) THE TPROG26 LABOR-
001000*      COST JOURNAL READS - ONE ROW PER EMP REGION AND
001100*      EMPLOYEE TYPE NAMING ITS WAGE, OVERTIME AND
001200*      COMMISSION EXPENSE ACCOUNTS, PLUS THE ONE ROW
001300*      KEYED '******' THAT NAMES THE PAYROLL CLEARING
001400*      ACCOUNT.
001500*
001600*      IT IS THE SAME SMALL MATCH/MERGE TPROG18 RUNS FOR
001700*      REGTAB AND TYPTAB: THE OLD TABLE (OLDMAP) AND THE
001800*      MAINTENANCE CARDS (MAPCRDS) MUST BOTH BE ASCENDING
001900*      BY REGION/TYPE KEY, AND THE UPDATED TABLE COMES
002000*      OUT ON NEWMAP WITH AN AUDIT LISTING OF EVERY
002100*      ACTION ON MAPOUT.
002200*
002300*      CARD ACTIONS:
002400*        'A' ADD        - NEW ACTIVE MAPPING.  ALL THREE
002500*                        ACCOUNTS ARE REQUIRED (ONLY THE
002600*                        WAGE ACCOUNT ON THE CLEARING
002700*                        ROW).  AGAINST AN INACTIVE
002800*                        MAPPING IT REACTIVATES WITH THE
002900*                        CARD'S ACCOUNTS; AGAINST AN
003000*                        ACTIVE ONE IT IS A DUPLICATE
003100*        'C' CHANGE     - EVERY NON-BLANK ACCOUNT OR
003200*                        DESCRIPTION ON THE CARD
003300*                        REPLACES THE TABLE'S
003400*        'D' DEACTIVATE - FLIPS THE STATUS TO 'I'.  THE
003500*                        ROW STAYS ON THE TABLE, BUT THE
003600*                        JOURNAL STOPS USING IT
003700*
003800*      ANY ERROR ENDS THE STEP WITH RETURN CODE 4 SO A
003900*      MISKEYED BATCH IS SEEN BEFORE THE JOURNAL RUNS
004000*      AGAINST THE NEW TABLE.
004100*
004200*      AND COPYLIBS   GLMAP     (GL ACCOUNT-MAPPING RECORD)
004300* ======================================================
004400*  ISPW (TM)
004500*  COPYRIGHT (C) 1986-2016 COMPUWARE CORPORATION.
004600*  UNPUBLISHED RIGHTS RESERVED UNDER THE COPYRIGHT
004700*  LAWS OF THE UNITED STATES.
004800*
004900* ======================================================
005000*                   MODIFICATION  LOG
005100*
005200*  DD/MM/YY  PROGRAMMER  CHANGES
005300*  ********  **********  *******
005400*  14/10/26  ISPW        NEW PROGRAM - GL ACCOUNT-MAPPING TABLE
005500* ======================================================
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER. IBM-370.
005900 OBJECT-COMPUTER. IBM-370.
006000
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300
006400*****************************************************
006500*  FILES USED:
006600*   OLDMAP   THE ACCOUNT-MAPPING TABLE AS IT STANDS
006700*            (GLMAP LAYOUT, ASCENDING BY GLM-KEY)
006800*   MAPCRDS  THE MAINTENANCE CARDS, ONE ACTION PER
006900*            80-BYTE CARD, ASCENDING BY KEY
007000*   NEWMAP   THE UPDATED ACCOUNT-MAPPING TABLE
007100*   MAPOUT   THE PRINTED MAINTENANCE AUDIT LISTING
007200*****************************************************
007300     SELECT OLDMAP ASSIGN UT-S-OLDMAP
007400       ORGANIZATION IS SEQUENTIAL
007500       ACCESS IS SEQUENTIAL.
007600
007700     SELECT CRDFILE ASSIGN UT-S-MAPCRDS
007800       ORGANIZATION IS SEQUENTIAL
007900       ACCESS IS SEQUENTIAL.
008000
008100     SELECT NEWMAP ASSIGN UT-S-NEWMAP
008200       ORGANIZATION IS SEQUENTIAL
008300       ACCESS IS SEQUENTIAL.
008400
008500     SELECT MAPFILE ASSIGN UT-S-MAPOUT
008600       ORGANIZATION IS SEQUENTIAL
008700       ACCESS IS SEQUENTIAL.
008800
008900 DATA DIVISION.
009000
009100 FILE SECTION.
009200
009300 FD  OLDMAP
009400     LABEL RECORDS OMITTED
009500     BLOCK CONTAINS 0 RECORDS
009600     RECORDING MODE IS F
009700     DATA RECORD IS GL-MAP-RECORD.
009800
009900     COPY GLMAP.
010000
010100 FD  CRDFILE
010200     LABEL RECORDS OMITTED
010300     BLOCK CONTAINS 0 RECORDS
010400     RECORDING MODE IS F
010500     DATA RECORD IS MAP-CARD.
010600
010700 01  MAP-CARD.
010800*---------------------------------------------------------------*
010900*    CARD-ACTION: 'A' = ADD  'C' = CHANGE  'D' = DEACTIVATE      *
011000*---------------------------------------------------------------*
011100     05  CARD-ACTION       PIC X(01).
011200         88  CARD-IS-ADD             VALUE 'A'.
011300         88  CARD-IS-CHANGE          VALUE 'C'.
011400         88  CARD-IS-DEACTIVATE      VALUE 'D'.
011500     05  CARD-KEY.
011600         10  CARD-REGION   PIC X(05).
011700         10  CARD-TYPE     PIC X(01).
011800     05  CARD-KEY-R REDEFINES CARD-KEY PIC X(06).
011900         88  CARD-IS-CLEARING        VALUE '******'.
012000     05  CARD-WAGE-ACCOUNT PIC X(10).
012100     05  CARD-OT-ACCOUNT   PIC X(10).
012200     05  CARD-COMM-ACCOUNT PIC X(10).
012300     05  CARD-DESC         PIC X(30).
012400     05  FILLER            PIC X(13).
012500
012600 FD  NEWMAP
012700     LABEL RECORDS OMITTED
012800     BLOCK CONTAINS 0 RECORDS
012900     RECORDING MODE IS F
013000     DATA RECORD IS NEWMAP-REC.
013100
013200 01  NEWMAP-REC                PIC X(80).
013300
013400 FD  MAPFILE
013500     LABEL RECORDS OMITTED
013600     BLOCK CONTAINS 0 RECORDS
013700     RECORDING MODE IS F
013800     DATA RECORD IS MAP-OUTPUT-REC.
013900
014000 01  MAP-OUTPUT-REC.
014100     05  MAP-CC            PIC X(01).
014200     05  MAP-LINE          PIC X(132).
014300
014400 WORKING-STORAGE SECTION.
014500****************************************************
014600****    REPORT LINE LAYOUTS - BOXED HEADER STYLE
014700****    (SAME STAR-LINE / BODY-LINE STYLE AS THE
014800****     TPROG01 OUTFILE REPORT USES)
014900****************************************************
015000 01  MAP-STAR-LINE.
015100     05  FILLER            PIC X(01) VALUE SPACE.
015200     05  FILLER            PIC X(132) VALUE ALL '*'.
015300
015400 01  MAP-TITLE-LINE.
015500     05  FILLER            PIC X(01) VALUE SPACE.
015600     05  FILLER            PIC X(132) VALUE
015700         'GL ACCOUNT-MAPPING TABLE MAINTENANCE AUDIT LISTING'.
015800
015900 01  MAP-COLUMN-LINE.
016000     05  FILLER            PIC X(01) VALUE SPACE.
016100     05  FILLER            PIC X(07) VALUE 'REGN'.
016200     05  FILLER            PIC X(05) VALUE 'TYPE'.
016300     05  FILLER            PIC X(12) VALUE 'ACTION'.
016400     05  FILLER            PIC X(20) VALUE 'STATUS'.
016500     05  FILLER            PIC X(12) VALUE 'WAGE ACCT'.
016600     05  FILLER            PIC X(12) VALUE 'OT ACCT'.
016700     05  FILLER            PIC X(12) VALUE 'COMM ACCT'.
016800     05  FILLER            PIC X(32) VALUE 'DESCRIPTION'.
016900     05  FILLER            PIC X(20) VALUE SPACES.
017000
017100 01  MAP-DETAIL-LINE.
017200     05  FILLER            PIC X(01) VALUE SPACE.
017300     05  MAP-D-REGION      PIC X(05).
017400     05  FILLER            PIC X(02) VALUE SPACES.
017500     05  MAP-D-TYPE        PIC X(01).
017600     05  FILLER            PIC X(04) VALUE SPACES.
017700     05  MAP-D-ACTION      PIC X(10).
017800     05  FILLER            PIC X(02) VALUE SPACES.
017900     05  MAP-D-STATUS      PIC X(18).
018000     05  FILLER            PIC X(02) VALUE SPACES.
018100     05  MAP-D-WAGE        PIC X(10).
018200     05  FILLER            PIC X(02) VALUE SPACES.
018300     05  MAP-D-OT          PIC X(10).
018400     05  FILLER            PIC X(02) VALUE SPACES.
018500     05  MAP-D-COMM        PIC X(10).
018600     05  FILLER            PIC X(02) VALUE SPACES.
018700     05  MAP-D-DESC        PIC X(30).
018800     05  FILLER            PIC X(22) VALUE SPACES.
018900
019000 01  MAP-TRAILER-LINE.
019100     05  FILLER            PIC X(01) VALUE SPACE.
019200     05  MAP-T-LABEL       PIC X(30) VALUE SPACES.
019300     05  MAP-T-COUNT       PIC ZZZ,ZZ9.
019400     05  FILLER            PIC X(95) VALUE SPACES.
019500
019600****************************************************
019700****    NEW TABLE ROW FOR AN ADD AGAINST A KEY NOT
019800****    ON THE TABLE (2400-PROCESS-NO-MASTER).  BUILT
019900****    HERE, NOT IN GL-MAP-RECORD - THAT IS THE OLDMAP
020000****    FD AREA AND AT THAT POINT IT STILL HOLDS THE
020100****    NEXT UNPROCESSED MASTER ROW (THE SAME REASON
020200****    TPROG18 BUILDS NEW-CODE-ROW).
020300****************************************************
020400 01  NEW-MAP-ROW.
020500     05  NM-KEY                PIC X(06).
020600     05  NM-WAGE-ACCOUNT       PIC X(10).
020700     05  NM-OT-ACCOUNT         PIC X(10).
020800     05  NM-COMM-ACCOUNT       PIC X(10).
020900     05  NM-DESC               PIC X(30).
021000     05  NM-STATUS             PIC X(01).
021100     05  FILLER                PIC X(13).
021200
021300****************************************************
021400****    MATCH/MERGE KEYS - DRIVEN TO HIGH-VALUES AT
021500****    END OF FILE, THE SAME WAY TPROG18 DRAINS ITS
021600****    TWO INPUTS
021700****************************************************
021800 77  MASTER-KEY-WORK       PIC X(06) VALUE SPACES.
021900 77  CARD-KEY-WORK         PIC X(06) VALUE SPACES.
022000
022100****************************************************
022200****    SWITCHES AND COUNTERS
022300****************************************************
022400 77  OLDMAP-EOF-SW         PIC X(01) VALUE 'N'.
022500     88  OLDMAP-EOF                  VALUE 'Y'.
022600
022700 77  CRDFILE-EOF-SW        PIC X(01) VALUE 'N'.
022800     88  CRDFILE-EOF                 VALUE 'Y'.
022900
023000 77  ACCOUNTS-OK-SW        PIC X(01) VALUE 'N'.
023100     88  ACCOUNTS-OK                 VALUE 'Y'.
023200
023300 77  ADD-COUNT             PIC 9(07) VALUE ZERO.
023400 77  REACTIVATE-COUNT      PIC 9(07) VALUE ZERO.
023500 77  CHANGE-COUNT          PIC 9(07) VALUE ZERO.
023600 77  DEACTIVATE-COUNT      PIC 9(07) VALUE ZERO.
023700 77  ERROR-COUNT           PIC 9(07) VALUE ZERO.
023800 77  NEWMAP-WRITTEN-COUNT  PIC 9(07) VALUE ZERO.
023900
024000 PROCEDURE DIVISION.
024100
024200 0000-MAINLINE.
024300
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024500     PERFORM 2000-PROCESS-MATCH THRU 2000-EXIT
024600        UNTIL MASTER-KEY-WORK = HIGH-VALUES
024700           AND CARD-KEY-WORK = HIGH-VALUES.
024800     PERFORM 3000-FINISH-REPORT THRU 3000-EXIT.
024900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025000     GOBACK.
025100
025200 1000-INITIALIZE.
025300
025400     OPEN INPUT  OLDMAP.
025500     OPEN INPUT  CRDFILE.
025600     OPEN OUTPUT NEWMAP.
025700     OPEN OUTPUT MAPFILE.
025800
025900     MOVE SPACES TO MAP-CC.
026000     MOVE MAP-STAR-LINE TO MAP-OUTPUT-REC.
026100     WRITE MAP-OUTPUT-REC.
026200     WRITE MAP-OUTPUT-REC.
026300     WRITE MAP-OUTPUT-REC.
026400
026500     MOVE MAP-TITLE-LINE TO MAP-OUTPUT-REC.
026600     WRITE MAP-OUTPUT-REC.
026700     MOVE SPACES TO MAP-OUTPUT-REC.
026800     WRITE MAP-OUTPUT-REC.
026900
027000     MOVE MAP-COLUMN-LINE TO MAP-OUTPUT-REC.
027100     WRITE MAP-OUTPUT-REC.
027200     MOVE SPACES TO MAP-OUTPUT-REC.
027300     WRITE MAP-OUTPUT-REC.
027400
027500     PERFORM 2100-READ-OLDMAP THRU 2100-EXIT.
027600     PERFORM 2200-READ-CARDS THRU 2200-EXIT.
027700
027800 1000-EXIT.
027900     EXIT.
028000
028100 2000-PROCESS-MATCH.
028200
028300     EVALUATE TRUE
028400        WHEN MASTER-KEY-WORK < CARD-KEY-WORK
028500           PERFORM 2300-WRITE-MAP-UNCHANGED
028600              THRU 2300-EXIT
028700           PERFORM 2100-READ-OLDMAP THRU 2100-EXIT
028800        WHEN MASTER-KEY-WORK > CARD-KEY-WORK
028900           PERFORM 2400-PROCESS-NO-MASTER
029000              THRU 2400-EXIT
029100           PERFORM 2200-READ-CARDS THRU 2200-EXIT
029200        WHEN OTHER
029300           PERFORM 2500-PROCESS-MATCHED-MAP
029400              THRU 2500-EXIT
029500           PERFORM 2100-READ-OLDMAP THRU 2100-EXIT
029600           PERFORM 2200-READ-CARDS THRU 2200-EXIT
029700     END-EVALUATE.
029800
029900 2000-EXIT.
030000     EXIT.
030100
030200 2100-READ-OLDMAP.
030300
030400     READ OLDMAP
030500        AT END
030600           MOVE 'Y' TO OLDMAP-EOF-SW
030700           MOVE HIGH-VALUES TO MASTER-KEY-WORK
030800        NOT AT END
030900           MOVE GLM-KEY TO MASTER-KEY-WORK
031000     END-READ.
031100
031200 2100-EXIT.
031300     EXIT.
031400
031500 2200-READ-CARDS.
031600
031700     READ CRDFILE
031800        AT END
031900           MOVE 'Y' TO CRDFILE-EOF-SW
032000           MOVE HIGH-VALUES TO CARD-KEY-WORK
032100        NOT AT END
032200           MOVE CARD-KEY TO CARD-KEY-WORK
032300     END-READ.
032400
032500 2200-EXIT.
032600     EXIT.
032700
032800 2300-WRITE-MAP-UNCHANGED.
032900
033000     MOVE GL-MAP-RECORD TO NEWMAP-REC.
033100     WRITE NEWMAP-REC.
033200     ADD 1 TO NEWMAP-WRITTEN-COUNT.
033300
033400 2300-EXIT.
033500     EXIT.
033600
033700****************************************************************
033800* A CARD WHOSE KEY IS NOT ON THE TABLE.  AN ADD WITH ITS
033900* ACCOUNTS CREATES THE MAPPING AS ACTIVE; A CHANGE OR
034000* DEACTIVATE AGAINST A KEY THAT ISN'T THERE IS REPORTED AS NOT
034100* FOUND AND NOT APPLIED.
034200****************************************************************
034300 2400-PROCESS-NO-MASTER.
034400
034500     MOVE CARD-REGION       TO MAP-D-REGION.
034600     MOVE CARD-TYPE         TO MAP-D-TYPE.
034700     MOVE CARD-WAGE-ACCOUNT TO MAP-D-WAGE.
034800     MOVE CARD-OT-ACCOUNT   TO MAP-D-OT.
034900     MOVE CARD-COMM-ACCOUNT TO MAP-D-COMM.
035000     MOVE CARD-DESC         TO MAP-D-DESC.
035100
035200     EVALUATE TRUE
035300        WHEN CARD-IS-ADD
035400           MOVE 'ADD' TO MAP-D-ACTION
035500           PERFORM 2600-CHECK-CARD-ACCOUNTS THRU 2600-EXIT
035600           IF ACCOUNTS-OK
035700              MOVE 'APPLIED'         TO MAP-D-STATUS
035800              MOVE SPACES            TO NEW-MAP-ROW
035900              MOVE CARD-KEY          TO NM-KEY
036000              MOVE CARD-WAGE-ACCOUNT TO NM-WAGE-ACCOUNT
036100              MOVE CARD-OT-ACCOUNT   TO NM-OT-ACCOUNT
036200              MOVE CARD-COMM-ACCOUNT TO NM-COMM-ACCOUNT
036300              MOVE CARD-DESC         TO NM-DESC
036400              MOVE 'A'               TO NM-STATUS
036500              MOVE NEW-MAP-ROW TO NEWMAP-REC
036600              WRITE NEWMAP-REC
036700              ADD 1 TO NEWMAP-WRITTEN-COUNT
036800              ADD 1 TO ADD-COUNT
036900           ELSE
037000              MOVE 'ACCOUNT MISSING' TO MAP-D-STATUS
037100              ADD 1 TO ERROR-COUNT
037200           END-IF
037300        WHEN CARD-IS-CHANGE
037400           MOVE 'CHANGE'    TO MAP-D-ACTION
037500           MOVE 'NOT FOUND' TO MAP-D-STATUS
037600           ADD 1 TO ERROR-COUNT
037700        WHEN CARD-IS-DEACTIVATE
037800           MOVE 'DEACT'     TO MAP-D-ACTION
037900           MOVE 'NOT FOUND' TO MAP-D-STATUS
038000           ADD 1 TO ERROR-COUNT
038100        WHEN OTHER
038200           MOVE 'UNKNOWN'   TO MAP-D-ACTION
038300           MOVE 'BAD ACTION CODE' TO MAP-D-STATUS
038400           ADD 1 TO ERROR-COUNT
038500     END-EVALUATE.
038600
038700     MOVE MAP-DETAIL-LINE TO MAP-OUTPUT-REC.
038800     WRITE MAP-OUTPUT-REC.
038900
039000 2400-EXIT.
039100     EXIT.
039200
039300****************************************************************
039400* THE CARD MATCHES AN EXISTING MAPPING (GL-MAP-RECORD HOLDS
039500* IT).  WHATEVER HAPPENS, THE ROW IS WRITTEN TO NEWMAP -
039600* NOTHING IS EVER PHYSICALLY REMOVED FROM THE TABLE.
039700****************************************************************
039800 2500-PROCESS-MATCHED-MAP.
039900
040000     EVALUATE TRUE
040100        WHEN CARD-IS-ADD AND GLM-INACTIVE
040200           MOVE 'ADD' TO MAP-D-ACTION
040300           PERFORM 2600-CHECK-CARD-ACCOUNTS THRU 2600-EXIT
040400           IF ACCOUNTS-OK
040500              MOVE 'REACTIVATED'     TO MAP-D-STATUS
040600              MOVE CARD-WAGE-ACCOUNT TO GLM-WAGE-ACCOUNT
040700              MOVE CARD-OT-ACCOUNT   TO GLM-OT-ACCOUNT
040800              MOVE CARD-COMM-ACCOUNT TO GLM-COMM-ACCOUNT
040900              IF CARD-DESC NOT = SPACES
041000                 MOVE CARD-DESC      TO GLM-DESC
041100              END-IF
041200              MOVE 'A'               TO GLM-STATUS
041300              ADD 1 TO REACTIVATE-COUNT
041400           ELSE
041500              MOVE 'ACCOUNT MISSING' TO MAP-D-STATUS
041600              ADD 1 TO ERROR-COUNT
041700           END-IF
041800        WHEN CARD-IS-ADD
041900           MOVE 'ADD'           TO MAP-D-ACTION
042000           MOVE 'DUPLICATE KEY' TO MAP-D-STATUS
042100           ADD 1 TO ERROR-COUNT
042200        WHEN CARD-IS-CHANGE
042300           MOVE 'CHANGE'        TO MAP-D-ACTION
042400           MOVE 'CHANGED'       TO MAP-D-STATUS
042500           PERFORM 2700-APPLY-CHANGE THRU 2700-EXIT
042600           ADD 1 TO CHANGE-COUNT
042700        WHEN CARD-IS-DEACTIVATE
042800           MOVE 'DEACT'         TO MAP-D-ACTION
042900           MOVE 'DEACTIVATED'   TO MAP-D-STATUS
043000           MOVE 'I'             TO GLM-STATUS
043100           ADD 1 TO DEACTIVATE-COUNT
043200        WHEN OTHER
043300           MOVE 'UNKNOWN'       TO MAP-D-ACTION
043400           MOVE 'BAD ACTION CODE' TO MAP-D-STATUS
043500           ADD 1 TO ERROR-COUNT
043600     END-EVALUATE.
043700
043800     MOVE GLM-REGION       TO MAP-D-REGION.
043900     MOVE GLM-TYPE         TO MAP-D-TYPE.
044000     MOVE GLM-WAGE-ACCOUNT TO MAP-D-WAGE.
044100     MOVE GLM-OT-ACCOUNT   TO MAP-D-OT.
044200     MOVE GLM-COMM-ACCOUNT TO MAP-D-COMM.
044300     MOVE GLM-DESC         TO MAP-D-DESC.
044400     MOVE MAP-DETAIL-LINE TO MAP-OUTPUT-REC.
044500     WRITE MAP-OUTPUT-REC.
044600
044700     MOVE GL-MAP-RECORD TO NEWMAP-REC.
044800     WRITE NEWMAP-REC.
044900     ADD 1 TO NEWMAP-WRITTEN-COUNT.
045000
045100 2500-EXIT.
045200     EXIT.
045300
045400****************************************************************
045500* AN ADD MUST NAME ALL THREE EXPENSE ACCOUNTS - EXCEPT ON THE
045600* CLEARING ROW, WHICH NEEDS ONLY ITS WAGE ACCOUNT (THE CLEARING
045700* ACCOUNT ITSELF).
045800****************************************************************
045900 2600-CHECK-CARD-ACCOUNTS.
046000
046100     MOVE 'Y' TO ACCOUNTS-OK-SW.
046200     IF CARD-WAGE-ACCOUNT = SPACES
046300        MOVE 'N' TO ACCOUNTS-OK-SW
046400     END-IF.
046500     IF NOT CARD-IS-CLEARING
046600        IF CARD-OT-ACCOUNT = SPACES
046700           OR CARD-COMM-ACCOUNT = SPACES
046800           MOVE 'N' TO ACCOUNTS-OK-SW
046900        END-IF
047000     END-IF.
047100
047200 2600-EXIT.
047300     EXIT.
047400
047500 2700-APPLY-CHANGE.
047600
047700     IF CARD-WAGE-ACCOUNT NOT = SPACES
047800        MOVE CARD-WAGE-ACCOUNT TO GLM-WAGE-ACCOUNT
047900     END-IF.
048000     IF CARD-OT-ACCOUNT NOT = SPACES
048100        MOVE CARD-OT-ACCOUNT   TO GLM-OT-ACCOUNT
048200     END-IF.
048300     IF CARD-COMM-ACCOUNT NOT = SPACES
048400        MOVE CARD-COMM-ACCOUNT TO GLM-COMM-ACCOUNT
048500     END-IF.
048600     IF CARD-DESC NOT = SPACES
048700        MOVE CARD-DESC         TO GLM-DESC
048800     END-IF.
048900
049000 2700-EXIT.
049100     EXIT.
049200
049300 3000-FINISH-REPORT.
049400
049500     MOVE MAP-STAR-LINE TO MAP-OUTPUT-REC.
049600     WRITE MAP-OUTPUT-REC.
049700     WRITE MAP-OUTPUT-REC.
049800
049900     MOVE SPACES TO MAP-TRAILER-LINE.
050000     MOVE 'MAPPINGS ADDED' TO MAP-T-LABEL.
050100     MOVE ADD-COUNT TO MAP-T-COUNT.
050200     MOVE MAP-TRAILER-LINE TO MAP-OUTPUT-REC.
050300     WRITE MAP-OUTPUT-REC.
050400
050500     MOVE SPACES TO MAP-TRAILER-LINE.
050600     MOVE 'MAPPINGS REACTIVATED' TO MAP-T-LABEL.
050700     MOVE REACTIVATE-COUNT TO MAP-T-COUNT.
050800     MOVE MAP-TRAILER-LINE TO MAP-OUTPUT-REC.
050900     WRITE MAP-OUTPUT-REC.
051000
051100     MOVE SPACES TO MAP-TRAILER-LINE.
051200     MOVE 'MAPPINGS CHANGED' TO MAP-T-LABEL.
051300     MOVE CHANGE-COUNT TO MAP-T-COUNT.
051400     MOVE MAP-TRAILER-LINE TO MAP-OUTPUT-REC.
051500     WRITE MAP-OUTPUT-REC.
051600
051700     MOVE SPACES TO MAP-TRAILER-LINE.
051800     MOVE 'MAPPINGS DEACTIVATED' TO MAP-T-LABEL.
051900     MOVE DEACTIVATE-COUNT TO MAP-T-COUNT.
052000     MOVE MAP-TRAILER-LINE TO MAP-OUTPUT-REC.
052100     WRITE MAP-OUTPUT-REC.
052200
052300     MOVE SPACES TO MAP-TRAILER-LINE.
052400     MOVE 'CARD ERRORS' TO MAP-T-LABEL.
052500     MOVE ERROR-COUNT TO MAP-T-COUNT.
052600     MOVE MAP-TRAILER-LINE TO MAP-OUTPUT-REC.
052700     WRITE MAP-OUTPUT-REC.
052800
052900     MOVE SPACES TO MAP-TRAILER-LINE.
053000     MOVE 'MAPPINGS ON NEW TABLE' TO MAP-T-LABEL.
053100     MOVE NEWMAP-WRITTEN-COUNT TO MAP-T-COUNT.
053200     MOVE MAP-TRAILER-LINE TO MAP-OUTPUT-REC.
053300     WRITE MAP-OUTPUT-REC.
053400
053500     MOVE MAP-STAR-LINE TO MAP-OUTPUT-REC.
053600     WRITE MAP-OUTPUT-REC.
053700     WRITE MAP-OUTPUT-REC.
053800     WRITE MAP-OUTPUT-REC.
053900
054000     IF ERROR-COUNT > 0
054100        MOVE 4 TO RETURN-CODE
054200     END-IF.
054300
054400 3000-EXIT.
054500     EXIT.
054600
054700 9000-TERMINATE.
054800
054900     CLOSE OLDMAP.
055000     CLOSE CRDFILE.
055100     CLOSE NEWMAP.
055200     CLOSE MAPFILE.
055300
055400 9000-EXIT.
055500     EXIT.
