002000*      REWRITES IT, A DELETE DELETES IT, ALL BY THE
002100*      20-BYTE EMP2-NAME/EMP2-REGION CLUSTER KEY.
002200*
002210*      A REGION TRANSFER ('T') READS THE ROW UNDER ITS
002220*      OLD KEY, WRITES IT BACK UNDER THE NEW REGION AND
002230*      DELETES THE OLD KEY - THE CLUSTER KEY CANNOT BE
002240*      REWRITTEN IN PLACE.  A NEW KEY ALREADY ON THE
002250*      CLUSTER IS REPORTED AS A DUPLICATE AND THE OLD
002260*      ROW IS LEFT WHERE IT WAS.
002270*
002300*      A CHANGE OR DELETE WHOSE KEY IS NOT ON THE
002400*      CLUSTER IS REPORTED AS NOT FOUND; AN ADD AGAINST
002500*      AN EXISTING KEY IS REPORTED AS A DUPLICATE.
004820*                        CENTS-AWARE TRANSACTIONS - THE
004830*                        CLUSTER RECORD GROWS 50 TO 58 BYTES
004840*                        AND EMPTRAN/EMPTOT GREW WITH IT
004850*  14/10/26  ISPW        REGION TRANSFER ('T') APPLIED AS A
004860*                        WRITE UNDER THE NEW KEY AND A DELETE
004870*                        OF THE OLD, PROVED AGAINST THE NEW
004880*                        TOT-TRANSFER-COUNT.  EMPTOT GROWS 67
004890*                        TO 74 BYTES AND RUNLOG 77 TO 86
004900* ======================================================
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
010800     RECORDING MODE IS F
010900     DATA RECORD IS TOT-INPUT-REC.
011000
011100 01  TOT-INPUT-REC             PIC X(74).
011200
011300 FD  EMPVSAM
011400     DATA RECORD IS EMPVSAM-REC.
013500     RECORDING MODE IS F
013600     DATA RECORD IS RUNLOG-OUTPUT-REC.
013700
013800 01  RUNLOG-OUTPUT-REC         PIC X(86).
013900
014000 WORKING-STORAGE SECTION.
014100****************************************************
024800 77  NOT-FOUND-COUNT       PIC 9(07) VALUE ZERO.
024900 77  DUPLICATE-COUNT       PIC 9(07) VALUE ZERO.
025000 77  BAD-ACTION-COUNT      PIC 9(07) VALUE ZERO.
025050 77  APPLIED-TRANSFER-COUNT PIC 9(07) VALUE ZERO.
025100 77  IO-ERROR-COUNT        PIC 9(07) VALUE ZERO.
025200 77  TOTAL-ERROR-COUNT     PIC 9(07) VALUE ZERO.
025300 77  TOTAL-APPLIED-COUNT   PIC 9(07) VALUE ZERO.
033300           PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
033400        WHEN EMP-TRAN-IS-DELETE
033500           PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
033520        WHEN EMP-TRAN-IS-TRANSFER
033540           PERFORM 2550-APPLY-TRANSFER THRU 2550-EXIT
033600        WHEN OTHER
033700           ADD 1 TO BAD-ACTION-COUNT
033800           MOVE 'UNKNOWN' TO APL-D-ACTION
044800
044900 2500-EXIT.
045000     EXIT.
045001
045002****************************************************************
045003* A TRANSFER MOVES THE ROW TO THE KEY MADE FROM THE SAME NAME
045004* AND THE NEW REGION.  THE NEW KEY IS WRITTEN FIRST SO A KEY
045005* ALREADY ON THE CLUSTER (STATUS 22) LEAVES THE OLD ROW ALONE -
045006* THE SAME NEW KEY ON FILE TPROG04 REPORTED.  ONLY THEN IS THE
045007* OLD KEY DELETED.
045008****************************************************************
045009 2550-APPLY-TRANSFER.
045010
045011     MOVE EMP-TRAN-NAME   TO EMPVSAM-NAME.
045012     MOVE EMP-TRAN-REGION TO EMPVSAM-REGION.
045013     READ EMPVSAM.
045014
045015     EVALUATE TRUE
045016        WHEN EMPVSAM-OK
045017           CONTINUE
045018        WHEN EMPVSAM-NOT-FOUND
045019           ADD 1 TO NOT-FOUND-COUNT
045020           MOVE 'TRANSFER' TO APL-D-ACTION
045021           MOVE 'NOT FOUND' TO APL-D-STATUS
045022           PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
045023           GO TO 2550-EXIT
045024        WHEN OTHER
045025           PERFORM 2700-WRITE-IO-ERROR THRU 2700-EXIT
045026           GO TO 2550-EXIT
045027     END-EVALUATE.
045028
045029     MOVE EMPVSAM-REC TO DCLEMP2.
045030     MOVE EMP-TRAN-NEW-REGION TO EMP2-REGION.
045031     MOVE DCLEMP2 TO EMPVSAM-REC.
045032     WRITE EMPVSAM-REC.
045033
045034     EVALUATE TRUE
045035        WHEN EMPVSAM-OK
045036           CONTINUE
045037        WHEN EMPVSAM-DUPLICATE
045038           ADD 1 TO DUPLICATE-COUNT
045039           MOVE 'TRANSFER' TO APL-D-ACTION
045040           MOVE 'NEW KEY ON FILE' TO APL-D-STATUS
045041           PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
045042           GO TO 2550-EXIT
045043        WHEN OTHER
045044           PERFORM 2700-WRITE-IO-ERROR THRU 2700-EXIT
045045           GO TO 2550-EXIT
045046     END-EVALUATE.
045047
045048     MOVE EMP-TRAN-NAME   TO EMPVSAM-NAME.
045049     MOVE EMP-TRAN-REGION TO EMPVSAM-REGION.
045050     DELETE EMPVSAM RECORD.
045051
045052     IF EMPVSAM-OK
045053        ADD 1 TO APPLIED-TRANSFER-COUNT
045054     ELSE
045055        PERFORM 2700-WRITE-IO-ERROR THRU 2700-EXIT
045056     END-IF.
045057
045058 2550-EXIT.
045059     EXIT.
045100
045200 2600-WRITE-EXCEPTION.
045300
048900        NOT-FOUND-COUNT + DUPLICATE-COUNT + BAD-ACTION-COUNT.
049000     COMPUTE TOTAL-APPLIED-COUNT =
049100        APPLIED-ADD-COUNT + APPLIED-CHANGE-COUNT
049200        + APPLIED-DELETE-COUNT + APPLIED-TRANSFER-COUNT.
049300
049400     MOVE SPACES TO APL-CC.
049500     MOVE APL-STAR-LINE TO APL-OUTPUT-REC.
054900     END-IF.
055000     MOVE APL-CHECK-LINE TO APL-OUTPUT-REC.
055100     WRITE APL-OUTPUT-REC.
055105
055110     MOVE 'TRANSFERS APPLIED' TO APL-C-LABEL.
055115     MOVE TOT-TRANSFER-COUNT TO APL-C-EXPECTED.
055120     MOVE APPLIED-TRANSFER-COUNT TO APL-C-ACTUAL.
055125     IF TOT-TRANSFER-COUNT = APPLIED-TRANSFER-COUNT
055130        MOVE 'IN BALANCE' TO APL-C-VERDICT
055135     ELSE
055140        MOVE 'OUT OF BALANCE' TO APL-C-VERDICT
055145        MOVE 'Y' TO OUT-OF-BALANCE-SW
055150     END-IF.
055155     MOVE APL-CHECK-LINE TO APL-OUTPUT-REC.
055160     WRITE APL-OUTPUT-REC.
055200
055300     MOVE 'TRANSACTION ERRORS' TO APL-C-LABEL.
055400     MOVE TOT-ERROR-COUNT TO APL-C-EXPECTED.
060000        TOTAL-ERROR-COUNT + IO-ERROR-COUNT.
060100     MOVE ZERO                  TO RUN-LOG-ADDED.
060200     MOVE ZERO                  TO RUN-LOG-DROPPED.
060250     MOVE APPLIED-TRANSFER-COUNT TO RUN-LOG-TRANSFERS.
060300     IF RUN-OUT-OF-BALANCE OR IO-ERROR-COUNT > 0
060400        MOVE 'ERRORS'           TO RUN-LOG-DISPOSITION
060500     ELSE
