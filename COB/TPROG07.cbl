002600*      RETURN CODE 8 SO THE JOB STREAM STOPS BEFORE THE
002700*      BAD NEWEMP IS PROMOTED TO NEXT CYCLE'S EMPFILE.
002800*
002810*      A REGION TRANSFER RE-KEYS A ROW WITHOUT CHANGING
002820*      ITS WAGES, SO IT MOVES NEITHER THE COUNT NOR THE
002830*      HASH.  THE NUMBER APPLIED IS PRINTED FOR THE
002840*      RECORD ONLY.
002850*
002900*      AND COPYLIBS   EMPREC2   (EMP MASTER EXTRACT LAYOUT)
003000*                     EMPTOT    (RUN TOTALS RECORD)
003100* ======================================================
004282*                        TO THE COMMON CUMULATIVE RUNLOG
004283*                        DATASET AT END OF RUN FOR THE NIGHTLY
004284*                        SCORECARD AND THE TPROG20 GATE
004286*  14/10/26  ISPW        REGION TRANSFERS - EMPTOT GROWS 67
004288*                        TO 74 BYTES (TOT-TRANSFER-COUNT) AND
004290*                        RUNLOG 77 TO 86.  TRANSFERS APPLIED
004292*                        IS PRINTED BUT TAKES NO PART IN
004294*                        EITHER PROOF
004300* ======================================================
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
009800     RECORDING MODE IS F
009900     DATA RECORD IS TOT-INPUT-REC.
010000
010100 01  TOT-INPUT-REC             PIC X(74).
010200
010300 FD  RECFILE
010400     LABEL RECORDS OMITTED
011150     RECORDING MODE IS F
011160     DATA RECORD IS RUNLOG-OUTPUT-REC.
011170
011180 01  RUNLOG-OUTPUT-REC         PIC X(86).
011200
011300 WORKING-STORAGE SECTION.
011400****************************************************
038000     MOVE TOT-DELETE-COUNT TO REC-D-AMOUNT.
038100     MOVE REC-DETAIL-LINE TO REC-OUTPUT-REC.
038200     WRITE REC-OUTPUT-REC.
038210
038220     MOVE SPACES TO REC-DETAIL-LINE.
038230     MOVE 'TRANSFERS APPLIED' TO REC-D-LABEL.
038240     MOVE TOT-TRANSFER-COUNT TO REC-D-AMOUNT.
038250     MOVE REC-DETAIL-LINE TO REC-OUTPUT-REC.
038260     WRITE REC-OUTPUT-REC.
038300
038400     MOVE SPACES TO REC-DETAIL-LINE.
038500     MOVE 'TRANSACTION ERRORS' TO REC-D-LABEL.
