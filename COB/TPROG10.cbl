003695*                        TPROG20 GATE CAN PROVE TONIGHT'S
003696*                        EXTRACT RAN BEFORE TPROG04 TOUCHES
003697*                        IT
003700*  14/10/26  ISPW        RUNLOG RECORD GROWS 77 TO 86 BYTES
003720*                        (RUN-LOG-TRANSFERS) - FD WIDENED ONLY;
003740*                        THIS STEP APPLIES NO REGION TRANSFERS
003760*                        AND LEAVES THE NEW COUNT ZERO
003780* ======================================================
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
008150     RECORDING MODE IS F
008160     DATA RECORD IS RUNLOG-OUTPUT-REC.
008170
008180 01  RUNLOG-OUTPUT-REC         PIC X(86).
008190
008200 WORKING-STORAGE SECTION.
008300****************************************************
