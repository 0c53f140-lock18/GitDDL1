005300*                        REGION LINE NOW CARRIES THE REGION'S
005400*                        DESCRIPTION, NOT JUST THE BARE
005500*                        FIVE-BYTE CODE
005520*  14/10/26  ISPW        RUNLOG RECORD GROWS 77 TO 86 BYTES
005540*                        (RUN-LOG-TRANSFERS) - FD WIDENED ONLY;
005560*                        THIS STEP APPLIES NO REGION TRANSFERS
005580*                        AND LEAVES THE NEW COUNT ZERO
005600* ======================================================
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
016400     RECORDING MODE IS F
016500     DATA RECORD IS RUNLOG-OUTPUT-REC.
016600
016700 01  RUNLOG-OUTPUT-REC        PIC X(86).
016800
016900 FD  RGNFILE
017000     LABEL RECORDS OMITTED
