004400*  DD/MM/YY  PROGRAMMER  CHANGES
004500*  ********  **********  *******
004600*  02/09/26  ISPW        NEW PROGRAM - PREDECESSOR GATE
004620*  14/10/26  ISPW        RUNLOG RECORD GROWS 77 TO 86 BYTES
004640*                        (RUN-LOG-TRANSFERS) - FD WIDENED ONLY;
004660*                        THE GATE TESTS THE DISPOSITION, NOT
004680*                        THE COUNTS, SO NOTHING ELSE CHANGES
004700* ======================================================
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
009400     RECORDING MODE IS F
009500     DATA RECORD IS RUNLOG-INPUT-REC.
009600
009700 01  RUNLOG-INPUT-REC          PIC X(86).
009800
009900 FD  GTOFILE
010000     LABEL RECORDS OMITTED
