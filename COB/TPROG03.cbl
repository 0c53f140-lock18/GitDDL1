004280*                        NOW DOLLARS AND CENTS, AND A ROW
004290*                        WITHOUT THE '02' VERSION STAMP IS
004291*                        ITS OWN EXCEPTION
004292*  14/10/26  ISPW        RUNLOG RECORD GROWS 77 TO 86 BYTES
004293*                        (RUN-LOG-TRANSFERS) - FD WIDENED ONLY;
004294*                        THIS STEP APPLIES NO REGION TRANSFERS
004295*                        AND LEAVES THE NEW COUNT ZERO
004300* ======================================================
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
009600     RECORDING MODE IS F
009700     DATA RECORD IS RUNLOG-OUTPUT-REC.
009800
009900 01  RUNLOG-OUTPUT-REC        PIC X(86).
009910
009920 FD  RUNPARM
009930     LABEL RECORDS OMITTED
