003002*                        COMPILED-IN CHECKPOINT-INTERVAL; THE
003003*                        PARAMETERS IN EFFECT ARE PRINTED IN
003004*                        THE REPORT HEADER
003005*  14/10/26  ISPW        RUNLOG RECORD GROWS 77 TO 86 BYTES
003015*                        (RUN-LOG-TRANSFERS) - FD WIDENED ONLY;
003025*                        THIS STEP APPLIES NO REGION TRANSFERS
003035*                        AND LEAVES THE NEW COUNT ZERO
003045* ======================================================
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
008726     RECORDING MODE IS F
008727     DATA RECORD IS RUNLOG-OUTPUT-REC.
008728
008729 01  RUNLOG-OUTPUT-REC        PIC X(86).
008730
008732 FD  RUNPARM
008733     LABEL RECORDS OMITTED
