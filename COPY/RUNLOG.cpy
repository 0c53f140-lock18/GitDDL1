      *             READ + ADDED - DROPPED = WRITTEN.                  *
      *          STRAIGHT COPY/REPORT STEPS LEAVE THEM ZERO AND        *
      *          CROSS-FOOT AS READ = WRITTEN + ERRORS.                *
      *                                                                *
      *          RUN-LOG-TRANSFERS COUNTS REGION TRANSFERS APPLIED OR  *
      *          POSTED.  A TRANSFER RE-KEYS A ROW WITHOUT GROWING OR  *
      *          SHRINKING THE FILE, SO IT IS REPORTED ON ITS OWN AND  *
      *          TAKES NO PART IN EITHER CROSS-FOOT.                   *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *                        APPENDS (NOT JUST TPROG01 THRU
      *                        TPROG04) AND THE TPROG20 GATE IS A
      *                        SECOND READER
      *  14/10/26  ISPW        RUN-LOG-TRANSFERS ADDED (RECORD GROWS
      *                        77 TO 86 BYTES) - THE CUMULATIVE
      *                        RUNLOG DATASET IS ARCHIVED AND
      *                        REALLOCATED AT THE NEW LENGTH AT
      *                        CUTOVER
      ******************************************************************
       01  RUN-LOG-RECORD.
           05  RUN-LOG-PROGRAM         PIC X(08) VALUE SPACES.
           05  RUN-LOG-ADDED           PIC 9(09) VALUE ZERO.
           05  RUN-LOG-DROPPED         PIC 9(09) VALUE ZERO.
           05  RUN-LOG-DISPOSITION     PIC X(08) VALUE SPACES.
           05  RUN-LOG-TRANSFERS       PIC 9(09) VALUE ZERO.
