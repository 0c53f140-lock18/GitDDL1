      *                        THE NEW LENGTH FROM CUTOVER ON -
      *                        OLD-LAYOUT HISTORY STAYS ON THE
      *                        RETIRED GENERATIONS
      *  14/10/26  ISPW        ACTION 'T' (REGION TRANSFER) ADDED -
      *                        THE KEY FIELDS AND THE BEFORE IMAGE
      *                        CARRY THE OLD REGION, THE AFTER IMAGE
      *                        THE NEW ONE, SO ONE RECORD LINKS THE
      *                        EMPLOYEE'S HISTORY UNDER BOTH KEYS
      ******************************************************************
       01  EMP-HISTORY-RECORD.
           05  HIST-NAME               PIC X(15).
           05  HIST-REGION             PIC X(05).
      *---------------------------------------------------------------*
      *    HIST-ACTION:  'A' = ADD     'C' = CHANGE   'D' = DELETE     *
      *                  'T' = TRANSFER (AFTER IMAGE HOLDS NEW REGION) *
      *---------------------------------------------------------------*
           05  HIST-ACTION             PIC X(01).
               88  HIST-IS-ADD                 VALUE 'A'.
               88  HIST-IS-CHANGE              VALUE 'C'.
               88  HIST-IS-DELETE              VALUE 'D'.
               88  HIST-IS-TRANSFER            VALUE 'T'.

      *---------------------------------------------------------------*
      *    THE DATE, TIME AND PROGRAM OF THE RUN THAT APPLIED THE      *
