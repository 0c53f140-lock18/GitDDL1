      ******************************************************************
      * EMPHKS - THE CHANGE-HISTORY KSDS RECORD.  THE TPROG30 NIGHTLY  *
      *          REFRESH LOADS EACH NEW EMPHIST GENERATION INTO THIS   *
      *          CLUSTER SO THE TPROG29 CICS INQUIRY CAN BROWSE ONE    *
      *          EMPLOYEE'S RECENT HISTORY BY KEY - THE SEQUENTIAL     *
      *          GENERATIONS STAY THE RECORD OF REFERENCE.             *
      *                                                                *
      *          THE KEY IS THE EMPLOYEE KEY FOLLOWED BY THE APPLY     *
      *          DATE AND TIME, SO A BROWSE FROM NAME/REGION RETURNS   *
      *          THAT EMPLOYEE'S HISTORY OLDEST FIRST.  A TRANSFER IS  *
      *          FILED UNDER BOTH THE OLD AND THE NEW KEY.             *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  ISPW        NEW COPYBOOK - HISTORY KSDS RECORD
      ******************************************************************
       01  EMP-HIST-KSDS-RECORD.
           05  HKS-KEY.
               10  HKS-NAME            PIC X(15).
               10  HKS-REGION          PIC X(05).
               10  HKS-APPLY-DATE      PIC X(08).
               10  HKS-APPLY-TIME      PIC X(08).
      *---------------------------------------------------------------*
      *    THE EMPHIST RECORD EXACTLY AS TPROG04 WROTE IT              *
      *---------------------------------------------------------------*
           05  HKS-HISTORY             PIC X(161).
      ******************************************************************
      * THE RECORD IS 197 BYTES - KEYS(36 0)                           *
      ******************************************************************
