      ******************************************************************
      * TAHRS  - THE TIME-CLOCK SYSTEM'S WEEKLY HOURS RECORD.  ONE     *
      *          RECORD PER EMPLOYEE PER WEEK, CARRYING THE TOTAL      *
      *          HOURS WORKED IN THE WEEK ENDING TAH-WEEK-ENDING.      *
      *          THE FILE ARRIVES SORTED ASCENDING ON THE SAME         *
      *          NAME/REGION KEY AS THE EMP MASTER, SO THE TPROG31     *
      *          INTERFACE MATCHES IT TO THE MASTER ON A SINGLE PASS.  *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  ISPW        NEW COPYBOOK - WEEKLY HOURS RECORD
      ******************************************************************
       01  TA-HOURS-RECORD.
           05  TAH-KEY.
               10  TAH-NAME            PIC X(15).
               10  TAH-REGION          PIC X(05).
           05  TAH-WEEK-ENDING         PIC X(08).
      *---------------------------------------------------------------*
      *    TOTAL HOURS WORKED, TWO IMPLIED DECIMALS (40.50 HOURS IS    *
      *    04050)                                                      *
      *---------------------------------------------------------------*
           05  TAH-HOURS               PIC 9(03)V99.
           05  FILLER                  PIC X(47).
      ******************************************************************
      * THE RECORD IS 80 BYTES                                         *
      ******************************************************************
