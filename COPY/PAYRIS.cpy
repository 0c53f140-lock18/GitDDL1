      ******************************************************************
      * PAYRIS - THE PAYMENT REISSUE BANK RECORD.  THE TPROG24 BUREAU  *
      *          ACKNOWLEDGMENT RECONCILIATION BANKS ONE OF THESE FOR  *
      *          EVERY PAYMENT THE BUREAU REJECTED OR THE RECEIVING    *
      *          BANK RETURNED, AND THE NEXT CYCLE'S TPROG15 PAY RUN   *
      *          READS THE BANK AND SENDS EACH ONE AGAIN AS AN         *
      *          ORDINARY PAYINT DETAIL - NOBODY RE-KEYS IT.           *
      *                                                                *
      *          RIS-AMOUNT IS THE AMOUNT WE SENT, NOT THE AMOUNT THE  *
      *          BUREAU ECHOED BACK - IT IS WHAT THE EMPLOYEE IS OWED. *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  14/10/26  ISPW        NEW COPYBOOK - PAYMENT REISSUE BANK
      ******************************************************************
       01  PAY-REISSUE-RECORD.
           05  RIS-EMP-NAME            PIC X(15).
           05  RIS-EMP-REGION          PIC X(05).
           05  RIS-AMOUNT              PIC 9(09)V99.
      *---------------------------------------------------------------*
      *    THE BUREAU'S DISPOSITION AND REASON, CARRIED THROUGH SO     *
      *    THE REGISTER CAN SAY WHY THE PAYMENT IS GOING OUT AGAIN     *
      *---------------------------------------------------------------*
           05  RIS-ACK-STATUS          PIC X(01).
               88  RIS-WAS-REJECTED            VALUE 'R'.
               88  RIS-WAS-RETURNED            VALUE 'T'.
           05  RIS-REASON-CODE         PIC X(03).
           05  RIS-REASON-TEXT         PIC X(25).
      *---------------------------------------------------------------*
      *    RIS-SETTLE-DATE IS THE BUREAU'S DATE ON THE ACK RECORD;     *
      *    RIS-BANKED-DATE IS THE DATE THE RECONCILIATION BANKED IT    *
      *---------------------------------------------------------------*
           05  RIS-SETTLE-DATE         PIC X(08).
           05  RIS-BANKED-DATE         PIC X(08).
           05  FILLER                  PIC X(04).
      ******************************************************************
      * THE RECORD IS 80 BYTES                                         *
      ******************************************************************
