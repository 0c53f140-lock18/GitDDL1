      ******************************************************************
      * PAYACK - THE ACKNOWLEDGMENT/RETURN RECORD THE DISBURSEMENTS    *
      *          BUREAU SENDS BACK FOR A PAYINT FILE.  ONE DETAIL      *
      *          RECORD PER PAYMENT THE BUREAU HANDLED, CARRYING THE   *
      *          NAME, REGION AND AMOUNT AS WE SENT THEM AND THE       *
      *          BUREAU'S DISPOSITION, THEN ONE TRAILER RECORD WITH    *
      *          THE DETAIL COUNT AND AMOUNT HASH OF THE ACK FILE.     *
      *                                                                *
      *          A PAYMENT CAN COME BACK MORE THAN ONCE ACROSS TWO     *
      *          ACK FILES - ACCEPTED ON ONE, THEN RETURNED BY THE     *
      *          RECEIVING BANK ON A LATER ONE - SO THE TPROG24        *
      *          RECONCILIATION MATCHES EACH ACK FILE AGAINST THE      *
      *          PAYINT GENERATION IT ANSWERS.                         *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  14/10/26  ISPW        NEW COPYBOOK - BUREAU ACKNOWLEDGMENT
      ******************************************************************
       01  PAY-ACK-RECORD.
      *---------------------------------------------------------------*
      *    ACK-REC-TYPE:  'D' = PAYMENT DETAIL   'T' = FILE TRAILER    *
      *---------------------------------------------------------------*
           05  ACK-REC-TYPE            PIC X(01).
               88  ACK-REC-IS-DETAIL           VALUE 'D'.
               88  ACK-REC-IS-TRAILER          VALUE 'T'.

           05  ACK-DETAIL-PORTION.
               10  ACK-EMP-NAME        PIC X(15).
               10  ACK-EMP-REGION      PIC X(05).
               10  ACK-GROSS-AMOUNT    PIC 9(09)V99.
      *---------------------------------------------------------------*
      *    ACK-STATUS:  'A' = ACCEPTED AND PAID                        *
      *                 'R' = REJECTED BY THE BUREAU - NEVER PAID      *
      *                 'T' = RETURNED BY THE RECEIVING BANK           *
      *---------------------------------------------------------------*
               10  ACK-STATUS          PIC X(01).
                   88  ACK-ACCEPTED            VALUE 'A'.
                   88  ACK-REJECTED            VALUE 'R'.
                   88  ACK-RETURNED            VALUE 'T'.
               10  ACK-REASON-CODE     PIC X(03).
               10  ACK-REASON-TEXT     PIC X(25).
               10  ACK-SETTLE-DATE     PIC X(08).
               10  FILLER              PIC X(11).

      *---------------------------------------------------------------*
      *    THE TRAILER VIEW OF THE SAME 79 BYTES - THE RECORD COUNT    *
      *    COUNTS DETAIL RECORDS ONLY, AND THE AMOUNT HASH IS THE SUM  *
      *    OF EVERY ACK-GROSS-AMOUNT ON THE FILE.                      *
      *---------------------------------------------------------------*
           05  ACK-TRAILER-PORTION REDEFINES ACK-DETAIL-PORTION.
               10  ACK-TRL-RECORD-COUNT PIC 9(07).
               10  ACK-TRL-AMOUNT-HASH  PIC 9(11)V99.
               10  FILLER               PIC X(59).
      ******************************************************************
      * THE RECORD IS 80 BYTES                                         *
      ******************************************************************
