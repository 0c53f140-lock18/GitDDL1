      ******************************************************************
      * GLJRNL - THE GENERAL LEDGER JOURNAL RECORD THE TPROG26 LABOR-  *
      *          COST STEP WRITES FOR FINANCE.  ONE DEBIT LINE PER     *
      *          REGION, EMPLOYEE TYPE AND COST (WAGES, OVERTIME,      *
      *          COMMISSION) TO THE EXPENSE ACCOUNT GLMAP NAMES, ONE   *
      *          CREDIT LINE PER REGION TO PAYROLL CLEARING, THEN ONE  *
      *          TRAILER CARRYING THE LINE COUNT AND THE DEBIT AND     *
      *          CREDIT TOTALS - A JOURNAL WHOSE TOTALS DISAGREE IS    *
      *          NEVER RELEASED TO THE LEDGER.                         *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  14/10/26  ISPW        NEW COPYBOOK - GL LABOR-COST JOURNAL
      ******************************************************************
       01  GL-JOURNAL-RECORD.
      *---------------------------------------------------------------*
      *    GLJ-REC-TYPE:  'D' = JOURNAL LINE   'T' = FILE TRAILER      *
      *---------------------------------------------------------------*
           05  GLJ-REC-TYPE            PIC X(01).
               88  GLJ-REC-IS-LINE             VALUE 'D'.
               88  GLJ-REC-IS-TRAILER          VALUE 'T'.

           05  GLJ-LINE-PORTION.
               10  GLJ-JOURNAL-DATE    PIC X(08).
               10  GLJ-ACCOUNT         PIC X(10).
               10  GLJ-REGION          PIC X(05).
               10  GLJ-TYPE            PIC X(01).
      *---------------------------------------------------------------*
      *    GLJ-COST-TYPE:  'WAGE' 'OT  ' 'COMM' ON A DEBIT LINE,       *
      *                    'CLR ' ON THE PAYROLL CLEARING CREDIT       *
      *---------------------------------------------------------------*
               10  GLJ-COST-TYPE       PIC X(04).
               10  GLJ-DR-CR           PIC X(01).
                   88  GLJ-IS-DEBIT            VALUE 'D'.
                   88  GLJ-IS-CREDIT           VALUE 'C'.
               10  GLJ-AMOUNT          PIC 9(11)V99.
               10  GLJ-DESC            PIC X(30).
               10  FILLER              PIC X(07).

      *---------------------------------------------------------------*
      *    THE TRAILER VIEW OF THE SAME 79 BYTES                       *
      *---------------------------------------------------------------*
           05  GLJ-TRAILER-PORTION REDEFINES GLJ-LINE-PORTION.
               10  GLJ-TRL-JOURNAL-DATE PIC X(08).
               10  GLJ-TRL-LINE-COUNT   PIC 9(07).
               10  GLJ-TRL-DEBIT-TOTAL  PIC 9(13)V99.
               10  GLJ-TRL-CREDIT-TOTAL PIC 9(13)V99.
               10  FILLER               PIC X(34).
      ******************************************************************
      * THE RECORD IS 80 BYTES                                         *
      ******************************************************************
