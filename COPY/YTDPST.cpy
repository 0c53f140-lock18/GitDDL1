      ******************************************************************
      * YTDPST - THE YEAR-TO-DATE EARNINGS POSTING RECORD TPROG15      *
      *          WRITES FOR EVERY EMPLOYEE IT PAYS.  ONE RECORD PER    *
      *          PAYMENT INTERFACE DETAIL, CARRYING THE THREE GROSS    *
      *          PAY COMPONENTS SEPARATELY SO THE TPROG22 POSTING      *
      *          STEP CAN ADD EACH TO ITS OWN QUARTERLY BUCKET ON THE  *
      *          YTD EARNINGS MASTER (YTDERN).                         *
      *                                                                *
      *          A HELD ROW (MONEY FIELD NOT NUMERIC) IS NEVER PAID    *
      *          AND SO NEVER POSTED - THE POSTING FILE'S COUNT AND    *
      *          GROSS TOTAL THEREFORE EQUAL THE PAYINT TRAILER'S      *
      *          RECORD COUNT AND AMOUNT HASH, WHICH TPROG22 PROVES.   *
      *                                                                *
      *          THE RECORDS COME OUT IN THE REGISTER'S REGION ORDER - *
      *          TPROG22 SORTS THEM INTO NAME/REGION KEY ORDER ITSELF. *
      *                                                                *
      *          A PAYMENT REISSUED FROM THE TPROG24 REISSUE BANK IS   *
      *          ALSO A PAYINT DETAIL, SO IT GETS A POSTING RECORD TOO *
      *          (PST-ENTRY-TYPE 'R') TO KEEP THE PROOF WHOLE - BUT    *
      *          ITS EARNINGS WERE POSTED BY THE RUN THAT FIRST PAID   *
      *          IT, SO TPROG22 PROVES IT AND DOES NOT POST IT AGAIN.  *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  14/10/26  ISPW        NEW COPYBOOK - YTD EARNINGS POSTING
      *  14/10/26  ISPW        PST-ENTRY-TYPE ADDED - REISSUED
      *                        PAYMENTS ARE PROVED, NOT POSTED
      ******************************************************************
       01  YTD-POSTING-RECORD.
           05  PST-NAME                PIC X(15).
           05  PST-REGION              PIC X(05).
           05  PST-TYPE                PIC X(01).
      *---------------------------------------------------------------*
      *    THE PAY RUN'S DATE, CCYYMMDD - THE POSTING STEP TAKES THE   *
      *    YEAR AND QUARTER FROM IT UNLESS RUNPARM PAYQTR OVERRIDES    *
      *---------------------------------------------------------------*
           05  PST-PAY-DATE            PIC X(08).
           05  PST-PAY-DATE-R REDEFINES PST-PAY-DATE.
               10  PST-PAY-YEAR        PIC 9(04).
               10  PST-PAY-MONTH       PIC 9(02).
               10  PST-PAY-DAY         PIC 9(02).
           05  PST-WAGES               PIC 9(08)V99.
           05  PST-OT                  PIC 9(08)V99.
           05  PST-COMM                PIC 9(08)V99.
           05  PST-GROSS               PIC 9(09)V99.
      *---------------------------------------------------------------*
      *    PST-ENTRY-TYPE:  SPACE = THIS RUN'S EARNINGS                *
      *                     'R'   = A REISSUED PAYMENT - PROOF ONLY    *
      *---------------------------------------------------------------*
           05  PST-ENTRY-TYPE          PIC X(01).
               88  PST-IS-EARNINGS             VALUE SPACE.
               88  PST-IS-REISSUE              VALUE 'R'.
           05  FILLER                  PIC X(09).
      ******************************************************************
      * THE RECORD IS 80 BYTES                                         *
      ******************************************************************
