      ******************************************************************
      * EMPAPR - THE SUPERVISOR APPROVAL BANK RECORD AND THE APPROVAL  *
      *          CARD.  THE TPROG06 PRE-EDIT HOLDS ANY CLEAN ADD OR    *
      *          CHANGE THAT RAISES A MONEY FIELD BY MORE THAN THE     *
      *          RUNPARM APRAMT/APRPCT LIMITS, AND BANKS IT HERE       *
      *          INSTEAD OF PASSING IT TO TPROG04.  THE BANK IS READ   *
      *          BACK EVERY NIGHT AND AN ITEM IS RELEASED ONLY ON A    *
      *          NIGHT WHEN A SUPERVISOR APPROVAL CARD FOR ITS KEY IS  *
      *          SUPPLIED - UNTIL THEN IT WAITS, AND SO DOES ANY NEW   *
      *          TRANSACTION FOR THE SAME EMPLOYEE.                    *
      *                                                                *
      *          THE BANK IS KEPT IN EMP-TRAN-NAME/EMP-TRAN-REGION     *
      *          ORDER, ONE ITEM PER KEY, SO IT MERGES WITH TRANIN ON  *
      *          A SINGLE PASS THE SAME WAY THE TPROG19 WAREHOUSE      *
      *          MERGES ITS PENDING FILE.                              *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  ISPW        NEW COPYBOOK - APPROVAL HOLD BANK
      ******************************************************************
       01  EMP-APPROVAL-RECORD.
      *---------------------------------------------------------------*
      *    THE HELD TRANSACTION EXACTLY AS IT ARRIVED (EMPTRAN         *
      *    LAYOUT), WITH ITS ACTION AND KEY BROKEN OUT FOR THE MERGE   *
      *---------------------------------------------------------------*
           05  APR-TRAN-IMAGE.
               10  APR-ACTION          PIC X(01).
               10  APR-NAME            PIC X(15).
               10  APR-REGION          PIC X(05).
               10  FILLER              PIC X(44).
      *---------------------------------------------------------------*
      *    APR-HELD-DATE IS THE YYYYMMDD RUN DATE THE ITEM WAS FIRST   *
      *    BANKED - IT RIDES UNCHANGED FROM NIGHT TO NIGHT SO THE      *
      *    QUEUE REPORT CAN AGE IT; APR-HOLD-REASON SAYS WHICH LIMIT   *
      *    IT TRIPPED                                                  *
      *---------------------------------------------------------------*
           05  APR-HELD-DATE           PIC X(08).
           05  APR-HOLD-REASON         PIC X(25).
           05  FILLER                  PIC X(02).
      ******************************************************************
      * THE BANK RECORD IS 100 BYTES                                   *
      ******************************************************************

      *---------------------------------------------------------------*
      *    THE APPROVAL CARD - ONE PER TRANSACTION RELEASED, KEYED BY  *
      *    THE SUPERVISOR: APPROVER ID IN 1-8, EMPLOYEE NAME IN 10-24, *
      *    REGION IN 25-29.  A '*' IN COLUMN 1 IS A COMMENT.  A CARD   *
      *    RELEASES THE BANKED ITEM FOR ITS KEY, OR A TRANSACTION      *
      *    ARRIVING THE SAME NIGHT THAT WOULD OTHERWISE BE HELD.       *
      *---------------------------------------------------------------*
       01  EMP-APPROVAL-CARD.
           05  APC-APPROVER-ID         PIC X(08).
           05  APC-APPROVER-R REDEFINES APC-APPROVER-ID.
               10  APC-COMMENT-CH      PIC X(01).
                   88  APC-COMMENT             VALUE '*'.
               10  FILLER              PIC X(07).
           05  FILLER                  PIC X(01).
           05  APC-NAME                PIC X(15).
           05  APC-REGION              PIC X(05).
           05  FILLER                  PIC X(51).
      ******************************************************************
      * THE CARD IS 80 BYTES                                           *
      ******************************************************************
