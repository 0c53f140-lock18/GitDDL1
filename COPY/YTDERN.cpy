      ******************************************************************
      * YTDERN - THE YEAR-TO-DATE EARNINGS MASTER RECORD.  ONE RECORD  *
      *          PER EMPLOYEE KEYED ON THE SAME EMP2-NAME/EMP2-REGION  *
      *          KEY AS THE EMP EXTRACT (NAME 1-15, REGION 16-20), SO  *
      *          THE MASTER SORTS AND MATCHES THE SAME WAY THE EMP     *
      *          MASTER DOES.  KEPT AS A SEQUENTIAL OLD-MASTER/NEW-    *
      *          MASTER GDG (PAY.TPROG22.YTDMAST - SEE TPR22GDG.jcl).  *
      *                                                                *
      *          TPROG22 ADDS EVERY PAY RUN'S WAGES, OVERTIME AND      *
      *          COMMISSION TO THE BUCKETS OF THE QUARTER THE RUN      *
      *          BELONGS TO.  TPROG23 PRINTS THE QUARTER-END AND       *
      *          YEAR-END EARNINGS STATEMENTS AND REGION RECAP FROM    *
      *          IT, AND AT YEAR END ROLLS IT INTO THE NEW YEAR (ALL   *
      *          BUCKETS ZERO, YTD-YEAR ADVANCED BY ONE).              *
      *                                                                *
      *          A POSTING FOR A YEAR OTHER THAN YTD-YEAR IS REJECTED  *
      *          BY TPROG22 - THE YEAR-END ROLL HAS NOT BEEN RUN (OR   *
      *          HAS BEEN RUN TWICE) AND POSTING WOULD MIX TWO YEARS.  *
      *                                                                *
      *          YTD-XFER-APPLIED IS THE APPLY DATE AND TIME OF THE    *
      *          LATEST EMPHIST REGION TRANSFER TPROG22 HAD SEEN WHEN  *
      *          IT WROTE THE ACCOUNT.  A TRANSFER STAMPED AT OR       *
      *          BEFORE IT IS NOT APPLIED TO THE ACCOUNT AGAIN.  AN    *
      *          ACCOUNT WRITTEN BEFORE THE FIELD EXISTED HOLDS SPACES *
      *          THERE, WHICH TPROG22 TAKES AS ZERO.                   *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  14/10/26  ISPW        NEW COPYBOOK - YTD EARNINGS MASTER
      *  15/10/26  ISPW        YTD-XFER-APPLIED TAKEN FROM THE FILLER
      ******************************************************************
       01  YTD-EARNINGS-RECORD.
           05  YTD-KEY.
               10  YTD-NAME            PIC X(15).
               10  YTD-REGION          PIC X(05).
           05  YTD-TYPE                PIC X(01).
           05  YTD-YEAR                PIC 9(04).
           05  YTD-LAST-QTR            PIC 9(01).
           05  YTD-LAST-PAY-DATE       PIC X(08).
           05  YTD-PAY-COUNT           PIC 9(03).
      *---------------------------------------------------------------*
      *    ONE BUCKET SET PER CALENDAR QUARTER, SUBSCRIPTED 1 THRU 4   *
      *---------------------------------------------------------------*
           05  YTD-QUARTER-BUCKETS     OCCURS 4 TIMES.
               10  YTD-Q-WAGES         PIC 9(09)V99.
               10  YTD-Q-OT            PIC 9(09)V99.
               10  YTD-Q-COMM          PIC 9(09)V99.
           05  YTD-XFER-APPLIED        PIC 9(16) USAGE COMP-3.
           05  YTD-XFER-APPLIED-X      REDEFINES YTD-XFER-APPLIED
                                       PIC X(09).
           05  FILLER                  PIC X(02).
      ******************************************************************
      * THE RECORD IS 180 BYTES                                        *
      ******************************************************************
