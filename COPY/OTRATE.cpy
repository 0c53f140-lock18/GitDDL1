      ******************************************************************
      * OTRATE - THE OVERTIME RULE TABLE RECORD.  ONE ROW PER EMP2-    *
      *          TYPE, GIVING THE STANDARD HOURS IN A WEEK AND THE     *
      *          MULTIPLIER PAID ON EVERY HOUR OVER THEM.  THE TPROG31 *
      *          TIME-AND-ATTENDANCE INTERFACE PRICES OVERTIME AS      *
      *                                                                *
      *            (HOURS - OTR-STD-HOURS) X OTR-OT-MULTIPLIER X       *
      *            (EMP2-WAGES / OTR-STD-HOURS)                        *
      *                                                                *
      *          EMP2-WAGES BEING THE PAY FOR A STANDARD WEEK.  A TYPE *
      *          WITH A ZERO MULTIPLIER (OR ZERO STANDARD HOURS) IS    *
      *          NOT PAID OVERTIME - ITS COMPUTED OT IS ALWAYS ZERO.   *
      *                                                                *
      *          THE TABLE IS KEPT IN OTR-TYPE ORDER, ONE ROW PER      *
      *          TYPE.  A TYPE ON TYPTAB BUT NOT HERE IS LISTED AS AN  *
      *          EXCEPTION FOR EVERY EMPLOYEE OF THAT TYPE.            *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  ISPW        NEW COPYBOOK - OVERTIME RULE TABLE
      ******************************************************************
       01  OT-RATE-RECORD.
           05  OTR-TYPE                PIC X(01).
           05  FILLER                  PIC X(01).
      *---------------------------------------------------------------*
      *    STANDARD HOURS, TWO IMPLIED DECIMALS (37.50 IS 3750);       *
      *    MULTIPLIER, TWO IMPLIED DECIMALS (TIME AND A HALF IS 150)   *
      *---------------------------------------------------------------*
           05  OTR-STD-HOURS           PIC 9(02)V99.
           05  FILLER                  PIC X(01).
           05  OTR-OT-MULTIPLIER       PIC 9(01)V99.
           05  FILLER                  PIC X(01).
           05  OTR-DESC                PIC X(30).
           05  FILLER                  PIC X(39).
      ******************************************************************
      * THE RECORD IS 80 BYTES                                         *
      ******************************************************************
