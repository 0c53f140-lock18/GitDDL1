      ******************************************************************
      * EMPONL - THE ONLINE MAINTENANCE ENTRY QUEUE RECORD.  THE       *
      *          TPROG29 CICS SCREENS WRITE ONE OF THESE FOR EVERY     *
      *          ADD, CHANGE OR DELETE THE PAYROLL DESK KEYS, AND THE  *
      *          TPROG19 WAREHOUSE PICKS THEM UP OVERNIGHT ALONGSIDE   *
      *          THE DEPARTMENTS' RAWTRAN - THE BATCH CHAIN STAYS THE  *
      *          ONLY THING THAT UPDATES THE EMP MASTER.               *
      *                                                                *
      *          THE QUEUE IS A KSDS KEYED ON THE 20-BYTE EMP-TRAN-    *
      *          NAME/EMP-TRAN-REGION PAIR AT OFFSET 1 (KEYS(20 1)),   *
      *          SO ONE KEY CAN HAVE ONLY ONE ENTRY WAITING AND A      *
      *          SEQUENTIAL READ DELIVERS THE ENTRIES IN THE KEY       *
      *          ORDER THE WAREHOUSE MERGES ON.                        *
      *                                                                *
      *          ONL-OPERATOR-ID, ONL-TERMINAL-ID AND THE ENTRY DATE   *
      *          AND TIME ARE THE AUDIT TRAIL OF WHO KEYED IT - THE    *
      *          WAREHOUSE PRINTS THEM ON ITS ONLINE ENTRY LISTING.    *
      *                                                                *
      *          THE TPROG31 TIME-AND-ATTENDANCE INTERFACE ALSO QUEUES *
      *          ITS OVERTIME CHANGES HERE, UNDER OPERATOR 'TIMECLK'   *
      *          AND TERMINAL 'BTCH'.                                  *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  ISPW        NEW COPYBOOK - ONLINE ENTRY QUEUE
      *  15/10/26  ISPW        TPROG31 OVERTIME CHANGES NOW QUEUED
      *                        HERE AS WELL
      ******************************************************************
       01  EMP-ONLINE-ENTRY.
      *---------------------------------------------------------------*
      *    THE TRANSACTION AS KEYED, IN EMPTRAN LAYOUT, WITH ITS       *
      *    ACTION AND KEY BROKEN OUT                                   *
      *---------------------------------------------------------------*
           05  ONL-TRAN-IMAGE.
               10  ONL-ACTION          PIC X(01).
               10  ONL-KEY.
                   15  ONL-NAME        PIC X(15).
                   15  ONL-REGION      PIC X(05).
               10  FILLER              PIC X(44).
      *---------------------------------------------------------------*
      *    ONL-STATUS:  'P' = KEYED, WAITING FOR THE WAREHOUSE         *
      *                 'W' = IN THE WAREHOUSE SINCE ONL-PICKUP-DATE.  *
      *    A 'W' ENTRY IS PICKED UP AGAIN IF THE WAREHOUSE IS RERUN    *
      *    ON THE SAME CYCLE DATE, AND DROPPED BY THE NEXT NIGHT'S RUN *
      *---------------------------------------------------------------*
           05  ONL-STATUS              PIC X(01).
               88  ONL-PENDING                 VALUE 'P'.
               88  ONL-WAREHOUSED              VALUE 'W'.
           05  ONL-OPERATOR-ID         PIC X(08).
           05  ONL-TERMINAL-ID         PIC X(04).
           05  ONL-ENTRY-DATE          PIC X(08).
           05  ONL-ENTRY-TIME          PIC X(06).
           05  ONL-PICKUP-DATE         PIC X(08).
      ******************************************************************
      * THE RECORD IS 100 BYTES                                        *
      ******************************************************************
