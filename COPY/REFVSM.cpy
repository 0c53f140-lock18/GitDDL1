      ******************************************************************
      * REFVSM - THE REFERENCE-CODE KSDS RECORD.  THE TPROG30 NIGHTLY  *
      *          REFRESH RELOADS THIS CLUSTER FROM REGTAB AND TYPTAB   *
      *          (REFCOD LAYOUT, MAINTAINED BY TPROG18) SO THE TPROG29 *
      *          CICS ENTRY SCREEN CAN APPLY THE SAME REGION AND TYPE  *
      *          EDITS TPROG06 APPLIES, BY KEY.  BOTH TABLES SHARE     *
      *          THE ONE CLUSTER, TOLD APART BY REFV-TABLE.            *
      *                                                                *
      *          INACTIVE CODES ARE LOADED WITH THEIR STATUS - ONLY    *
      *          AN ACTIVE CODE PASSES, THE SAME RULE AS TPROG06.      *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  ISPW        NEW COPYBOOK - REFERENCE CODE KSDS
      ******************************************************************
       01  REF-VSAM-RECORD.
           05  REFV-KEY.
               10  REFV-TABLE          PIC X(01).
                   88  REFV-IS-REGION          VALUE 'R'.
                   88  REFV-IS-TYPE            VALUE 'T'.
               10  REFV-CODE           PIC X(05).
           05  REFV-DESC               PIC X(30).
           05  REFV-STATUS             PIC X(01).
               88  REFV-ACTIVE                 VALUE 'A'.
      ******************************************************************
      * THE RECORD IS 37 BYTES - KEYS(6 0)                             *
      ******************************************************************
