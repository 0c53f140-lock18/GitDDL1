      ******************************************************************
      * GLMAP  - THE GENERAL LEDGER ACCOUNT-MAPPING RECORD.  ONE ROW   *
      *          PER EMP REGION AND EMPLOYEE TYPE, NAMING THE LEDGER   *
      *          ACCOUNTS THE TPROG26 LABOR-COST JOURNAL DEBITS FOR    *
      *          THAT REGION/TYPE'S WAGE, OVERTIME AND COMMISSION      *
      *          EXPENSE.  KEPT IN ASCENDING GLM-KEY ORDER BY THE      *
      *          TPROG25 MAINTENANCE MATCH/MERGE - THE SAME WAY        *
      *          TPROG18 KEEPS REGTAB AND TYPTAB.                      *
      *                                                                *
      *          ONE ROW CARRIES THE RESERVED KEY '******' - ITS       *
      *          GLM-WAGE-ACCOUNT IS THE PAYROLL CLEARING ACCOUNT THE  *
      *          JOURNAL CREDITS.  ITS OT AND COMMISSION ACCOUNTS ARE  *
      *          NOT USED.                                             *
      *                                                                *
      *          LIKE A REFERENCE CODE, A MAPPING IS NEVER PHYSICALLY  *
      *          REMOVED - DEACTIVATION FLIPS GLM-STATUS TO 'I', AND   *
      *          THE JOURNAL TREATS AN INACTIVE MAPPING AS MISSING.    *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  14/10/26  ISPW        NEW COPYBOOK - GL ACCOUNT MAPPING
      ******************************************************************
       01  GL-MAP-RECORD.
           05  GLM-KEY.
               10  GLM-REGION          PIC X(05).
               10  GLM-TYPE            PIC X(01).
           05  GLM-KEY-R REDEFINES GLM-KEY PIC X(06).
               88  GLM-IS-CLEARING             VALUE '******'.
           05  GLM-WAGE-ACCOUNT        PIC X(10).
           05  GLM-OT-ACCOUNT          PIC X(10).
           05  GLM-COMM-ACCOUNT        PIC X(10).
           05  GLM-DESC                PIC X(30).
           05  GLM-STATUS              PIC X(01).
               88  GLM-ACTIVE                  VALUE 'A'.
               88  GLM-INACTIVE                VALUE 'I'.
           05  FILLER                  PIC X(13).
      ******************************************************************
      * THE RECORD IS 80 BYTES                                         *
      ******************************************************************
