      ******************************************************************
      * EMPTRAN - THE TRANSACTION RECORD LAYOUT FOR EMP TABLE          *
      *           MAINTENANCE (ADD/CHANGE/DELETE/TRANSFER).  ONE       *
      *           TRANSACTION PER EMP-TB-NAME/EMP-TB-REGION KEY,       *
      *           SORTED ASCENDING THE SAME WAY AS THE EMP MASTER      *
      *           EXTRACT (EMPREC.cpy) SO THE TWO CAN BE MATCHED ON    *
      *           A SINGLE PASS.                                       *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *                        EXTRACT (EMPREC2) - AMOUNTS ARE NOW
      *                        KEYED AS TEN DIGITS, DOLLARS AND
      *                        CENTS, NO POINT
      *  14/10/26  ISPW        ACTION 'T' (REGION TRANSFER) ADDED -
      *                        EMP-TRAN-REGION IS THE REGION THE
      *                        EMPLOYEE LEAVES AND EMP-TRAN-NEW-REGION
      *                        (REDEFINING THE DATA PORTION, WHICH A
      *                        TRANSFER DOES NOT CARRY) THE REGION
      *                        JOINED.  RECORD LENGTH UNCHANGED
      ******************************************************************
       01  EMP-TRAN-RECORD.
      *---------------------------------------------------------------*
      *    EMP-TRAN-ACTION:  'A' = ADD     'C' = CHANGE   'D' = DELETE *
      *                      'T' = TRANSFER TO A NEW REGION            *
      *---------------------------------------------------------------*
           05  EMP-TRAN-ACTION         PIC X(01).
               88  EMP-TRAN-IS-ADD             VALUE 'A'.
               88  EMP-TRAN-IS-CHANGE          VALUE 'C'.
               88  EMP-TRAN-IS-DELETE          VALUE 'D'.
               88  EMP-TRAN-IS-TRANSFER        VALUE 'T'.

           05  EMP-TRAN-NAME           PIC X(15).
           05  EMP-TRAN-REGION         PIC X(05).
           05  EMP-TRAN-DATA-PORTION.
               10  EMP-TRAN-TYPE           PIC X(01).
               10  EMP-TRAN-YRS-SERVICE    PIC S9(9)V USAGE COMP-3.
               10  EMP-TRAN-WAGES          PIC 9(08)V99.
               10  EMP-TRAN-OT             PIC 9(08)V99.
               10  EMP-TRAN-COMM           PIC 9(08)V99.

      *---------------------------------------------------------------*
      *    A TRANSFER MOVES THE EXISTING ROW UNCHANGED, SO IT CARRIES  *
      *    NO DATA - ONLY THE REGION THE EMPLOYEE IS MOVING TO.  THE   *
      *    KEY FIELDS ABOVE STILL NAME THE ROW AS IT STANDS TONIGHT,   *
      *    SO THE TRANSACTION SORTS AND MATCHES ON THE OLD KEY.        *
      *---------------------------------------------------------------*
           05  EMP-TRAN-TRANSFER-PORTION
                   REDEFINES EMP-TRAN-DATA-PORTION.
               10  EMP-TRAN-NEW-REGION     PIC X(05).
               10  FILLER                  PIC X(31).

      *---------------------------------------------------------------*
      *    THE YYYYMMDD DATE THE TRANSACTION TAKES EFFECT - BLANK OR   *
