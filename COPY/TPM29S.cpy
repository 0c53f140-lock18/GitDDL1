      ******************************************************************
      * TPM29S - SYMBOLIC MAP FOR THE TPM29S MAPSET (SOURCE IN THE     *
      *          BMS LIBRARY), MAP TPM29M - THE TPROG29 EMPLOYEE       *
      *          INQUIRY AND MAINTENANCE ENTRY SCREEN.  KEPT IN STEP   *
      *          WITH THE MAPSET: REASSEMBLE BOTH TOGETHER.            *
      *                                                                *
      *          THE MONEY FIELDS ARE ENTERED AND SHOWN AS TEN DIGITS  *
      *          IN CENTS, THE SAME 9(08)V99 DIGITS EMPTRAN CARRIES.   *
      * ---------------------------------------------------------------
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  ISPW        NEW COPYBOOK - TPM29M SYMBOLIC MAP
      ******************************************************************
       01  TPM29MI.
           02  FILLER PIC X(12).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03  ACTNA    PICTURE X.
           02  ACTNI    PIC X(01).
           02  ENAMEL   COMP  PIC  S9(4).
           02  ENAMEF   PICTURE X.
           02  FILLER REDEFINES ENAMEF.
             03  ENAMEA   PICTURE X.
           02  ENAMEI   PIC X(15).
           02  EREGNL   COMP  PIC  S9(4).
           02  EREGNF   PICTURE X.
           02  FILLER REDEFINES EREGNF.
             03  EREGNA   PICTURE X.
           02  EREGNI   PIC X(05).
           02  ETYPEL   COMP  PIC  S9(4).
           02  ETYPEF   PICTURE X.
           02  FILLER REDEFINES ETYPEF.
             03  ETYPEA   PICTURE X.
           02  ETYPEI   PIC X(01).
           02  EYRSL    COMP  PIC  S9(4).
           02  EYRSF    PICTURE X.
           02  FILLER REDEFINES EYRSF.
             03  EYRSA    PICTURE X.
           02  EYRSI    PIC X(03).
           02  EWAGEL   COMP  PIC  S9(4).
           02  EWAGEF   PICTURE X.
           02  FILLER REDEFINES EWAGEF.
             03  EWAGEA   PICTURE X.
           02  EWAGEI   PIC X(10).
           02  EOTL     COMP  PIC  S9(4).
           02  EOTF     PICTURE X.
           02  FILLER REDEFINES EOTF.
             03  EOTA     PICTURE X.
           02  EOTI     PIC X(10).
           02  ECOMML   COMP  PIC  S9(4).
           02  ECOMMF   PICTURE X.
           02  FILLER REDEFINES ECOMMF.
             03  ECOMMA   PICTURE X.
           02  ECOMMI   PIC X(10).
           02  EFFDTL   COMP  PIC  S9(4).
           02  EFFDTF   PICTURE X.
           02  FILLER REDEFINES EFFDTF.
             03  EFFDTA   PICTURE X.
           02  EFFDTI   PIC X(08).
           02  HIST1L   COMP  PIC  S9(4).
           02  HIST1F   PICTURE X.
           02  FILLER REDEFINES HIST1F.
             03  HIST1A   PICTURE X.
           02  HIST1I   PIC X(78).
           02  HIST2L   COMP  PIC  S9(4).
           02  HIST2F   PICTURE X.
           02  FILLER REDEFINES HIST2F.
             03  HIST2A   PICTURE X.
           02  HIST2I   PIC X(78).
           02  HIST3L   COMP  PIC  S9(4).
           02  HIST3F   PICTURE X.
           02  FILLER REDEFINES HIST3F.
             03  HIST3A   PICTURE X.
           02  HIST3I   PIC X(78).
           02  HIST4L   COMP  PIC  S9(4).
           02  HIST4F   PICTURE X.
           02  FILLER REDEFINES HIST4F.
             03  HIST4A   PICTURE X.
           02  HIST4I   PIC X(78).
           02  HIST5L   COMP  PIC  S9(4).
           02  HIST5F   PICTURE X.
           02  FILLER REDEFINES HIST5F.
             03  HIST5A   PICTURE X.
           02  HIST5I   PIC X(78).
           02  PENDLL   COMP  PIC  S9(4).
           02  PENDLF   PICTURE X.
           02  FILLER REDEFINES PENDLF.
             03  PENDLA   PICTURE X.
           02  PENDLI   PIC X(78).
           02  MSGL     COMP  PIC  S9(4).
           02  MSGF     PICTURE X.
           02  FILLER REDEFINES MSGF.
             03  MSGA     PICTURE X.
           02  MSGI     PIC X(78).
       01  TPM29MO REDEFINES TPM29MI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTNO    PIC X(01).
           02  FILLER PICTURE X(3).
           02  ENAMEO   PIC X(15).
           02  FILLER PICTURE X(3).
           02  EREGNO   PIC X(05).
           02  FILLER PICTURE X(3).
           02  ETYPEO   PIC X(01).
           02  FILLER PICTURE X(3).
           02  EYRSO    PIC X(03).
           02  FILLER PICTURE X(3).
           02  EWAGEO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  EOTO     PIC X(10).
           02  FILLER PICTURE X(3).
           02  ECOMMO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  EFFDTO   PIC X(08).
           02  FILLER PICTURE X(3).
           02  HIST1O   PIC X(78).
           02  FILLER PICTURE X(3).
           02  HIST2O   PIC X(78).
           02  FILLER PICTURE X(3).
           02  HIST3O   PIC X(78).
           02  FILLER PICTURE X(3).
           02  HIST4O   PIC X(78).
           02  FILLER PICTURE X(3).
           02  HIST5O   PIC X(78).
           02  FILLER PICTURE X(3).
           02  PENDLO   PIC X(78).
           02  FILLER PICTURE X(3).
           02  MSGO     PIC X(78).
