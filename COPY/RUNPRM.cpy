      *          COLUMN 1 IS A COMMENT.  KEYWORDS IN USE:              *
      *            CKPTINT=NNNNN   CHECKPOINT INTERVAL (TPROG01/04)    *
      *            LINESPP=NNN     LINES PER REPORT PAGE               *
      *                            (TPROG02/03/04/15/23)               *
      *            ERRPCT=NNNVV    REJECT PCT CUTOFF, TWO IMPLIED      *
      *                            DECIMALS (TPROG06)                  *
      *            VARPCT=NNNVV    VARIANCE PCT CUTOFF, TWO IMPLIED    *
      *                            DECIMALS (TPROG13)                  *
      *            PAYQTR=CCYYQ    YEAR AND QUARTER A PAY RUN POSTS    *
      *                            TO ON THE YTD EARNINGS MASTER -     *
      *                            DEFAULT IS THE PAY DATE'S (TPROG22) *
      *            APRPCT=NNNVV    APPROVAL HOLD PCT INCREASE LIMIT,   *
      *                            TWO IMPLIED DECIMALS (TPROG06)      *
      *            APRAMT=NNNNNNN  APPROVAL HOLD INCREASE LIMIT IN     *
      *                            WHOLE DOLLARS (TPROG06)             *
      *            APRDAYS=NNN     DAYS A HELD ITEM MAY WAIT BEFORE    *
      *                            THE QUEUE REPORT FLAGS IT OVERDUE   *
      *                            (TPROG06)                           *
      *            OTTOL=NNNNN     OT DIFFERENCE LISTED ON THE T&A     *
      *                            EXCEPTIONS REPORT, IN WHOLE         *
      *                            DOLLARS (TPROG31)                   *
      *            MASKPCT=NNNVV   MOST A MASKED AMOUNT MAY MOVE FROM  *
      *                            THE ORIGINAL, TWO IMPLIED DECIMALS, *
      *                            UNDER 100 (TPROG32)                 *
      *            MASKSEED=NNNNN  SEED FOR THE MASKING FACTORS - A    *
      *                            NEW SEED GIVES A NEW SET OF AMOUNTS *
      *                            (TPROG32)                           *
      *          A ZERO APRPCT OR APRAMT SWITCHES THAT TEST OFF.       *
      *                                                                *
      *          THE RUNPARM DD IS OPTIONAL - WHEN IT IS MISSING OR    *
      *          EMPTY, OR A KEYWORD IS ABSENT, THE COMPILED-IN        *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  02/09/26  ISPW        NEW COPYBOOK - RUN-CONTROL PARAMETERS
      *  14/10/26  ISPW        PAYQTR KEYWORD ADDED (TPROG22)
      *  15/10/26  ISPW        APRPCT, APRAMT AND APRDAYS KEYWORDS
      *                        ADDED (TPROG06) - SEVEN-DIGIT VALUE
      *                        VIEW AND AN AMOUNT PRINT LINE ADDED
      *  15/10/26  ISPW        OTTOL KEYWORD ADDED (TPROG31)
      *  15/10/26  ISPW        MASKPCT AND MASKSEED KEYWORDS ADDED
      *                        (TPROG32)
      ******************************************************************
       01  RUN-PARM-CARD-WORK.
           05  RUN-PARM-CARD           PIC X(80).
           05  RUN-PARM-VALUE-RP REDEFINES RUN-PARM-VALUE.
               10  RUN-PARM-VALUE-PCT  PIC 9(03)V99.
               10  FILLER              PIC X(05).
           05  RUN-PARM-VALUE-R7 REDEFINES RUN-PARM-VALUE.
               10  RUN-PARM-VALUE-7    PIC 9(07).
               10  FILLER              PIC X(03).

       77  RUNPARM-EOF-SW              PIC X(01) VALUE 'N'.
           88  RUNPARM-EOF                     VALUE 'Y'.

      *---------------------------------------------------------------*
      *    THE PARAMETERS-IN-EFFECT BLOCK - A HEADING, ONE LINE PER    *
      *    TUNABLE (WHOLE-NUMBER, AMOUNT OR PERCENTAGE FORM), AND THE  *
      *    CARD ACCOUNTING LINES                                       *
      *---------------------------------------------------------------*
       01  RUN-PARM-HEAD-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RUN-PARM-C-LABEL    PIC X(30) VALUE SPACES.
           05  RUN-PARM-C-VALUE    PIC ZZ9.99.
           05  FILLER              PIC X(96) VALUE SPACES.

       01  RUN-PARM-AMT-LINE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RUN-PARM-A-LABEL    PIC X(30) VALUE SPACES.
           05  RUN-PARM-A-VALUE    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.
