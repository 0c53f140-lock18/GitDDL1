      *                        AND CENTS (RECORD GROWS 61 TO 67
      *                        BYTES) TO MATCH THE VERSION-2 EMP
      *                        EXTRACT (EMPREC2)
      *  14/10/26  ISPW        TOT-TRANSFER-COUNT ADDED (RECORD GROWS
      *                        67 TO 74 BYTES) - REGION TRANSFERS
      *                        APPLIED.  A TRANSFER RE-KEYS A ROW
      *                        WITHOUT CHANGING IT, SO IT MOVES
      *                        NEITHER THE COUNT NOR THE WAGE HASH
      *                        AND THE TWO PROOFS ABOVE STAND AS
      *                        THEY ARE
      ******************************************************************
       01  EMP-TOTALS-RECORD.
           05  TOT-ADD-COUNT           PIC 9(07)  VALUE ZERO.
           05  TOT-WAGES-ADDED         PIC S9(11)V99 VALUE ZERO.
           05  TOT-WAGES-REMOVED       PIC S9(11)V99 VALUE ZERO.
           05  TOT-WAGES-CHG-NET       PIC S9(11)V99 VALUE ZERO.
           05  TOT-TRANSFER-COUNT      PIC 9(07)  VALUE ZERO.
