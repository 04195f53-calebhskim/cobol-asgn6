      *                REPORT WRITER (READER) SO THE TWO SIDES CANNOT
      *                DRIFT APART. A REJECTED EXPRESSION CARRIES
      *                "BAD BINOP" IN RO-RESULT-TEXT; A COMPUTED ONE
      *                CARRIES THE EDITED RESULT IN RO-RESULT-NUM, A
      *                NEGATIVE RESULT (A CREDIT) WITH A TRAILING CR.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     RELEASE CAN WITHHOLD JUST THE ROWS OF A
      *                     BATCH THAT FAILED ITS OWN RECONCILE.
      *                     SPACES ON AD-HOC AND RESUBMIT ROWS.
      *    2026-10-14 DM    RO-RESULT-NUM NOW CARRIES THE SIGN: A
      *                     NEGATIVE RESULT IS EDITED WITH A TRAILING CR
      *                     (E.G. "250.0000CR"), SO IT READS AS A CREDIT
      *                     ON THE AUDIT ROW, ON RESULTMST AND ON EVERY
      *                     SCREEN AND REPORT THAT SHOWS THE TEXT, AND
      *                     FUNCTION NUMVAL STILL READS IT BACK AS A
      *                     NEGATIVE AMOUNT. ROWS WRITTEN BEFORE THE
      *                     CHANGE READ AS THEY ALWAYS DID.
      *****************************************************************
       01  RESULT-OUT-RECORD.
           05  RO-EXPR-ID              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RO-RESULT-TEXT          PIC X(20).
           05  RO-RESULT-NUM REDEFINES RO-RESULT-TEXT
                                       PIC Z(8)9.9999CR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RO-BATCH-ID             PIC X(08).
