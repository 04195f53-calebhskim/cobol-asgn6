      *    PURPOSE:    RECORD LAYOUT OF THE EXPRDEFN INDEXED
      *                EXPRESSION-DEFINITION MASTER, KEYED BY THE SAME
      *                10-CHARACTER EXPRESSION ID THAT EX-EXPR-ID AND
      *                RO-EXPR-ID CARRY PLUS THE EFFECTIVE-FROM DATE
      *                OF EACH VERSION. ONE ROW PER VERSION OF A
      *                RECURRING CONTRACT FORMULA - THE FORMULA TEXT,
      *                THE ROUNDING POLICY, AND A GENERATION FREQUENCY -
      *                SO THE NIGHTLY EXPRIN FEED IS BUILT FROM THE
      *                MASTER INSTEAD OF BEING RETYPED. SHARED BY
      *                EXPR-DEFN-MAINT (MAINTENANCE) AND EXPR-GENERATE
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-09-02 DM    ORIGINAL.
      *    2026-10-14 DM    THE MASTER IS NOW EFFECTIVE-DATED. THE KEY
      *                     IS ED-KEY (ED-EXPR-ID PLUS ED-EFF-FROM-DATE)
      *                     AND EVERY CHANGE FILES A NEW VERSION INSTEAD
      *                     OF OVERWRITING THE FORMULA, SO THE VERSION
      *                     IN FORCE ON ANY BUSINESS DATE IS THE ONE
      *                     WITH THE LATEST EFFECTIVE-FROM DATE NOT
      *                     AFTER IT - THE SAME RULE RATES ARE RESOLVED
      *                     BY. ED-CHANGED-BY ADDED (THE OPERATOR WHO
      *                     FILED THE VERSION). EXISTING MASTERS MUST BE
      *                     UNLOADED AND RELOADED INTO THE NEW LAYOUT.
      *****************************************************************
       01  EXPR-DEFN-RECORD.
           05  ED-KEY.
               10  ED-EXPR-ID          PIC X(10).
               10  ED-EFF-FROM-DATE    PIC X(08).
           05  ED-STATUS               PIC X(01).
               88  ED-ACTIVE                      VALUE "A".
               88  ED-INACTIVE                    VALUE "I".
           05  ED-ROUND-PLACES         PIC X(01).
           05  ED-EXPR-TEXT            PIC X(300).
           05  ED-UPDATE-TS            PIC X(14).
           05  ED-CHANGED-BY           PIC X(08).
