      *****************************************************************
      *    COPYBOOK:   DEFN-HIST
      *    PURPOSE:    RECORD LAYOUT OF THE DEFNHIST DEFINITION CHANGE
      *                LOG - ONE RECORD APPENDED BY EXPR-DEFN-MAINT
      *                FOR EVERY VERSION IT FILES ON THE EXPRDEFN
      *                MASTER (ADD, CHG, DEA): WHEN, WHICH OPERATOR,
      *                WHICH EXPRESSION AND EFFECTIVE-FROM DATE, AND
      *                THE STATUS, FREQUENCY, ROUNDING POLICY AND
      *                FORMULA TEXT BEFORE AND AFTER. "BEFORE" IS THE
      *                VERSION THAT WAS IN FORCE ON THE NEW VERSION'S
      *                EFFECTIVE-FROM DATE (DH-BEFORE-EFF-FROM NAMES
      *                IT; SPACES ON AN ADD). READ BY DEFN-HISTORY FOR
      *                THE AUDITORS' CHANGE REPORT. FIELDS ARE
      *                SPACE-SEPARATED LIKE THE RUNLOG RECORD.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *****************************************************************
       01  DEFN-HIST-RECORD.
           05  DH-CHANGE-TS            PIC X(14).
           05  FILLER                  PIC X(01).
           05  DH-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  DH-FUNCTION             PIC X(03).
           05  FILLER                  PIC X(01).
           05  DH-EXPR-ID              PIC X(10).
           05  FILLER                  PIC X(01).
           05  DH-EFF-FROM-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  DH-BEFORE-EFF-FROM      PIC X(08).
           05  FILLER                  PIC X(01).
           05  DH-BEFORE-STATUS        PIC X(01).
           05  DH-BEFORE-FREQUENCY     PIC X(01).
           05  DH-BEFORE-ROUND         PIC X(02).
           05  FILLER                  PIC X(01).
           05  DH-AFTER-STATUS         PIC X(01).
           05  DH-AFTER-FREQUENCY      PIC X(01).
           05  DH-AFTER-ROUND          PIC X(02).
           05  FILLER                  PIC X(01).
           05  DH-BEFORE-TEXT          PIC X(300).
           05  FILLER                  PIC X(01).
           05  DH-AFTER-TEXT           PIC X(300).
