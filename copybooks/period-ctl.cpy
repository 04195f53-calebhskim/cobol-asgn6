      *****************************************************************
      *    COPYBOOK:   PERIOD-CTL
      *    PURPOSE:    RECORD LAYOUT OF THE PERIODCTL INDEXED PERIOD
      *                CONTROL FILE, ONE ROW PER ACCOUNTING MONTH
      *                (YYYYMM, MATCHED AGAINST THE FIRST SIX
      *                CHARACTERS OF RM-RUN-DATE). A ROW IS WRITTEN
      *                BY PERIOD-CLOSE THE FIRST TIME A MONTH IS
      *                CLOSED; A MONTH WITH NO ROW HAS NEVER BEEN
      *                CLOSED. WHILE PC-CLOSED, RESULT-POST REFUSES
      *                TO ADD OR REPLACE ANY RESULTMST ROW DATED IN
      *                THE MONTH. ONLY AN EXPLICIT PERIOD-CLOSE
      *                REOPEN (WITH OPERATOR AND REASON) SETS IT BACK
      *                TO PC-OPEN; THE LAST CLOSE AND THE LAST REOPEN
      *                ARE BOTH KEPT ON THE ROW, WITH A COUNT OF
      *                REOPENS. PC-ROW-COUNT AND PC-MTD-TOTAL ARE THE
      *                MONTH-TO-DATE CONTROL TOTALS AS AT THE LAST
      *                CLOSE.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *****************************************************************
       01  PERIOD-CTL-RECORD.
           05  PC-PERIOD               PIC X(06).
           05  PC-STATUS               PIC X(01).
               88  PC-OPEN                        VALUE "O".
               88  PC-CLOSED                      VALUE "C".
           05  PC-CLOSED-TS            PIC X(14).
           05  PC-CLOSED-BY            PIC X(08).
           05  PC-REOPENED-TS          PIC X(14).
           05  PC-REOPENED-BY          PIC X(08).
           05  PC-REOPEN-REASON        PIC X(40).
           05  PC-REOPEN-COUNT         PIC 9(03).
           05  PC-ROW-COUNT            PIC 9(09).
           05  PC-MTD-TOTAL            PIC S9(13)V9(04).
