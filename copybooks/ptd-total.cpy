      *****************************************************************
      *    COPYBOOK:   PTD-TOTAL
      *    PURPOSE:    RECORD LAYOUT OF THE PTDTOTAL INDEXED PERIOD-
      *                TO-DATE ACCUMULATOR FILE, KEYED BY ACCOUNTING
      *                MONTH (YYYYMM) PLUS EXPRESSION ID. BUILT BY
      *                PERIOD-CLOSE FROM RESULTMST WHEN THE MONTH IS
      *                CLOSED: THE COUNT AND SUM OF THE EXPRESSION'S
      *                POSTED AND RESTATED RESULTS WITH A RUN DATE IN
      *                THE MONTH (MONTH-TO-DATE) AND IN THE CALENDAR
      *                YEAR UP TO AND INCLUDING THE MONTH (YEAR-TO-
      *                DATE). A RE-CLOSE AFTER A REOPEN REBUILDS THE
      *                MONTH'S ROWS FROM SCRATCH.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *****************************************************************
       01  PTD-TOTAL-RECORD.
           05  PT-KEY.
               10  PT-PERIOD           PIC X(06).
               10  PT-EXPR-ID          PIC X(10).
           05  PT-MTD-COUNT            PIC 9(09).
           05  PT-MTD-AMOUNT           PIC S9(13)V9(04).
           05  PT-YTD-COUNT            PIC 9(09).
           05  PT-YTD-AMOUNT           PIC S9(13)V9(04).
           05  PT-BUILT-TS             PIC X(14).
