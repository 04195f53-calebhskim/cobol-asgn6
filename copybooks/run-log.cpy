      *                MODE, NORMAL-OR-ABNORMAL END PLUS REASON).
      *                SHARED BY STACK-TEST (WRITER) AND RUNLOG-REPORT
      *                (READER) SO THE TWO SIDES CANNOT DRIFT APART.
      *                A PARTITIONED RUN LOGS ONE ENTRY PER PARTITION
      *                (RUN MODE PART-1 TO PART-4) AND THEN THE ENTRY
      *                OF STACK-MERGE (RUN MODE MERGE), THE ONLY ONE
      *                THAT FILLS RL-FEED-EXPR-COUNT AND
      *                RL-PARTITION-COUNT: ITS PROCESSED PLUS ERRORED
      *                COUNTS EQUAL THE EXPRESSIONS ON THE WHOLE FEED.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02 DM    ORIGINAL - LIFTED UNCHANGED OUT OF THE
      *                     STACK-TEST FD WHEN THE OPERATIONS REPORT
      *                     WRITER BECAME A SECOND READER OF THE FILE.
      *    2026-10-14 DM    RL-FEED-EXPR-COUNT AND RL-PARTITION-COUNT
      *                     ADDED AT THE END OF THE RECORD FOR THE
      *                     STACK-MERGE ENTRY OF A PARTITIONED RUN.
      *                     SPACES ON EVERY OTHER ENTRY.
      *****************************************************************
       01  RUN-LOG-RECORD.
           05  RL-RUN-ID               PIC X(15).
           05  RL-END-STATUS           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-END-REASON           PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-FEED-EXPR-COUNT      PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-PARTITION-COUNT      PIC 9(01).
