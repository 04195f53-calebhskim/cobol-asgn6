      *****************************************************************
      *    COPYBOOK:   SPLIT-CTL
      *    PURPOSE:    RECORD LAYOUT OF THE SPLITCTL FILE - THE ONE
      *                CONTROL RECORD STACK-SPLIT WRITES WHEN IT HAS
      *                DEALT THE EXPRIN FEED OUT TO THE PARTITION
      *                FILES. CARRIES THE RUN ID AND START TIMESTAMP
      *                EVERY PARTITION STAMPS ON ITS ROWS (SO THE
      *                MERGED RESULTOUT LOOKS LIKE ONE RUN), THE
      *                BUSINESS DATE STACK-MERGE ENDS THE STACK-TEST
      *                CYCLE STEP UNDER, THE NUMBER OF PARTITIONS
      *                USED, THE EXPRESSIONS AND BATCH GROUPS ON THE
      *                WHOLE FEED, AND FOR EACH PARTITION THE RECORDS,
      *                EXPRESSIONS AND GROUPS ROUTED TO IT. STACK-TEST
      *                READS IT IN A PARTITION RUN TO PICK UP THE RUN
      *                ID AND PROVE ITS OWN INPUT; STACK-MERGE READS IT
      *                TO PROVE THE PARTITIONS ADD UP TO THE FEED.
      *                FIELDS ARE SPACE-SEPARATED LIKE THE RUNLOG
      *                RECORD.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *****************************************************************
       01  SPLIT-CTL-RECORD.
           05  SC-RUN-ID               PIC X(15).
           05  FILLER                  PIC X(01).
           05  SC-START-TS             PIC X(14).
           05  FILLER                  PIC X(01).
           05  SC-BUS-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-PART-COUNT           PIC 9(01).
           05  FILLER                  PIC X(01).
           05  SC-FEED-EXPRS           PIC 9(09).
           05  FILLER                  PIC X(01).
           05  SC-FEED-GROUPS          PIC 9(04).
           05  SC-PART-ENTRY           OCCURS 4 TIMES.
               10  FILLER              PIC X(01).
               10  SC-PT-RECORDS       PIC 9(09).
               10  FILLER              PIC X(01).
               10  SC-PT-EXPRS         PIC 9(09).
               10  FILLER              PIC X(01).
               10  SC-PT-GROUPS        PIC 9(04).
