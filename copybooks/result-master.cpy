      *                     PENDAPPR APPROVAL STEP, AND THE APPROVING
      *                     SUPERVISOR'S ID RIDES THE ROW. SPACES ON
      *                     BATCH ROWS.
      *    2026-10-14 DM    RM-ROUND-POLICY ADDED (THE POLICY THE
      *                     EVALUATOR APPLIED, FROM RO-ROUND-POLICY)
      *                     SO A ROW CAN BE RECOMPUTED EXACTLY AS IT
      *                     FIRST PRICED. RM-ORIG-RESULT-TEXT AND
      *                     RM-RESTATE-ID ADDED FOR RATE-RESTATE: A
      *                     RESTATED ROW CARRIES RM-STATUS "RESTATED",
      *                     THE NEW VALUE IN RM-RESULT-TEXT, THE VALUE
      *                     IT ORIGINALLY POSTED AT IN
      *                     RM-ORIG-RESULT-TEXT, AND THE RESTATEMENT
      *                     RUN THAT CHANGED IT. SPACES ON A ROW THAT
      *                     HAS NEVER BEEN RESTATED.
      *    2026-10-14 DM    RM-SETTLE-STATUS, RM-SETTLE-DATE AND
      *                     RM-GL-REASON ADDED FOR GL-ACK-RECON, WHICH
      *                     MATCHES THE G/L INTAKE'S ACKNOWLEDGMENT FILE
      *                     BACK TO SETTLEXT: "SETTLED" (BOOKED BY THE
      *                     G/L), "GLREJECT" (REFUSED, WITH THE G/L'S
      *                     REASON) OR "NOACK" (SENT BUT NEVER
      *                     ACKNOWLEDGED), AND THE DATE THE
      *                     ACKNOWLEDGMENT WAS RECONCILED. SPACES ON A
      *                     ROW THAT HAS NOT BEEN THROUGH A
      *                     RECONCILIATION - INCLUDING A ROW RESULT-POST
      *                     HAS JUST REPLACED, WHOSE NEW VALUE HAS NOT
      *                     REACHED THE LEDGER.
      *    2026-10-14 DM    RM-SETTLE-STATUS "RESTSETL": RATE-RESTATE
      *                     REPRICED THE ROW AFTER IT HAD BEEN THROUGH
      *                     A RECONCILIATION. THE LEDGER STILL HOLDS
      *                     THE ORIGINAL VALUE (RM-ORIG-RESULT-TEXT) AND
      *                     THE DELTA HAS NOT BEEN BOOKED.
      *****************************************************************
       01  RESULT-MASTER-RECORD.
           05  RM-KEY.
           05  RM-RUN-ID               PIC X(15).
           05  RM-RESULT-TEXT          PIC X(20).
           05  RM-APPROVER-ID          PIC X(08).
           05  RM-ROUND-POLICY         PIC X(03).
           05  RM-ORIG-RESULT-TEXT     PIC X(20).
           05  RM-RESTATE-ID           PIC X(15).
           05  RM-SETTLE-STATUS        PIC X(08).
               88  RM-SETTLED                     VALUE "SETTLED".
               88  RM-GL-REJECTED                 VALUE "GLREJECT".
               88  RM-NOT-ACKNOWLEDGED            VALUE "NOACK".
               88  RM-RESTATED-AFTER-SETTLE       VALUE "RESTSETL".
           05  RM-SETTLE-DATE          PIC X(08).
           05  RM-GL-REASON            PIC X(20).
