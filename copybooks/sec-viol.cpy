      *****************************************************************
      *    COPYBOOK:   SEC-VIOL
      *    PURPOSE:    RECORD LAYOUT OF THE SECVIOL SECURITY VIOLATION
      *                LOG - ONE RECORD APPENDED BY SECURITY-CHECK FOR
      *                EVERY REFUSED ATTEMPT AT AN ONLINE PROGRAM:
      *                WHEN, WHICH OPERATOR ID (AS TYPED), WHICH
      *                PROGRAM AND ACTION, THE ROLE THE ACTION NEEDED,
      *                THE KEY OF THE ROW BEING ACTED ON, AND WHY IT
      *                WAS REFUSED:
      *                    NOTONFIL  ID NOT ON THE OPERSEC MASTER
      *                    REVOKED   ID ON FILE BUT REVOKED
      *                    NOROLE    ID ACTIVE BUT LACKS THE ROLE
      *                    OWNENTRY  SUPERVISOR APPROVING OWN ENTRY
      *                READ BY ACCESS-REPORT. FIELDS ARE
      *                SPACE-SEPARATED LIKE THE RUNLOG RECORD.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *****************************************************************
       01  SEC-VIOL-RECORD.
           05  SV-VIOL-TS              PIC X(14).
           05  FILLER                  PIC X(01).
           05  SV-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  SV-PROGRAM              PIC X(15).
           05  FILLER                  PIC X(01).
           05  SV-ACTION               PIC X(10).
           05  FILLER                  PIC X(01).
           05  SV-ROLE-NAME            PIC X(12).
           05  FILLER                  PIC X(01).
           05  SV-SUBJECT              PIC X(24).
           05  FILLER                  PIC X(01).
           05  SV-REASON-CODE          PIC X(08).
               88  SV-NOT-ON-FILE                 VALUE "NOTONFIL".
               88  SV-REVOKED                     VALUE "REVOKED".
               88  SV-NO-ROLE                     VALUE "NOROLE".
               88  SV-OWN-ENTRY                   VALUE "OWNENTRY".
           05  FILLER                  PIC X(01).
           05  SV-REASON-TEXT          PIC X(40).
