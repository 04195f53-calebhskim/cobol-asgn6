      *****************************************************************
      *    COPYBOOK:   OPER-SEC
      *    PURPOSE:    RECORD LAYOUT OF THE OPERSEC INDEXED OPERATOR
      *                SECURITY MASTER, ONE ROW PER USER ID ALLOWED
      *                TO SIGN ON TO THE ONLINE PROGRAMS. EACH ROW
      *                CARRIES THE OPERATOR'S NAME, WHETHER THE ID IS
      *                ACTIVE OR REVOKED, AND A Y/N FLAG FOR EACH
      *                ROLE THE OPERATOR HOLDS:
      *                    1  ENTRY        - EXPR-ENTRY
      *                    2  APPROVAL     - APPR-REVIEW (SUPERVISOR)
      *                    3  SUSP CANCEL  - SUSP-MAINT CANCEL
      *                    4  DEFN MAINT   - EXPR-DEFN-MAINT ADD/CHG/DEA
      *                OS-ROLE-FLAG VIEWS THE SAME FOUR FLAGS AS A
      *                TABLE SUBSCRIPTED BY THE ROLE NUMBER
      *                SC-ROLE-NO CARRIES (SECURITY-CALL COPYBOOK).
      *                A REVOKED ROW IS KEPT, NOT DELETED, SO THE
      *                VIOLATION LOG ALWAYS RESOLVES TO A NAME.
      *                MAINTAINED ONLY BY THE OPER-SEC-MAINT BATCH
      *                PROGRAM; READ BY SECURITY-CHECK.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *****************************************************************
       01  OPER-SEC-RECORD.
           05  OS-OPERATOR-ID          PIC X(08).
           05  OS-OPERATOR-NAME        PIC X(30).
           05  OS-STATUS               PIC X(01).
               88  OS-ACTIVE                      VALUE "A".
               88  OS-REVOKED                     VALUE "R".
           05  OS-ROLES.
               10  OS-ROLE-ENTRY       PIC X(01).
               10  OS-ROLE-APPROVE     PIC X(01).
               10  OS-ROLE-SUSP-CANCEL PIC X(01).
               10  OS-ROLE-DEFN-MAINT  PIC X(01).
           05  OS-ROLE-TABLE REDEFINES OS-ROLES.
               10  OS-ROLE-FLAG        PIC X(01) OCCURS 4 TIMES.
                   88  OS-ROLE-HELD               VALUE "Y".
           05  OS-ADDED-TS             PIC X(14).
           05  OS-CHANGED-TS           PIC X(14).
           05  OS-CHANGED-BY           PIC X(08).
