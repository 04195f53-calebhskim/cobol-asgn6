      *****************************************************************
      *    COPYBOOK:   SECURITY-CALL
      *    PURPOSE:    PARAMETER AREA PASSED TO THE SECURITY-CHECK
      *                CONTAINED PROGRAM (SECURITY-UTILITIES COPYBOOK)
      *                BY EACH ONLINE PROGRAM AT SIGN-ON AND BEFORE
      *                EACH FUNCTION. THE CALLER SETS ITS PROGRAM
      *                NAME, THE ACTION BEING ATTEMPTED (SIGN-ON,
      *                APPROVE, CANCEL, ...), THE SIGNED-ON OPERATOR
      *                ID, THE ROLE THE ACTION NEEDS (ZERO = ANY
      *                ACTIVE OPERATOR, E.G. AN INQUIRY), THE KEY OF
      *                THE ROW BEING ACTED ON AND, WHERE THE OPERATOR
      *                MUST NOT BE THE ONE WHO CREATED THAT ROW, THE
      *                CREATOR'S ID IN SC-OWNER-ID (SPACES OTHERWISE).
      *                ON RETURN SC-STATUS IS "00" WHEN ACCESS IS
      *                GRANTED (SC-OPERATOR-NAME FILLED IN), "08" WHEN
      *                IT IS REFUSED - THE REASON HAS BEEN SHOWN ON
      *                THE CONSOLE AND LOGGED TO SECVIOL, AND
      *                SC-REASON-CODE SAYS WHY. ANYTHING ELSE IS AN
      *                OPERSEC OR SECVIOL I/O STATUS ALREADY REPORTED
      *                ON THE CONSOLE. COPIED INTO WORKING-STORAGE BY
      *                CALLERS AND INTO THE LINKAGE SECTION OF
      *                SECURITY-CHECK.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *****************************************************************
       01  SECURITY-CALL.
           05  SC-PROGRAM              PIC X(15).
           05  SC-ACTION               PIC X(10).
           05  SC-OPERATOR-ID          PIC X(08).
           05  SC-ROLE-NO              PIC 9(01).
               88  SC-ROLE-ANY                    VALUE 0.
               88  SC-ROLE-ENTRY                  VALUE 1.
               88  SC-ROLE-APPROVE                VALUE 2.
               88  SC-ROLE-SUSP-CANCEL            VALUE 3.
               88  SC-ROLE-DEFN-MAINT             VALUE 4.
           05  SC-SUBJECT              PIC X(24).
           05  SC-OWNER-ID             PIC X(08).
           05  SC-OPERATOR-NAME        PIC X(30).
           05  SC-REASON-CODE          PIC X(08).
           05  SC-STATUS               PIC X(02).
               88  SC-GRANTED                     VALUE "00".
               88  SC-REFUSED                     VALUE "08".
