      *****************************************************************
      *    COPYBOOK:   CYCLE-CALL
      *    PURPOSE:    PARAMETER AREA PASSED TO THE CYCLE-STEP
      *                CONTAINED PROGRAM (CYCLE-UTILITIES COPYBOOK) BY
      *                EACH STEP OF THE NIGHTLY CHAIN. THE CALLER SETS
      *                CC-FUNCTION (START BEFORE IT OPENS ANYTHING, END
      *                AS ITS LAST ACT, OR CHECK WHEN IT CARRIES ON A
      *                STEP ANOTHER JOB STARTED), ITS OWN CC-STEP-NO
      *                AND, ON END, ITS RETURN CODE IN CC-STEP-RC.
      *                CC-BUS-DATE MAY BE LEFT SPACES ON START -
      *                CYCLE-STEP THEN FILLS IT FROM THE CYCPARM CARD
      *                (OR TODAY'S DATE). ON
      *                RETURN CC-STATUS IS "00" WHEN THE STEP MAY GO
      *                AHEAD (OR THE END WAS RECORDED), "12" WHEN
      *                CYCLE CONTROL REFUSES THE START, THE CHECK OR
      *                THE END (A STEP THAT IS NOT RUNNING); ANYTHING
      *                ELSE IS A CYCLECTL I/O STATUS (OR "99" FOR A BAD
      *                CYCPARM DATE) ALREADY REPORTED ON THE CONSOLE.
      *                COPIED INTO
      *                WORKING-STORAGE BY CALLERS AND INTO THE LINKAGE
      *                SECTION OF CYCLE-STEP.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *    2026-10-14 DM    CC-CHECK ADDED FOR A JOB THAT CARRIES ON A
      *                     STEP ANOTHER JOB STARTED (STACK-MERGE AFTER
      *                     STACK-SPLIT). END IS NOW REFUSED WITH "12"
      *                     FOR A STEP THAT IS NOT RUNNING.
      *****************************************************************
       01  CYCLE-CALL.
           05  CC-FUNCTION             PIC X(05).
               88  CC-START                       VALUE "START".
               88  CC-END                         VALUE "END".
               88  CC-CHECK                       VALUE "CHECK".
           05  CC-STEP-NO              PIC 9(01).
               88  CC-STEP-GENERATE               VALUE 1.
               88  CC-STEP-STACK-TEST             VALUE 2.
               88  CC-STEP-POST                   VALUE 3.
               88  CC-STEP-VARIANCE               VALUE 4.
               88  CC-STEP-SETTLE                 VALUE 5.
           05  CC-BUS-DATE             PIC X(08).
           05  CC-STEP-RC              PIC 9(04).
           05  CC-STATUS               PIC X(02).
               88  CC-GO-AHEAD                    VALUE "00".
               88  CC-REFUSED                     VALUE "12".
