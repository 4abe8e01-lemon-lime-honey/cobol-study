      *================================================================
      *  CYCREQ   - CYCLE RUN LOG REQUEST AREA
      *
      *  COPY MEMBER FOR THE PARAMETER AREA PASSED TO THE CYCLELOG
      *  SUBPROGRAM.  THE CALLER FILLS IN THE FUNCTION, STEP, RUN
      *  MODE, PAY GROUP AND PERIOD (AND THE COUNTS AND COMPLETION
      *  CODE FOR AN END) AND CALLS "CYCLELOG" USING CYCLE-REQUEST.
      *  A PAY GROUP OF SPACES MATCHES ANY GROUP, LIKE THE RUN MODE,
      *  AND A LOG RECORD WITH NO GROUP MATCHES ANY REQUEST.
      *
      *     C  CHECK       - REPORT THE CURRENT STATE OF THE STEP AND
      *                      RUN MODE FOR THE PERIOD IN CQ-RESULT.  A
      *                      RUN MODE OF SPACES MATCHES ANY MODE.
      *     S  START       - LOG THE STEP AS STARTED ("R" RUNNING).
      *     E  END         - LOG THE STEP AS ENDED.  THE STATUS COMES
      *                      FROM THE COMPLETION CODE: 0 COMPLETE,
      *                      UNDER 8 WARNING, 8 AND OVER FAILED.
      *     L  LAST PERIOD - RETURN IN CQ-FOUND-PERIOD THE LATEST
      *                      PERIOD IN THE YEAR OF CQ-PERIOD-END FOR
      *                      WHICH THE STEP AND RUN MODE WAS LOGGED,
      *                      CLEAN OR NOT (ZERO WHEN THERE IS NONE).
      *
      *  A CHECK ALSO RETURNS THE DATE, TIME AND COMPLETION CODE OF THE
      *  DECIDING LOG RECORD AND A SHORT TEXT FOR THE REFUSAL MESSAGE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ------------------------------------------
      *  2026-10-15 DO    ORIGINAL VERSION.
      *  2026-10-15 DO    ADDED CQ-PAY-GROUP.  EVERY CALLER SETS IT -
      *                   SPACES WHEN THE STEP IS NOT RUN BY GROUP.
      *================================================================
       01  CYCLE-REQUEST.
           05  CQ-FUNCTION                 PIC X(01).
               88  CQ-FUNC-CHECK                        VALUE "C".
               88  CQ-FUNC-START                        VALUE "S".
               88  CQ-FUNC-END                          VALUE "E".
               88  CQ-FUNC-LAST-PERIOD                  VALUE "L".
           05  CQ-STEP-NAME                PIC X(08).
           05  CQ-RUN-MODE                 PIC X(05).
           05  CQ-PAY-GROUP                PIC X(02).
           05  CQ-PERIOD-END               PIC 9(08).
           05  CQ-RECORDS-IN               PIC 9(07).
           05  CQ-RECORDS-OUT              PIC 9(07).
           05  CQ-COMPLETION-CODE          PIC 9(03).
           05  CQ-RESULT                   PIC X(01).
               88  CQ-STEP-OK                           VALUE "Y".
               88  CQ-STEP-MISSING                      VALUE "M".
               88  CQ-STEP-RUNNING                      VALUE "R".
               88  CQ-STEP-FAILED                       VALUE "F".
           05  CQ-RESULT-TEXT              PIC X(20).
           05  CQ-LAST-DATE                PIC 9(08).
           05  CQ-LAST-TIME                PIC 9(06).
           05  CQ-LAST-CODE                PIC 9(03).
           05  CQ-FOUND-PERIOD             PIC 9(08).
