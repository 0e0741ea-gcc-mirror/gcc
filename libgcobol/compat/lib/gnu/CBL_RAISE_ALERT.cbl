      *  than the escalation delay re-raises it through the same
      *  routes and refreshes its clock, until gcobol-alert-ack
      *  marks it acknowledged.
      *
      *  Every raise, whatever its severity and routes, is also
      *  appended to the alert history (date, time, severity, code)
      *  - the audit trail rotates nightly, and the monthly runbook
      *  review needs to know which codes were raised and when.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       IDENTIFICATION DIVISION.
       >>Define Constant CONSOLE-PATH as "/tmp/gcobol-console.log"
       >>Define Constant PENDING-PATH as "/tmp/gcobol-alerts.pend"
       >>Define Constant PENDING-LOCKFILE as "/tmp/gcobol-alerts.lck"
       >>Define Constant ALERT-HISTORY as "/tmp/gcobol-alert-hist.dat"
       >>Define Constant ESCALATE-SECS as 900

       INPUT-OUTPUT SECTION.
                  ASSIGN TO WS-PENDING-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PENDING-STATUS.
           SELECT HISTORY-FILE
                  ASSIGN TO WS-HISTORY-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PD-STATE             PIC X(01).
           05  PD-TEXT              PIC X(200).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  AH-DATE              PIC 9(08).
           05  AH-TIME              PIC 9(06).
           05  AH-SEVERITY          PIC X(01).
           05  AH-CODE              PIC X(08).
           05  AH-TEXT              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-POLICY-PATH           PIC X(100) VALUE ALERT-POLICY.
       77  WS-CONSOLE-PATH          PIC X(100) VALUE CONSOLE-PATH.
       77  WS-POLICY-STATUS         PIC X(02).
       77  WS-CONSOLE-STATUS        PIC X(02).
       77  WS-PENDING-STATUS        PIC X(02).
       77  WS-HISTORY-PATH          PIC X(100) VALUE ALERT-HISTORY.
       77  WS-HISTORY-STATUS        PIC X(02).
       77  WS-ESCALATE-SECS         BINARY-LONG VALUE ESCALATE-SECS.
       77  WS-FUNC-STATUS           BINARY-LONG.
       77  WS-CALL-STATUS           PIC 9(8) COMP-5.
           MOVE ALERT-CODE TO WS-ROUTED-CODE.
           MOVE ALERT-TEXT TO WS-ROUTED-TEXT.
           PERFORM 2000-ROUTE-THE-ALERT.
           PERFORM 2300-RECORD-IN-HISTORY.

      *    The pending ledger is appended here and rewritten below;
      *    concurrent raisers - the watchdog, the SLA monitor,
              CLOSE CONSOLE-FILE
           END-IF.

       2300-RECORD-IN-HISTORY.

           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
              OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS = '00'
              MOVE SPACES TO HISTORY-RECORD
              MOVE WS-TODAY-DATE TO AH-DATE
              COMPUTE AH-TIME = tm_hour OF WS-NOW-TM * 10000
                              + tm_min  OF WS-NOW-TM * 100
                              + tm_sec  OF WS-NOW-TM
              MOVE ALERT-SEVERITY TO AH-SEVERITY
              MOVE ALERT-CODE TO AH-CODE
              MOVE ALERT-TEXT TO AH-TEXT
              WRITE HISTORY-RECORD
              CLOSE HISTORY-FILE
           END-IF.

       3000-REMEMBER-AS-PENDING.

           OPEN EXTEND PENDING-FILE.
