       >>PUSH SOURCE FORMAT
       >>SOURCE FIXED

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      *
      *  CALL "CBL_ALERT_RUNBOOK" using     ALERT-CODE
      *                                     RUNBOOK-ENTRY
      *                           returning RETURN-CODE
      *
      *  Looks an alert code up in the operator runbook catalog
      *  (ALERT-RUNBOOK-PATH) and hands back what the operator is
      *  to do about it: a title, the numbered steps in order, the
      *  escalation contact, and whether the chain may continue
      *  while the alert stands ('Y') or must stay held until it is
      *  resolved ('N').  CBL_RAISE_ALERT says what went wrong; the
      *  runbook says what to do, on the console, at 03:00.
      *
      *  Catalog, one fixed line per record, grouped by code:
      *
      *    code (8), 'H', continue flag (1), contact (60), title (60)
      *    code (8), 'S', step number (2 digits), step text (120)
      *
      *  Steps come back ordered by step number however the lines
      *  were entered; at most 20 per code.
      *
      *  RETURN-CODE: 0 found, 1 no runbook entry for the code,
      *  2 catalog unreadable.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_ALERT_RUNBOOK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       >>Define Constant ALERT-RUNBOOK as "/tmp/gcobol-runbook.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNBOOK-FILE
                  ASSIGN TO WS-RUNBOOK-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RUNBOOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNBOOK-FILE.
       01  RUNBOOK-RECORD.
           05  RB-CODE              PIC X(08).
           05  RB-KIND              PIC X(01).
               88  RB-IS-HEADER         VALUE 'H'.
               88  RB-IS-STEP           VALUE 'S'.
           05  RB-CONTINUE          PIC X(01).
           05  RB-CONTACT           PIC X(60).
           05  RB-TITLE             PIC X(60).
       01  RUNBOOK-STEP-RECORD.
           05  FILLER               PIC X(09).
           05  RB-STEP-NO           PIC 9(02).
           05  RB-STEP-TEXT         PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-RUNBOOK-PATH          PIC X(256).
       77  WS-RUNBOOK-STATUS        PIC X(02).
       77  WS-CONFIG-KEY            PIC X(32)
                                    VALUE 'ALERT-RUNBOOK-PATH'.
       77  WS-CONFIG-STATUS         PIC 9(8) COMP-5.
       77  WS-FOUND                 PIC X(01).
       77  WS-STEP-IDX              BINARY-LONG.
       77  WS-STEP-LIMIT            BINARY-LONG VALUE 20.
       01  WS-STEP-HOLD.
           05  WS-HOLD-NO           PIC 9(02).
           05  WS-HOLD-TEXT         PIC X(120).
       77  WS-SWAPPED               PIC X(01).

       LINKAGE SECTION.
       77  RETURN-CODE              PIC 9(8) COMP-5.
       01  ALERT-CODE               PIC X(08).
       01  RUNBOOK-ENTRY.
           05  RE-TITLE             PIC X(60).
           05  RE-CONTACT           PIC X(60).
           05  RE-CONTINUE          PIC X(01).
           05  RE-STEP-COUNT        PIC 9(02).
           05  RE-STEP OCCURS 20 TIMES.
               10  RE-STEP-NO       PIC 9(02).
               10  RE-STEP-TEXT     PIC X(120).

       PROCEDURE DIVISION USING ALERT-CODE, RUNBOOK-ENTRY,
                          RETURNING RETURN-CODE.

       0000-MAINLINE.

           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO RE-TITLE RE-CONTACT RE-CONTINUE.
           MOVE ZERO TO RE-STEP-COUNT.
           MOVE 'N' TO WS-FOUND.

           CALL "CBL_CONFIG_GET" USING WS-CONFIG-KEY,
                        WS-RUNBOOK-PATH, ALERT-RUNBOOK
                      RETURNING WS-CONFIG-STATUS.

           OPEN INPUT RUNBOOK-FILE.
           IF WS-RUNBOOK-STATUS NOT = '00'
              MOVE 2 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1000-READ-ONE-LINE
               UNTIL WS-RUNBOOK-STATUS NOT = '00'.
           CLOSE RUNBOOK-FILE.

           IF WS-FOUND = 'N'
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF.

      *    A short list - an exchange pass until nothing moves.
           MOVE 'Y' TO WS-SWAPPED.
           PERFORM 2000-ORDER-ONE-PASS
               UNTIL WS-SWAPPED = 'N'.

           GOBACK.

       1000-READ-ONE-LINE.

           READ RUNBOOK-FILE
              AT END
                 MOVE '10' TO WS-RUNBOOK-STATUS
                 EXIT PARAGRAPH
           END-READ.
           IF RB-CODE NOT = ALERT-CODE
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN RB-IS-HEADER
                 MOVE 'Y' TO WS-FOUND
                 MOVE RB-TITLE TO RE-TITLE
                 MOVE RB-CONTACT TO RE-CONTACT
                 MOVE RB-CONTINUE TO RE-CONTINUE
              WHEN RB-IS-STEP
                 AND RE-STEP-COUNT < WS-STEP-LIMIT
                 AND RB-STEP-NO IS NUMERIC
                 MOVE 'Y' TO WS-FOUND
                 ADD 1 TO RE-STEP-COUNT
                 MOVE RB-STEP-NO TO RE-STEP-NO(RE-STEP-COUNT)
                 MOVE RB-STEP-TEXT TO RE-STEP-TEXT(RE-STEP-COUNT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2000-ORDER-ONE-PASS.

           MOVE 'N' TO WS-SWAPPED.
           PERFORM 2100-ORDER-ONE-PAIR
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX >= RE-STEP-COUNT.

       2100-ORDER-ONE-PAIR.

           IF RE-STEP-NO(WS-STEP-IDX) > RE-STEP-NO(WS-STEP-IDX + 1)
              MOVE RE-STEP(WS-STEP-IDX) TO WS-STEP-HOLD
              MOVE RE-STEP(WS-STEP-IDX + 1) TO RE-STEP(WS-STEP-IDX)
              MOVE WS-STEP-HOLD TO RE-STEP(WS-STEP-IDX + 1)
              MOVE 'Y' TO WS-SWAPPED
           END-IF.

           END PROGRAM CBL_ALERT_RUNBOOK.

        >> POP SOURCE FORMAT
