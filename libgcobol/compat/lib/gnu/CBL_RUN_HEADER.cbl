      *  is the single place to answer "did the master update run
      *  last Saturday and how long did it take", which used to mean
      *  digging through spooled output.
      *
      *  Each record carries the attempt number the chain
      *  controller exports in GCOBOL_STEP_ATTEMPT (01 outside a
      *  chain, or on a step's first try), so a retried step leaves
      *  one start/end pair per attempt and the monitors count
      *  retries instead of mistaking them for duplicate runs.  The
      *  start record zero-fills the usage fields only the end
      *  record measures, keeping the attempt in the same columns.
      *  The release id the controller exports in GCOBOL_RELEASE_ID
      *  - the approved-release manifest entry the step's binary
      *  matched - follows it (blank outside a chain), so every
      *  start record says which approved build ran.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       IDENTIFICATION DIVISION.
           05  RH-RECORDS-IN        PIC 9(10).
           05  RH-RECORDS-OUT       PIC 9(10).
           05  RH-RUN-ID            PIC X(40).
           05  RH-CPU-USER-CS       PIC 9(10).
           05  RH-CPU-SYS-CS        PIC 9(10).
           05  RH-MAX-RSS-KB        PIC 9(10).
           05  RH-IO-BLOCKS         PIC 9(10).
           05  RH-ATTEMPT           PIC 9(02).
           05  RH-RELEASE-ID        PIC X(16).
       WORKING-STORAGE SECTION.
       77  WS-HISTORY-PATH          PIC X(100).
       77  WS-CONFIG-KEY            PIC X(32).
       77  WS-ENV-IDX               BINARY-LONG.
       77  WS-GETENV-STATUS         BINARY-LONG.
       77  WS-ENV-VALUE             PIC X(1024).
       77  WS-ATTEMPT-TEXT          PIC X(16).

       LINKAGE SECTION.
       77  RETURN-CODE              PIC 9(8) COMP-5.
           MOVE ZERO TO RH-RECORDS-IN.
           MOVE ZERO TO RH-RECORDS-OUT.
           MOVE WS-THIS-RUN-ID TO RH-RUN-ID.
           MOVE ZERO TO RH-CPU-USER-CS.
           MOVE ZERO TO RH-CPU-SYS-CS.
           MOVE ZERO TO RH-MAX-RSS-KB.
           MOVE ZERO TO RH-IO-BLOCKS.
           MOVE 1 TO RH-ATTEMPT.
           MOVE FUNCTION posix-getenv('GCOBOL_STEP_ATTEMPT',
                                       WS-ATTEMPT-TEXT)
             TO WS-FUNC-STATUS.
           IF WS-FUNC-STATUS = ZERO
              AND WS-ATTEMPT-TEXT(1:2) NUMERIC
              AND WS-ATTEMPT-TEXT(1:2) NOT = '00'
              MOVE WS-ATTEMPT-TEXT(1:2) TO RH-ATTEMPT
           END-IF.
           MOVE FUNCTION posix-getenv('GCOBOL_RELEASE_ID',
                                       RH-RELEASE-ID)
             TO WS-FUNC-STATUS.
           IF WS-FUNC-STATUS NOT = ZERO
              MOVE SPACES TO RH-RELEASE-ID
           END-IF.

           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS NOT = '00'
