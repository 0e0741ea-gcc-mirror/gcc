      *  so a partition driver's workers are counted), peak resident
      *  KB, and filesystem blocks in/out - the numbers the nightly
      *  usage report ranks and trends.
      *
      *  The attempt number (GCOBOL_STEP_ATTEMPT from the chain
      *  controller, 01 when absent) closes the record, matching
      *  the start record CBL_RUN_HEADER wrote for the same try,
      *  and the release id (GCOBOL_RELEASE_ID) follows it.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       IDENTIFICATION DIVISION.
           05  RH-CPU-SYS-CS        PIC 9(10).
           05  RH-MAX-RSS-KB        PIC 9(10).
           05  RH-IO-BLOCKS         PIC 9(10).
           05  RH-ATTEMPT           PIC 9(02).
           05  RH-RELEASE-ID        PIC X(16).

       WORKING-STORAGE SECTION.
       77  WS-HISTORY-PATH          PIC X(100).
           COPY rusagebuf.
       01  WS-CHILD-USAGE.
           COPY rusagebuf.
       77  WS-ATTEMPT-TEXT          PIC X(16).

       LINKAGE SECTION.
       77  RETURN-CODE              PIC 9(8) COMP-5.
                 + ru_oublock OF WS-SELF-USAGE
                 + ru_inblock OF WS-CHILD-USAGE
                 + ru_oublock OF WS-CHILD-USAGE.
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
