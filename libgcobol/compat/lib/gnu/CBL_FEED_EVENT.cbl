       >>PUSH SOURCE FORMAT
       >>SOURCE FIXED
      * Include the posix-gettimeofday, posix-localtime and
      * posix-getenv functions
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-getenv.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      *
      *  CALL "CBL_FEED_EVENT" using     FEED-NAME
      *                                  FE-REQUEST
      *                        returning RETURN-CODE
      *
      *  Appends one record to the shared feed-event ledger - the
      *  delivery evidence for one partner feed, kept as it happens
      *  instead of scrolling past in each step's console output.
      *  FEED-NAME is the feed's delivered path, as the feed catalog
      *  and CBL_FEED_GENERATION know it.  FE-EVENT says what
      *  happened:
      *
      *    'ARRIVAL'  preflight's verdict for a feed expected today;
      *               FE-OUTCOME 'ONTIME', 'LATE' or 'MISSING', and
      *               FE-COUNT-1 the arrival time HHMM when known
      *    'REPEAT'   a generation delivered again (FE-COUNT-1 the
      *               generation)
      *    'GAP'      generations skipped (FE-COUNT-1 how many)
      *    'REJECTS'  the night's validation (FE-COUNT-1 records
      *               rejected, FE-COUNT-2 records read)
      *    'HOLD'     the night held on a profile anomaly
      *    'CTLMISM'  the partner's control file disagreed
      *               (FE-COUNT-1 categories in difference)
      *    'GAPFILL'  a retransmission request sent to the partner
      *               (FE-COUNT-1 generations asked for)
      *
      *  Each record carries the processing date (CBL_PROCESSING_DATE
      *  when the chain has established one, otherwise the
      *  wall-clock date), the time and the run id.  The ledger is
      *  append-only like the control-totals ledger, and its
      *  location is site configuration (FEED-EVENT-PATH).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_FEED_EVENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime
           FUNCTION posix-getenv.

       >>Define Constant FEED-EVENT-PATH as "/tmp/gcobol-feed-event.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE
                  ASSIGN TO WS-LEDGER-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  FEV-DATE             PIC 9(08).
           05  FEV-TIME             PIC 9(06).
           05  FEV-FEED             PIC X(100).
           05  FEV-EVENT            PIC X(08).
           05  FEV-OUTCOME          PIC X(08).
           05  FEV-COUNT-1          PIC 9(10).
           05  FEV-COUNT-2          PIC 9(10).
           05  FEV-RUN-ID           PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-LEDGER-PATH           PIC X(256).
       77  WS-CONFIG-KEY            PIC X(32)
                                    VALUE 'FEED-EVENT-PATH'.
       77  WS-CONFIG-STATUS         PIC 9(8) COMP-5.
       77  WS-FILE-STATUS           PIC X(02).
       77  WS-FUNC-STATUS           BINARY-LONG.
       77  WS-EPOCH-SECONDS         BINARY-LONG.
       01  WS-NOW-TIMEVAL.
           COPY timeval.
       01  WS-NOW-TM.
           COPY tm.
       77  WS-PD-STATUS             BINARY-LONG SIGNED.
       01  WS-PD-REQUEST.
           05  WS-PD-FUNCTION       PIC X(01).
           05  WS-PD-DATE           PIC 9(08).

       LINKAGE SECTION.
       77  RETURN-CODE              PIC 9(8) COMP-5.
       01  FEED-NAME                PIC X ANY LENGTH.
       01  FE-REQUEST.
           05  FE-EVENT             PIC X(08).
           05  FE-OUTCOME           PIC X(08).
           05  FE-COUNT-1           PIC 9(10).
           05  FE-COUNT-2           PIC 9(10).

       PROCEDURE DIVISION USING FEED-NAME, FE-REQUEST,
                          RETURNING RETURN-CODE.

           MOVE ZERO TO RETURN-CODE.

           IF FE-EVENT = SPACES OR FEED-NAME = SPACES
              MOVE 2 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE FUNCTION posix-gettimeofday(WS-NOW-TIMEVAL)
             TO WS-FUNC-STATUS.
           MOVE tv_sec OF WS-NOW-TIMEVAL TO WS-EPOCH-SECONDS.
           MOVE FUNCTION posix-localtime(WS-EPOCH-SECONDS, WS-NOW-TM)
             TO WS-FUNC-STATUS.

           COMPUTE FEV-DATE =
                   (tm_year OF WS-NOW-TM + 1900) * 10000
                 + (tm_mon  OF WS-NOW-TM + 1)    * 100
                 +  tm_mday OF WS-NOW-TM.
           COMPUTE FEV-TIME =
                   tm_hour OF WS-NOW-TM * 10000
                 + tm_min  OF WS-NOW-TM * 100
                 + tm_sec  OF WS-NOW-TM.
           MOVE 'G' TO WS-PD-FUNCTION.
           MOVE ZERO TO WS-PD-DATE.
           CALL "CBL_PROCESSING_DATE" USING WS-PD-REQUEST
                      RETURNING WS-PD-STATUS.
           IF WS-PD-STATUS = ZERO AND WS-PD-DATE NOT = ZERO
              MOVE WS-PD-DATE TO FEV-DATE
           END-IF.

           MOVE FEED-NAME       TO FEV-FEED.
           MOVE FE-EVENT        TO FEV-EVENT.
           MOVE FE-OUTCOME      TO FEV-OUTCOME.
           MOVE FE-COUNT-1      TO FEV-COUNT-1.
           MOVE FE-COUNT-2      TO FEV-COUNT-2.
           MOVE FUNCTION posix-getenv('GCOBOL_RUN_ID', FEV-RUN-ID)
             TO WS-FUNC-STATUS.
           IF WS-FUNC-STATUS NOT = ZERO
              MOVE SPACES TO FEV-RUN-ID
           END-IF.

           CALL "CBL_CONFIG_GET" USING WS-CONFIG-KEY, WS-LEDGER-PATH,
                        FEED-EVENT-PATH
                      RETURNING WS-CONFIG-STATUS.

           OPEN EXTEND LEDGER-FILE.
           IF WS-FILE-STATUS NOT = '00'
              OPEN OUTPUT LEDGER-FILE
           END-IF.

           IF WS-FILE-STATUS NOT = '00'
              MOVE 1 TO RETURN-CODE
           ELSE
              WRITE LEDGER-RECORD
              CLOSE LEDGER-FILE
           END-IF.

           GOBACK.

           END PROGRAM CBL_FEED_EVENT.

        >> POP SOURCE FORMAT
