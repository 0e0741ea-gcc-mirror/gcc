      *  what ran, this ledger says whether the numbers balance.
      *
      *  The ledger is append-only, one fixed-layout line per call,
      *  the same way CBL_AUDIT_LOG keeps its trail, and like the
      *  trail its location is site configuration (CTL-TOTALS-PATH),
      *  so each entity stream keeps its own ledger under its
      *  registry root.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       IDENTIFICATION DIVISION.
           05  LED-RUN-ID           PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-LEDGER-PATH           PIC X(256).
       77  WS-CONFIG-KEY            PIC X(32)
                                    VALUE 'CTL-TOTALS-PATH'.
       77  WS-CONFIG-STATUS         PIC 9(8) COMP-5.
       77  WS-FILE-STATUS           PIC X(02).
       77  WS-FUNC-STATUS           BINARY-LONG.
       77  WS-EPOCH-SECONDS         BINARY-LONG.
              MOVE SPACES TO LED-RUN-ID
           END-IF.

           CALL "CBL_CONFIG_GET" USING WS-CONFIG-KEY, WS-LEDGER-PATH,
                        CTL-TOTALS-PATH
                      RETURNING WS-CONFIG-STATUS.

           OPEN EXTEND LEDGER-FILE.
           IF WS-FILE-STATUS NOT = '00'
              OPEN OUTPUT LEDGER-FILE
