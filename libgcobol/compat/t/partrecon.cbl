      *  CTL-AMT-LENGTH (default 0 - counts only).  Every
      *  difference is reported: partner says / we counted, per
      *  category, both directions.
      *
      *  A night that does not reconcile is also kept against the
      *  partner: a CTLMISM event, carrying the number of
      *  differences, goes to the feed-event ledger through
      *  CBL_FEED_EVENT under the delivered feed's name
      *  (FEED-IN-PATH), for the monthly partner scorecard.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-partner-recon.
       OBJECT-COMPUTER.
           GNU-Linux.

       >>Define Constant FEED-IN-PATH as "/tmp/feeds/daily-txn.dat"
       >>Define Constant CLEAN-PATH as "/tmp/feeds/daily-txn.cln"
       >>Define Constant CONTROL-PATH as "/tmp/feeds/daily-txn.ctl"

        77 Cnt-Displayed       PIC Z(7)9.
        77 Amt-Displayed       PIC Z(14)9.
        77 Footer-Status       BINARY-LONG SIGNED.
        77 Feed-Path           PIC X(100).
        77 Event-Status        BINARY-LONG SIGNED.

      * CBL_FEED_EVENT request block.
        01 Event-Request.
           05 Event-Kind          PIC X(08) VALUE 'CTLMISM'.
           05 Event-Outcome       PIC X(08) VALUE SPACES.
           05 Event-Count-1       PIC 9(10) VALUE ZERO.
           05 Event-Count-2       PIC 9(10) VALUE ZERO.

       PROCEDURE DIVISION.

                                        CLEAN-PATH
                      returning Config-Status.
           Move Config-Value to Clean-File-Path.
           Move 'FEED-IN-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        FEED-IN-PATH
                      returning Config-Status.
           Move Config-Value to Feed-Path.
           Move 'CTL-FILE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CONTROL-PATH
              Display '*** ' Mismatch-Count ' reconciliation '
                      'failure(s) - the feed does not match the '
                      'partner''s own numbers'
              Move Mismatch-Count to Event-Count-1
              Move Records-Read to Event-Count-2
              Call "CBL_FEED_EVENT" using Feed-Path, Event-Request
                   returning Event-Status
              Call "CBL_RUN_FOOTER" using 'gcobol-partner-recon'
                   by value 1, Records-Read, 0
                   returning Footer-Status
