      *  default 30).  A feed with fewer than three same-weekday
      *  history entries is noted but never held - a new feed must
      *  be allowed to build its own profile.
      *
      *  A night held here is also kept against the partner: a HOLD
      *  goes to the feed-event ledger through CBL_FEED_EVENT under
      *  the delivered feed's name (FEED-IN-PATH, as the validator
      *  reads it), for the monthly partner scorecard.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-mktime.
           FUNCTION posix-localtime
           FUNCTION posix-mktime.

       >>Define Constant FEED-IN-PATH as "/tmp/feeds/daily-txn.dat"
       >>Define Constant CLEAN-PATH as "/tmp/feeds/daily-txn.cln"
       >>Define Constant REJECT-PATH as "/tmp/feeds/daily-txn.rej"
       >>Define Constant PROFILE-PATH as "/tmp/gcobol-feed-prof.dat"
        77 Cnt-Displayed       PIC Z(7)9.
        77 Avg-Displayed       PIC Z(7)9.
        77 Footer-Status       BINARY-LONG SIGNED.
        77 Feed-Path           PIC X(100).
        77 Event-Status        BINARY-LONG SIGNED.

      * CBL_FEED_EVENT request block.
        01 Event-Request.
           05 Event-Kind          PIC X(08) VALUE 'HOLD'.
           05 Event-Outcome       PIC X(08) VALUE SPACES.
           05 Event-Count-1       PIC 9(10) VALUE ZERO.
           05 Event-Count-2       PIC 9(10) VALUE ZERO.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
                                        REJECT-PATH
                      returning Config-Status.
           Move Config-Value to Reject-File-Path.
           Move 'FEED-IN-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        FEED-IN-PATH
                      returning Config-Status.
           Move Config-Value to Feed-Path.
           Move 'PROFILE-TOLERANCE-PCT' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '30'
                      returning Audit-Status.

           If Anomaly-Count > ZERO
              Move Anomaly-Count to Event-Count-1
              Move Tonight-Records to Event-Count-2
              Call "CBL_FEED_EVENT" using Feed-Path, Event-Request
                   returning Event-Status
              Call "CBL_RUN_FOOTER" using 'gcobol-feed-profile'
                   by value 1, Tonight-Records, 0
                   returning Footer-Status
