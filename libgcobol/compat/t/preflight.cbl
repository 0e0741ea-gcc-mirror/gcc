      *  the sender's companion trigger file must be present and its
      *  declared size and checksum must match the bytes on disk,
      *  so a half-written transfer never passes preflight.
      *
      *  Each feed expected today also leaves its delivery verdict
      *  on the feed-event ledger through CBL_FEED_EVENT, for the
      *  monthly partner scorecard: ONTIME when the file landed
      *  before today or today at or before the catalog's delivery
      *  deadline (HHMM; blank means any time today), LATE when it
      *  landed after it, MISSING when a required feed is absent or
      *  what is there is stale.  An optional feed that did not
      *  come is not held against the partner.
        COPY posix-errno.
        COPY posix-gettimeofday.
        COPY posix-localtime.
           05  CAT-REQUIRED-FLAG    PIC X(01).
           05  CAT-DAYS-EXPECTED    PIC X(07).
           05  CAT-TRIGGER-FLAG     PIC X(01).
           05  CAT-DEADLINE         PIC X(04).

       FD  RETRANS-FILE.
       01  RETRANS-RECORD.
           05 Cal-Epoch             BINARY-DOUBLE.
           05 Cal-Business-Seconds  BINARY-DOUBLE.
        77 Today-Weekday     BINARY-LONG.
        77 Today-Date        PIC 9(08).
        77 Arrival-Epoch     BINARY-LONG.
        77 Arrival-Date      PIC 9(08).
        77 Arrival-Time      PIC 9(04).
        77 Event-Status      BINARY-LONG SIGNED.

      * CBL_FEED_EVENT request block.
        01 Event-Request.
           05 Event-Kind            PIC X(08) VALUE 'ARRIVAL'.
           05 Event-Outcome         PIC X(08).
           05 Event-Count-1         PIC 9(10).
           05 Event-Count-2         PIC 9(10).
        01 Arrival-Tm.
           COPY tm.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
              10 Expected-Feed-Days     PIC X(07).
              10 Expected-Feed-Trigger  PIC X(01).
                 88 Feed-Needs-Trigger      VALUE 'T'.
              10 Expected-Feed-Deadline PIC X(04).

      * CBL_CHECK_FILE_EXIST, with the raw 8-byte modification stamp
      * also reachable as the epoch seconds it really is.
      *    tm_wday is 0-origin Sunday; the catalog's day string is
      *    subscripted 1-7 Sunday through Saturday.
           Compute Today-Weekday = tm_wday of Now-Tm + 1.
           Compute Today-Date = (tm_year of Now-Tm + 1900) * 10000
                              + (tm_mon  of Now-Tm + 1) * 100
                              +  tm_mday of Now-Tm.

           Perform 1100-LOAD-FEED-CATALOG.

                      to Expected-Feed-Days(Feed-Count)
                    Move CAT-TRIGGER-FLAG
                      to Expected-Feed-Trigger(Feed-Count)
                    Move CAT-DEADLINE
                      to Expected-Feed-Deadline(Feed-Count)
                 Else
                    Display '*** Feed catalog has more than '
                            Max-Feeds ' entries - extras ignored'
                      Function Trim(Expected-Feed-Path(Feed-Idx))
                      ' - not expected today'
           Else
              Move Spaces to Event-Outcome
              Move ZERO to Event-Count-1 Event-Count-2
              Perform 2100-CHECK-PRESENT-FEED
              If Event-Outcome Not = Spaces
                 Perform 2300-RECORD-ARRIVAL
              End-If
           End-If.

       2100-CHECK-PRESENT-FEED.
                         ' - errno ' Function posix-errno(Err-Msg)
                         ': ' Err-Msg
                 Add 1 to Exception-Count
                 Move 'MISSING' to Event-Outcome
              End-If
           Else
              Perform 2200-CHECK-AGE-AND-SIZE
                         ' - ' Feed-Age-Seconds ' seconds old (max '
                         Expected-Feed-Max-Age(Feed-Idx) ')'
                 Add 1 to Exception-Count
                 Move 'MISSING' to Event-Outcome
              When FI-FILE-SIZE-IN-BYTES
                   < Expected-Feed-Min-Size(Feed-Idx)
                 Display '*** SHORT:   '
                         ' - ' FI-FILE-SIZE-IN-BYTES ' bytes (minimum '
                         Expected-Feed-Min-Size(Feed-Idx) ')'
                 Add 1 to Exception-Count
                 Perform 2250-TIME-THE-ARRIVAL
              When Other
                 Display '    OK:      '
                         Function Trim(Expected-Feed-Path(Feed-Idx))
                 If Feed-Needs-Trigger(Feed-Idx)
                    Perform 2150-CHECK-FEED-READY
                 End-If
                 Perform 2250-TIME-THE-ARRIVAL
           End-Evaluate.

       2250-TIME-THE-ARRIVAL.

      *    The file's own modification stamp is the arrival time.
           Move FI-FILE-MOD-EPOCH to Arrival-Epoch.
           Move Function posix-localtime(Arrival-Epoch, Arrival-Tm)
             to status-code.
           Compute Arrival-Date = (tm_year of Arrival-Tm + 1900) * 10000
                                + (tm_mon  of Arrival-Tm + 1) * 100
                                +  tm_mday of Arrival-Tm.
           Compute Arrival-Time = tm_hour of Arrival-Tm * 100
                                + tm_min  of Arrival-Tm.
           Move Arrival-Time to Event-Count-1.

           Evaluate True
              When Arrival-Date < Today-Date
                 Move 'ONTIME' to Event-Outcome
              When Expected-Feed-Deadline(Feed-Idx) Not Numeric
                 Move 'ONTIME' to Event-Outcome
              When Arrival-Time > Expected-Feed-Deadline(Feed-Idx)
                 Move 'LATE' to Event-Outcome
                 Display '    LATE:    '
                         Function Trim(Expected-Feed-Path(Feed-Idx))
                         ' - arrived ' Arrival-Time ' (deadline '
                         Expected-Feed-Deadline(Feed-Idx) ')'
              When Other
                 Move 'ONTIME' to Event-Outcome
           End-Evaluate.

       2300-RECORD-ARRIVAL.

           Call "CBL_FEED_EVENT"
                using Expected-Feed-Path(Feed-Idx), Event-Request
                returning Event-Status.
           If Event-Status Not = ZERO
              Display '    NOTE:    feed-event ledger not written for '
                      Function Trim(Expected-Feed-Path(Feed-Idx))
           End-If.

       5000-REPORT-AWAITING-RETRANS.

      *    Standing generation gaps the validator raised: reported
