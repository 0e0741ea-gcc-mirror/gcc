      *    - chain on-time percentage, average and worst completion
      *      time of night (run-history ledger, judged against the
      *      CHAIN-SLA-DEADLINE site key),
      *    - runs, failed runs, and retry attempts (every attempt
      *      of a step the chain controller retried has its own end
      *      record, so runs and failures count each try; retries
      *      are the end records whose attempt number is above 1),
      *    - clean and rejected feed records (the feed-profile
      *      history the anomaly step maintains),
      *    - alert volume by severity (the dated alert console
           05  RH-CPU-SYS-CS        PIC 9(10).
           05  RH-MAX-RSS-KB        PIC 9(10).
           05  RH-IO-BLOCKS         PIC 9(10).
           05  RH-ATTEMPT           PIC 9(02).

       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
              10 KP-MONTH         PIC 9(06).
              10 KP-RUNS          BINARY-LONG.
              10 KP-FAILED        BINARY-LONG.
              10 KP-RETRIES       BINARY-LONG.
              10 KP-NIGHTS        BINARY-LONG.
              10 KP-ON-TIME       BINARY-LONG.
              10 KP-SUM-FINISH    BINARY-DOUBLE.
                    If RH-RETURN-CODE Not = ZERO
                       Add 1 to KP-FAILED(Set-Idx)
                    End-If
                    If RH-ATTEMPT Numeric And RH-ATTEMPT > 1
                       Add 1 to KP-RETRIES(Set-Idx)
                    End-If
                    If Set-Idx = 1
                       Perform 1200-TRACK-ONE-NIGHT
                       Perform 1300-TRACK-ONE-CONSUMER
                  Delimited By Size Into Detail-Line.
           Perform 6900-SPOOL-THE-LINE.

           Move KP-RETRIES(1) to Num-Displayed.
           Move KP-RETRIES(2) to Num2-Displayed.
           Move Spaces to Detail-Line.
           String 'RETRY ATTEMPTS                '
                  Num-Displayed '   ' Num2-Displayed
                  Delimited By Size Into Detail-Line.
           Perform 6900-SPOOL-THE-LINE.

           Move KP-CLEAN-RECS(1) to Num-Displayed.
           Move KP-CLEAN-RECS(2) to Num2-Displayed.
           Move Spaces to Detail-Line.
