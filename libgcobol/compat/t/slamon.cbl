      *  time, or finished but took longer than it should.  Run it
      *  on a timer through the night; the first sign of a slipping
      *  window stops being a human noticing at 06:00.
      *
      *  A step the chain controller retries leaves one start/end
      *  pair per attempt.  The job's clock runs from its first
      *  start of the night, so the time lost to failed attempts
      *  and backoffs counts against the SLA; a start after an end
      *  puts the job back to running; and every line and alert
      *  names the attempts taken once there is more than one.
        COPY posix-gettimeofday.
        COPY posix-localtime.

        77 Elapsed-Seconds     BINARY-DOUBLE.
        77 Ping-Status         BINARY-LONG SIGNED.
        77 Alert-Text          PIC X(200).
        77 Attempt-Note        PIC X(24).
        77 Attempt-Digits      PIC Z9.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
                 88 Job-Never-Started  VALUE 'N'.
                 88 Job-Started        VALUE 'S'.
                 88 Job-Finished       VALUE 'E'.
              10 Watch-Attempts    BINARY-LONG.

       PROCEDURE DIVISION.

                    Move ZERO to Watch-Start-Epoch(Sla-Count)
                    Move ZERO to Watch-End-Epoch(Sla-Count)
                    Move 'N' to Watch-Seen(Sla-Count)
                    Move ZERO to Watch-Attempts(Sla-Count)
                 End-If
           End-Read.


           If Watch-Job(Sla-Idx) = RH-JOB-NAME
              If RH-EVENT = 'S'
                 If Watch-Start-Epoch(Sla-Idx) = ZERO
                    Move RH-EPOCH to Watch-Start-Epoch(Sla-Idx)
                 End-If
                 Add 1 to Watch-Attempts(Sla-Idx)
                 Move 'S' to Watch-Seen(Sla-Idx)
              Else
                 If RH-EVENT = 'E'
                    Move RH-EPOCH to Watch-End-Epoch(Sla-Idx)

       3000-JUDGE-ONE-JOB.

           Move Spaces to Attempt-Note.
           If Watch-Attempts(Sla-Idx) > 1
              Move Watch-Attempts(Sla-Idx) to Attempt-Digits
              String ' (' Function Trim(Attempt-Digits)
                     ' attempts)'
                     Delimited By Size
                Into Attempt-Note
           End-If.

           Evaluate True
              When Job-Never-Started(Sla-Idx)
                 If Now-Hhmmss > Watch-Start-By(Sla-Idx)
                    String 'SLA RUNNING LONG: '
                           Function Trim(Watch-Job(Sla-Idx))
                           ' still running past its normal elapsed'
                           Attempt-Note
                           Delimited By Size
                      Into Alert-Text
                    Perform 4000-RAISE-ALERT
                    Display '    RUNNING: '
                            Function Trim(Watch-Job(Sla-Idx))
                            ' within normal elapsed'
                            Function Trim(Attempt-Note Trailing)
                 End-If
              When Job-Finished(Sla-Idx)
                 Compute Elapsed-Seconds =
                    String 'SLA RAN LONG: '
                           Function Trim(Watch-Job(Sla-Idx))
                           ' exceeded its typical duration'
                           Attempt-Note
                           Delimited By Size
                      Into Alert-Text
                    Perform 4000-RAISE-ALERT
                    Display '    DONE:    '
                            Function Trim(Watch-Job(Sla-Idx))
                            ' in ' Elapsed-Seconds ' seconds'
                            Function Trim(Attempt-Note Trailing)
                 End-If
           End-Evaluate.

