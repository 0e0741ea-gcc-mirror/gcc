      *  as it reaches them) and runs for its average recorded
      *  duration; a step with no history simulates at five
      *  minutes, flagged in the listing.
      *
      *  Both networks are simulated for one business night, judged
      *  by each step's run-frequency code exactly as the controller
      *  judges it through CBL_BUSINESS_CALENDAR: a step not due
      *  that night takes no time and satisfies its successors.
      *  The night is the processing date unless GCOBOL_WHATIF_NIGHT
      *  names another - MONTH-END, QUARTER-END or YEAR-END (the
      *  last business day of the processing date's month, quarter
      *  or year) or an explicit YYYYMMDD - so the month-end chain
      *  can be sized on any afternoon.
        COPY posix-getenv.
        COPY posix-mktime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-chain-whatif.
       OBJECT-COMPUTER.
           GNU-Linux.
       REPOSITORY.
           FUNCTION posix-getenv
           FUNCTION posix-mktime.

       >>Define Constant RUN-HISTORY-PATH as "/tmp/gcobol-run-hist.dat"
       >>Define Constant JOB-NETWORK-PATH as "/tmp/gcobol-chain.net"
           05  NET-PREDECESSORS     PIC X(128).
           05  NET-CONTINUE-FLAG    PIC X(01).
           05  NET-OUTPUT-PATH      PIC X(100).
           05  NET-RUN-FREQUENCY    PIC X(01).
           05  NET-RUN-DAYS         PIC X(07).
           05  NET-RESOURCE-CLASS   PIC X(08).
           05  NET-MAX-ELAPSED      PIC 9(06).
           05  NET-RETRY-SAFE       PIC X(01).
           05  NET-RETRY-COUNT      PIC 9(01).
           05  NET-RETRY-BACKOFF    PIC 9(04).
           05  NET-RECOVERY-PROGRAM PIC X(100).

       WORKING-STORAGE SECTION.
        77 History-Path        PIC X(100) VALUE RUN-HISTORY-PATH.
        77 Env-Answer          PIC X(100).
        77 Getenv-Status       BINARY-LONG.

      *  The business night being simulated.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        77 Cal-Status          BINARY-LONG SIGNED.
        01 Cal-Request.
           05 Cal-Function          PIC X(01).
           05 Cal-Date              PIC 9(08).
           05 Cal-Epoch             BINARY-DOUBLE.
           05 Cal-Business-Seconds  BINARY-DOUBLE.
        01 Night-Date          PIC 9(08).
        01 Night-Date-Parts REDEFINES Night-Date.
           05 Night-Year       PIC 9(04).
           05 Night-Month      PIC 9(02).
           05 Night-Day        PIC 9(02).
        77 Night-Weekday       BINARY-LONG.
        77 Night-First-Bus     PIC X(01).
        77 Night-Last-Bus      PIC X(01).
        77 Night-Epoch         BINARY-LONG.
        01 Night-Tm.
           COPY tm.
        77 Not-Due-Count       BINARY-LONG.

      *  Average durations, shared by both simulations.
        77 Avg-Count           BINARY-LONG VALUE ZERO.
        77 Max-Avgs            BINARY-LONG VALUE 64.
              10 SM-PREDECESSORS  PIC X(128).
              10 SM-DURATION      BINARY-DOUBLE.
              10 SM-GUESSED       PIC X(01).
              10 SM-FREQUENCY     PIC X(01).
              10 SM-RUN-DAYS      PIC X(07).
              10 SM-DUE           PIC X(01).
              10 SM-START-OFF     BINARY-DOUBLE.
              10 SM-END-OFF       BINARY-DOUBLE.
              10 SM-PLACED        PIC X(01).
              Move Env-Answer to Candidate-Net-Path
           End-If.

           Perform 0500-CHOOSE-THE-NIGHT.
           Perform 0600-PROFILE-THE-NIGHT.
           Perform 1000-LOAD-THE-AVERAGES.

           Display ' '.
           End-Evaluate.
           Stop Run.

       0500-CHOOSE-THE-NIGHT.

      *    Outside a chain the processing-date service falls back to
      *    the business calendar, which is the right base here too.
           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.
           Move Pd-Date to Night-Date.

           Move Function posix-getenv('GCOBOL_WHATIF_NIGHT',
                                       Env-Answer)
             to Getenv-Status.
           If Getenv-Status Not = ZERO Or Env-Answer = Spaces
              Display 'Simulating the night of ' Night-Date
                      ' (processing date)'
              Exit Paragraph
           End-If.

           Evaluate True
              When Env-Answer = 'MONTH-END'
                 Perform 0550-LAST-BUSINESS-DAY
              When Env-Answer = 'QUARTER-END'
                 Compute Night-Month =
                         Night-Month + 2
                       - Function Mod(Night-Month + 2, 3)
                 Perform 0550-LAST-BUSINESS-DAY
              When Env-Answer = 'YEAR-END'
                 Move 12 to Night-Month
                 Perform 0550-LAST-BUSINESS-DAY
              When Env-Answer(1:8) Is Numeric
                 And Env-Answer(9:) = Spaces
                 Move Env-Answer(1:8) to Night-Date
              When Other
                 Display '*** GCOBOL_WHATIF_NIGHT '''
                         Function Trim(Env-Answer)
                         ''' is not MONTH-END, QUARTER-END, '
                         'YEAR-END or a YYYYMMDD date'
                 Stop Run With Error Status 1
           End-Evaluate.
           Display 'Simulating the night of ' Night-Date
                   ' (' Function Trim(Env-Answer) ')'.

       0550-LAST-BUSINESS-DAY.

      *    The business day before the first of the next month is
      *    the last business day of Night-Month.
           Move 'B' to Cal-Function.
           If Night-Month = 12
              Compute Cal-Date = (Night-Year + 1) * 10000 + 101
           Else
              Compute Cal-Date = Night-Year * 10000
                               + (Night-Month + 1) * 100 + 1
           End-If.
           Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                returning Cal-Status.
           Move Cal-Date to Night-Date.

       0600-PROFILE-THE-NIGHT.

      *    The same calendar facts the controller derives for its
      *    processing date.
           Move 'F' to Cal-Function.
           Compute Cal-Date = Night-Year * 10000
                            + Night-Month * 100 + 1.
           Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                returning Cal-Status.
           Move 'N' to Night-First-Bus.
           If Cal-Date = Night-Date
              Move 'Y' to Night-First-Bus
           End-If.

           Move 'B' to Cal-Function.
           If Night-Month = 12
              Compute Cal-Date = (Night-Year + 1) * 10000 + 101
           Else
              Compute Cal-Date = Night-Year * 10000
                               + (Night-Month + 1) * 100 + 1
           End-If.
           Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                returning Cal-Status.
           Move 'N' to Night-Last-Bus.
           If Cal-Date = Night-Date
              Move 'Y' to Night-Last-Bus
           End-If.

      *    tm_wday is 0-origin Sunday; the weekday mask is
      *    subscripted 1-7 Sunday through Saturday.
           Initialize Night-Tm.
           Compute tm_year of Night-Tm = Night-Year - 1900.
           Compute tm_mon  of Night-Tm = Night-Month - 1.
           Move Night-Day to tm_mday of Night-Tm.
           Move 12 to tm_hour of Night-Tm.
           Move -1 to tm_isdst of Night-Tm.
           Move Function posix-mktime(Night-Tm) to Night-Epoch.
           Compute Night-Weekday = tm_wday of Night-Tm + 1.

       1000-LOAD-THE-AVERAGES.

           Open Input HISTORY-FILE.
       2000-SIMULATE-ONE-NETWORK.

           Move ZERO to Step-Count.
           Move ZERO to Not-Due-Count.
           Open Input NETWORK-FILE.
           If Network-File-Status Not = '00'
              Display '*** cannot open '
                    Move NET-STEP-NAME to SM-NAME(Step-Count)
                    Move NET-PREDECESSORS
                      to SM-PREDECESSORS(Step-Count)
                    Move NET-RUN-FREQUENCY
                      to SM-FREQUENCY(Step-Count)
                    Move NET-RUN-DAYS to SM-RUN-DAYS(Step-Count)
                    Perform 2200-LOOK-UP-DURATION
                    Perform 2400-CHECK-THE-FREQUENCY
                    Move ZERO to SM-START-OFF(Step-Count)
                    Move ZERO to SM-END-OFF(Step-Count)
                    Move 'N' to SM-PLACED(Step-Count)
              Move ' ' to SM-GUESSED(Step-Count)
           End-If.

       2400-CHECK-THE-FREQUENCY.

      *    A step not due tonight launches nothing: it takes no
      *    time and its successors start as if it had finished.
           Move 'N' to SM-DUE(Step-Count).
           Evaluate SM-FREQUENCY(Step-Count)
              When Space
              When 'D'
                 Move 'Y' to SM-DUE(Step-Count)
              When 'F'
                 If Night-First-Bus = 'Y'
                    Move 'Y' to SM-DUE(Step-Count)
                 End-If
              When 'L'
                 If Night-Last-Bus = 'Y'
                    Move 'Y' to SM-DUE(Step-Count)
                 End-If
              When 'Q'
                 If Night-Last-Bus = 'Y'
                    And Function Mod(Night-Month, 3) = ZERO
                    Move 'Y' to SM-DUE(Step-Count)
                 End-If
              When 'Y'
                 If Night-Last-Bus = 'Y' And Night-Month = 12
                    Move 'Y' to SM-DUE(Step-Count)
                 End-If
              When 'W'
                 If SM-RUN-DAYS(Step-Count)(Night-Weekday:1) = 'Y'
                    Move 'Y' to SM-DUE(Step-Count)
                 End-If
              When Other
      *          The controller refuses such a step; simulate it as
      *          running so the listing still shows its weight.
                 Move '?' to SM-DUE(Step-Count)
           End-Evaluate.
           If SM-DUE(Step-Count) = 'N'
              Move ZERO to SM-DURATION(Step-Count)
              Move ' ' to SM-GUESSED(Step-Count)
              Add 1 to Not-Due-Count
           End-If.

       3000-PLACE-THE-STEPS.

           Move 'Y' to Sweep-Progress.
           Move Makespan to Dur-Displayed.
           Display 'Makespan: ' Function Trim(Dur-Displayed)
                   's  (* = critical path, G = guessed duration)'.
           If Not-Due-Count > ZERO
              Display Not-Due-Count ' step(s) NOT-DUE on '
                      Night-Date ' - simulated at zero duration'
           End-If.

       5100-LIST-ONE-STEP.

                   End-Displayed ' '
                   Dur-Displayed
                   ' ' SM-GUESSED(Step-Idx).
           If SM-DUE(Step-Idx) = 'N'
              Display '   (not due this night)'
           End-If.
           If SM-DUE(Step-Idx) = '?'
              Display '   *** unrecognized run frequency '''
                      SM-FREQUENCY(Step-Idx)
                      ''' - the controller would refuse this step'
           End-If.
           If SM-PLACED(Step-Idx) Not = 'Y'
              Display '   *** never placed - cycle or missing '
                      'predecessor; lint the candidate'
