      *    - a predecessor that matches no NET-STEP-NAME,
      *    - dependency cycles, and every step wedged behind one,
      *    - a NET-PROGRAM-PATH that does not exist or carries no
      *      execute bit,
      *    - a run-frequency code the controller does not recognize
      *      (blank, D, F, L, Q, Y and W are the codes), or a 'W'
      *      step whose weekday mask is not seven Y/N letters with
      *      at least one Y - a step that could never be due,
      *    - a time limit, retry count or backoff that is not a
      *      number, a retry-safe flag other than Y or N, or a
      *      retry count on a step not marked safe to retry (it
      *      would never be retried),
      *    - a recovery program that does not exist or carries no
      *      execute bit,
      *    - in the step I/O contract (STEP-IO-PATH site key): a
      *      declaration naming no step, a direction other than
      *      I or O, a minimum size that is not a number, a
      *      freshness flag other than Y or N, and - the one that
      *      bites at 02:00 - a declared input that is neither a
      *      feed in the feed catalog (FEED-CATALOG site key) nor
      *      the declared output of a step upstream of the one
      *      reading it.
      *
      *  Zero findings, zero exit: the chain may start.
        COPY posix-errno.
           FUNCTION posix-stat.

       >>Define Constant JOB-NETWORK-PATH as "/tmp/gcobol-chain.net"
       >>Define Constant STEP-IO-PATH as "/tmp/gcobol-step-io.dat"
       >>Define Constant FEED-CATALOG as "/tmp/feeds/feed-catalog.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ASSIGN TO Network-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Network-File-Status.
           SELECT CONTRACT-FILE
                  ASSIGN TO Contract-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Contract-File-Status.
           SELECT CATALOG-FILE
                  ASSIGN TO Catalog-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Catalog-File-Status.

       DATA DIVISION.
       FILE SECTION.
           05  NET-PREDECESSORS     PIC X(128).
           05  NET-CONTINUE-FLAG    PIC X(01).
           05  NET-OUTPUT-PATH      PIC X(100).
           05  NET-RUN-FREQUENCY    PIC X(01).
           05  NET-RUN-DAYS         PIC X(07).
           05  NET-RESOURCE-CLASS   PIC X(08).
      *    Numeric to the controller; read as text here, so a
      *    hand-typed letter is reported rather than taken on trust.
           05  NET-MAX-ELAPSED      PIC X(06).
           05  NET-RETRY-SAFE       PIC X(01).
           05  NET-RETRY-COUNT      PIC X(01).
           05  NET-RETRY-BACKOFF    PIC X(04).
           05  NET-RECOVERY-PROGRAM PIC X(100).

       FD  CONTRACT-FILE.
       01  CONTRACT-RECORD.
           05  IOC-STEP-NAME        PIC X(32).
           05  IOC-DIRECTION        PIC X(01).
           05  IOC-PATH             PIC X(100).
           05  IOC-MIN-SIZE         PIC X(10).
           05  IOC-FRESH-FLAG       PIC X(01).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-FEED-PATH        PIC X(100).
           05  FILLER               PIC X(31).

       WORKING-STORAGE SECTION.
        77 Network-Path        PIC X(100) VALUE JOB-NETWORK-PATH.
        77 Preds-All-Placed    PIC X(01).
        77 Mode-Bits           BINARY-LONG.
        77 Exec-Bits           BINARY-LONG.
        77 Mask-Yes            BINARY-LONG.
        77 Mask-No             BINARY-LONG.
        77 Check-Path          PIC X(256).
        77 Check-Role          PIC X(16).
        77 Mode-Shifted        BINARY-LONG.
        77 Contract-Path       PIC X(100).
        77 Contract-File-Status PIC X(02).
        77 Catalog-Path        PIC X(100).
        77 Catalog-File-Status PIC X(02).
        77 Io-Count            BINARY-LONG VALUE ZERO.
        77 Max-Io              BINARY-LONG VALUE 256.
        77 Io-Idx              BINARY-LONG.
        77 Producer-Idx        BINARY-LONG.
        77 Consumer-Idx        BINARY-LONG.
        77 Walk-Idx            BINARY-LONG.
        77 Feed-Count          BINARY-LONG VALUE ZERO.
        77 Max-Feeds           BINARY-LONG VALUE 128.
        77 Feed-Idx            BINARY-LONG.
        77 Input-Source        PIC X(01).
           88 Input-Is-Sourced     VALUE 'Y'.
           88 Input-Not-Upstream   VALUE 'U'.
           88 Input-Unsourced      VALUE 'N'.
        77 Unplaced-Producer   PIC X(32).
        01 Feed-Table.
           05 Feed-Path        PIC X(100) OCCURS 128 TIMES.
        01 Io-Table.
           05 Io-Entry OCCURS 256 TIMES.
              10 LC-STEP          PIC X(32).
              10 LC-DIRECTION     PIC X(01).
              10 LC-PATH          PIC X(100).
              10 LC-MIN-SIZE      PIC X(10).
              10 LC-FRESH         PIC X(01).
              10 LC-LINE          BINARY-LONG.
        01 Lint-Stat-Buffer.
           COPY statbuf.
        01 Pred-Name-Table.
              10 LS-NAME          PIC X(32).
              10 LS-PROGRAM       PIC X(256).
              10 LS-PREDECESSORS  PIC X(128).
              10 LS-FREQUENCY     PIC X(01).
              10 LS-RUN-DAYS      PIC X(07).
              10 LS-MAX-ELAPSED   PIC X(06).
              10 LS-RETRY-SAFE    PIC X(01).
              10 LS-RETRY-COUNT   PIC X(01).
              10 LS-RETRY-BACKOFF PIC X(04).
              10 LS-RECOVERY      PIC X(100).
              10 LS-LINE          BINARY-LONG.
              10 LS-PLACED        PIC X(01).
              10 LS-UPSTREAM      PIC X(01).

       PROCEDURE DIVISION.


           Perform 4000-FIND-CYCLES.

           Perform 5000-CHECK-THE-CONTRACT.

           If Finding-Count > ZERO
              Display Finding-Count ' finding(s) in '
                      Function Trim(Network-Path)
                      to LS-PROGRAM(Step-Count)
                    Move NET-PREDECESSORS
                      to LS-PREDECESSORS(Step-Count)
                    Move NET-RUN-FREQUENCY
                      to LS-FREQUENCY(Step-Count)
                    Move NET-RUN-DAYS to LS-RUN-DAYS(Step-Count)
                    Move NET-MAX-ELAPSED
                      to LS-MAX-ELAPSED(Step-Count)
                    Move NET-RETRY-SAFE to LS-RETRY-SAFE(Step-Count)
                    Move NET-RETRY-COUNT
                      to LS-RETRY-COUNT(Step-Count)
                    Move NET-RETRY-BACKOFF
                      to LS-RETRY-BACKOFF(Step-Count)
                    Move NET-RECOVERY-PROGRAM
                      to LS-RECOVERY(Step-Count)
                    Move Line-Number to LS-LINE(Step-Count)
                    Move 'N' to LS-PLACED(Step-Count)
                 Else

           Perform 2200-CHECK-THE-PROGRAM.
           Perform 2300-CHECK-THE-PREDECESSORS.
           Perform 2600-CHECK-THE-FREQUENCY.
           Perform 2700-CHECK-THE-RETRY-SETTINGS.

       2100-CHECK-ONE-DUPLICATE.


       2200-CHECK-THE-PROGRAM.

           Move LS-PROGRAM(Step-Idx) to Check-Path.
           Move 'program' to Check-Role.
           Perform 2250-CHECK-ONE-EXECUTABLE.

       2250-CHECK-ONE-EXECUTABLE.

           Move Function posix-stat(Check-Path, Lint-Stat-Buffer)
             to status-code.
           If status-code Not = ZERO
              Add 1 to Finding-Count
              Display 'line ' LS-LINE(Step-Idx) ': '
                      Function Trim(Check-Role) ' '
                      Function Trim(Check-Path)
                      ' does not exist'
              Exit Paragraph
           End-If.
           Move st_mode of Lint-Stat-Buffer to Mode-Bits.
      *    Any of the three execute bits (user 0100, group 0010,
      *    other 0001 octal) will do.  The shifts go through an
      *    integer item: a fractional quotient would make every
      *    readable file look executable.
           Move Function Mod(Mode-Bits, 2) to Exec-Bits.
           Divide Mode-Bits by 8 Giving Mode-Shifted.
           Add Function Mod(Mode-Shifted, 2) to Exec-Bits.
           Divide Mode-Bits by 64 Giving Mode-Shifted.
           Add Function Mod(Mode-Shifted, 2) to Exec-Bits.
           If Exec-Bits = ZERO
              Add 1 to Finding-Count
              Display 'line ' LS-LINE(Step-Idx) ': '
                      Function Trim(Check-Role) ' '
                      Function Trim(Check-Path)
                      ' is not executable'
           End-If.

              Move 'Y' to Pred-Found
           End-If.

       2600-CHECK-THE-FREQUENCY.

           Evaluate LS-FREQUENCY(Step-Idx)
              When Space
              When 'D'
              When 'F'
              When 'L'
              When 'Q'
              When 'Y'
                 Continue
              When 'W'
                 Move ZERO to Mask-Yes
                 Move ZERO to Mask-No
                 Inspect LS-RUN-DAYS(Step-Idx)
                    Tallying Mask-Yes For All 'Y'
                             Mask-No  For All 'N'
                 If Mask-Yes + Mask-No Not = 7
                    Add 1 to Finding-Count
                    Display 'line ' LS-LINE(Step-Idx) ': step '
                            Function Trim(LS-NAME(Step-Idx))
                            ' weekday mask '''
                            LS-RUN-DAYS(Step-Idx)
                            ''' is not seven Y/N letters'
                 End-If
                 If Mask-No = 7
                    Add 1 to Finding-Count
                    Display 'line ' LS-LINE(Step-Idx) ': step '
                            Function Trim(LS-NAME(Step-Idx))
                            ' runs on no weekday - it would never '
                            'be due'
                 End-If
              When Other
                 Add 1 to Finding-Count
                 Display 'line ' LS-LINE(Step-Idx) ': step '
                         Function Trim(LS-NAME(Step-Idx))
                         ' has unrecognized run frequency '''
                         LS-FREQUENCY(Step-Idx) ''''
           End-Evaluate.

       2700-CHECK-THE-RETRY-SETTINGS.

      *    Blank is the default for each field: no limit, not safe
      *    to retry, no retries, no backoff, no recovery step.
           If LS-MAX-ELAPSED(Step-Idx) Not = Spaces
              And LS-MAX-ELAPSED(Step-Idx) Not Numeric
              Add 1 to Finding-Count
              Display 'line ' LS-LINE(Step-Idx) ': step '
                      Function Trim(LS-NAME(Step-Idx))
                      ' time limit ''' LS-MAX-ELAPSED(Step-Idx)
                      ''' is not a number of seconds'
           End-If.
           If LS-RETRY-SAFE(Step-Idx) Not = Space
              And LS-RETRY-SAFE(Step-Idx) Not = 'Y'
              And LS-RETRY-SAFE(Step-Idx) Not = 'N'
              Add 1 to Finding-Count
              Display 'line ' LS-LINE(Step-Idx) ': step '
                      Function Trim(LS-NAME(Step-Idx))
                      ' retry-safe flag ''' LS-RETRY-SAFE(Step-Idx)
                      ''' is not Y or N'
           End-If.
           If LS-RETRY-COUNT(Step-Idx) Not = Space
              And LS-RETRY-COUNT(Step-Idx) Not Numeric
              Add 1 to Finding-Count
              Display 'line ' LS-LINE(Step-Idx) ': step '
                      Function Trim(LS-NAME(Step-Idx))
                      ' retry count ''' LS-RETRY-COUNT(Step-Idx)
                      ''' is not a digit'
           End-If.
           If LS-RETRY-COUNT(Step-Idx) Numeric
              And LS-RETRY-COUNT(Step-Idx) Not = '0'
              And LS-RETRY-SAFE(Step-Idx) Not = 'Y'
              Add 1 to Finding-Count
              Display 'line ' LS-LINE(Step-Idx) ': step '
                      Function Trim(LS-NAME(Step-Idx))
                      ' has a retry count but is not marked safe '
                      'to retry - it would never be retried'
           End-If.
           If LS-RETRY-BACKOFF(Step-Idx) Not = Spaces
              And LS-RETRY-BACKOFF(Step-Idx) Not Numeric
              Add 1 to Finding-Count
              Display 'line ' LS-LINE(Step-Idx) ': step '
                      Function Trim(LS-NAME(Step-Idx))
                      ' retry backoff ''' LS-RETRY-BACKOFF(Step-Idx)
                      ''' is not a number of seconds'
           End-If.
           If LS-RECOVERY(Step-Idx) Not = Spaces
              Move LS-RECOVERY(Step-Idx) to Check-Path
              Move 'recovery program' to Check-Role
              Perform 2250-CHECK-ONE-EXECUTABLE
           End-If.

       4000-FIND-CYCLES.

      *    Topological elimination: keep placing steps whose
                      ' is in a dependency cycle or wedged '
                      'behind one - it would never launch'
           End-If.

       5000-CHECK-THE-CONTRACT.

           Move 'STEP-IO-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        STEP-IO-PATH
                      returning Config-Status.
           Move Config-Value to Contract-Path.

           Open Input CONTRACT-FILE.
           If Contract-File-Status Not = '00'
              Display 'No step I/O contract at '
                      Function Trim(Contract-Path)
                      ' - nothing declared to check'
              Exit Paragraph
           End-If.
           Move ZERO to Line-Number.
           Perform 5100-LOAD-ONE-DECLARATION
               Until Contract-File-Status Not = '00'.
           Close CONTRACT-FILE.

           Perform 5200-LOAD-THE-FEED-CATALOG.

           Perform 5300-CHECK-ONE-DECLARATION
               Varying Io-Idx From 1 By 1
               Until Io-Idx > Io-Count.

       5100-LOAD-ONE-DECLARATION.

           Read CONTRACT-FILE
              At End
                 Move '10' to Contract-File-Status
              Not At End
                 Add 1 to Line-Number
                 If Io-Count < Max-Io
                    Add 1 to Io-Count
                    Move IOC-STEP-NAME to LC-STEP(Io-Count)
                    Move IOC-DIRECTION to LC-DIRECTION(Io-Count)
                    Move IOC-PATH to LC-PATH(Io-Count)
                    Move IOC-MIN-SIZE to LC-MIN-SIZE(Io-Count)
                    Move IOC-FRESH-FLAG to LC-FRESH(Io-Count)
                    Move Line-Number to LC-LINE(Io-Count)
                 Else
                    Add 1 to Finding-Count
                    Display 'contract line ' Line-Number
                            ': more than ' Max-Io
                            ' declarations - the controller will '
                            'not load this one'
                 End-If
           End-Read.

       5200-LOAD-THE-FEED-CATALOG.

      *    The same catalog (and entity override) preflight reads.
           Move 'FEED-CATALOG' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        FEED-CATALOG
                      returning Config-Status.
           Move Config-Value to Catalog-Path.

           Open Input CATALOG-FILE.
           If Catalog-File-Status Not = '00'
              Display 'Feed catalog ' Function Trim(Catalog-Path)
                      ' not found - inputs must come from upstream'
                      ' steps'
              Exit Paragraph
           End-If.
           Perform 5250-LOAD-ONE-FEED
               Until Catalog-File-Status Not = '00'.
           Close CATALOG-FILE.

       5250-LOAD-ONE-FEED.

           Read CATALOG-FILE
              At End
                 Move '10' to Catalog-File-Status
              Not At End
                 If Feed-Count < Max-Feeds
                    Add 1 to Feed-Count
                    Move CAT-FEED-PATH to Feed-Path(Feed-Count)
                 End-If
           End-Read.

       5300-CHECK-ONE-DECLARATION.

           Move ZERO to Consumer-Idx.
           Perform 5350-FIND-THE-DECLARING-STEP
               Varying Other-Idx From 1 By 1
               Until Other-Idx > Step-Count
                   Or Consumer-Idx > ZERO.
           If Consumer-Idx = ZERO
              Add 1 to Finding-Count
              Display 'contract line ' LC-LINE(Io-Idx) ': step '
                      Function Trim(LC-STEP(Io-Idx))
                      ' is not in the network'
           End-If.

           If LC-MIN-SIZE(Io-Idx) Not = Spaces
              And LC-MIN-SIZE(Io-Idx) Not Numeric
              Add 1 to Finding-Count
              Display 'contract line ' LC-LINE(Io-Idx)
                      ': minimum size ''' LC-MIN-SIZE(Io-Idx)
                      ''' is not a number of bytes'
           End-If.
           If LC-FRESH(Io-Idx) Not = Space
              And LC-FRESH(Io-Idx) Not = 'Y'
              And LC-FRESH(Io-Idx) Not = 'N'
              Add 1 to Finding-Count
              Display 'contract line ' LC-LINE(Io-Idx)
                      ': freshness flag ''' LC-FRESH(Io-Idx)
                      ''' is not Y or N'
           End-If.

           Evaluate LC-DIRECTION(Io-Idx)
              When 'O'
                 Continue
              When 'I'
                 If Consumer-Idx > ZERO
                    Perform 5400-TRACE-ONE-INPUT
                 End-If
              When Other
                 Add 1 to Finding-Count
                 Display 'contract line ' LC-LINE(Io-Idx)
                         ': direction ''' LC-DIRECTION(Io-Idx)
                         ''' is not I or O'
           End-Evaluate.

       5350-FIND-THE-DECLARING-STEP.

           If LS-NAME(Other-Idx) = LC-STEP(Io-Idx)
              Move Other-Idx to Consumer-Idx
           End-If.

       5400-TRACE-ONE-INPUT.

      *    A catalogued feed arrives from outside the chain; any
      *    other input must be promised by a step that is certain
      *    to have finished first - one upstream of the reader.
           Set Input-Unsourced to True.
           Perform 5450-MATCH-ONE-FEED
               Varying Feed-Idx From 1 By 1
               Until Feed-Idx > Feed-Count
                   Or Input-Is-Sourced.
           If Input-Is-Sourced
              Exit Paragraph
           End-If.

           Perform 5500-MARK-THE-UPSTREAM.
           Perform 5600-MATCH-ONE-PRODUCER
               Varying Producer-Idx From 1 By 1
               Until Producer-Idx > Io-Count
                   Or Input-Is-Sourced.

           Evaluate True
              When Input-Is-Sourced
                 Continue
              When Input-Not-Upstream
                 Add 1 to Finding-Count
                 Display 'contract line ' LC-LINE(Io-Idx) ': input '
                         Function Trim(LC-PATH(Io-Idx)) ' of '
                         Function Trim(LC-STEP(Io-Idx))
                         ' is the output of '
                         Function Trim(Unplaced-Producer)
                         ', which is not upstream of it'
              When Other
                 Add 1 to Finding-Count
                 Display 'contract line ' LC-LINE(Io-Idx) ': input '
                         Function Trim(LC-PATH(Io-Idx)) ' of '
                         Function Trim(LC-STEP(Io-Idx))
                         ' is neither a catalogued feed nor any '
                         'step''s declared output'
           End-Evaluate.

       5450-MATCH-ONE-FEED.

           If Feed-Path(Feed-Idx) = LC-PATH(Io-Idx)
              Set Input-Is-Sourced to True
           End-If.

       5500-MARK-THE-UPSTREAM.

      *    Every step the reader transitively depends on; the
      *    marks only grow, so a cycle cannot keep this going.
           Perform 5510-CLEAR-ONE-MARK
               Varying Walk-Idx From 1 By 1
               Until Walk-Idx > Step-Count.
           Move Consumer-Idx to Walk-Idx.
           Perform 5520-MARK-ONE-STEPS-PREDS.
           Move 'Y' to Sweep-Progress.
           Perform 5530-SPREAD-THE-MARKS
               Until Sweep-Progress Not = 'Y'.

       5510-CLEAR-ONE-MARK.

           Move 'N' to LS-UPSTREAM(Walk-Idx).

       5520-MARK-ONE-STEPS-PREDS.

           Move Spaces to Pred-Name-Table.
           Unstring LS-PREDECESSORS(Walk-Idx)
               Delimited By All Spaces
               Into Pred-Name(1), Pred-Name(2), Pred-Name(3),
                    Pred-Name(4), Pred-Name(5), Pred-Name(6),
                    Pred-Name(7), Pred-Name(8).
           Perform 5525-MARK-ONE-PRED
               Varying Pred-Idx From 1 By 1
               Until Pred-Idx > 8.

       5525-MARK-ONE-PRED.

           If Pred-Name(Pred-Idx) = Spaces
              Exit Paragraph
           End-If.
           Perform 5527-MARK-ONE-NAMED
               Varying Other-Idx From 1 By 1
               Until Other-Idx > Step-Count.

       5527-MARK-ONE-NAMED.

           If LS-NAME(Other-Idx) = Pred-Name(Pred-Idx)
              And LS-UPSTREAM(Other-Idx) Not = 'Y'
              Move 'Y' to LS-UPSTREAM(Other-Idx)
              Move 'Y' to Sweep-Progress
           End-If.

       5530-SPREAD-THE-MARKS.

           Move 'N' to Sweep-Progress.
           Perform 5540-SPREAD-FROM-ONE
               Varying Walk-Idx From 1 By 1
               Until Walk-Idx > Step-Count.

       5540-SPREAD-FROM-ONE.

           If LS-UPSTREAM(Walk-Idx) = 'Y'
              Perform 5520-MARK-ONE-STEPS-PREDS
           End-If.

       5600-MATCH-ONE-PRODUCER.

           If LC-DIRECTION(Producer-Idx) = 'O'
              And LC-PATH(Producer-Idx) = LC-PATH(Io-Idx)
              Set Input-Not-Upstream to True
              Move LC-STEP(Producer-Idx) to Unplaced-Producer
              Perform 5650-CHECK-ONE-UPSTREAM
                  Varying Walk-Idx From 1 By 1
                  Until Walk-Idx > Step-Count
           End-If.

       5650-CHECK-ONE-UPSTREAM.

           If LS-NAME(Walk-Idx) = LC-STEP(Producer-Idx)
              And LS-UPSTREAM(Walk-Idx) = 'Y'
              Set Input-Is-Sourced to True
           End-If.
