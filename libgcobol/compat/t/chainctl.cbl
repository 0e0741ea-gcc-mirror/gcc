      *  hand-maintained shell scripts gated on the health check's
      *  exit status.
      *
      *  Concurrent dispatch: up to CHAIN-MAX-PARALLEL eligible steps
      *  (site key, default 1 - the strictly sequential night) run
      *  at once, launched in network order and collected with
      *  posix-waitpid in whatever order they finish.  A network
      *  line may name a resource class after its frequency fields
      *  (MASTER, BALANCE, ...); two steps of the same class never
      *  overlap, whatever the dependency graph allows.  The
      *  controller heartbeats as gcobol-chain-controller on every
      *  launch and collection, and at least once a minute while
      *  it waits, so the watchdog can tell a long step from a
      *  wedged driver.
      *
      *  A step that fails with its continue-on-error flag set to
      *  'Y' still counts as a chain exception, but its successors
      *  are allowed to run; with the flag clear (or 'N'), every
      *
      *  Operator holds: before each launch the controller checks
      *  the holds file gcobol-hold-control maintains; a held step
      *  waits - reason on the log, rechecked on every dispatch pass
      *  and every HOLD-POLL-SECS when nothing else is running -
      *  until the hold is released, while the steps that do not
      *  depend on it carry on.
      *
      *  Restart from point of failure: every cleanly completed
      *  step is recorded in the completed-step ledger with the
      *  GCOBOL_ENTITY so every launched step inherits it.  The
      *  profile roots are also exported as the GCOBOL_* path
      *  overrides every job resolves through CBL_CONFIG_GET -
      *  feeds, audit trail, lock registry, run history, heartbeat,
      *  control-total ledger, and the position snapshot's archive
      *  copy - so two entities run as two controller invocations,
      *  sequentially or in parallel, and their networks, locks,
      *  and ledgers cannot collide.  An override the operator
      *  exported by hand still wins.
      *
      *  Run frequencies: each network line may carry a frequency
      *  code after its output path - blank or 'D' daily, 'F' first
      *  business day of the month, 'L' last business day of the
      *  month, 'Q' quarter-end (the last business day of March,
      *  June, September and December), 'Y' year-end, or 'W' on the
      *  weekdays whose letter is 'Y' in the seven-byte mask that
      *  follows ('NYYYYYN' Sunday through Saturday).  The codes are
      *  judged through CBL_BUSINESS_CALENDAR against the processing
      *  date, never the clock.  A step not due tonight is recorded
      *  as NOT-DUE - not SKIPPED, and not an exception - and its
      *  successors treat it as satisfied.  A code the controller
      *  does not recognize fails the step rather than guess.
      *
      *  Time limits, retries and recovery: after its resource
      *  class a network line may give a maximum elapsed time in
      *  seconds (blank or zero for none), a retry-safe flag, a
      *  retry count, a backoff in seconds, and a recovery program.
      *  A step still running past its limit is sent SIGTERM, and
      *  SIGKILL KILL-GRACE-SECS later if it will not go.  A failed
      *  step flagged 'Y' as safe to retry is relaunched up to its
      *  retry count, each attempt waiting the backoff times the
      *  attempts so far (slept with CBL_SLEEP while nothing else is
      *  running) - a retry is not an exception; only the final
      *  failure is.  The attempt number is exported to the step as
      *  GCOBOL_STEP_ATTEMPT so its run-history records are kept
      *  one per attempt; an attempt killed on a signal cannot
      *  write its own end record, so the controller writes it.
      *  When the step finally fails and names a recovery program,
      *  that program is run with the step name as its argument -
      *  a cleanup or a notification - and its own failure is one
      *  more exception.  The step stays FAILED either way, so its
      *  successors are refused as before.
      *
      *  Step I/O contracts: the contract file (STEP-IO-PATH site
      *  key; an entity's own copy carries the entity id, like its
      *  network) lists each step's required inputs ('I') and
      *  promised outputs ('O') with a minimum size in bytes and a
      *  freshness flag.  Before a step launches every declared
      *  input must exist, be non-empty and at least its minimum
      *  size, and - flagged 'Y' - be newer than the chain start;
      *  a step whose inputs fail is refused and failed without
      *  launching.  After a zero exit its declared outputs are
      *  held to the same test, and a broken promise turns the
      *  step into a failure (retried like any other, where the
      *  step is safe to retry).  On a restart, an input produced
      *  by a step skipped as already complete is not held to the
      *  freshness test - it was made by the earlier run.
      *
      *  Approved releases: when the release manifest is in place
      *  (RELEASE-MANIFEST site key - program path, approved
      *  CBL_FILE_CHECKSUM, release id, approver, kept by
      *  gcobol-release-admin), every program is checksummed just
      *  before it is forked - a step on each attempt, a recovery
      *  program before it runs - and a binary whose path and
      *  checksum are not on the manifest is not launched.  The
      *  step is failed with reason UNAPPROVED-BINARY, an exception
      *  like any failure; a refused recovery program is one more
      *  exception.  The matched release id is exported to the
      *  step as GCOBOL_RELEASE_ID, so its run-history start record
      *  names the approved build that ran.  With no manifest on
      *  file the controller says so and launches unchecked, as
      *  before.
        COPY posix-errno.
        COPY posix-fork.
        COPY posix-execve.
        COPY posix-waitpid.
        COPY posix-kill.
        COPY posix-exit.
        COPY posix-getenv.
        COPY posix-setenv.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-mktime.
        COPY posix-stat.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-chain-controller.
           FUNCTION posix-fork
           FUNCTION posix-execve
           FUNCTION posix-waitpid
           FUNCTION posix-kill
           FUNCTION posix-exit
           FUNCTION posix-getenv
           FUNCTION posix-setenv
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime
           FUNCTION posix-mktime
           FUNCTION posix-stat.

       >>Define Constant JOB-NETWORK-PATH as "/tmp/gcobol-chain.net"
       >>Define Constant CHAIN-LEDGER-PATH as "/tmp/gcobol-chain.led"
       >>Define Constant HOLD-POLL-SECS as 30
       >>Define Constant AUDIT-LOG-PATH as "/tmp/gcobol-audit.log"
       >>Define Constant NET-LINT-DEFAULT as "/tmp/bin/netlint"
       >>Define Constant DISPATCH-POLL-SECS as 2
       >>Define Constant KILL-GRACE-SECS as 30
       >>Define Constant RUN-HISTORY-PATH as "/tmp/gcobol-run-hist.dat"
       >>Define Constant STEP-IO-PATH as "/tmp/gcobol-step-io.dat"
       >>Define Constant RELEASE-MANIFEST as "/tmp/gcobol-release.man"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ASSIGN TO Audit-Trail-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Audit-File-Status.
           SELECT CONTRACT-FILE
                  ASSIGN TO Contract-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Contract-File-Status.
           SELECT HISTORY-FILE
                  ASSIGN TO History-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS History-File-Status.
           SELECT MANIFEST-FILE
                  ASSIGN TO Manifest-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Manifest-File-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AUDIT-FILE.
       01  AUDIT-LINE           PIC X(200).
           05  CL-OUTPUT-PATH       PIC X(100).
           05  CL-CHECKSUM          PIC 9(10).

       FD  CONTRACT-FILE.
       01  CONTRACT-RECORD.
           05  IOC-STEP-NAME        PIC X(32).
           05  IOC-DIRECTION        PIC X(01).
           05  IOC-PATH             PIC X(100).
           05  IOC-MIN-SIZE         PIC 9(10).
           05  IOC-FRESH-FLAG       PIC X(01).

      * The run-history ledger, for the end record of an attempt
      * that died on a signal and so never wrote one itself.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  RH-JOB-NAME          PIC X(32).
           05  RH-PROC-DATE         PIC 9(08).
           05  RH-EVENT             PIC X(01).
           05  RH-EPOCH             PIC 9(12).
           05  RH-RETURN-CODE       PIC S9(8) SIGN LEADING SEPARATE.
           05  RH-RECORDS-IN        PIC 9(10).
           05  RH-RECORDS-OUT       PIC 9(10).
           05  RH-RUN-ID            PIC X(40).
           05  RH-CPU-USER-CS       PIC 9(10).
           05  RH-CPU-SYS-CS        PIC 9(10).
           05  RH-MAX-RSS-KB        PIC 9(10).
           05  RH-IO-BLOCKS         PIC 9(10).
           05  RH-ATTEMPT           PIC 9(02).
           05  RH-RELEASE-ID        PIC X(16).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05  RM-PROGRAM-PATH      PIC X(256).
           05  RM-CHECKSUM          PIC 9(10).
           05  RM-RELEASE-ID        PIC X(16).
           05  RM-APPROVED-BY       PIC X(16).
           05  RM-REQUESTED-BY      PIC X(16).
           05  RM-DATE              PIC 9(08).
           05  RM-COMPARE-RUN       PIC X(40).

       WORKING-STORAGE SECTION.
        77 Network-Path        PIC X(100) VALUE JOB-NETWORK-PATH.
        77 Network-File-Status PIC X(02).
        77 Preds-Clean         PIC X(01).
           88 All-Preds-Clean      VALUE 'Y'.
           88 A-Pred-Failed        VALUE 'N'.
           88 Preds-Outstanding    VALUE 'W'.
        77 Pred-Found          PIC X(01).
           88 Pred-Was-Found       VALUE 'Y'.
           88 Pred-Not-Found       VALUE 'N'.
        77 Ledger-File-Status  PIC X(02).
        77 Restart-Mode        PIC X(01) VALUE 'N'.
        77 Full-Rerun          PIC X(01) VALUE 'N'.
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
        77 Step-Due            PIC X(01).
           88 Step-Is-Due          VALUE 'Y'.
           88 Step-Not-Due-Tonight VALUE 'N'.
           88 Step-Freq-Unknown    VALUE 'U'.
        77 Env-Answer          PIC X(16).
        77 Today-Date          PIC 9(08).
        77 Epoch-Seconds       BINARY-LONG.
           05 Entity-Archives-Root PIC X(100).
           05 Entity-Registry-Root PIC X(100).

        77 Max-Parallel        BINARY-LONG VALUE 1.
        77 Running-Count       BINARY-LONG VALUE ZERO.
        77 Peak-Running        BINARY-LONG VALUE ZERO.
        77 Steps-Finished      BINARY-LONG VALUE ZERO.
        77 Chain-Finished      PIC X(01) VALUE 'N'.
        77 Pass-Progress       PIC X(01).
        77 Hold-Waiting        PIC X(01).
        77 Resource-Busy       PIC X(01).
        77 Child-Matched       PIC X(01).
        77 Any-Child           BINARY-LONG VALUE -1.
        77 Wait-No-Hang        BINARY-LONG VALUE 1.
        77 Dispatch-Poll-Secs  BINARY-DOUBLE VALUE DISPATCH-POLL-SECS.
        77 Quiet-Polls         BINARY-LONG VALUE ZERO.
        77 Polls-Per-Beat      BINARY-LONG VALUE 30.
        77 Heartbeat-Status    BINARY-LONG SIGNED.
        77 Retry-Waiting       PIC X(01).
        77 Now-Epoch           BINARY-DOUBLE.
        77 Elapsed-Secs        BINARY-DOUBLE.
        77 Retry-Wait-Secs     BINARY-DOUBLE.
        77 Kill-Grace-Secs     BINARY-LONG VALUE KILL-GRACE-SECS.
        77 Kill-Status         BINARY-LONG.
        77 Sig-Term            BINARY-LONG VALUE 15.
        77 Sig-Kill            BINARY-LONG VALUE 9.
        77 Attempt-Digits      PIC 9(02).
        77 Attempt-Text        PIC X(02).
        77 History-Path        PIC X(100).
        77 History-File-Status PIC X(02).
        77 Contract-Path       PIC X(120).
        77 Contract-File-Status PIC X(02).
        77 Chain-Start-Epoch   BINARY-DOUBLE.
        77 Io-Count            BINARY-LONG VALUE ZERO.
        77 Max-Io              BINARY-LONG VALUE 256.
        77 Io-Idx              BINARY-LONG.
        77 Producer-Idx        BINARY-LONG.
        77 Io-Check-Direction  PIC X(01).
        77 Io-Role             PIC X(06).
        77 Contract-Broken     PIC X(01).
        77 Producer-Restored   PIC X(01).
        77 Io-Size             BINARY-DOUBLE.
        01 Io-Stat-Buffer.
           COPY statbuf.
        01 Io-Table.
           05 Io-Entry Occurs 256 Times.
              10 Io-Step          PIC X(32).
              10 Io-Direction     PIC X(01).
              10 Io-Path          PIC X(100).
              10 Io-Min-Size      BINARY-DOUBLE.
              10 Io-Fresh         PIC X(01).
        77 Manifest-Path       PIC X(100).
        77 Manifest-File-Status PIC X(02).
        77 Manifest-In-Force   PIC X(01) VALUE 'N'.
        77 Rel-Count           BINARY-LONG VALUE ZERO.
        77 Max-Rel             BINARY-LONG VALUE 256.
        77 Rel-Idx             BINARY-LONG.
        77 Release-Check-Path  PIC X(256).
        77 Release-Checksum    PIC 9(10).
        77 Release-Found       PIC X(01).
        77 Release-Text        PIC X(16).
        01 Rel-Table.
           05 Rel-Entry Occurs 256 Times.
              10 Rel-Program      PIC X(256).
              10 Rel-Checksum     PIC 9(10).
              10 Rel-Release      PIC X(16).

        01 Pred-Name-Table.
           05 Pred-Name        PIC X(32) Occurs 8 Times.

                 88 Step-Complete       VALUE 'C'.
                 88 Step-Failed         VALUE 'F'.
                 88 Step-Skipped        VALUE 'S'.
                 88 Step-Not-Due        VALUE 'N'.
                 88 Step-Running        VALUE 'R'.
              10 Step-Exit-Code     BINARY-LONG.
              10 Step-Output        PIC X(100).
              10 Step-Frequency     PIC X(01).
              10 Step-Run-Days      PIC X(07).
              10 Step-Resource      PIC X(08).
              10 Step-Pid           BINARY-LONG.
              10 Step-Considered    PIC X(01).
              10 Step-Hold-Logged   PIC X(01).
              10 Step-Prior-Clean   PIC X(01).
              10 Step-Prior-Sum     PIC 9(10).
              10 Step-Max-Elapsed   BINARY-LONG.
              10 Step-Retry-Safe    PIC X(01).
                 88 Step-Retry-Is-Safe  VALUE 'Y'.
              10 Step-Retry-Limit   BINARY-LONG.
              10 Step-Retry-Backoff BINARY-LONG.
              10 Step-Recovery      PIC X(100).
              10 Step-Attempt       BINARY-LONG.
              10 Step-Launch-Epoch  BINARY-DOUBLE.
              10 Step-Term-Epoch    BINARY-DOUBLE.
              10 Step-Retry-At      BINARY-DOUBLE.
              10 Step-Time-Limit    PIC X(01).
                 88 Step-Within-Limit   VALUE 'N'.
                 88 Step-Term-Sent      VALUE 'T'.
                 88 Step-Kill-Sent      VALUE 'K'.
              10 Step-Recovering    PIC X(01).
                 88 Step-Recovery-Running VALUE 'Y'.
              10 Step-Restored      PIC X(01).
              10 Step-Release       PIC X(16).
              10 Step-Reason        PIC X(20).

       PROCEDURE DIVISION.


           Call "CBL_RUN_HEADER" using 'gcobol-chain-controller'
                returning status-code.
           Perform 3950-READ-THE-CLOCK.
           Move Now-Epoch to Chain-Start-Epoch.

      *    One processing date for the whole night, established
      *    before the first step forks; every job (and every run
                      returning Config-Status.
           Move Config-Value to Audit-Trail-Path.

           Move 'RUN-HIST-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RUN-HISTORY-PATH
                      returning Config-Status.
           Move Config-Value to History-Path.

           Perform 0500-RESOLVE-ENTITY.
           Perform 0600-RESOLVE-RESTART-MODE.
           Perform 0700-PROFILE-THE-NIGHT.
           Perform 1000-LOAD-JOB-NETWORK.
           Perform 1300-LOAD-THE-CONTRACT.
           Perform 1400-LOAD-THE-MANIFEST.

           If Step-Count = ZERO
              Display 'Job network '
              Perform 1500-LOAD-COMPLETED-LEDGER
           End-If.

           Perform 1900-RESOLVE-DISPATCH-LIMIT.
           Perform 2000-DISPATCH-ONE-PASS
               Until Chain-Finished = 'Y'.

           Perform 5000-PRINT-CHAIN-SUMMARY.

             Delimited By Size Into Export-Value.
           Perform 0570-EXPORT-ONE-OVERRIDE.

           Move 'GCOBOL_CTL_TOTALS_PATH' to Export-Name.
           Move Spaces to Export-Value.
           String Function Trim(Entity-Registry-Root)
                  '/gcobol-ctl-totals.dat'
             Delimited By Size Into Export-Value.
           Perform 0570-EXPORT-ONE-OVERRIDE.

      *    The group consolidation reads each entity's snapshot from
      *    the entity's archive root, so that is where it is kept.
           Move 'GCOBOL_SNAP_ARCHIVE_DIR' to Export-Name.
           Move Spaces to Export-Value.
           Move Entity-Archives-Root to Export-Value.
           Perform 0570-EXPORT-ONE-OVERRIDE.

       0570-EXPORT-ONE-OVERRIDE.

           Move Function posix-setenv(Export-Name, Export-Value, 0)
                      'will be verified and skipped'
           End-If.

       0700-PROFILE-THE-NIGHT.

      *    The calendar facts every step frequency is judged by,
      *    worked out once against the processing date - a night
      *    that runs past midnight is still one business day.
           Move Pd-Date to Night-Date.

           Move 'F' to Cal-Function.
           Compute Cal-Date = Night-Year * 10000
                            + Night-Month * 100 + 1.
           Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                returning Cal-Status.
           Move 'N' to Night-First-Bus.
           If Cal-Date = Night-Date
              Move 'Y' to Night-First-Bus
           End-If.

      *    The business day before the first of next month is the
      *    last business day of this one.
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

      *    Noon keeps a daylight-saving shift off the date; tm_wday
      *    is 0-origin Sunday and the weekday mask is subscripted
      *    1-7 Sunday through Saturday.
           Initialize Now-Tm.
           Compute tm_year of Now-Tm = Night-Year - 1900.
           Compute tm_mon  of Now-Tm = Night-Month - 1.
           Move Night-Day to tm_mday of Now-Tm.
           Move 12 to tm_hour of Now-Tm.
           Move -1 to tm_isdst of Now-Tm.
           Move Function posix-mktime(Now-Tm) to Epoch-Seconds.
           Compute Night-Weekday = tm_wday of Now-Tm + 1.

           Display 'Calendar for ' Night-Date ': first business '
                   'day ' Night-First-Bus ', last business day '
                   Night-Last-Bus ', weekday ' Night-Weekday.

       1000-LOAD-JOB-NETWORK.

           Open Input NETWORK-FILE.
                    Move NET-CONTINUE-FLAG
                      to Step-Continue-Flag(Step-Count)
                    Move NET-OUTPUT-PATH to Step-Output(Step-Count)
                    Move NET-RUN-FREQUENCY
                      to Step-Frequency(Step-Count)
                    Move NET-RUN-DAYS to Step-Run-Days(Step-Count)
                    Move NET-RESOURCE-CLASS
                      to Step-Resource(Step-Count)
                    Move ZERO to Step-Pid(Step-Count)
                    Move 'N' to Step-Considered(Step-Count)
                    Move 'N' to Step-Hold-Logged(Step-Count)
                    Move 'P' to Step-State(Step-Count)
                    Move ZERO to Step-Exit-Code(Step-Count)
                    Move 'N' to Step-Prior-Clean(Step-Count)
                    Move 'N' to Step-Restored(Step-Count)
                    Move ZERO to Step-Prior-Sum(Step-Count)
                    Move Spaces to Step-Release(Step-Count)
                    Move Spaces to Step-Reason(Step-Count)
                    Perform 1200-LOAD-RETRY-SETTINGS
                 Else
                    Display '*** Job network has more than '
                            Max-Steps ' steps - extras ignored'
                 End-If
           End-Read.

       1200-LOAD-RETRY-SETTINGS.

      *    The network is hand-edited: a blank or mistyped number
      *    reads as no limit, no retries and no backoff (the linter
      *    reports it) rather than as garbage.
           Move ZERO to Step-Max-Elapsed(Step-Count).
           If NET-MAX-ELAPSED Numeric
              Move NET-MAX-ELAPSED to Step-Max-Elapsed(Step-Count)
           End-If.
           Move NET-RETRY-SAFE to Step-Retry-Safe(Step-Count).
           Move ZERO to Step-Retry-Limit(Step-Count).
           If NET-RETRY-COUNT Numeric
              Move NET-RETRY-COUNT to Step-Retry-Limit(Step-Count)
           End-If.
           Move ZERO to Step-Retry-Backoff(Step-Count).
           If NET-RETRY-BACKOFF Numeric
              Move NET-RETRY-BACKOFF
                to Step-Retry-Backoff(Step-Count)
           End-If.
           Move NET-RECOVERY-PROGRAM to Step-Recovery(Step-Count).
           Move ZERO to Step-Attempt(Step-Count).
           Move ZERO to Step-Launch-Epoch(Step-Count).
           Move ZERO to Step-Term-Epoch(Step-Count).
           Move ZERO to Step-Retry-At(Step-Count).
           Move 'N' to Step-Time-Limit(Step-Count).
           Move 'N' to Step-Recovering(Step-Count).

       1300-LOAD-THE-CONTRACT.

           Move 'STEP-IO-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        STEP-IO-PATH
                      returning Config-Status.
           Move Config-Value to Contract-Path.
           If Entity-Id Not = Spaces
              Move Spaces to Contract-Path
              String Function Trim(Config-Value) '.'
                     Function Trim(Entity-Id)
                     Delimited By Size Into Contract-Path
      *       The linter runs as a child; it must read the same
      *       entity contract the controller enforces.
              Move Function posix-setenv('GCOBOL_STEP_IO_PATH',
                                          Contract-Path, 1)
                to Setenv-Status
           End-If.

           Open Input CONTRACT-FILE.
           If Contract-File-Status Not = '00'
              Display 'No step I/O contract at '
                      Function Trim(Contract-Path)
                      ' - inputs and outputs unchecked'
              Exit Paragraph
           End-If.
           Perform 1350-READ-ONE-DECLARATION
               Until Contract-File-Status Not = '00'.
           Close CONTRACT-FILE.
           Display 'Step I/O contract: ' Io-Count
                   ' declaration(s) from '
                   Function Trim(Contract-Path).

       1350-READ-ONE-DECLARATION.

           Read CONTRACT-FILE
              At End
                 Move '10' to Contract-File-Status
              Not At End
                 If Io-Count < Max-Io
                    Add 1 to Io-Count
                    Move IOC-STEP-NAME to Io-Step(Io-Count)
                    Move IOC-DIRECTION to Io-Direction(Io-Count)
                    Move IOC-PATH to Io-Path(Io-Count)
      *             A blank or mistyped minimum still demands a
      *             non-empty file; the linter reports the typo.
                    Move ZERO to Io-Min-Size(Io-Count)
                    If IOC-MIN-SIZE Numeric
                       Move IOC-MIN-SIZE to Io-Min-Size(Io-Count)
                    End-If
                    Move IOC-FRESH-FLAG to Io-Fresh(Io-Count)
                 Else
                    Display '*** Step I/O contract has more than '
                            Max-Io ' declarations - extras ignored'
                    Move '98' to Contract-File-Status
                 End-If
           End-Read.

       1400-LOAD-THE-MANIFEST.

           Move 'RELEASE-MANIFEST' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RELEASE-MANIFEST
                      returning Config-Status.
           Move Config-Value to Manifest-Path.

           Open Input MANIFEST-FILE.
           If Manifest-File-Status Not = '00'
              Display 'No release manifest at '
                      Function Trim(Manifest-Path)
                      ' - binaries launched unchecked'
              Exit Paragraph
           End-If.
           Move 'Y' to Manifest-In-Force.
           Perform 1450-READ-ONE-RELEASE
               Until Manifest-File-Status Not = '00'.
           Close MANIFEST-FILE.
           Display 'Release manifest: ' Rel-Count
                   ' approved binary(ies) from '
                   Function Trim(Manifest-Path).

       1450-READ-ONE-RELEASE.

           Read MANIFEST-FILE
              At End
                 Move '10' to Manifest-File-Status
              Not At End
                 If Rel-Count < Max-Rel
                    And RM-CHECKSUM Numeric
                    Add 1 to Rel-Count
                    Move RM-PROGRAM-PATH to Rel-Program(Rel-Count)
                    Move RM-CHECKSUM to Rel-Checksum(Rel-Count)
                    Move RM-RELEASE-ID to Rel-Release(Rel-Count)
                 End-If
           End-Read.

       1500-LOAD-COMPLETED-LEDGER.

           Open Input LEDGER-FILE.
           End-If.
           Display 'Network lints clean - launching'.

       1900-RESOLVE-DISPATCH-LIMIT.

      *    One slot is the strictly sequential night; the site
      *    widens it once the box has the cores to spare.
           Move 'CHAIN-MAX-PARALLEL' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '01'
                      returning Config-Status.
           If Config-Value(1:2) Numeric
              Move Function Numval(Config-Value(1:2))
                to Max-Parallel
           End-If.
           If Max-Parallel < 1
              Move 1 to Max-Parallel
           End-If.
           Display 'Dispatching up to ' Max-Parallel
                   ' step(s) at once'.

       2000-DISPATCH-ONE-PASS.

      *    One pass over the network settles what it can - not-due,
      *    restart-verified and predecessor-refused steps - and
      *    launches eligible steps into free slots in network
      *    order.  A pass that changes nothing waits for a child to
      *    finish or, with nothing running, for a retry's backoff
      *    to run out or a hold to lift.
           Move 'N' to Pass-Progress.
           Move 'N' to Hold-Waiting.
           Move 'N' to Retry-Waiting.
           Perform 2100-CONSIDER-ONE-STEP
               Varying Step-Idx From 1 By 1
               Until Step-Idx > Step-Count.

           Evaluate True
              When Pass-Progress = 'Y'
                 Continue
              When Running-Count > ZERO
                 Perform 3500-WAIT-FOR-A-CHILD
              When Retry-Waiting = 'Y'
                 Perform 2950-SLEEP-FOR-A-RETRY
              When Hold-Waiting = 'Y'
                 Perform 2900-SLEEP-FOR-THE-HOLDS
              When Other
                 Move 'Y' to Chain-Finished
           End-Evaluate.

       2100-CONSIDER-ONE-STEP.

           If Not Step-Pending(Step-Idx)
              Exit Paragraph
           End-If.

           If Step-Considered(Step-Idx) Not = 'Y'
              Move 'Y' to Step-Considered(Step-Idx)
              Perform 2150-FIRST-LOOK
              If Not Step-Pending(Step-Idx)
                 Move 'Y' to Pass-Progress
                 Exit Paragraph
              End-If
           End-If.

      *    A failed attempt awaiting its retry is left alone until
      *    its backoff has run out.
           If Step-Retry-At(Step-Idx) > ZERO
              Perform 3950-READ-THE-CLOCK
              If Now-Epoch < Step-Retry-At(Step-Idx)
                 Move 'Y' to Retry-Waiting
                 Exit Paragraph
              End-If
           End-If.

           Perform 2200-CHECK-PREDECESSORS.
           If Preds-Outstanding
              Exit Paragraph
           End-If.
           If A-Pred-Failed
              Move 'S' to Step-State(Step-Idx)
              Move 'Y' to Pass-Progress
              Add 1 to Exception-Count
              Display '*** SKIPPED: '
                      Function Trim(Step-Name(Step-Idx))
                      ' - predecessor failed or was skipped'
              Move Spaces to Audit-Args
              String 'step='
                     Function Trim(Step-Name(Step-Idx))
                     ' skipped - predecessor not clean'
                           Audit-Args,
                           by value -1
                         returning Audit-Status
              Exit Paragraph
           End-If.

           If Running-Count >= Max-Parallel
              Exit Paragraph
           End-If.

           Perform 2600-CHECK-RESOURCE-CLASS.
           If Resource-Busy = 'Y'
              Exit Paragraph
           End-If.

           Perform 2700-CHECK-FOR-A-HOLD.
           If Step-Is-Held = 'Y'
              Exit Paragraph
           End-If.

           Move 'I' to Io-Check-Direction.
           Perform 2750-VERIFY-THE-CONTRACT.
           If Contract-Broken = 'Y'
              Move 'F' to Step-State(Step-Idx)
              Move -1 to Step-Exit-Code(Step-Idx)
              Move 'Y' to Pass-Progress
              Add 1 to Exception-Count
              Display '*** FAILED:  '
                      Function Trim(Step-Name(Step-Idx))
                      ' - declared inputs not in place; not launched'
              Move Spaces to Audit-Args
              String 'step='
                     Function Trim(Step-Name(Step-Idx))
                     ' refused - declared inputs not in place'
                     Delimited By Size Into Audit-Args
              Call "CBL_AUDIT_LOG" using "gcobol-chain-controller",
                           Audit-Args,
                           by value -1
                         returning Audit-Status
              Exit Paragraph
           End-If.

           Move Step-Program(Step-Idx) to Release-Check-Path.
           Perform 2790-VERIFY-THE-RELEASE.
           If Release-Found = 'N'
              Move 'F' to Step-State(Step-Idx)
              Move -1 to Step-Exit-Code(Step-Idx)
              Move 'UNAPPROVED-BINARY' to Step-Reason(Step-Idx)
              Move 'Y' to Pass-Progress
              Add 1 to Exception-Count
              Display '*** FAILED:  '
                      Function Trim(Step-Name(Step-Idx))
                      ' - UNAPPROVED-BINARY '
                      Function Trim(Step-Program(Step-Idx))
                      ' checksum ' Release-Checksum
                      '; not launched'
              Move Spaces to Audit-Args
              String 'step='
                     Function Trim(Step-Name(Step-Idx))
                     ' prog='
                     Function Trim(Step-Program(Step-Idx))
                     ' checksum=' Release-Checksum
                     ' refused - reason=UNAPPROVED-BINARY'
                     Delimited By Size Into Audit-Args
              Call "CBL_AUDIT_LOG" using "gcobol-chain-controller",
                           Audit-Args,
                           by value -1
                         returning Audit-Status
              Exit Paragraph
           End-If.
           Move Release-Text to Step-Release(Step-Idx).

           Perform 3000-LAUNCH-ONE-STEP.
           Move 'Y' to Pass-Progress.

       2150-FIRST-LOOK.

           Perform 2160-CHECK-THE-FREQUENCY.
           If Step-Freq-Unknown
              Move 'F' to Step-State(Step-Idx)
              Move -1 to Step-Exit-Code(Step-Idx)
              Add 1 to Exception-Count
              Display '*** FAILED:  '
                      Function Trim(Step-Name(Step-Idx))
                      ' - unrecognized run frequency '''
                      Step-Frequency(Step-Idx) ''''
              Move Spaces to Audit-Args
              String 'step='
                     Function Trim(Step-Name(Step-Idx))
                     ' refused - unrecognized frequency='
                     Step-Frequency(Step-Idx)
                     Delimited By Size Into Audit-Args
              Call "CBL_AUDIT_LOG" using "gcobol-chain-controller",
                           Audit-Args,
                           by value -1
                         returning Audit-Status
              Exit Paragraph
           End-If.
           If Step-Not-Due-Tonight
              Move 'N' to Step-State(Step-Idx)
              Display '    NOT-DUE: '
                      Function Trim(Step-Name(Step-Idx))
                      ' (frequency ' Step-Frequency(Step-Idx) ')'
              Move Spaces to Audit-Args
              String 'step='
                     Function Trim(Step-Name(Step-Idx))
                     ' not due - frequency='
                     Step-Frequency(Step-Idx)
                     Delimited By Size Into Audit-Args
              Call "CBL_AUDIT_LOG" using "gcobol-chain-controller",
                           Audit-Args,
                           by value 0
                         returning Audit-Status
              Exit Paragraph
           End-If.

           If Restart-Mode = 'Y'
              And Step-Prior-Clean(Step-Idx) = 'Y'
              Perform 2180-TRY-TO-SKIP
           End-If.

       2160-CHECK-THE-FREQUENCY.

           Set Step-Not-Due-Tonight to True.
           Evaluate Step-Frequency(Step-Idx)
              When Space
              When 'D'
                 Set Step-Is-Due to True
              When 'F'
                 If Night-First-Bus = 'Y'
                    Set Step-Is-Due to True
                 End-If
              When 'L'
                 If Night-Last-Bus = 'Y'
                    Set Step-Is-Due to True
                 End-If
              When 'Q'
                 If Night-Last-Bus = 'Y'
                    And Function Mod(Night-Month, 3) = ZERO
                    Set Step-Is-Due to True
                 End-If
              When 'Y'
                 If Night-Last-Bus = 'Y' And Night-Month = 12
                    Set Step-Is-Due to True
                 End-If
              When 'W'
                 If Step-Run-Days(Step-Idx)(Night-Weekday:1) = 'Y'
                    Set Step-Is-Due to True
                 End-If
              When Other
                 Set Step-Freq-Unknown to True
           End-Evaluate.

       2180-TRY-TO-SKIP.

      *    A prior completion only counts if its recorded output
      *    still matches what is on disk; anything drifted reruns.
           If Step-Output(Step-Idx) = Spaces
              Move 'C' to Step-State(Step-Idx)
              Move 'Y' to Step-Restored(Step-Idx)
              Display '    SKIPPED (already complete today): '
                      Function Trim(Step-Name(Step-Idx))
              Exit Paragraph
           If Checksum-Status = ZERO
              And Output-Checksum = Step-Prior-Sum(Step-Idx)
              Move 'C' to Step-State(Step-Idx)
              Move 'Y' to Step-Restored(Step-Idx)
              Display '    SKIPPED (output verified unchanged): '
                      Function Trim(Step-Name(Step-Idx))
           Else
                      Function Trim(Step-Name(Step-Idx))
           End-If.

       2200-CHECK-PREDECESSORS.

           Set All-Preds-Clean to True.
           Move ZERO to Pred-Count.
                    Pred-Name(7) Pred-Name(8)
               Tallying In Pred-Count.

           Perform 2300-CHECK-ONE-PREDECESSOR
               Varying Pred-Idx From 1 By 1
               Until Pred-Idx > Pred-Count
                   Or A-Pred-Failed.

       2300-CHECK-ONE-PREDECESSOR.

           If Pred-Name(Pred-Idx) = Spaces
              Continue
           Else
              Set Pred-Not-Found to True
              Perform 2350-FIND-PREDECESSOR-STATE
                  Varying Scan-Idx From 1 By 1
                  Until Scan-Idx >= Step-Idx
                      Or A-Pred-Failed
      *       A predecessor naming no earlier step is a job-network
      *       mistake; refusing the step is the only safe reading.
              If Pred-Not-Found And Not A-Pred-Failed
                 Set A-Pred-Failed to True
                 Display '*** Step '
                         Function Trim(Step-Name(Step-Idx))
              End-If
           End-If.

       2350-FIND-PREDECESSOR-STATE.

      *    A NOT-DUE predecessor is neither skipped nor failed: it
      *    had nothing to do tonight, which satisfies its successors.
      *    One still pending or running keeps the step waiting.
           If Step-Name(Scan-Idx) = Pred-Name(Pred-Idx)
              Set Pred-Was-Found to True
              Evaluate True
                 When Step-Skipped(Scan-Idx)
                    Set A-Pred-Failed to True
                 When Step-Failed(Scan-Idx)
                    And Not Step-Continues-On-Error(Scan-Idx)
                    Set A-Pred-Failed to True
                 When Step-Pending(Scan-Idx)
                 When Step-Running(Scan-Idx)
                    Set Preds-Outstanding to True
                 When Other
                    Continue
              End-Evaluate
           End-If.

       2600-CHECK-RESOURCE-CLASS.

      *    Steps naming the same resource class never overlap,
      *    whatever the dependency graph allows.
           Move 'N' to Resource-Busy.
           If Step-Resource(Step-Idx) = Spaces
              Exit Paragraph
           End-If.
           Perform 2650-MATCH-ONE-RUNNER
               Varying Scan-Idx From 1 By 1
               Until Scan-Idx > Step-Count
                   Or Resource-Busy = 'Y'.

       2650-MATCH-ONE-RUNNER.

           If Step-Running(Scan-Idx)
              And Step-Resource(Scan-Idx) = Step-Resource(Step-Idx)
              Move 'Y' to Resource-Busy
           End-If.

       2700-CHECK-FOR-A-HOLD.

           Perform 2800-CHECK-THE-HOLDS.
           If Step-Is-Held = 'Y'
              Move 'Y' to Hold-Waiting
      *       One audit line per hold, not one per poll - a long
      *       outage must not flood the trail.  The rest of the
      *       network keeps running around a held step.
              If Step-Hold-Logged(Step-Idx) Not = 'Y'
                 Move 'Y' to Step-Hold-Logged(Step-Idx)
                 Display 'HELD: ' Function Trim(Step-Name(Step-Idx))
                         ' by ' Function Trim(Held-By)
                         ' - ' Function Trim(Held-Reason)
                         ' (waiting for release)'
                 Move Spaces to Audit-Args
                 String 'held step='
                        Function Trim(Step-Name(Step-Idx))
                        ' reason=' Function Trim(Held-Reason)
                        Delimited By Size Into Audit-Args
                 Call "CBL_AUDIT_LOG" using
                              "gcobol-chain-controller",
                              Audit-Args,
                              by value 0
                            returning Audit-Status
              End-If
           Else
              If Step-Hold-Logged(Step-Idx) = 'Y'
                 Move 'N' to Step-Hold-Logged(Step-Idx)
                 Display 'RELEASED: '
                         Function Trim(Step-Name(Step-Idx))
              End-If
           End-If.

       2750-VERIFY-THE-CONTRACT.

      *    Every declaration of the step in the direction asked
      *    for is checked, so the log shows each broken one.
           Move 'N' to Contract-Broken.
           If Io-Check-Direction = 'I'
              Move 'input' to Io-Role
           Else
              Move 'output' to Io-Role
           End-If.
           Perform 2760-VERIFY-ONE-DECLARATION
               Varying Io-Idx From 1 By 1
               Until Io-Idx > Io-Count.

       2760-VERIFY-ONE-DECLARATION.

           If Io-Step(Io-Idx) Not = Step-Name(Step-Idx)
              Or Io-Direction(Io-Idx) Not = Io-Check-Direction
              Exit Paragraph
           End-If.

           Move Function posix-stat(Io-Path(Io-Idx), Io-Stat-Buffer)
             to status-code.
           If status-code Not = ZERO
              Move 'Y' to Contract-Broken
              Display '*** CONTRACT: '
                      Function Trim(Step-Name(Step-Idx)) ' '
                      Function Trim(Io-Role) ' '
                      Function Trim(Io-Path(Io-Idx))
                      ' does not exist'
              Exit Paragraph
           End-If.

           Move st_size of Io-Stat-Buffer to Io-Size.
           If Io-Size = ZERO
              Or Io-Size < Io-Min-Size(Io-Idx)
              Move 'Y' to Contract-Broken
              Display '*** CONTRACT: '
                      Function Trim(Step-Name(Step-Idx)) ' '
                      Function Trim(Io-Role) ' '
                      Function Trim(Io-Path(Io-Idx))
                      ' is ' Io-Size ' bytes; declared minimum '
                      Io-Min-Size(Io-Idx)
              Exit Paragraph
           End-If.

           If Io-Fresh(Io-Idx) = 'Y'
              And st_mtime of Io-Stat-Buffer < Chain-Start-Epoch
              Move 'N' to Producer-Restored
              If Io-Check-Direction = 'I'
                 Perform 2770-FIND-A-RESTORED-PRODUCER
                     Varying Producer-Idx From 1 By 1
                     Until Producer-Idx > Io-Count
                         Or Producer-Restored = 'Y'
              End-If
              If Producer-Restored Not = 'Y'
                 Move 'Y' to Contract-Broken
                 Display '*** CONTRACT: '
                         Function Trim(Step-Name(Step-Idx)) ' '
                         Function Trim(Io-Role) ' '
                         Function Trim(Io-Path(Io-Idx))
                         ' predates the chain start'
              End-If
           End-If.

       2770-FIND-A-RESTORED-PRODUCER.

           If Io-Direction(Producer-Idx) = 'O'
              And Io-Path(Producer-Idx) = Io-Path(Io-Idx)
              Perform 2780-MATCH-A-RESTORED-STEP
                  Varying Scan-Idx From 1 By 1
                  Until Scan-Idx > Step-Count
                      Or Producer-Restored = 'Y'
           End-If.

       2780-MATCH-A-RESTORED-STEP.

           If Step-Name(Scan-Idx) = Io-Step(Producer-Idx)
              And Step-Restored(Scan-Idx) = 'Y'
              Move 'Y' to Producer-Restored
           End-If.

       2790-VERIFY-THE-RELEASE.

      *    The binary as it sits on disk now, not as it was when
      *    the night started: path and checksum must both match a
      *    manifest entry.
           Move 'Y' to Release-Found.
           Move Spaces to Release-Text.
           Move ZERO to Release-Checksum.
           If Manifest-In-Force Not = 'Y'
              Exit Paragraph
           End-If.
           Move 'N' to Release-Found.
           Call "CBL_FILE_CHECKSUM" using Release-Check-Path,
                                           Release-Checksum
                      returning Checksum-Status.
           If Checksum-Status Not = ZERO
              Move ZERO to Release-Checksum
              Exit Paragraph
           End-If.
           Perform 2795-MATCH-ONE-RELEASE
               Varying Rel-Idx From 1 By 1
               Until Rel-Idx > Rel-Count Or Release-Found = 'Y'.

       2795-MATCH-ONE-RELEASE.

           If Rel-Program(Rel-Idx) = Release-Check-Path
              And Rel-Checksum(Rel-Idx) = Release-Checksum
              Move 'Y' to Release-Found
              Move Rel-Release(Rel-Idx) to Release-Text
           End-If.

       2800-CHECK-THE-HOLDS.
                 End-If
           End-Read.

       2900-SLEEP-FOR-THE-HOLDS.

           Call "CBL_SLEEP" using Hold-Poll-Secs, Zero-Nanos
                           returning Sleep-Status.
           Perform 3900-BEAT-THE-HEART.

       2950-SLEEP-FOR-A-RETRY.

      *    Short naps, so the retry goes out close to its time and a
      *    hold lifted meanwhile is not kept waiting either.
           Call "CBL_SLEEP" using Dispatch-Poll-Secs, Zero-Nanos
                           returning Sleep-Status.
           Add 1 to Quiet-Polls.
           If Quiet-Polls >= Polls-Per-Beat
              Perform 3900-BEAT-THE-HEART
           End-If.

       3000-LAUNCH-ONE-STEP.

      *    Counted before the fork, so the child exports the same
      *    attempt number the parent records.
           Add 1 to Step-Attempt(Step-Idx).
           If Step-Attempt(Step-Idx) > 1
              Display 'Launching step '
                      Function Trim(Step-Name(Step-Idx))
                      ' (attempt ' Step-Attempt(Step-Idx) ') -> '
                      Function Trim(Step-Program(Step-Idx))
           Else
              Display 'Launching step '
                      Function Trim(Step-Name(Step-Idx))
                      ' -> ' Function Trim(Step-Program(Step-Idx))
           End-If.

           Move Function posix-fork to Child-Pid.

              If Child-Pid = ZERO
                 Perform 3100-EXEC-CHILD-STEP
              Else
                 Move 'R' to Step-State(Step-Idx)
                 Move Child-Pid to Step-Pid(Step-Idx)
                 Perform 3950-READ-THE-CLOCK
                 Move Now-Epoch to Step-Launch-Epoch(Step-Idx)
                 Move ZERO to Step-Term-Epoch(Step-Idx)
                 Move ZERO to Step-Retry-At(Step-Idx)
                 Move 'N' to Step-Time-Limit(Step-Idx)
                 Add 1 to Running-Count
                 If Running-Count > Peak-Running
                    Move Running-Count to Peak-Running
                 End-If
                 Perform 3900-BEAT-THE-HEART
              End-If
           End-If.

       3100-EXEC-CHILD-STEP.

           Move Step-Attempt(Step-Idx) to Attempt-Digits.
           Move Attempt-Digits to Attempt-Text.
           Move Function posix-setenv('GCOBOL_STEP_ATTEMPT',
                                       Attempt-Text, 1)
             to Setenv-Status.
           Move Function posix-setenv('GCOBOL_RELEASE_ID',
                                       Step-Release(Step-Idx), 1)
             to Setenv-Status.

           Move 2 to Exec-Argc.
           Move Step-Program(Step-Idx) to Exec-Arg(1).
           Move Step-Name(Step-Idx)    to Exec-Arg(2).

       3200-COLLECT-CHILD-STATUS.

      *    Raw wait status: the exit code is byte 1 of the low-order
      *    halfword when the low byte is zero; a nonzero low byte
      *    means the child died on a signal.
           If Function Mod(Wait-Status, 256) Not = ZERO
              Move 'F' to Step-State(Step-Idx)
              Move 255 to Step-Exit-Code(Step-Idx)
              Perform 3800-RECORD-A-KILLED-ATTEMPT
           Else
              Compute Child-Exit-Code =
                      Function Mod(Wait-Status / 256, 256)
              Move Child-Exit-Code to Step-Exit-Code(Step-Idx)
              If Child-Exit-Code = ZERO
                 Move 'C' to Step-State(Step-Idx)
              Else
                 Move 'F' to Step-State(Step-Idx)
              End-If
           End-If.

      *    A zero exit is only half the bargain: the outputs the
      *    step promised must be there too.
           If Step-Complete(Step-Idx)
              Move 'O' to Io-Check-Direction
              Perform 2750-VERIFY-THE-CONTRACT
              If Contract-Broken = 'Y'
                 Move 'F' to Step-State(Step-Idx)
                 Move -1 to Step-Exit-Code(Step-Idx)
                 Display '*** BROKEN PROMISE: '
                         Function Trim(Step-Name(Step-Idx))
                         ' exited 0 without its declared outputs'
              End-If
           End-If.

      *    A step stopped for overrunning has failed, whatever it
      *    managed to exit with on the way down.
           If Not Step-Within-Limit(Step-Idx)
              Move 'F' to Step-State(Step-Idx)
              If Step-Exit-Code(Step-Idx) = ZERO
                 Move 255 to Step-Exit-Code(Step-Idx)
              End-If
              Display '*** TIMED OUT: '
                      Function Trim(Step-Name(Step-Idx))
                      ' - stopped after its limit of '
                      Step-Max-Elapsed(Step-Idx) 's'
           End-If.

           If Step-Failed(Step-Idx)
              And Step-Retry-Is-Safe(Step-Idx)
              And Step-Attempt(Step-Idx) <= Step-Retry-Limit(Step-Idx)
              Perform 3300-SCHEDULE-A-RETRY
              Exit Paragraph
           End-If.

           If Step-Failed(Step-Idx)
                      Function Trim(Step-Name(Step-Idx))
           End-If.

           Move Spaces to Audit-Args.
           String 'step='
                  Function Trim(Step-Name(Step-Idx))
                  ' prog='
              Perform 4000-RECORD-COMPLETION
           End-If.

           If Step-Failed(Step-Idx)
              And Step-Recovery(Step-Idx) Not = Spaces
              Perform 3400-LAUNCH-RECOVERY
           End-If.

       3300-SCHEDULE-A-RETRY.

      *    Back to pending with a not-before time; the dispatch
      *    passes relaunch it once the backoff has run out.
           Perform 3950-READ-THE-CLOCK.
           Compute Retry-Wait-Secs = Step-Retry-Backoff(Step-Idx)
                                   * Step-Attempt(Step-Idx).
           Compute Step-Retry-At(Step-Idx) = Now-Epoch
                                           + Retry-Wait-Secs.
           Move 'P' to Step-State(Step-Idx).
           Display '    RETRY:   '
                   Function Trim(Step-Name(Step-Idx))
                   ' - attempt ' Step-Attempt(Step-Idx)
                   ' exit code ' Step-Exit-Code(Step-Idx)
                   '; retrying in ' Retry-Wait-Secs 's'.
           Move Spaces to Audit-Args.
           Move Step-Attempt(Step-Idx) to Attempt-Digits.
           String 'step='
                  Function Trim(Step-Name(Step-Idx))
                  ' prog='
                  Function Trim(Step-Program(Step-Idx))
                  ' attempt=' Attempt-Digits
                  ' failed - retry scheduled'
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-chain-controller",
                        Audit-Args,
                        by value Step-Exit-Code(Step-Idx)
                      returning Audit-Status.

       3400-LAUNCH-RECOVERY.

      *    The recovery program runs as a child like any step,
      *    occupying the failed step's table entry until it ends;
      *    the step itself stays FAILED whatever it does.
           Move Step-Recovery(Step-Idx) to Release-Check-Path.
           Perform 2790-VERIFY-THE-RELEASE.
           If Release-Found = 'N'
              Add 1 to Exception-Count
              Display '*** RECOVERY REFUSED: '
                      Function Trim(Step-Name(Step-Idx))
                      ' - UNAPPROVED-BINARY '
                      Function Trim(Step-Recovery(Step-Idx))
                      ' checksum ' Release-Checksum
              Move Spaces to Audit-Args
              String 'step='
                     Function Trim(Step-Name(Step-Idx))
                     ' recovery='
                     Function Trim(Step-Recovery(Step-Idx))
                     ' checksum=' Release-Checksum
                     ' refused - reason=UNAPPROVED-BINARY'
                     Delimited By Size Into Audit-Args
              Call "CBL_AUDIT_LOG" using "gcobol-chain-controller",
                           Audit-Args,
                           by value -1
                         returning Audit-Status
              Exit Paragraph
           End-If.

           Display 'Launching recovery for '
                   Function Trim(Step-Name(Step-Idx))
                   ' -> ' Function Trim(Step-Recovery(Step-Idx)).

           Move Function posix-fork to Child-Pid.

           If Child-Pid < ZERO
              Add 1 to Exception-Count
              Display '*** FORK FAILED: recovery for '
                      Function Trim(Step-Name(Step-Idx))
                      ' - errno ' Function posix-errno(Err-Msg)
                      ': ' Err-Msg
              Exit Paragraph
           End-If.

           If Child-Pid = ZERO
              Move Function posix-setenv('GCOBOL_RELEASE_ID',
                                          Release-Text, 1)
                to Setenv-Status
              Move 2 to Exec-Argc
              Move Step-Recovery(Step-Idx) to Exec-Arg(1)
              Move Step-Name(Step-Idx)     to Exec-Arg(2)
              Move Function posix-execve(Step-Recovery(Step-Idx),
                                          Exec-Argc, Exec-Argv-Table)
                to status-code
              Display '*** EXEC FAILED: '
                      Function Trim(Step-Recovery(Step-Idx))
                      ' - errno ' Function posix-errno(Err-Msg)
                      ': ' Err-Msg
              Move Function posix-exit(127) to status-code
           End-If.

           Move 'R' to Step-State(Step-Idx).
           Move 'Y' to Step-Recovering(Step-Idx).
           Move Child-Pid to Step-Pid(Step-Idx).
           Add 1 to Running-Count.
           If Running-Count > Peak-Running
              Move Running-Count to Peak-Running
           End-If.

       3450-COLLECT-RECOVERY-STATUS.

           Move 'F' to Step-State(Step-Idx).
           Move 'D' to Step-Recovering(Step-Idx).
           If Function Mod(Wait-Status, 256) Not = ZERO
              Move 255 to Child-Exit-Code
           Else
              Compute Child-Exit-Code =
                      Function Mod(Wait-Status / 256, 256)
           End-If.

           If Child-Exit-Code = ZERO
              Display '    RECOVERED: '
                      Function Trim(Step-Name(Step-Idx))
                      ' - ' Function Trim(Step-Recovery(Step-Idx))
                      ' ran clean'
           Else
              Add 1 to Exception-Count
              Display '*** RECOVERY FAILED: '
                      Function Trim(Step-Name(Step-Idx))
                      ' - ' Function Trim(Step-Recovery(Step-Idx))
                      ' exit code ' Child-Exit-Code
           End-If.

           Move Spaces to Audit-Args.
           String 'step='
                  Function Trim(Step-Name(Step-Idx))
                  ' recovery='
                  Function Trim(Step-Recovery(Step-Idx))
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-chain-controller",
                        Audit-Args,
                        by value Child-Exit-Code
                      returning Audit-Status.

       3500-WAIT-FOR-A-CHILD.

      *    Whichever child finishes first is collected.  The wait
      *    polls rather than blocks, so a hold lifted while a long
      *    step runs is seen at once and the controller's own
      *    heartbeat never goes quiet behind a slow child.  Every
      *    poll also holds the running steps to their time limits.
           Perform 3950-READ-THE-CLOCK.
           Perform 3550-ENFORCE-ONE-LIMIT
               Varying Scan-Idx From 1 By 1
               Until Scan-Idx > Step-Count.

           Move Function posix-waitpid(Any-Child, Wait-Status,
                                        Wait-No-Hang)
             to Wait-Pid.
           Evaluate True
              When Wait-Pid > ZERO
                 Move 'N' to Child-Matched
                 Perform 3600-MATCH-THE-CHILD
                     Varying Scan-Idx From 1 By 1
                     Until Scan-Idx > Step-Count
                         Or Child-Matched = 'Y'
              When Wait-Pid = ZERO
                 Call "CBL_SLEEP" using Dispatch-Poll-Secs,
                                        Zero-Nanos
                                 returning Sleep-Status
                 Add 1 to Quiet-Polls
                 If Quiet-Polls >= Polls-Per-Beat
                    Perform 3900-BEAT-THE-HEART
                 End-If
              When Other
      *          No child left to reap while steps are recorded as
      *          running: they are lost, and failing them is the
      *          only way the night can end.
                 Display '*** waitpid failed - errno '
                         Function posix-errno(Err-Msg) ': ' Err-Msg
                 Perform 3700-FAIL-ONE-LOST-STEP
                     Varying Step-Idx From 1 By 1
                     Until Step-Idx > Step-Count
           End-Evaluate.

       3550-ENFORCE-ONE-LIMIT.

           If Not Step-Running(Scan-Idx)
              Or Step-Recovery-Running(Scan-Idx)
              Or Step-Max-Elapsed(Scan-Idx) = ZERO
              Exit Paragraph
           End-If.

           Compute Elapsed-Secs = Now-Epoch
                                - Step-Launch-Epoch(Scan-Idx).
           Evaluate True
              When Step-Within-Limit(Scan-Idx)
                 If Elapsed-Secs > Step-Max-Elapsed(Scan-Idx)
                    Move Function posix-kill(Step-Pid(Scan-Idx),
                                               Sig-Term)
                      to Kill-Status
                    Move 'T' to Step-Time-Limit(Scan-Idx)
                    Move Now-Epoch to Step-Term-Epoch(Scan-Idx)
                    Display '*** TIME LIMIT: '
                            Function Trim(Step-Name(Scan-Idx))
                            ' - running ' Elapsed-Secs
                            's, limit ' Step-Max-Elapsed(Scan-Idx)
                            's; SIGTERM sent'
                    Move Spaces to Audit-Args
                    String 'step='
                           Function Trim(Step-Name(Scan-Idx))
                           ' over its time limit - SIGTERM sent'
                           Delimited By Size Into Audit-Args
                    Call "CBL_AUDIT_LOG" using
                                 "gcobol-chain-controller",
                                 Audit-Args,
                                 by value -1
                               returning Audit-Status
                 End-If
              When Step-Term-Sent(Scan-Idx)
                 If Now-Epoch - Step-Term-Epoch(Scan-Idx)
                      >= Kill-Grace-Secs
                    Move Function posix-kill(Step-Pid(Scan-Idx),
                                               Sig-Kill)
                      to Kill-Status
                    Move 'K' to Step-Time-Limit(Scan-Idx)
                    Display '*** TIME LIMIT: '
                            Function Trim(Step-Name(Scan-Idx))
                            ' ignored SIGTERM for '
                            Kill-Grace-Secs 's; SIGKILL sent'
                    Move Spaces to Audit-Args
                    String 'step='
                           Function Trim(Step-Name(Scan-Idx))
                           ' ignored SIGTERM - SIGKILL sent'
                           Delimited By Size Into Audit-Args
                    Call "CBL_AUDIT_LOG" using
                                 "gcobol-chain-controller",
                                 Audit-Args,
                                 by value -1
                               returning Audit-Status
                 End-If
              When Other
                 Continue
           End-Evaluate.

       3600-MATCH-THE-CHILD.

           If Step-Running(Scan-Idx)
              And Step-Pid(Scan-Idx) = Wait-Pid
              Move 'Y' to Child-Matched
              Move Scan-Idx to Step-Idx
              Subtract 1 from Running-Count
              Add 1 to Steps-Finished
              If Step-Recovery-Running(Step-Idx)
                 Perform 3450-COLLECT-RECOVERY-STATUS
              Else
                 Perform 3200-COLLECT-CHILD-STATUS
              End-If
              Perform 3900-BEAT-THE-HEART
           End-If.

       3700-FAIL-ONE-LOST-STEP.

           If Step-Running(Step-Idx)
              Move 'F' to Step-State(Step-Idx)
              Move -1 to Step-Exit-Code(Step-Idx)
              Subtract 1 from Running-Count
              Add 1 to Exception-Count
              Display '*** LOST:    '
                      Function Trim(Step-Name(Step-Idx))
                      ' - no exit status could be collected'
           End-If.

       3800-RECORD-A-KILLED-ATTEMPT.

      *    A step killed on a signal never reached CBL_RUN_FOOTER;
      *    its end record is written here, under the run id it
      *    inherited, so the attempt is closed on the ledger (and
      *    the duplicate-run guard does not take it for a live run
      *    when the retry starts).
           Perform 3950-READ-THE-CLOCK.
           Move Spaces to HISTORY-RECORD.
           Move Step-Name(Step-Idx) to RH-JOB-NAME.
           Move Pd-Date to RH-PROC-DATE.
           Move 'E' to RH-EVENT.
           Move Now-Epoch to RH-EPOCH.
           Move Step-Exit-Code(Step-Idx) to RH-RETURN-CODE.
           Move ZERO to RH-RECORDS-IN.
           Move ZERO to RH-RECORDS-OUT.
           Move Function posix-getenv('GCOBOL_RUN_ID', RH-RUN-ID)
             to Getenv-Status.
           If Getenv-Status Not = ZERO
              Move Spaces to RH-RUN-ID
           End-If.
           Move ZERO to RH-CPU-USER-CS.
           Move ZERO to RH-CPU-SYS-CS.
           Move ZERO to RH-MAX-RSS-KB.
           Move ZERO to RH-IO-BLOCKS.
           Move Step-Attempt(Step-Idx) to RH-ATTEMPT.
           Move Step-Release(Step-Idx) to RH-RELEASE-ID.

           Open Extend HISTORY-FILE.
           If History-File-Status Not = '00'
              Open Output HISTORY-FILE
           End-If.
           If History-File-Status = '00'
              Write HISTORY-RECORD
              Close HISTORY-FILE
           End-If.

       3900-BEAT-THE-HEART.

           Move ZERO to Quiet-Polls.
           Call "CBL_HEARTBEAT" using 'gcobol-chain-controller',
                by value Steps-Finished
                returning Heartbeat-Status.

       3950-READ-THE-CLOCK.

           Move Function posix-gettimeofday(Now-Timeval)
             to Getenv-Status.
           Move tv_sec of Now-Timeval to Now-Epoch.

       4000-RECORD-COMPLETION.

           Move ZERO to Output-Checksum.
           Perform 5100-PRINT-ONE-STEP
               Varying Step-Idx From 1 By 1
               Until Step-Idx > Step-Count.
           Display 'Peak concurrency: ' Peak-Running ' of '
                   Max-Parallel ' slot(s)'.

       5100-PRINT-ONE-STEP.

                         ' exit ' Step-Exit-Code(Step-Idx)
              When Step-Skipped(Step-Idx)
                 Display '  SKIPPED  ' Step-Name(Step-Idx)
              When Step-Not-Due(Step-Idx)
                 Display '  NOT-DUE  ' Step-Name(Step-Idx)
              When Other
                 Display '  PENDING  ' Step-Name(Step-Idx)
           End-Evaluate.
           If Step-Attempt(Step-Idx) > 1
              Display '           after ' Step-Attempt(Step-Idx)
                      ' attempts'
           End-If.
           If Step-Reason(Step-Idx) Not = Spaces
              Display '           reason '
                      Function Trim(Step-Reason(Step-Idx))
           End-If.

       6000-PRINT-WOULD-HAVE-DONE.

