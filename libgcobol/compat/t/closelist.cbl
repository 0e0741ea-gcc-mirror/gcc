      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Month-end close checklist and sign-off, in the
      *  gcobol-ops-diag style.  The close used to be a sheet of
      *  paper and every month an item slipped through.  The
      *  checklist file lists the tasks, one per line: task id 8,
      *  description 40, evidence kind 1, evidence subject 100, and
      *  the sign-off role 24 (a '*' in column 1 is a comment):
      *
      *    R  a run-history end record for the job named in the
      *       subject, on the month-end processing date, with
      *       return code zero (a rerun supersedes the attempt
      *       before it)
      *    P  a report in the report repository catalog with the
      *       subject as its title, on the month-end date
      *    T  a balanced control total for the file named in the
      *       subject: the latest producer and consumer entries in
      *       the control-totals ledger for that processing date
      *       agree on count and hash
      *
      *  The screen shows the live status of every item from that
      *  evidence on each refresh - nothing is ticked by hand.  A
      *  sign-off is taken only for an evidenced item and only from
      *  an operator holding an update grant for the item's role at
      *  the central authorization door (the role is the tool name
      *  on the keyring).  Sign-offs go to the sign-off ledger:
      *  processing date 8, task id 8, operator 16, role 24, date
      *  signed 8, evidence seen 60.
      *
      *  Closing the month needs an update grant for this tool and
      *  is refused while any item lacks evidence or a signature.
      *  The closed checklist is filed as a report (and so lands in
      *  the repository catalog) and a '*CLOSED*' line is added to
      *  the sign-off ledger, after which the month takes no more
      *  sign-offs.

        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-close-checklist.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant CLOSE-LIST as "/tmp/gcobol-close-list.dat"
       >>Define Constant CLOSE-SIGNS as "/tmp/gcobol-close-sign.dat"
       >>Define Constant RUN-HISTORY-PATH as "/tmp/gcobol-run-hist.dat"
       >>Define Constant REPORT-CATALOG as "/tmp/gcobol-report-cat.dat"
       >>Define Constant CTL-TOTALS-PATH as "/tmp/gcobol-ctl-totals.dat"
       >>Define Constant CLOSE-RPT-DIR as "/tmp"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKLIST-FILE
                  ASSIGN TO Checklist-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Checklist-File-Status.
           SELECT SIGNOFF-FILE
                  ASSIGN TO Signoff-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Signoff-File-Status.
           SELECT HISTORY-FILE
                  ASSIGN TO History-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS History-File-Status.
           SELECT CATALOG-FILE
                  ASSIGN TO Catalog-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Catalog-File-Status.
           SELECT LEDGER-FILE
                  ASSIGN TO Ledger-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Ledger-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKLIST-FILE.
       01  CHECKLIST-RECORD.
           05  CK-TASK-ID           PIC X(08).
           05  CK-DESCRIPTION       PIC X(40).
           05  CK-EVIDENCE          PIC X(01).
           05  CK-SUBJECT           PIC X(100).
           05  CK-ROLE              PIC X(24).

       FD  SIGNOFF-FILE.
       01  SIGNOFF-RECORD.
           05  CS-PROC-DATE         PIC 9(08).
           05  CS-TASK-ID           PIC X(08).
           05  CS-SIGNED-BY         PIC X(16).
           05  CS-ROLE              PIC X(24).
           05  CS-SIGNED-DATE       PIC 9(08).
           05  CS-EVIDENCE          PIC X(60).

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

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  RC-TITLE             PIC X(80).
           05  RC-PATH              PIC X(256).
           05  RC-PROC-DATE         PIC 9(08).
           05  RC-RUN-ID            PIC X(40).
           05  RC-PAGES             PIC 9(06).
           05  RC-CHECKSUM          PIC 9(10).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LED-DATE             PIC 9(08).
           05  LED-ROLE             PIC X(01).
           05  LED-JOB              PIC X(32).
           05  LED-FILE             PIC X(100).
           05  LED-COUNT            PIC 9(10).
           05  LED-HASH             PIC 9(16).
           05  LED-RUN-ID           PIC X(40).

       WORKING-STORAGE SECTION.
        77 Checklist-Path      PIC X(100).
        77 Signoff-Path        PIC X(100).
        77 History-Path        PIC X(100).
        77 Catalog-Path        PIC X(256).
        77 Ledger-Path         PIC X(256).
        77 Checklist-File-Status PIC X(02).
        77 Signoff-File-Status PIC X(02).
        77 History-File-Status PIC X(02).
        77 Catalog-File-Status PIC X(02).
        77 Ledger-File-Status  PIC X(02).
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 status-code         BINARY-LONG SIGNED.
        77 Operator-Id         PIC X(16).
        77 Auth-Tool           PIC X(24).
        77 Auth-Level          PIC X(01).
        77 Auth-Check-Status   BINARY-LONG SIGNED.
        77 Role-Level          PIC X(01).
        77 Role-Check-Status   BINARY-LONG SIGNED.
        77 Mode-Answer         PIC X(01).
           88 Mode-Is-Status      VALUE 'S' 's'.
           88 Mode-Is-Sign        VALUE 'G' 'g'.
           88 Mode-Is-Close       VALUE 'C' 'c'.
           88 Mode-Is-Quit        VALUE 'Q' 'q' ' '.
        77 Date-Answer         PIC X(08).
        77 Close-Date          PIC 9(08).
        77 Today-Date          PIC 9(08).
        77 Epoch-Seconds       BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        77 Task-Answer         PIC X(08).
        77 Lookup-Task         PIC X(08).
        77 Month-Closed        PIC X(01).
        77 Closed-By           PIC X(16).
        77 Ledger-Proc-Date    PIC 9(08).
        77 Run-Id-Length       BINARY-LONG.
        77 Rc-Shown            PIC -(8)9.
        77 Open-Items          PIC 9(04).
        77 Unsigned-Items      PIC 9(04).
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.

        77 Item-Count          BINARY-LONG VALUE ZERO.
        77 Max-Items           BINARY-LONG VALUE 100.
        77 Item-Idx            BINARY-LONG.
        77 Found-Idx           BINARY-LONG.
        01 Item-Table.
           05 Item-Entry OCCURS 100 TIMES.
              10 It-Task           PIC X(08).
              10 It-Description    PIC X(40).
              10 It-Evidence       PIC X(01).
                 88 It-By-Run         VALUE 'R'.
                 88 It-By-Report      VALUE 'P'.
                 88 It-By-Total       VALUE 'T'.
              10 It-Subject        PIC X(100).
              10 It-Role           PIC X(24).
              10 It-Evidenced      PIC X(01).
              10 It-Detail         PIC X(60).
              10 It-Signed-By      PIC X(16).
              10 It-Signed-Date    PIC 9(08).
              10 It-Prod-Seen      PIC X(01).
              10 It-Prod-Count     PIC 9(10).
              10 It-Prod-Hash      PIC 9(16).
              10 It-Cons-Seen      PIC X(01).
              10 It-Cons-Count     PIC 9(10).
              10 It-Cons-Hash      PIC 9(16).

        77 Report-Path         PIC X(256).
        77 Report-Title        PIC X(80).
        77 Column-Heading      PIC X(132).
        77 Detail-Line         PIC X(132).
        77 Control-Value       PIC X(32) VALUE SPACES.
        77 Amount-For-Writer   BINARY-DOUBLE VALUE ZERO.
        77 Report-Status       BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Perform 0100-RESOLVE-THE-PATHS.

           Display 'gcobol month-end close checklist - '
                   Function Trim(Checklist-Path).
           Display 'Operator id: ' with No Advancing.
           Accept Operator-Id from Console.
           Move 'gcobol-close-checklist' to Auth-Tool.
           Call "CBL_OPERATOR_AUTH" using Operator-Id, Auth-Tool,
                        Auth-Level
                      returning Auth-Check-Status.
           If Auth-Check-Status Not = ZERO
              Display 'Operator ' Function Trim(Operator-Id)
                      ' is not authorized for this tool'
              Stop Run With Error Status 1
           End-If.

           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.
           Display 'Month-end processing date (blank = '
                   Pd-Date '): ' with No Advancing.
           Accept Date-Answer from Console.
           If Date-Answer = Spaces
              Move Pd-Date to Close-Date
           Else
              If Date-Answer Is Not Numeric
                 Display 'A processing date is eight digits, YYYYMMDD'
                 Stop Run With Error Status 1
              End-If
              Move Date-Answer to Close-Date
           End-If.

           Perform 1000-LOAD-THE-CHECKLIST.
           If Item-Count = ZERO
              Display 'The checklist '
                      Function Trim(Checklist-Path)
                      ' has no tasks'
              Stop Run With Error Status 1
           End-If.

           Perform 5000-SHOW-THE-STATUS.
           Move 'S' to Mode-Answer.
           Perform 2000-TAKE-ONE-REQUEST
               Until Mode-Is-Quit.
           Stop Run.

       0100-RESOLVE-THE-PATHS.

           Move 'CLOSE-CHECKLIST' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CLOSE-LIST
                      returning Config-Status.
           Move Config-Value to Checklist-Path.
           Move 'CLOSE-SIGNOFFS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CLOSE-SIGNS
                      returning Config-Status.
           Move Config-Value to Signoff-Path.
           Move 'RUN-HIST-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RUN-HISTORY-PATH
                      returning Config-Status.
           Move Config-Value to History-Path.
           Move 'REPORT-CAT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        REPORT-CATALOG
                      returning Config-Status.
           Move Config-Value to Catalog-Path.
           Move 'CTL-TOTALS-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CTL-TOTALS-PATH
                      returning Config-Status.
           Move Config-Value to Ledger-Path.

       1000-LOAD-THE-CHECKLIST.

           Open Input CHECKLIST-FILE.
           If Checklist-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1100-LOAD-ONE-TASK
               Until Checklist-File-Status Not = '00'.
           Close CHECKLIST-FILE.

       1100-LOAD-ONE-TASK.

           Read CHECKLIST-FILE
              At End
                 Move '10' to Checklist-File-Status
              Not At End
                 If CHECKLIST-RECORD Not = Spaces
                    And CK-TASK-ID(1:1) Not = '*'
                    If Item-Count >= Max-Items
                       Display '*** More than ' Max-Items
                               ' tasks - the rest are ignored'
                    Else
                       Add 1 to Item-Count
                       Move CK-TASK-ID to It-Task(Item-Count)
                       Move CK-DESCRIPTION
                         to It-Description(Item-Count)
                       Move CK-EVIDENCE to It-Evidence(Item-Count)
                       Move CK-SUBJECT to It-Subject(Item-Count)
                       Move CK-ROLE to It-Role(Item-Count)
                    End-If
                 End-If
           End-Read.

       2000-TAKE-ONE-REQUEST.

           Display 'S status, G sign off, C close month, Q quit: '
                   with No Advancing.
           Accept Mode-Answer from Console.
           Evaluate True
              When Mode-Is-Status
                 Perform 5000-SHOW-THE-STATUS
              When Mode-Is-Sign
                 Perform 6000-SIGN-ONE-TASK
              When Mode-Is-Close
                 Perform 7000-CLOSE-THE-MONTH
              When Mode-Is-Quit
                 Continue
              When Other
                 Display 'Unknown choice ' Mode-Answer
           End-Evaluate.

       3000-GATHER-THE-EVIDENCE.

      *    Every refresh starts from nothing and rereads the
      *    evidence and the sign-offs; the files are the truth.
           Perform 3050-CLEAR-ONE-ITEM
               Varying Item-Idx From 1 By 1
               Until Item-Idx > Item-Count.
           Move 'N' to Month-Closed.
           Move Spaces to Closed-By.

           Open Input HISTORY-FILE.
           If History-File-Status = '00'
              Perform 3100-READ-ONE-HISTORY
                  Until History-File-Status Not = '00'
              Close HISTORY-FILE
           End-If.

           Open Input CATALOG-FILE.
           If Catalog-File-Status = '00'
              Perform 3200-READ-ONE-CATALOG
                  Until Catalog-File-Status Not = '00'
              Close CATALOG-FILE
           End-If.

           Open Input LEDGER-FILE.
           If Ledger-File-Status = '00'
              Perform 3300-READ-ONE-LEDGER
                  Until Ledger-File-Status Not = '00'
              Close LEDGER-FILE
           End-If.
           Perform 3400-BALANCE-ONE-TOTAL
               Varying Item-Idx From 1 By 1
               Until Item-Idx > Item-Count.

           Open Input SIGNOFF-FILE.
           If Signoff-File-Status = '00'
              Perform 3500-READ-ONE-SIGNOFF
                  Until Signoff-File-Status Not = '00'
              Close SIGNOFF-FILE
           End-If.

       3050-CLEAR-ONE-ITEM.

           Move 'N' to It-Evidenced(Item-Idx).
           Move 'no evidence yet' to It-Detail(Item-Idx).
           Move Spaces to It-Signed-By(Item-Idx).
           Move ZERO to It-Signed-Date(Item-Idx).
           Move 'N' to It-Prod-Seen(Item-Idx).
           Move 'N' to It-Cons-Seen(Item-Idx).

       3100-READ-ONE-HISTORY.

           Read HISTORY-FILE
              At End
                 Move '10' to History-File-Status
              Not At End
                 If RH-EVENT = 'E' And RH-PROC-DATE = Close-Date
                    Perform 3150-MATCH-ONE-RUN
                        Varying Item-Idx From 1 By 1
                        Until Item-Idx > Item-Count
                 End-If
           End-Read.

       3150-MATCH-ONE-RUN.

      *    The latest end record for the job stands - a successful
      *    rerun clears a failure, a failed rerun voids a success.
           If It-By-Run(Item-Idx)
              And It-Subject(Item-Idx) = RH-JOB-NAME
              Move Spaces to It-Detail(Item-Idx)
              If RH-RETURN-CODE = ZERO
                 Move 'Y' to It-Evidenced(Item-Idx)
                 String 'ran clean, run ' RH-RUN-ID
                        Delimited By Size Into It-Detail(Item-Idx)
              Else
                 Move 'N' to It-Evidenced(Item-Idx)
                 Move RH-RETURN-CODE to Rc-Shown
                 String 'last run ended rc '
                        Function Trim(Rc-Shown)
                        Delimited By Size Into It-Detail(Item-Idx)
              End-If
           End-If.

       3200-READ-ONE-CATALOG.

           Read CATALOG-FILE
              At End
                 Move '10' to Catalog-File-Status
              Not At End
                 If RC-PROC-DATE = Close-Date
                    Perform 3250-MATCH-ONE-REPORT
                        Varying Item-Idx From 1 By 1
                        Until Item-Idx > Item-Count
                 End-If
           End-Read.

       3250-MATCH-ONE-REPORT.

           If It-By-Report(Item-Idx)
              And It-Subject(Item-Idx) = RC-TITLE
              Move 'Y' to It-Evidenced(Item-Idx)
              Move Spaces to It-Detail(Item-Idx)
              String 'filed ' RC-PATH
                     Delimited By Size Into It-Detail(Item-Idx)
           End-If.

       3300-READ-ONE-LEDGER.

      *    The ledger date is the wall-clock day the total was
      *    taken; the run id carries the processing date the job
      *    ran for, which is the one a month-end rerun on the first
      *    of the month still belongs to.
           Read LEDGER-FILE
              At End
                 Move '10' to Ledger-File-Status
              Not At End
                 Move LED-DATE to Ledger-Proc-Date
                 If LED-RUN-ID Not = Spaces
                    Move Function Length(
                         Function Trim(LED-RUN-ID, Trailing))
                      to Run-Id-Length
                    If Run-Id-Length > 13
                       And LED-RUN-ID(Run-Id-Length - 12:8) Numeric
                       Move LED-RUN-ID(Run-Id-Length - 12:8)
                         to Ledger-Proc-Date
                    End-If
                 End-If
                 If Ledger-Proc-Date = Close-Date
                    Perform 3350-MATCH-ONE-TOTAL
                        Varying Item-Idx From 1 By 1
                        Until Item-Idx > Item-Count
                 End-If
           End-Read.

       3350-MATCH-ONE-TOTAL.

           If It-By-Total(Item-Idx)
              And It-Subject(Item-Idx) = LED-FILE
              If LED-ROLE = 'P'
                 Move 'Y' to It-Prod-Seen(Item-Idx)
                 Move LED-COUNT to It-Prod-Count(Item-Idx)
                 Move LED-HASH to It-Prod-Hash(Item-Idx)
              Else
                 Move 'Y' to It-Cons-Seen(Item-Idx)
                 Move LED-COUNT to It-Cons-Count(Item-Idx)
                 Move LED-HASH to It-Cons-Hash(Item-Idx)
              End-If
           End-If.

       3400-BALANCE-ONE-TOTAL.

           If It-By-Total(Item-Idx)
              Move Spaces to It-Detail(Item-Idx)
              Evaluate True
                 When It-Prod-Seen(Item-Idx) Not = 'Y'
                    Move 'no producer total' to It-Detail(Item-Idx)
                 When It-Cons-Seen(Item-Idx) Not = 'Y'
                    Move 'no consumer total' to It-Detail(Item-Idx)
                 When It-Prod-Count(Item-Idx)
                      Not = It-Cons-Count(Item-Idx)
                   Or It-Prod-Hash(Item-Idx)
                      Not = It-Cons-Hash(Item-Idx)
                    String 'IMBALANCE produced '
                           It-Prod-Count(Item-Idx)
                           ' consumed ' It-Cons-Count(Item-Idx)
                           Delimited By Size Into It-Detail(Item-Idx)
                 When Other
                    Move 'Y' to It-Evidenced(Item-Idx)
                    String 'balanced at ' It-Prod-Count(Item-Idx)
                           ' records'
                           Delimited By Size Into It-Detail(Item-Idx)
              End-Evaluate
           End-If.

       3500-READ-ONE-SIGNOFF.

           Read SIGNOFF-FILE
              At End
                 Move '10' to Signoff-File-Status
              Not At End
                 If CS-PROC-DATE = Close-Date
                    If CS-TASK-ID = '*CLOSED*'
                       Move 'Y' to Month-Closed
                       Move CS-SIGNED-BY to Closed-By
                    Else
                       Move CS-TASK-ID to Lookup-Task
                       Perform 3900-FIND-THE-TASK
                       If Found-Idx Not = ZERO
                          Move CS-SIGNED-BY
                            to It-Signed-By(Found-Idx)
                          Move CS-SIGNED-DATE
                            to It-Signed-Date(Found-Idx)
                       End-If
                    End-If
                 End-If
           End-Read.

       3900-FIND-THE-TASK.

           Move ZERO to Found-Idx.
           Perform 3950-CHECK-ONE-TASK
               Varying Item-Idx From 1 By 1
               Until Item-Idx > Item-Count Or Found-Idx Not = ZERO.

       3950-CHECK-ONE-TASK.

           If It-Task(Item-Idx) = Lookup-Task
              Move Item-Idx to Found-Idx
           End-If.

       5000-SHOW-THE-STATUS.

           Perform 3000-GATHER-THE-EVIDENCE.
           Move ZERO to Open-Items.
           Move ZERO to Unsigned-Items.
           Display ' '.
           Display 'Month-end close for processing date ' Close-Date.
           Display '----------------------------------------------'.
           Perform 5100-SHOW-ONE-TASK
               Varying Item-Idx From 1 By 1
               Until Item-Idx > Item-Count.
           Display '----------------------------------------------'.
           If Month-Closed = 'Y'
              Display 'CLOSED by ' Function Trim(Closed-By)
           Else
              Display Open-Items ' task(s) without evidence, '
                      Unsigned-Items ' awaiting sign-off'
           End-If.

       5100-SHOW-ONE-TASK.

           Evaluate True
              When It-Evidenced(Item-Idx) Not = 'Y'
                 Add 1 to Open-Items
                 Display 'OPEN    ' It-Task(Item-Idx) ' '
                         It-Description(Item-Idx)
              When It-Signed-By(Item-Idx) = Spaces
                 Add 1 to Unsigned-Items
                 Display 'READY   ' It-Task(Item-Idx) ' '
                         It-Description(Item-Idx)
              When Other
                 Display 'SIGNED  ' It-Task(Item-Idx) ' '
                         It-Description(Item-Idx)
           End-Evaluate.
           Display '          ' Function Trim(It-Detail(Item-Idx)).
           If It-Signed-By(Item-Idx) = Spaces
              Display '          sign-off role '
                      Function Trim(It-Role(Item-Idx))
           Else
              Display '          signed by '
                      Function Trim(It-Signed-By(Item-Idx))
                      ' on ' It-Signed-Date(Item-Idx)
           End-If.

       6000-SIGN-ONE-TASK.

           Display 'Task id: ' with No Advancing.
           Accept Task-Answer from Console.
           If Task-Answer = Spaces
              Exit Paragraph
           End-If.

           Perform 3000-GATHER-THE-EVIDENCE.
           If Month-Closed = 'Y'
              Display 'The month is closed - no further sign-offs'
              Exit Paragraph
           End-If.
           Move Task-Answer to Lookup-Task.
           Perform 3900-FIND-THE-TASK.
           If Found-Idx = ZERO
              Display 'No task ' Function Trim(Task-Answer)
                      ' on the checklist'
              Exit Paragraph
           End-If.
           If It-Evidenced(Found-Idx) Not = 'Y'
              Display 'Refused - task ' Function Trim(Task-Answer)
                      ' is not evidenced: '
                      Function Trim(It-Detail(Found-Idx))
              Exit Paragraph
           End-If.
           If It-Signed-By(Found-Idx) Not = Spaces
              Display 'Already signed by '
                      Function Trim(It-Signed-By(Found-Idx))
              Exit Paragraph
           End-If.

      *    The role is a tool name on the keyring; signing needs an
      *    update grant for it, whoever is at this screen.
           Call "CBL_OPERATOR_AUTH" using Operator-Id,
                        It-Role(Found-Idx), Role-Level
                      returning Role-Check-Status.
           If Role-Check-Status Not = ZERO
              Or Role-Level Not = 'U'
              Display 'Refused - signing task '
                      Function Trim(Task-Answer) ' needs role '
                      Function Trim(It-Role(Found-Idx))
              Exit Paragraph
           End-If.

           Perform 8000-TAKE-TODAYS-DATE.
           Move Spaces to SIGNOFF-RECORD.
           Move Close-Date to CS-PROC-DATE.
           Move It-Task(Found-Idx) to CS-TASK-ID.
           Move Operator-Id to CS-SIGNED-BY.
           Move It-Role(Found-Idx) to CS-ROLE.
           Move Today-Date to CS-SIGNED-DATE.
           Move It-Detail(Found-Idx) to CS-EVIDENCE.
           Perform 8100-APPEND-THE-SIGNOFF.
           If Signoff-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Display 'Task ' Function Trim(Task-Answer)
                   ' signed off by ' Function Trim(Operator-Id).

           Move Spaces to Audit-Args.
           String 'signoff date=' Close-Date
                  ' task=' Function Trim(Task-Answer)
                  ' role=' Function Trim(It-Role(Found-Idx))
                  ' by=' Function Trim(Operator-Id)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-close-checklist",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

       7000-CLOSE-THE-MONTH.

           If Auth-Level Not = 'U'
              Display 'Closing the month needs update authorization'
              Exit Paragraph
           End-If.
           Perform 5000-SHOW-THE-STATUS.
           If Month-Closed = 'Y'
              Display 'Already closed'
              Exit Paragraph
           End-If.
           If Open-Items > ZERO Or Unsigned-Items > ZERO
              Display 'Refused - the month cannot close until every '
                      'task is evidenced and signed'
              Exit Paragraph
           End-If.

           Perform 7100-FILE-THE-CHECKLIST.

           Perform 8000-TAKE-TODAYS-DATE.
           Move Spaces to SIGNOFF-RECORD.
           Move Close-Date to CS-PROC-DATE.
           Move '*CLOSED*' to CS-TASK-ID.
           Move Operator-Id to CS-SIGNED-BY.
           Move Auth-Tool to CS-ROLE.
           Move Today-Date to CS-SIGNED-DATE.
           Move Report-Path to CS-EVIDENCE.
           Perform 8100-APPEND-THE-SIGNOFF.
           If Signoff-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Display 'Month closed - checklist filed as '
                   Function Trim(Report-Path).

           Move Spaces to Audit-Args.
           String 'closed date=' Close-Date
                  ' by=' Function Trim(Operator-Id)
                  ' report=' Function Trim(Report-Path)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-close-checklist",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

       7100-FILE-THE-CHECKLIST.

           Move Spaces to Report-Path.
           String Function Trim(CLOSE-RPT-DIR) '/gcobol-close-'
                  Close-Date '.rpt'
                  Delimited By Size Into Report-Path.
           Move Spaces to Report-Title.
           String 'MONTH-END CLOSE CHECKLIST ' Close-Date
                  Delimited By Size Into Report-Title.
           Move 'TASK     DESCRIPTION                              '
             & 'SIGNED BY        ON        EVIDENCE'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display '*** cannot open the report '
                      Function Trim(Report-Path)
              Exit Paragraph
           End-If.
           Perform 7150-FILE-ONE-TASK
               Varying Item-Idx From 1 By 1
               Until Item-Idx > Item-Count.
           Move Spaces to Detail-Line.
           String 'Closed by ' Function Trim(Operator-Id)
                  Delimited By Size Into Detail-Line.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
           Call "CBL_REPORT_END" returning Report-Status.

       7150-FILE-ONE-TASK.

           Move Spaces to Detail-Line.
           String It-Task(Item-Idx) ' '
                  It-Description(Item-Idx) ' '
                  It-Signed-By(Item-Idx) ' '
                  It-Signed-Date(Item-Idx) '  '
                  It-Detail(Item-Idx)
                  Delimited By Size Into Detail-Line.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       8000-TAKE-TODAYS-DATE.

           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
           Move tv_sec of Now-Timeval to Epoch-Seconds.
           Move Function posix-localtime(Epoch-Seconds, Now-Tm)
             to status-code.
           Compute Today-Date =
                   (tm_year of Now-Tm + 1900) * 10000
                 + (tm_mon  of Now-Tm + 1)    * 100
                 +  tm_mday of Now-Tm.

       8100-APPEND-THE-SIGNOFF.

           Open Extend SIGNOFF-FILE.
           If Signoff-File-Status Not = '00'
              Open Output SIGNOFF-FILE
           End-If.
           If Signoff-File-Status Not = '00'
              Display '*** cannot write the sign-off ledger '
                      Function Trim(Signoff-Path)
              Exit Paragraph
           End-If.
           Write SIGNOFF-RECORD.
           Close SIGNOFF-FILE.
