      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Segregation-of-duties conflict report for the security
      *  officer.  Maker-checker only means something when the two
      *  sides are different people, and one person may hold more
      *  than one operator id: the operator-alias file
      *  (OPER-ALIAS-PATH: operator id 16, person 16) maps every
      *  id to the person behind it; an id it does not name is a
      *  person of its own.  Read-only; three classes of finding:
      *
      *    KEY-CONF  one person holds, today, both grants of a pair
      *              the conflict-rule file (SOD-RULES-PATH) says
      *              must not be held together - through one id or
      *              several.  A rule line is: rule id 8, tool 24,
      *              level 1, tool 24, level 1, text 40; a blank
      *              level matches any level, '*' in column one is
      *              a comment.
      *    SELF-APR  an approved destructive request, not yet
      *              executed, whose requester and approver are the
      *              same person under two ids
      *    SELF-EXE  the same, already executed - from the
      *              approvals ledger, or from the CBL_APPROVAL
      *              request and approve lines on the audit trail
      *              (the live log and SOD-AUDIT-DAYS of dated
      *              generations, default 8) for tickets the ledger
      *              no longer holds
      *
      *  KEY-CONF and SELF-APR are live - the door is open or the
      *  action is armed - and raise a critical alert; SELF-EXE is
      *  history and is reported for follow-up only.  Findings go
      *  through the shared report writer with the class as the
      *  control field.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-sod-check.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant OPER-AUTH-PATH as "/tmp/gcobol-oper-auth.dat"
       >>Define Constant APPROVALS-PATH as "/tmp/gcobol-approvals.dat"
       >>Define Constant AUDIT-LOG-PATH as "/tmp/gcobol-audit.log"
       >>Define Constant SOD-RULES as "/tmp/gcobol-sod-rules.dat"
       >>Define Constant OPER-ALIAS as "/tmp/gcobol-oper-alias.dat"
       >>Define Constant SOD-RPT-PATH as "/tmp/gcobol-sod.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYRING-FILE
                  ASSIGN TO Keyring-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Keyring-File-Status.
           SELECT RULE-FILE
                  ASSIGN TO Rule-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Rule-File-Status.
           SELECT ALIAS-FILE
                  ASSIGN TO Alias-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Alias-File-Status.
           SELECT LEDGER-FILE
                  ASSIGN TO Ledger-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Ledger-File-Status.
           SELECT AUDIT-FILE
                  ASSIGN TO Audit-Read-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Audit-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYRING-FILE.
       01  KEYRING-RECORD.
           05  OA-OPERATOR          PIC X(16).
           05  OA-TOOL              PIC X(24).
           05  OA-LEVEL             PIC X(01).
           05  OA-VALID-FROM        PIC 9(08).
           05  OA-VALID-TO          PIC 9(08).

       FD  RULE-FILE.
       01  RULE-RECORD.
           05  SR-RULE              PIC X(08).
           05  SR-TOOL-A            PIC X(24).
           05  SR-LEVEL-A           PIC X(01).
           05  SR-TOOL-B            PIC X(24).
           05  SR-LEVEL-B           PIC X(01).
           05  SR-TEXT              PIC X(40).

       FD  ALIAS-FILE.
       01  ALIAS-RECORD.
           05  AX-OPERATOR          PIC X(16).
           05  AX-PERSON            PIC X(16).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  AL-TICKET            PIC 9(06).
           05  AL-STATE             PIC X(01).
           05  AL-ACTION            PIC X(24).
           05  AL-PARAMS            PIC X(200).
           05  AL-REQUESTED-BY      PIC X(16).
           05  AL-APPROVED-BY       PIC X(16).
           05  AL-DATE              PIC 9(08).

       FD  AUDIT-FILE.
       01  AUDIT-LINE               PIC X(200).

       WORKING-STORAGE SECTION.
        77 Keyring-Path         PIC X(100).
        77 Rule-Path            PIC X(100).
        77 Alias-Path           PIC X(100).
        77 Ledger-Path          PIC X(100).
        77 Audit-Live-Path      PIC X(100).
        77 Audit-Read-Path      PIC X(120).
        77 Report-Path          PIC X(256) VALUE SOD-RPT-PATH.
        77 Keyring-File-Status  PIC X(02).
        77 Rule-File-Status     PIC X(02).
        77 Alias-File-Status    PIC X(02).
        77 Ledger-File-Status   PIC X(02).
        77 Audit-File-Status    PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Audit-Days-Back      BINARY-LONG VALUE 8.
        77 Days-Back            BINARY-LONG.
        77 As-Of-Date           PIC 9(08).
        77 As-Of-Day            BINARY-LONG.
        77 Work-Day             BINARY-LONG.
        77 Work-Date            PIC 9(08).
        77 Epoch-Seconds        BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).

      *  Today's live grants, each with the person behind its id.
        77 Grant-Count          BINARY-LONG VALUE ZERO.
        77 Grant-Max            BINARY-LONG VALUE 3000.
        77 Gr-Ix                BINARY-LONG.
        77 Gr-Jx                BINARY-LONG.
        01 Grant-Table.
           05 Grant-Entry OCCURS 3000 TIMES.
              10 Gr-Operator    PIC X(16).
              10 Gr-Person      PIC X(16).
              10 Gr-Tool        PIC X(24).
              10 Gr-Level       PIC X(01).

        77 Rule-Count           BINARY-LONG VALUE ZERO.
        77 Rule-Max             BINARY-LONG VALUE 200.
        77 Ru-Ix                BINARY-LONG.
        01 Rule-Table.
           05 Rule-Entry OCCURS 200 TIMES.
              10 Ru-Rule        PIC X(08).
              10 Ru-Tool-A      PIC X(24).
              10 Ru-Level-A     PIC X(01).
              10 Ru-Tool-B      PIC X(24).
              10 Ru-Level-B     PIC X(01).
              10 Ru-Text        PIC X(40).

        77 Alias-Count          BINARY-LONG VALUE ZERO.
        77 Alias-Max            BINARY-LONG VALUE 3000.
        77 Ali-Ix               BINARY-LONG.
        01 Alias-Table.
           05 Alias-Entry OCCURS 3000 TIMES.
              10 Ali-Operator   PIC X(16).
              10 Ali-Person     PIC X(16).
        77 Lookup-Operator      PIC X(16).
        77 Lookup-Person        PIC X(16).

      *  One person reported once per rule.
        77 Seen-Count           BINARY-LONG VALUE ZERO.
        77 Seen-Max             BINARY-LONG VALUE 3000.
        77 Sn-Ix                BINARY-LONG.
        77 Seen-Found           PIC X(01).
        01 Seen-Table.
           05 Seen-Entry OCCURS 3000 TIMES.
              10 Sn-Rule        BINARY-LONG.
              10 Sn-Person      PIC X(16).

      *  Approved tickets from the ledger and the audit trail.
        77 Ticket-Count         BINARY-LONG VALUE ZERO.
        77 Ticket-Max           BINARY-LONG VALUE 5000.
        77 Tk-Ix                BINARY-LONG.
        77 Tk-Found             BINARY-LONG.
        01 Ticket-Table.
           05 Ticket-Entry OCCURS 5000 TIMES.
              10 Tk-Ticket      PIC 9(06).
              10 Tk-State       PIC X(01).
              10 Tk-Action      PIC X(24).
              10 Tk-Requester   PIC X(16).
              10 Tk-Approver    PIC X(16).
              10 Tk-Source      PIC X(01).
        77 Want-Ticket          PIC 9(06).
        77 Audit-Lines-Read     BINARY-LONG VALUE ZERO.
        77 Word-Fn              PIC X(40).
        77 Word-Action          PIC X(40).
        77 Word-By              PIC X(40).
        77 Word-Ticket          PIC X(40).
        77 Word-Rc              PIC X(40).
        01 Ticket-Text          PIC X(06).
        01 Ticket-Number REDEFINES Ticket-Text PIC 9(06).

        77 Person-A             PIC X(16).
        77 Person-B             PIC X(16).
        77 Key-Conflicts        BINARY-LONG VALUE ZERO.
        77 Self-Approved        BINARY-LONG VALUE ZERO.
        77 Self-Executed        BINARY-LONG VALUE ZERO.
        77 Finding-Class        PIC X(08).
        77 Finding-Subject      PIC X(16).
        77 Finding-Ref          PIC X(08).
        77 Finding-Text         PIC X(80).
        77 Run-Rc               BINARY-LONG VALUE ZERO.
        77 Alert-Severity       PIC X(01).
        77 Alert-Code           PIC X(08).
        77 Alert-Text           PIC X(200).
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Cnt-Displayed-2      PIC Z(7)9.
        77 Cnt-Displayed-3      PIC Z(7)9.
        77 Findings-Total       BINARY-LONG VALUE ZERO.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-sod-check'
                returning status-code.

           Perform 0100-RESOLVE-THE-SETTINGS.
           Perform 1000-LOAD-THE-ALIASES.
           Perform 1100-LOAD-THE-RULES.
           Perform 1200-LOAD-THE-KEYRING.
           Perform 1300-LOAD-THE-LEDGER.
           Perform 1400-READ-THE-AUDIT-TRAIL.

           Move Spaces to Report-Title.
           String 'SEGREGATION OF DUTIES CONFLICTS - ' As-Of-Date
                  Delimited By Size Into Report-Title.
           Move 'CLASS    PERSON           RULE/TKT FINDING'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start conflict report '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.

           Perform 2000-CHECK-ONE-RULE
               Varying Ru-Ix From 1 By 1
                 Until Ru-Ix > Rule-Count.
           Perform 3000-CHECK-ONE-TICKET
               Varying Tk-Ix From 1 By 1
                 Until Tk-Ix > Ticket-Count.

           Call "CBL_REPORT_END" returning Report-Status.

           Display 'Live grants examined: ' Grant-Count.
           Display 'Conflict rules:       ' Rule-Count.
           Display 'Approved tickets:     ' Ticket-Count.
           Display 'Audit lines read:     ' Audit-Lines-Read.
           Display 'KEY-CONF findings:    ' Key-Conflicts.
           Display 'SELF-APR findings:    ' Self-Approved.
           Display 'SELF-EXE findings:    ' Self-Executed.
           Display 'Report at ' Function Trim(Report-Path).

           Perform 4000-RAISE-THE-ALERTS.

           Move Key-Conflicts to Cnt-Displayed.
           Move Self-Approved to Cnt-Displayed-2.
           Move Self-Executed to Cnt-Displayed-3.
           Move Spaces to Audit-Args.
           String 'date=' As-Of-Date
                  ' key-conf=' Function Trim(Cnt-Displayed)
                  ' self-apr=' Function Trim(Cnt-Displayed-2)
                  ' self-exe=' Function Trim(Cnt-Displayed-3)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-sod-check",
                        Audit-Args,
                        by value Findings-Total
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-sod-check'
                by value Run-Rc, Grant-Count, Findings-Total
                returning Footer-Status.
           If Run-Rc Not = ZERO
              Stop Run With Error Status 1
           End-If.
           Stop Run.

       0100-RESOLVE-THE-SETTINGS.

           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
           Move tv_sec of Now-Timeval to Epoch-Seconds.
           Move Function posix-localtime(Epoch-Seconds, Now-Tm)
             to status-code.
           Compute As-Of-Date =
                   (tm_year of Now-Tm + 1900) * 10000
                 + (tm_mon  of Now-Tm + 1)    * 100
                 +  tm_mday of Now-Tm.

      *    The chain's established processing date overrides the
      *    wall-clock date when one is on file.
           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.
           If Pd-Status = ZERO And Pd-Date Not = ZERO
              Move Pd-Date to As-Of-Date
           End-If.
           Move Function Integer-Of-Date(As-Of-Date) to As-Of-Day.

           Move 'OPER-AUTH-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        OPER-AUTH-PATH
                      returning Config-Status.
           Move Config-Value to Keyring-Path.
           Move 'APPROVALS-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        APPROVALS-PATH
                      returning Config-Status.
           Move Config-Value to Ledger-Path.
           Move 'AUDIT-LOG-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        AUDIT-LOG-PATH
                      returning Config-Status.
           Move Config-Value to Audit-Live-Path.
           Move 'SOD-RULES-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        SOD-RULES
                      returning Config-Status.
           Move Config-Value to Rule-Path.
           Move 'OPER-ALIAS-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        OPER-ALIAS
                      returning Config-Status.
           Move Config-Value to Alias-Path.
           Move 'SOD-AUDIT-DAYS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '8'
                      returning Config-Status.
           If Function Trim(Config-Value) Numeric
              Move Function Numval(Config-Value) to Audit-Days-Back
           End-If.

       1000-LOAD-THE-ALIASES.

           Open Input ALIAS-FILE.
           If Alias-File-Status Not = '00'
              Display 'No operator-alias file '
                      Function Trim(Alias-Path)
                      ' - every id taken as its own person'
              Exit Paragraph
           End-If.
           Perform 1010-LOAD-ONE-ALIAS
               Until Alias-File-Status Not = '00'.
           Close ALIAS-FILE.

       1010-LOAD-ONE-ALIAS.

           Read ALIAS-FILE
              At End
                 Move '10' to Alias-File-Status
                 Exit Paragraph
           End-Read.
           If AX-OPERATOR Not = Spaces
              And AX-OPERATOR(1:1) Not = '*'
              And AX-PERSON Not = Spaces
              And Alias-Count < Alias-Max
              Add 1 to Alias-Count
              Move AX-OPERATOR to Ali-Operator(Alias-Count)
              Move AX-PERSON to Ali-Person(Alias-Count)
           End-If.

       1100-LOAD-THE-RULES.

           Open Input RULE-FILE.
           If Rule-File-Status Not = '00'
              Display 'No conflict-rule file '
                      Function Trim(Rule-Path)
                      ' - keyring pass skipped'
              Exit Paragraph
           End-If.
           Perform 1110-LOAD-ONE-RULE
               Until Rule-File-Status Not = '00'.
           Close RULE-FILE.

       1110-LOAD-ONE-RULE.

           Read RULE-FILE
              At End
                 Move '10' to Rule-File-Status
                 Exit Paragraph
           End-Read.
           If SR-RULE(1:1) = '*'
              Or SR-TOOL-A = Spaces
              Or SR-TOOL-B = Spaces
              Exit Paragraph
           End-If.
           If Rule-Count < Rule-Max
              Add 1 to Rule-Count
              Move SR-RULE to Ru-Rule(Rule-Count)
              Move SR-TOOL-A to Ru-Tool-A(Rule-Count)
              Move SR-LEVEL-A to Ru-Level-A(Rule-Count)
              Move SR-TOOL-B to Ru-Tool-B(Rule-Count)
              Move SR-LEVEL-B to Ru-Level-B(Rule-Count)
              Move SR-TEXT to Ru-Text(Rule-Count)
           Else
              Display '*** more than ' Rule-Max
                      ' conflict rules - rest ignored'
              Move 1 to Run-Rc
           End-If.

      *    Only grants that open the door today count.
       1200-LOAD-THE-KEYRING.

           Open Input KEYRING-FILE.
           If Keyring-File-Status Not = '00'
              Display 'No keyring ' Function Trim(Keyring-Path)
              Exit Paragraph
           End-If.
           Perform 1210-LOAD-ONE-GRANT
               Until Keyring-File-Status Not = '00'.
           Close KEYRING-FILE.

       1210-LOAD-ONE-GRANT.

           Read KEYRING-FILE
              At End
                 Move '10' to Keyring-File-Status
                 Exit Paragraph
           End-Read.
           If OA-VALID-FROM Numeric
              And OA-VALID-FROM > As-Of-Date
              Exit Paragraph
           End-If.
           If OA-VALID-TO Numeric
              And OA-VALID-TO Not = ZERO
              And OA-VALID-TO < As-Of-Date
              Exit Paragraph
           End-If.
           If Grant-Count Not < Grant-Max
              Display '*** more than ' Grant-Max
                      ' live grants - rest not examined'
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.
           Add 1 to Grant-Count.
           Move OA-OPERATOR to Gr-Operator(Grant-Count).
           Move OA-TOOL to Gr-Tool(Grant-Count).
           Move OA-LEVEL to Gr-Level(Grant-Count).
           Move OA-OPERATOR to Lookup-Operator.
           Perform 7000-PERSON-FOR-OPERATOR.
           Move Lookup-Person to Gr-Person(Grant-Count).

      *    Approved ('A') and executed ('X') tickets carry both ids.
       1300-LOAD-THE-LEDGER.

           Open Input LEDGER-FILE.
           If Ledger-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1310-LOAD-ONE-TICKET
               Until Ledger-File-Status Not = '00'.
           Close LEDGER-FILE.

       1310-LOAD-ONE-TICKET.

           Read LEDGER-FILE
              At End
                 Move '10' to Ledger-File-Status
                 Exit Paragraph
           End-Read.
           If AL-TICKET Not Numeric
              Or (AL-STATE Not = 'A' And AL-STATE Not = 'X')
              Exit Paragraph
           End-If.
           Move AL-TICKET to Want-Ticket.
           Perform 7200-TICKET-SLOT.
           If Tk-Found = ZERO
              Exit Paragraph
           End-If.
           Move AL-STATE to Tk-State(Tk-Found).
           Move AL-ACTION to Tk-Action(Tk-Found).
           Move AL-REQUESTED-BY to Tk-Requester(Tk-Found).
           Move AL-APPROVED-BY to Tk-Approver(Tk-Found).
           Move 'L' to Tk-Source(Tk-Found).

      *    The live log and the dated generations the cutover has
      *    not yet bundled; a generation that is not there is
      *    simply passed over.
       1400-READ-THE-AUDIT-TRAIL.

           Move Audit-Live-Path to Audit-Read-Path.
           Perform 1500-READ-ONE-AUDIT-FILE.
           Perform 1410-READ-ONE-GENERATION
               Varying Days-Back From 1 By 1
                 Until Days-Back > Audit-Days-Back.

       1410-READ-ONE-GENERATION.

           Compute Work-Day = As-Of-Day - Days-Back + 1.
           Move Function Date-Of-Integer(Work-Day) to Work-Date.
           Move Spaces to Audit-Read-Path.
           String Function Trim(Audit-Live-Path) '.' Work-Date
             Delimited By Size Into Audit-Read-Path.
           Perform 1500-READ-ONE-AUDIT-FILE.

       1500-READ-ONE-AUDIT-FILE.

           Open Input AUDIT-FILE.
           If Audit-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1510-JUDGE-ONE-AUDIT-LINE
               Until Audit-File-Status Not = '00'.
           Close AUDIT-FILE.

      *    "YYYY-MM-DD HH:MM:SS CBL_APPROVAL fn=R action=<a>
      *    by=<id> ticket=<n> rc=0" parked a request; fn=A with
      *    rc=0 approved it.  The ledger's own entry, when it still
      *    has one, is taken over these.
       1510-JUDGE-ONE-AUDIT-LINE.

           Read AUDIT-FILE
              At End
                 Move '10' to Audit-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Audit-Lines-Read.
           If AUDIT-LINE(21:13) Not = 'CBL_APPROVAL '
              Exit Paragraph
           End-If.
           Move Spaces to Word-Fn Word-Action Word-By Word-Ticket
                          Word-Rc.
           Unstring AUDIT-LINE(34:167) Delimited By All Space
               Into Word-Fn Word-Action Word-By Word-Ticket
                    Word-Rc.
           If Word-Rc Not = 'rc=0'
              Or (Word-Fn Not = 'fn=R' And Word-Fn Not = 'fn=A')
              Or Word-By(1:3) Not = 'by='
              Or Word-Ticket(1:7) Not = 'ticket='
              Exit Paragraph
           End-If.
           Move Word-Ticket(8:6) to Ticket-Text.
           If Ticket-Text Not Numeric
              Exit Paragraph
           End-If.
           Move Ticket-Number to Want-Ticket.
           Perform 7200-TICKET-SLOT.
           If Tk-Found = ZERO
              Or Tk-Source(Tk-Found) = 'L'
              Exit Paragraph
           End-If.
           Move 'T' to Tk-Source(Tk-Found).
           If Word-Fn = 'fn=R'
              Move Word-By(4:16) to Tk-Requester(Tk-Found)
              Move Word-Action(8:24) to Tk-Action(Tk-Found)
           Else
              Move Word-By(4:16) to Tk-Approver(Tk-Found)
              Move 'X' to Tk-State(Tk-Found)
           End-If.

      *    Every person holding a grant on side A and one on side
      *    B of the rule, through any of their ids.
       2000-CHECK-ONE-RULE.

           Perform 2100-CHECK-ONE-SIDE-A
               Varying Gr-Ix From 1 By 1
                 Until Gr-Ix > Grant-Count.

       2100-CHECK-ONE-SIDE-A.

           If Gr-Tool(Gr-Ix) Not = Ru-Tool-A(Ru-Ix)
              Or (Ru-Level-A(Ru-Ix) Not = Space
                  And Gr-Level(Gr-Ix) Not = Ru-Level-A(Ru-Ix))
              Exit Paragraph
           End-If.
           Perform 2200-CHECK-ONE-SIDE-B
               Varying Gr-Jx From 1 By 1
                 Until Gr-Jx > Grant-Count.

       2200-CHECK-ONE-SIDE-B.

           If Gr-Jx = Gr-Ix
              Or Gr-Person(Gr-Jx) Not = Gr-Person(Gr-Ix)
              Or Gr-Tool(Gr-Jx) Not = Ru-Tool-B(Ru-Ix)
              Or (Ru-Level-B(Ru-Ix) Not = Space
                  And Gr-Level(Gr-Jx) Not = Ru-Level-B(Ru-Ix))
              Exit Paragraph
           End-If.
           Move 'N' to Seen-Found.
           Perform 2300-MATCH-ONE-SEEN
               Varying Sn-Ix From 1 By 1
                 Until Sn-Ix > Seen-Count
                    Or Seen-Found = 'Y'.
           If Seen-Found = 'Y'
              Exit Paragraph
           End-If.
           If Seen-Count < Seen-Max
              Add 1 to Seen-Count
              Move Ru-Ix to Sn-Rule(Seen-Count)
              Move Gr-Person(Gr-Ix) to Sn-Person(Seen-Count)
           End-If.

           Add 1 to Key-Conflicts.
           Move 'KEY-CONF' to Finding-Class.
           Move Gr-Person(Gr-Ix) to Finding-Subject.
           Move Ru-Rule(Ru-Ix) to Finding-Ref.
           Move Spaces to Finding-Text.
           String Function Trim(Gr-Tool(Gr-Ix)) '/'
                  Gr-Level(Gr-Ix) ' as '
                  Function Trim(Gr-Operator(Gr-Ix)) ' + '
                  Function Trim(Gr-Tool(Gr-Jx)) '/'
                  Gr-Level(Gr-Jx) ' as '
                  Function Trim(Gr-Operator(Gr-Jx)) ' - '
                  Function Trim(Ru-Text(Ru-Ix))
                  Delimited By Size Into Finding-Text.
           Perform 7900-REPORT-FINDING.

       2300-MATCH-ONE-SEEN.

           If Sn-Rule(Sn-Ix) = Ru-Ix
              And Sn-Person(Sn-Ix) = Gr-Person(Gr-Ix)
              Move 'Y' to Seen-Found
           End-If.

      *    Both sides of an approved ticket behind one person.
       3000-CHECK-ONE-TICKET.

           If Tk-Requester(Tk-Ix) = Spaces
              Or Tk-Approver(Tk-Ix) = Spaces
              Exit Paragraph
           End-If.
           Move Tk-Requester(Tk-Ix) to Lookup-Operator.
           Perform 7000-PERSON-FOR-OPERATOR.
           Move Lookup-Person to Person-A.
           Move Tk-Approver(Tk-Ix) to Lookup-Operator.
           Perform 7000-PERSON-FOR-OPERATOR.
           Move Lookup-Person to Person-B.
           If Person-A Not = Person-B
              Exit Paragraph
           End-If.

           If Tk-State(Tk-Ix) = 'A'
              Add 1 to Self-Approved
              Move 'SELF-APR' to Finding-Class
           Else
              Add 1 to Self-Executed
              Move 'SELF-EXE' to Finding-Class
           End-If.
           Move Person-A to Finding-Subject.
           Move Spaces to Finding-Ref.
           Move Tk-Ticket(Tk-Ix) to Finding-Ref(1:6).
           Move Spaces to Finding-Text.
           String Function Trim(Tk-Action(Tk-Ix))
                  ' requested as '
                  Function Trim(Tk-Requester(Tk-Ix))
                  ', approved as '
                  Function Trim(Tk-Approver(Tk-Ix))
                  Delimited By Size Into Finding-Text.
           If Tk-Source(Tk-Ix) = 'T'
              Move '(audit)' to Finding-Text(74:7)
           End-If.
           Perform 7900-REPORT-FINDING.

       4000-RAISE-THE-ALERTS.

           Move 'C' to Alert-Severity.
           Move 'SODCONF' to Alert-Code.
           If Key-Conflicts > ZERO
              Move Key-Conflicts to Cnt-Displayed
              Move Spaces to Alert-Text
              String Function Trim(Cnt-Displayed)
                     ' person(s) hold conflicting grants on '
                     As-Of-Date
                     Delimited By Size Into Alert-Text
              Call "CBL_RAISE_ALERT" using Alert-Severity,
                           Alert-Code, Alert-Text
                         returning status-code
           End-If.
           If Self-Approved > ZERO
              Move Self-Approved to Cnt-Displayed
              Move Spaces to Alert-Text
              String Function Trim(Cnt-Displayed)
                     ' approved request(s) have one person as maker'
                     ' and checker - not yet executed'
                     Delimited By Size Into Alert-Text
              Call "CBL_RAISE_ALERT" using Alert-Severity,
                           Alert-Code, Alert-Text
                         returning status-code
           End-If.

      *    The person behind an id; an unmapped id is its own.
       7000-PERSON-FOR-OPERATOR.

           Move Lookup-Operator to Lookup-Person.
           Perform 7100-MATCH-ONE-ALIAS
               Varying Ali-Ix From 1 By 1
                 Until Ali-Ix > Alias-Count.

       7100-MATCH-ONE-ALIAS.

           If Ali-Operator(Ali-Ix) = Lookup-Operator
              Move Ali-Person(Ali-Ix) to Lookup-Person
              Move Alias-Count to Ali-Ix
           End-If.

      *    The ticket's entry, made when first seen; zero when the
      *    table is full.
       7200-TICKET-SLOT.

           Move ZERO to Tk-Found.
           Perform 7210-MATCH-ONE-TICKET
               Varying Tk-Ix From 1 By 1
                 Until Tk-Ix > Ticket-Count
                    Or Tk-Found Not = ZERO.
           If Tk-Found Not = ZERO
              Exit Paragraph
           End-If.
           If Ticket-Count Not < Ticket-Max
              Exit Paragraph
           End-If.
           Add 1 to Ticket-Count.
           Move Ticket-Count to Tk-Found.
           Move Want-Ticket to Tk-Ticket(Tk-Found).
           Move Space to Tk-State(Tk-Found).
           Move Spaces to Tk-Action(Tk-Found)
                          Tk-Requester(Tk-Found)
                          Tk-Approver(Tk-Found)
                          Tk-Source(Tk-Found).

       7210-MATCH-ONE-TICKET.

           If Tk-Ticket(Tk-Ix) = Want-Ticket
              Move Tk-Ix to Tk-Found
           End-If.

       7900-REPORT-FINDING.

           Add 1 to Findings-Total.
           Move Spaces to Detail-Line.
           String Finding-Class ' '
                  Finding-Subject ' '
                  Finding-Ref ' '
                  Finding-Text
                  Delimited By Size Into Detail-Line.
           Move Spaces to Control-Value.
           Move Finding-Class to Control-Value.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.
