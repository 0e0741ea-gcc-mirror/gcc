      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Operator-access recertification.  The CBL_OPERATOR_AUTH
      *  keyring only grows and grants outlive job moves; this job
      *  runs every night and keeps a standing quarterly review of
      *  every grant:
      *
      *    - it reads the audit trail - the live log and the dated
      *      generations the cutover leaves beside it for the last
      *      eight days - for granted CBL_OPERATOR_AUTH checks and
      *      carries each operator's last use of each tool forward
      *      on the usage ledger (OPER-USAGE-PATH), so a grant's
      *      last use survives the audit archive;
      *    - when no campaign is open and the last one opened
      *      RECERT-INTERVAL-DAYS ago (default 91), it opens a new
      *      one: every grant not already expired becomes an item
      *      for the operator's manager from the manager-mapping
      *      file (MANAGER-MAP-PATH: operator 16, manager 16), due
      *      RECERT-WINDOW-DAYS out (default 14);
      *    - every item shows the grant, its last use, and the
      *      flags UNUSED (no use for RECERT-UNUSED-DAYS, default
      *      90 - a grant never used counts from its valid-from)
      *      and EXPIRING (valid-to within RECERT-EXPIRY-DAYS,
      *      default 30), refreshed each night while it waits;
      *    - managers certify or revoke on gcobol-recert-review;
      *    - once the deadline has passed, every item still pending
      *      is end-dated on the keyring the way gcobol-auth-admin
      *      end-dates a grant - work file, rename, an audit line
      *      as gcobol-auth-admin - and the campaign is closed.
      *
      *  The campaign file (RECERT-PATH) keeps every campaign; a
      *  '*CLOSED*' operator line marks one closed.  Each night's
      *  report lists the open (or last) campaign grouped by
      *  manager.  Every decision - certify, revoke, deadline
      *  end-date - is on the audit trail.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-access-recert.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant OPER-AUTH-PATH as "/tmp/gcobol-oper-auth.dat"
       >>Define Constant AUDIT-LOG-PATH as "/tmp/gcobol-audit.log"
       >>Define Constant MANAGER-MAP as "/tmp/gcobol-mgr-map.dat"
       >>Define Constant OPER-USAGE as "/tmp/gcobol-oper-usage.dat"
       >>Define Constant RECERT-DAT as "/tmp/gcobol-recert.dat"
       >>Define Constant RECERT-RPT-PATH as "/tmp/gcobol-recert.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYRING-FILE
                  ASSIGN TO Keyring-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Keyring-File-Status.
           SELECT KEYRING-NEW-FILE
                  ASSIGN TO Keyring-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Keyring-New-Status.
           SELECT AUDIT-FILE
                  ASSIGN TO Audit-Read-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Audit-File-Status.
           SELECT MANAGER-FILE
                  ASSIGN TO Manager-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Manager-File-Status.
           SELECT USAGE-FILE
                  ASSIGN TO Usage-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Usage-File-Status.
           SELECT RECERT-FILE
                  ASSIGN TO Recert-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Recert-File-Status.
           SELECT RECERT-NEW-FILE
                  ASSIGN TO Recert-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Recert-New-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYRING-FILE.
       01  KEYRING-RECORD.
           05  OA-OPERATOR          PIC X(16).
           05  OA-TOOL              PIC X(24).
           05  OA-LEVEL             PIC X(01).
           05  OA-VALID-FROM        PIC 9(08).
           05  OA-VALID-TO          PIC 9(08).

       FD  KEYRING-NEW-FILE.
       01  KEYRING-NEW-RECORD       PIC X(57).

       FD  AUDIT-FILE.
       01  AUDIT-LINE               PIC X(200).

       FD  MANAGER-FILE.
       01  MANAGER-RECORD.
           05  MM-OPERATOR          PIC X(16).
           05  MM-MANAGER           PIC X(16).

       FD  USAGE-FILE.
       01  USAGE-RECORD.
           05  UL-OPERATOR          PIC X(16).
           05  UL-TOOL              PIC X(24).
           05  UL-LAST-USED         PIC 9(08).

       FD  RECERT-FILE.
       01  RECERT-RECORD.
           05  RV-CAMPAIGN          PIC 9(08).
           05  RV-DEADLINE          PIC 9(08).
           05  RV-MANAGER           PIC X(16).
           05  RV-OPERATOR          PIC X(16).
           05  RV-TOOL              PIC X(24).
           05  RV-LEVEL             PIC X(01).
           05  RV-VALID-FROM        PIC 9(08).
           05  RV-VALID-TO          PIC 9(08).
           05  RV-LAST-USED         PIC 9(08).
           05  RV-UNUSED            PIC X(01).
           05  RV-EXPIRING          PIC X(01).
           05  RV-DECISION          PIC X(01).
               88  RV-IS-PENDING        VALUE ' '.
               88  RV-IS-CERTIFIED      VALUE 'C'.
               88  RV-IS-REVOKED        VALUE 'R'.
               88  RV-IS-END-DATED      VALUE 'X'.
               88  RV-IS-GONE           VALUE 'G'.
           05  RV-DECIDED-BY        PIC X(16).
           05  RV-DECIDED-DATE      PIC 9(08).

       FD  RECERT-NEW-FILE.
       01  RECERT-NEW-RECORD        PIC X(124).

       WORKING-STORAGE SECTION.
        77 Keyring-Path         PIC X(100).
        77 Keyring-New-Path     PIC X(104).
        77 Audit-Live-Path      PIC X(100).
        77 Audit-Read-Path      PIC X(120).
        77 Manager-Path         PIC X(100).
        77 Usage-Path           PIC X(100).
        77 Usage-New-Path       PIC X(104).
        77 Recert-Path          PIC X(100).
        77 Recert-New-Path      PIC X(104).
        77 Report-Path          PIC X(256) VALUE RECERT-RPT-PATH.
        77 Keyring-File-Status  PIC X(02).
        77 Keyring-New-Status   PIC X(02).
        77 Audit-File-Status    PIC X(02).
        77 Manager-File-Status  PIC X(02).
        77 Usage-File-Status    PIC X(02).
        77 Recert-File-Status   PIC X(02).
        77 Recert-New-Status    PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Interval-Days        BINARY-LONG VALUE 91.
        77 Window-Days          BINARY-LONG VALUE 14.
        77 Unused-Days          BINARY-LONG VALUE 90.
        77 Expiry-Days          BINARY-LONG VALUE 30.
        77 As-Of-Date           PIC 9(08).
        77 As-Of-Day            BINARY-LONG.
        77 Yesterday-Date       PIC 9(08).
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

      *  The keyring as read, end-dated in place at the deadline.
        77 Grant-Count          BINARY-LONG VALUE ZERO.
        77 Grant-Max            BINARY-LONG VALUE 3000.
        77 Gr-Ix                BINARY-LONG.
        01 Grant-Table.
           05 Grant-Entry OCCURS 3000 TIMES.
              10 Gr-Operator    PIC X(16).
              10 Gr-Tool        PIC X(24).
              10 Gr-Level       PIC X(01).
              10 Gr-Valid-From  PIC 9(08).
              10 Gr-Valid-To    PIC 9(08).
        77 Keyring-Changed      PIC X(01) VALUE 'N'.
        77 Grants-End-Dated     BINARY-LONG.

        77 Manager-Count        BINARY-LONG VALUE ZERO.
        77 Manager-Max          BINARY-LONG VALUE 3000.
        77 Mg-Ix                BINARY-LONG.
        01 Manager-Table.
           05 Manager-Entry OCCURS 3000 TIMES.
              10 Mg-Operator    PIC X(16).
              10 Mg-Manager     PIC X(16).
        77 Found-Manager        PIC X(16).

      *  Last use per operator and tool, carried night to night.
        77 Usage-Count          BINARY-LONG VALUE ZERO.
        77 Usage-Max            BINARY-LONG VALUE 3000.
        77 Us-Ix                BINARY-LONG.
        77 Us-Found             BINARY-LONG.
        01 Usage-Table.
           05 Usage-Entry OCCURS 3000 TIMES.
              10 Us-Operator    PIC X(16).
              10 Us-Tool        PIC X(24).
              10 Us-Last-Used   PIC 9(08).
        77 Audit-Days-Back      BINARY-LONG VALUE 8.
        77 Days-Back            BINARY-LONG.
        77 Audit-Lines-Read     BINARY-LONG VALUE ZERO.
        77 Uses-Seen            BINARY-LONG VALUE ZERO.
        77 Word-Operator        PIC X(40).
        77 Word-Tool            PIC X(40).
        77 Word-Level           PIC X(40).
        77 Word-Rc              PIC X(40).
        77 Use-Operator         PIC X(16).
        77 Use-Tool             PIC X(24).
        01 Use-Date-Text        PIC X(08).
        01 Use-Date REDEFINES Use-Date-Text PIC 9(08).

      *  Every campaign on file; the newest one is worked.
        77 Item-Count           BINARY-LONG VALUE ZERO.
        77 Item-Max             BINARY-LONG VALUE 6000.
        77 It-Ix                BINARY-LONG.
        01 Item-Table.
           05 Item-Entry OCCURS 6000 TIMES.
              10 It-Campaign    PIC 9(08).
              10 It-Deadline    PIC 9(08).
              10 It-Manager     PIC X(16).
              10 It-Operator    PIC X(16).
              10 It-Tool        PIC X(24).
              10 It-Level       PIC X(01).
              10 It-Valid-From  PIC 9(08).
              10 It-Valid-To    PIC 9(08).
              10 It-Last-Used   PIC 9(08).
              10 It-Unused      PIC X(01).
              10 It-Expiring    PIC X(01).
              10 It-Decision    PIC X(01).
              10 It-Decided-By  PIC X(16).
              10 It-Decided-Date PIC 9(08).
        77 Latest-Campaign      PIC 9(08) VALUE ZERO.
        77 Latest-Deadline      PIC 9(08) VALUE ZERO.
        77 Latest-Closed        PIC X(01) VALUE 'N'.
        77 Items-Full           PIC X(01) VALUE 'N'.
        77 Items-Opened         BINARY-LONG VALUE ZERO.
        77 Items-Pending        BINARY-LONG VALUE ZERO.
        77 Items-Expired        BINARY-LONG VALUE ZERO.
        77 Next-Due-Day         BINARY-LONG.

        01 Order-Table.
           05 Item-Order        BINARY-LONG OCCURS 6000 TIMES.
        77 Order-Count          BINARY-LONG VALUE ZERO.
        77 Ord-Ix               BINARY-LONG.
        77 Gap-Size             BINARY-LONG.
        77 Sort-I               BINARY-LONG.
        77 Sort-J               BINARY-LONG.
        77 Swap-Needed          PIC X(01).
        77 Swap-Order           BINARY-LONG.
        77 Sort-Key-A           PIC X(56).
        77 Sort-Key-B           PIC X(56).

        77 Flag-Text            PIC X(16).
        77 Decision-Text        PIC X(10).
        77 Last-Used-Text       PIC X(08).
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
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-access-recert'
                returning status-code.

           Perform 0100-RESOLVE-THE-SETTINGS.
           Perform 1000-LOAD-THE-KEYRING.
           Perform 1100-LOAD-THE-MANAGERS.
           Perform 1200-LOAD-THE-CAMPAIGNS.

           Perform 2000-LOAD-THE-USAGE.
           Perform 2100-READ-THE-AUDIT-TRAIL.
           Perform 2500-SAVE-THE-USAGE.

           If Latest-Campaign Not = ZERO
              And Latest-Closed = 'N'
              If As-Of-Date > Latest-Deadline
                 Perform 3000-ENFORCE-THE-DEADLINE
              Else
                 Perform 3500-REFRESH-ONE-ITEM
                     Varying It-Ix From 1 By 1
                       Until It-Ix > Item-Count
              End-If
           End-If.

           If Latest-Campaign = ZERO
              Or Latest-Closed = 'Y'
              Compute Next-Due-Day =
                      Function Integer-Of-Date(Latest-Campaign)
                    + Interval-Days
              If Latest-Campaign = ZERO
                 Or As-Of-Day >= Next-Due-Day
                 Perform 4000-OPEN-A-CAMPAIGN
              End-If
           End-If.

           If Keyring-Changed = 'Y'
              Perform 5000-REWRITE-THE-KEYRING
           End-If.
           Perform 5500-REWRITE-THE-CAMPAIGNS.
           Perform 6000-PRINT-THE-CAMPAIGN.

           Display 'Grants on the keyring: ' Grant-Count.
           Display 'Audit lines read:      ' Audit-Lines-Read
                   ' (' Uses-Seen ' granted checks)'.
           If Latest-Campaign Not = ZERO
              Display 'Campaign ' Latest-Campaign
                      ' due ' Latest-Deadline
                      ' - pending ' Items-Pending
           End-If.
           If Items-Opened > ZERO
              Display 'Campaign opened with   ' Items-Opened
                      ' grant(s)'
           End-If.
           If Items-Expired > ZERO
              Display 'End-dated at deadline: ' Items-Expired
           End-If.
           If Items-Full = 'Y'
              Display '*** campaign file full at ' Item-Max
                      ' items - some grants were not opened'
              Move 1 to Run-Rc
           End-If.

           Call "CBL_RUN_FOOTER" using 'gcobol-access-recert'
                by value Run-Rc, Grant-Count, Order-Count
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
           Compute Work-Day = As-Of-Day - 1.
           Move Function Date-Of-Integer(Work-Day)
             to Yesterday-Date.

           Move 'OPER-AUTH-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        OPER-AUTH-PATH
                      returning Config-Status.
           Move Config-Value to Keyring-Path.
           Move Spaces to Keyring-New-Path.
           String Function Trim(Keyring-Path) '.new'
             Delimited By Size Into Keyring-New-Path.

           Move 'AUDIT-LOG-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        AUDIT-LOG-PATH
                      returning Config-Status.
           Move Config-Value to Audit-Live-Path.

           Move 'MANAGER-MAP-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        MANAGER-MAP
                      returning Config-Status.
           Move Config-Value to Manager-Path.

           Move 'OPER-USAGE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        OPER-USAGE
                      returning Config-Status.
           Move Config-Value to Usage-Path.
           Move Spaces to Usage-New-Path.
           String Function Trim(Usage-Path) '.new'
             Delimited By Size Into Usage-New-Path.

           Move 'RECERT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RECERT-DAT
                      returning Config-Status.
           Move Config-Value to Recert-Path.
           Move Spaces to Recert-New-Path.
           String Function Trim(Recert-Path) '.new'
             Delimited By Size Into Recert-New-Path.

           Move 'RECERT-INTERVAL-DAYS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '91'
                      returning Config-Status.
           If Function Trim(Config-Value) Numeric
              Move Function Numval(Config-Value) to Interval-Days
           End-If.
           Move 'RECERT-WINDOW-DAYS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '14'
                      returning Config-Status.
           If Function Trim(Config-Value) Numeric
              Move Function Numval(Config-Value) to Window-Days
           End-If.
           Move 'RECERT-UNUSED-DAYS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '90'
                      returning Config-Status.
           If Function Trim(Config-Value) Numeric
              Move Function Numval(Config-Value) to Unused-Days
           End-If.
           Move 'RECERT-EXPIRY-DAYS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '30'
                      returning Config-Status.
           If Function Trim(Config-Value) Numeric
              Move Function Numval(Config-Value) to Expiry-Days
           End-If.

       1000-LOAD-THE-KEYRING.

           Open Input KEYRING-FILE.
           If Keyring-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1010-LOAD-ONE-GRANT
               Until Keyring-File-Status Not = '00'.
           Close KEYRING-FILE.

       1010-LOAD-ONE-GRANT.

           Read KEYRING-FILE
              At End
                 Move '10' to Keyring-File-Status
                 Exit Paragraph
           End-Read.
           If Grant-Count < Grant-Max
              Add 1 to Grant-Count
              Move OA-OPERATOR to Gr-Operator(Grant-Count)
              Move OA-TOOL to Gr-Tool(Grant-Count)
              Move OA-LEVEL to Gr-Level(Grant-Count)
              Move ZERO to Gr-Valid-From(Grant-Count)
              Move ZERO to Gr-Valid-To(Grant-Count)
              If OA-VALID-FROM Numeric
                 Move OA-VALID-FROM to Gr-Valid-From(Grant-Count)
              End-If
              If OA-VALID-TO Numeric
                 Move OA-VALID-TO to Gr-Valid-To(Grant-Count)
              End-If
           Else
      *       A keyring too big to hold must not be rewritten.
              Move 'Y' to Items-Full
           End-If.

       1100-LOAD-THE-MANAGERS.

           Open Input MANAGER-FILE.
           If Manager-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1110-LOAD-ONE-MANAGER
               Until Manager-File-Status Not = '00'.
           Close MANAGER-FILE.

       1110-LOAD-ONE-MANAGER.

           Read MANAGER-FILE
              At End
                 Move '10' to Manager-File-Status
                 Exit Paragraph
           End-Read.
           If MM-OPERATOR Not = Spaces
              And MM-OPERATOR(1:1) Not = '*'
              And Manager-Count < Manager-Max
              Add 1 to Manager-Count
              Move MM-OPERATOR to Mg-Operator(Manager-Count)
              Move MM-MANAGER to Mg-Manager(Manager-Count)
           End-If.

       1200-LOAD-THE-CAMPAIGNS.

           Open Input RECERT-FILE.
           If Recert-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1210-LOAD-ONE-ITEM
               Until Recert-File-Status Not = '00'.
           Close RECERT-FILE.

       1210-LOAD-ONE-ITEM.

           Read RECERT-FILE
              At End
                 Move '10' to Recert-File-Status
                 Exit Paragraph
           End-Read.
           If RV-CAMPAIGN Not Numeric
              Exit Paragraph
           End-If.
           If RV-CAMPAIGN > Latest-Campaign
              Move RV-CAMPAIGN to Latest-Campaign
              Move RV-DEADLINE to Latest-Deadline
              Move 'N' to Latest-Closed
           End-If.
           If RV-OPERATOR = '*CLOSED*'
              And RV-CAMPAIGN = Latest-Campaign
              Move 'Y' to Latest-Closed
           End-If.
           If Item-Count < Item-Max
              Add 1 to Item-Count
              Move RECERT-RECORD to Item-Entry(Item-Count)
           Else
              Move 'Y' to Items-Full
           End-If.

       2000-LOAD-THE-USAGE.

           Open Input USAGE-FILE.
           If Usage-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 2010-LOAD-ONE-USAGE
               Until Usage-File-Status Not = '00'.
           Close USAGE-FILE.

       2010-LOAD-ONE-USAGE.

           Read USAGE-FILE
              At End
                 Move '10' to Usage-File-Status
                 Exit Paragraph
           End-Read.
           If UL-LAST-USED Numeric
              And Usage-Count < Usage-Max
              Add 1 to Usage-Count
              Move UL-OPERATOR to Us-Operator(Usage-Count)
              Move UL-TOOL to Us-Tool(Usage-Count)
              Move UL-LAST-USED to Us-Last-Used(Usage-Count)
           End-If.

      *    The live log and the dated generations the cutover has
      *    not yet bundled; a generation that is not there is
      *    simply passed over.
       2100-READ-THE-AUDIT-TRAIL.

           Move Audit-Live-Path to Audit-Read-Path.
           Perform 2200-READ-ONE-AUDIT-FILE.
           Perform 2110-READ-ONE-GENERATION
               Varying Days-Back From 1 By 1
                 Until Days-Back > Audit-Days-Back.

       2110-READ-ONE-GENERATION.

           Compute Work-Day = As-Of-Day - Days-Back + 1.
           Move Function Date-Of-Integer(Work-Day) to Work-Date.
           Move Spaces to Audit-Read-Path.
           String Function Trim(Audit-Live-Path) '.' Work-Date
             Delimited By Size Into Audit-Read-Path.
           Perform 2200-READ-ONE-AUDIT-FILE.

       2200-READ-ONE-AUDIT-FILE.

           Open Input AUDIT-FILE.
           If Audit-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 2210-JUDGE-ONE-AUDIT-LINE
               Until Audit-File-Status Not = '00'.
           Close AUDIT-FILE.

      *    "YYYY-MM-DD HH:MM:SS CBL_OPERATOR_AUTH operator=<id>
      *    tool=<name> level=<l> rc=0 ..." is a door opened.
       2210-JUDGE-ONE-AUDIT-LINE.

           Read AUDIT-FILE
              At End
                 Move '10' to Audit-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Audit-Lines-Read.
           If AUDIT-LINE(21:18) Not = 'CBL_OPERATOR_AUTH '
              Exit Paragraph
           End-If.
           Move Spaces to Word-Operator Word-Tool Word-Level
                          Word-Rc.
           Unstring AUDIT-LINE(39:162) Delimited By All Space
               Into Word-Operator Word-Tool Word-Level Word-Rc.
           If Word-Rc Not = 'rc=0'
              Or Word-Operator(1:9) Not = 'operator='
              Or Word-Tool(1:5) Not = 'tool='
              Exit Paragraph
           End-If.
           Move Spaces to Use-Date-Text.
           String AUDIT-LINE(1:4) AUDIT-LINE(6:2) AUDIT-LINE(9:2)
             Delimited By Size Into Use-Date-Text.
           If Use-Date Not Numeric
              Exit Paragraph
           End-If.
           Move Word-Operator(10:16) to Use-Operator.
           Move Word-Tool(6:24) to Use-Tool.
           Add 1 to Uses-Seen.

           Move ZERO to Us-Found.
           Perform 2220-MATCH-ONE-USAGE
               Varying Us-Ix From 1 By 1
                 Until Us-Ix > Usage-Count
                    Or Us-Found Not = ZERO.
           If Us-Found = ZERO
              If Usage-Count < Usage-Max
                 Add 1 to Usage-Count
                 Move Usage-Count to Us-Found
                 Move Use-Operator to Us-Operator(Us-Found)
                 Move Use-Tool to Us-Tool(Us-Found)
                 Move ZERO to Us-Last-Used(Us-Found)
              Else
                 Exit Paragraph
              End-If
           End-If.
           If Use-Date > Us-Last-Used(Us-Found)
              Move Use-Date to Us-Last-Used(Us-Found)
           End-If.

       2220-MATCH-ONE-USAGE.

           If Us-Operator(Us-Ix) = Use-Operator
              And Us-Tool(Us-Ix) = Use-Tool
              Move Us-Ix to Us-Found
           End-If.

       2500-SAVE-THE-USAGE.

           Open Output USAGE-FILE.
           If Usage-File-Status Not = '00'
              Display '*** cannot write usage ledger '
                      Function Trim(Usage-Path)
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.
           Perform 2510-SAVE-ONE-USAGE
               Varying Us-Ix From 1 By 1
                 Until Us-Ix > Usage-Count.
           Close USAGE-FILE.

       2510-SAVE-ONE-USAGE.

           Move Us-Operator(Us-Ix) to UL-OPERATOR.
           Move Us-Tool(Us-Ix) to UL-TOOL.
           Move Us-Last-Used(Us-Ix) to UL-LAST-USED.
           Write USAGE-RECORD.

      *    Past the deadline: whatever no manager certified or
      *    revoked is end-dated yesterday, and the campaign closes.
       3000-ENFORCE-THE-DEADLINE.

           Perform 3100-ENFORCE-ONE-ITEM
               Varying It-Ix From 1 By 1
                 Until It-Ix > Item-Count.

           If Item-Count < Item-Max
              Add 1 to Item-Count
              Move Spaces to Item-Entry(Item-Count)
              Move Latest-Campaign to It-Campaign(Item-Count)
              Move Latest-Deadline to It-Deadline(Item-Count)
              Move '*CLOSED*' to It-Operator(Item-Count)
              Move ZERO to It-Valid-From(Item-Count)
                           It-Valid-To(Item-Count)
                           It-Last-Used(Item-Count)
              Move '*DEADLINE*' to It-Decided-By(Item-Count)
              Move As-Of-Date to It-Decided-Date(Item-Count)
              Move 'Y' to Latest-Closed
           End-If.

           Move Items-Expired to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'close campaign=' Latest-Campaign
                  ' enddated=' Function Trim(Cnt-Displayed)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-access-recert",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.
           If Items-Expired > ZERO
              Move 'W' to Alert-Severity
              Move 'RECERT' to Alert-Code
              Move Spaces to Alert-Text
              String 'Access recertification ' Latest-Campaign
                     ' closed - ' Function Trim(Cnt-Displayed)
                     ' uncertified grant(s) end-dated'
                     Delimited By Size Into Alert-Text
              Call "CBL_RAISE_ALERT" using Alert-Severity,
                           Alert-Code, Alert-Text
                         returning status-code
           End-If.

       3100-ENFORCE-ONE-ITEM.

           If It-Campaign(It-Ix) Not = Latest-Campaign
              Or It-Operator(It-Ix) = '*CLOSED*'
              Or It-Decision(It-Ix) Not = Space
              Exit Paragraph
           End-If.

           Move ZERO to Grants-End-Dated.
           Perform 3200-END-DATE-ONE-GRANT
               Varying Gr-Ix From 1 By 1
                 Until Gr-Ix > Grant-Count.
           If Grants-End-Dated = ZERO
              Move 'G' to It-Decision(It-Ix)
           Else
              Move 'X' to It-Decision(It-Ix)
              Add 1 to Items-Expired
              Move 'Y' to Keyring-Changed
           End-If.
           Move '*DEADLINE*' to It-Decided-By(It-Ix).
           Move As-Of-Date to It-Decided-Date(It-Ix).

      *    The keyring change, worded as the admin screen words it.
           If Grants-End-Dated > ZERO
              Move Spaces to Audit-Args
              String 'enddate operator='
                     Function Trim(It-Operator(It-Ix))
                     ' tool=' Function Trim(It-Tool(It-Ix))
                     ' to=' Yesterday-Date
                     ' by=gcobol-access-recert'
                     Delimited By Size Into Audit-Args
              Call "CBL_AUDIT_LOG" using "gcobol-auth-admin",
                           Audit-Args,
                           by value Grants-End-Dated
                         returning Audit-Status
           End-If.

           Move Spaces to Audit-Args.
           String 'expire campaign=' Latest-Campaign
                  ' operator=' Function Trim(It-Operator(It-Ix))
                  ' tool=' Function Trim(It-Tool(It-Ix))
                  ' manager=' Function Trim(It-Manager(It-Ix))
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-access-recert",
                        Audit-Args,
                        by value Grants-End-Dated
                      returning Audit-Status.

       3200-END-DATE-ONE-GRANT.

           If Gr-Operator(Gr-Ix) = It-Operator(It-Ix)
              And Gr-Tool(Gr-Ix) = It-Tool(It-Ix)
              And Gr-Level(Gr-Ix) = It-Level(It-Ix)
              And Gr-Valid-From(Gr-Ix) = It-Valid-From(It-Ix)
              If Gr-Valid-To(Gr-Ix) = ZERO
                 Or Gr-Valid-To(Gr-Ix) > Yesterday-Date
                 Move Yesterday-Date to Gr-Valid-To(Gr-Ix)
                 Add 1 to Grants-End-Dated
              End-If
           End-If.

      *    A waiting item's last use and flags follow the night's
      *    audit reading.
       3500-REFRESH-ONE-ITEM.

           If It-Campaign(It-Ix) Not = Latest-Campaign
              Or It-Operator(It-Ix) = '*CLOSED*'
              Or It-Decision(It-Ix) Not = Space
              Exit Paragraph
           End-If.
           Perform 7000-JUDGE-THE-ITEM.

      *    Every grant not already expired becomes an item.
       4000-OPEN-A-CAMPAIGN.

           Move As-Of-Date to Latest-Campaign.
           Compute Work-Day = As-Of-Day + Window-Days.
           Move Function Date-Of-Integer(Work-Day)
             to Latest-Deadline.
           Move 'N' to Latest-Closed.
           Perform 4100-OPEN-ONE-ITEM
               Varying Gr-Ix From 1 By 1
                 Until Gr-Ix > Grant-Count.

           Move Items-Opened to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'open campaign=' Latest-Campaign
                  ' deadline=' Latest-Deadline
                  ' items=' Function Trim(Cnt-Displayed)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-access-recert",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Move 'I' to Alert-Severity.
           Move 'RECERT' to Alert-Code.
           Move Spaces to Alert-Text.
           String 'Access recertification ' Latest-Campaign
                  ' opened: ' Function Trim(Cnt-Displayed)
                  ' grant(s) to review by ' Latest-Deadline
                  Delimited By Size Into Alert-Text.
           Call "CBL_RAISE_ALERT" using Alert-Severity,
                        Alert-Code, Alert-Text
                      returning status-code.

       4100-OPEN-ONE-ITEM.

           If Gr-Valid-To(Gr-Ix) Not = ZERO
              And Gr-Valid-To(Gr-Ix) < As-Of-Date
              Exit Paragraph
           End-If.
           If Item-Count Not < Item-Max
              Move 'Y' to Items-Full
              Exit Paragraph
           End-If.
           Add 1 to Item-Count.
           Add 1 to Items-Opened.
           Move Item-Count to It-Ix.
           Move Spaces to Item-Entry(It-Ix).
           Move Latest-Campaign to It-Campaign(It-Ix).
           Move Latest-Deadline to It-Deadline(It-Ix).
           Move Gr-Operator(Gr-Ix) to It-Operator(It-Ix).
           Move Gr-Tool(Gr-Ix) to It-Tool(It-Ix).
           Move Gr-Level(Gr-Ix) to It-Level(It-Ix).
           Move Gr-Valid-From(Gr-Ix) to It-Valid-From(It-Ix).
           Move Gr-Valid-To(Gr-Ix) to It-Valid-To(It-Ix).
           Move ZERO to It-Decided-Date(It-Ix).

           Move Spaces to Found-Manager.
           Perform 4200-MATCH-ONE-MANAGER
               Varying Mg-Ix From 1 By 1
                 Until Mg-Ix > Manager-Count
                    Or Found-Manager Not = Spaces.
           If Found-Manager = Spaces
              Move '(UNMAPPED)' to Found-Manager
           End-If.
           Move Found-Manager to It-Manager(It-Ix).
           Perform 7000-JUDGE-THE-ITEM.

       4200-MATCH-ONE-MANAGER.

           If Mg-Operator(Mg-Ix) = Gr-Operator(Gr-Ix)
              Move Mg-Manager(Mg-Ix) to Found-Manager
           End-If.

      *    A missing keyring with grants read means nothing was
      *    changed; otherwise the admin screen's rewrite.
       5000-REWRITE-THE-KEYRING.

           If Items-Full = 'Y' And Grant-Count Not < Grant-Max
              Display '*** keyring larger than ' Grant-Max
                      ' grants - not rewritten'
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.
           Open Output KEYRING-NEW-FILE.
           If Keyring-New-Status Not = '00'
              Display '*** cannot rewrite keyring'
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.
           Perform 5100-WRITE-ONE-GRANT
               Varying Gr-Ix From 1 By 1
                 Until Gr-Ix > Grant-Count.
           Close KEYRING-NEW-FILE.
           Call "CBL_RENAME_FILE" using Keyring-New-Path,
                                         Keyring-Path
                      returning status-code.
           If status-code Not = ZERO
              Display '*** keyring swap failed - end-dated keyring '
                      'left at ' Function Trim(Keyring-New-Path)
              Move 1 to Run-Rc
           End-If.

       5100-WRITE-ONE-GRANT.

           Move Spaces to KEYRING-RECORD.
           Move Gr-Operator(Gr-Ix) to OA-OPERATOR.
           Move Gr-Tool(Gr-Ix) to OA-TOOL.
           Move Gr-Level(Gr-Ix) to OA-LEVEL.
           Move Gr-Valid-From(Gr-Ix) to OA-VALID-FROM.
           Move Gr-Valid-To(Gr-Ix) to OA-VALID-TO.
           Move KEYRING-RECORD to KEYRING-NEW-RECORD.
           Write KEYRING-NEW-RECORD.

       5500-REWRITE-THE-CAMPAIGNS.

           Open Output RECERT-NEW-FILE.
           If Recert-New-Status Not = '00'
              Display '*** cannot write campaign file '
                      Function Trim(Recert-New-Path)
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.
           Perform 5600-WRITE-ONE-ITEM
               Varying It-Ix From 1 By 1
                 Until It-Ix > Item-Count.
           Close RECERT-NEW-FILE.
           Call "CBL_RENAME_FILE" using Recert-New-Path,
                                         Recert-Path
                      returning status-code.
           If status-code Not = ZERO
              Display '*** campaign file swap failed - left at '
                      Function Trim(Recert-New-Path)
              Move 1 to Run-Rc
           End-If.

       5600-WRITE-ONE-ITEM.

           Move Item-Entry(It-Ix) to RECERT-NEW-RECORD.
           Write RECERT-NEW-RECORD.

      *    The campaign's items by manager, then operator and tool.
       6000-PRINT-THE-CAMPAIGN.

           If Latest-Campaign = ZERO
              Exit Paragraph
           End-If.
           Perform 6100-LIST-ONE-ITEM
               Varying It-Ix From 1 By 1
                 Until It-Ix > Item-Count.
           If Order-Count > 1
              Move 1 to Gap-Size
              Perform 6200-GROW-THE-GAP
                  Until Gap-Size > Order-Count / 3
              Perform 6300-ONE-GAP-PASS
                  Until Gap-Size < 1
           End-If.

           Move Spaces to Report-Title.
           String 'ACCESS RECERTIFICATION ' Latest-Campaign
                  ' - DUE ' Latest-Deadline
                  Delimited By Size Into Report-Title.
           If Latest-Closed = 'Y'
              Move Spaces to Detail-Line
              String Function Trim(Report-Title) ' (CLOSED)'
                Delimited By Size Into Detail-Line
              Move Detail-Line(1:80) to Report-Title
           End-If.
           Move 'OPERATOR         TOOL                     L FROM'
             & '     TO       LAST USE FLAGS            DECISION'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start recertification report '
                      Function Trim(Report-Path)
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.
           Perform 6500-PRINT-ONE-ITEM
               Varying Ord-Ix From 1 By 1
                 Until Ord-Ix > Order-Count.
           Call "CBL_REPORT_END" returning Report-Status.

       6100-LIST-ONE-ITEM.

           If It-Campaign(It-Ix) = Latest-Campaign
              And It-Operator(It-Ix) Not = '*CLOSED*'
              Add 1 to Order-Count
              Move It-Ix to Item-Order(Order-Count)
              If It-Decision(It-Ix) = Space
                 Add 1 to Items-Pending
              End-If
           End-If.

       6200-GROW-THE-GAP.

           Compute Gap-Size = Gap-Size * 3 + 1.

       6300-ONE-GAP-PASS.

           Perform 6400-INSERT-ONE
               Varying Sort-I From 1 By 1
               Until Sort-I > Order-Count - Gap-Size.
           Compute Gap-Size = Gap-Size / 3.

       6400-INSERT-ONE.

           Compute Sort-J = Sort-I.
           Move 'Y' to Swap-Needed.
           Perform 6450-SIFT-ONE
               Until Sort-J < 1
                   Or Swap-Needed = 'N'.

       6450-SIFT-ONE.

           Move Item-Order(Sort-J) to It-Ix.
           String It-Manager(It-Ix) It-Operator(It-Ix)
                  It-Tool(It-Ix)
             Delimited By Size Into Sort-Key-A.
           Move Item-Order(Sort-J + Gap-Size) to It-Ix.
           String It-Manager(It-Ix) It-Operator(It-Ix)
                  It-Tool(It-Ix)
             Delimited By Size Into Sort-Key-B.
           If Sort-Key-A > Sort-Key-B
              Move Item-Order(Sort-J) to Swap-Order
              Move Item-Order(Sort-J + Gap-Size)
                to Item-Order(Sort-J)
              Move Swap-Order to Item-Order(Sort-J + Gap-Size)
              Compute Sort-J = Sort-J - Gap-Size
           Else
              Move 'N' to Swap-Needed
           End-If.

       6500-PRINT-ONE-ITEM.

           Move Item-Order(Ord-Ix) to It-Ix.
           Move Spaces to Flag-Text.
           If It-Unused(It-Ix) = 'Y'
              Move 'UNUSED' to Flag-Text(1:6)
           End-If.
           If It-Expiring(It-Ix) = 'Y'
              Move 'EXPIRING' to Flag-Text(8:8)
           End-If.
           Evaluate It-Decision(It-Ix)
              When 'C'
                 Move 'CERTIFIED' to Decision-Text
              When 'R'
                 Move 'REVOKED' to Decision-Text
              When 'X'
                 Move 'END-DATED' to Decision-Text
              When 'G'
                 Move 'GONE' to Decision-Text
              When Other
                 Move 'PENDING' to Decision-Text
           End-Evaluate.
           If It-Last-Used(It-Ix) = ZERO
              Move 'NEVER' to Last-Used-Text
           Else
              Move It-Last-Used(It-Ix) to Last-Used-Text
           End-If.

           Move Spaces to Detail-Line.
           String It-Operator(It-Ix) ' '
                  It-Tool(It-Ix) ' '
                  It-Level(It-Ix) ' '
                  It-Valid-From(It-Ix) ' '
                  It-Valid-To(It-Ix) ' '
                  Last-Used-Text ' '
                  Flag-Text ' '
                  Decision-Text ' '
                  It-Decided-By(It-Ix)
                  Delimited By Size Into Detail-Line.
           Move Spaces to Control-Value.
           Move It-Manager(It-Ix) to Control-Value.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.

      *    Last use from the usage ledger; the flags from it and
      *    from the grant's own end date.
       7000-JUDGE-THE-ITEM.

           Move Spaces to Use-Operator.
           Move It-Operator(It-Ix) to Use-Operator.
           Move It-Tool(It-Ix) to Use-Tool.
           Move ZERO to Us-Found.
           Perform 2220-MATCH-ONE-USAGE
               Varying Us-Ix From 1 By 1
                 Until Us-Ix > Usage-Count
                    Or Us-Found Not = ZERO.
           Move ZERO to It-Last-Used(It-Ix).
           If Us-Found Not = ZERO
              Move Us-Last-Used(Us-Found) to It-Last-Used(It-Ix)
           End-If.

           Move 'N' to It-Unused(It-Ix).
           If It-Last-Used(It-Ix) Not = ZERO
              Move It-Last-Used(It-Ix) to Work-Date
           Else
              Move It-Valid-From(It-Ix) to Work-Date
           End-If.
           If Work-Date = ZERO
              Move 'Y' to It-Unused(It-Ix)
           Else
              If As-Of-Day - Function Integer-Of-Date(Work-Date)
                 >= Unused-Days
                 Move 'Y' to It-Unused(It-Ix)
              End-If
           End-If.

           Move 'N' to It-Expiring(It-Ix).
           If It-Valid-To(It-Ix) Not = ZERO
              If Function Integer-Of-Date(It-Valid-To(It-Ix))
                 - As-Of-Day <= Expiry-Days
                 Move 'Y' to It-Expiring(It-Ix)
              End-If
           End-If.
