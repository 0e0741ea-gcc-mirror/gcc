      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Access recertification review.  A manager signs in
      *  (authorized for gcobol-recert-review) and is walked
      *  through each grant still waiting on them in the open
      *  campaign gcobol-access-recert keeps: the grant, its last
      *  use and its UNUSED / EXPIRING flags, then
      *
      *    C  certify - the grant stays as it is
      *    R  revoke  - the grant is end-dated yesterday on the
      *       keyring, the way gcobol-auth-admin end-dates one
      *    S  skip    - leave it for later
      *    Q  quit
      *
      *  Nobody certifies their own grant.  Grants for operators
      *  the manager-mapping file does not name, or maps to
      *  themselves, are reviewed by holders of update ('U') on
      *  gcobol-auth-admin.  Every
      *  decision is stamped on the item with the manager and
      *  the date, written to the audit log, and the campaign
      *  file is rewritten through a work file and an atomic
      *  rename.  What is still waiting at the deadline is
      *  end-dated by the nightly run.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-recert-review.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant OPER-AUTH-PATH as "/tmp/gcobol-oper-auth.dat"
       >>Define Constant RECERT-DAT as "/tmp/gcobol-recert.dat"

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
           05  RV-DECIDED-BY        PIC X(16).
           05  RV-DECIDED-DATE      PIC 9(08).

       FD  RECERT-NEW-FILE.
       01  RECERT-NEW-RECORD        PIC X(124).

       WORKING-STORAGE SECTION.
        77 Keyring-Path        PIC X(100).
        77 Keyring-New-Path    PIC X(104).
        77 Recert-Path         PIC X(100).
        77 Recert-New-Path     PIC X(104).
        77 Keyring-File-Status PIC X(02).
        77 Keyring-New-Status  PIC X(02).
        77 Recert-File-Status  PIC X(02).
        77 Recert-New-Status   PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Manager-Id          PIC X(16).
        77 Auth-Tool           PIC X(24).
        77 Auth-Level          PIC X(01).
        77 Auth-Check-Status   BINARY-LONG SIGNED.
        77 Reviews-Unmapped    PIC X(01) VALUE 'N'.
        77 Decision-Answer     PIC X(01).
           88 Answer-Is-Certify   VALUE 'C' 'c'.
           88 Answer-Is-Revoke    VALUE 'R' 'r'.
           88 Answer-Is-Skip      VALUE 'S' 's'.
           88 Answer-Is-Quit      VALUE 'Q' 'q'.
        77 Quit-Switch         PIC X(01) VALUE 'N'.
        77 Entry-Count         BINARY-LONG VALUE ZERO.
        77 Entry-Max           BINARY-LONG VALUE 6000.
        77 Entry-Idx           BINARY-LONG.
        77 Write-Idx           BINARY-LONG.
        77 Latest-Campaign     PIC 9(08) VALUE ZERO.
        77 Latest-Deadline     PIC 9(08) VALUE ZERO.
        77 Latest-Closed       PIC X(01) VALUE 'N'.
        77 Waiting-Count       BINARY-LONG VALUE ZERO.
        77 Certified-Count     BINARY-LONG VALUE ZERO.
        77 Revoked-Count       BINARY-LONG VALUE ZERO.
        77 Own-Grant-Count     BINARY-LONG VALUE ZERO.
        77 End-Date            PIC 9(08).
        77 End-Dated-Count     BINARY-LONG.
        77 Work-Day            BINARY-LONG.
        77 Last-Used-Text      PIC X(08).
        77 Flag-Text           PIC X(16).
        77 Epoch-Seconds       BINARY-LONG.
        77 Today-Date          PIC 9(08).
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.

        01 Recert-Table.
           05 Recert-Entry OCCURS 6000 TIMES.
              10 R-Image       PIC X(124).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Move 'OPER-AUTH-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        OPER-AUTH-PATH
                      returning Config-Status.
           Move Config-Value to Keyring-Path.
           Move Spaces to Keyring-New-Path.
           String Function Trim(Keyring-Path) '.new'
             Delimited By Size Into Keyring-New-Path.
           Move 'RECERT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RECERT-DAT
                      returning Config-Status.
           Move Config-Value to Recert-Path.
           Move Spaces to Recert-New-Path.
           String Function Trim(Recert-Path) '.new'
             Delimited By Size Into Recert-New-Path.
           Perform 4200-RESOLVE-THE-DATE.

           Display 'gcobol access recertification review - '
                   Function Trim(Recert-Path).
           Display 'Manager operator id: ' with No Advancing.
           Accept Manager-Id from Console.

           Move 'gcobol-recert-review' to Auth-Tool.
           Call "CBL_OPERATOR_AUTH" using Manager-Id, Auth-Tool,
                        Auth-Level
                      returning Auth-Check-Status.
           If Auth-Check-Status Not = ZERO
              Display 'Operator ' Function Trim(Manager-Id)
                      ' is not authorized to review access'
              Stop Run With Error Status 1
           End-If.
           Move 'gcobol-auth-admin' to Auth-Tool.
           Call "CBL_OPERATOR_AUTH" using Manager-Id, Auth-Tool,
                        Auth-Level
                      returning Auth-Check-Status.
           If Auth-Check-Status = ZERO And Auth-Level = 'U'
              Move 'Y' to Reviews-Unmapped
           End-If.

           Perform 1000-LOAD-THE-CAMPAIGNS.
           If Latest-Campaign = ZERO Or Latest-Closed = 'Y'
              Display 'No recertification campaign is open'
              Stop Run
           End-If.
           Display 'Campaign ' Latest-Campaign
                   ' - decisions due by ' Latest-Deadline.

           Perform 2000-REVIEW-ONE-ITEM
               Varying Entry-Idx From 1 By 1
                 Until Entry-Idx > Entry-Count
                    Or Quit-Switch = 'Y'.

           Display Waiting-Count ' grant(s) waiting on you, '
                   Certified-Count ' certified, '
                   Revoked-Count ' revoked'.
           If Own-Grant-Count > ZERO
              Display Own-Grant-Count ' of your own grant(s) '
                      'left for another reviewer'
           End-If.
           Stop Run.

       1000-LOAD-THE-CAMPAIGNS.

           Open Input RECERT-FILE.
           If Recert-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1100-LOAD-ONE-ITEM
               Until Recert-File-Status Not = '00'.
           Close RECERT-FILE.

       1100-LOAD-ONE-ITEM.

           Read RECERT-FILE
              At End
                 Move '10' to Recert-File-Status
                 Exit Paragraph
           End-Read.
           If Entry-Count Not < Entry-Max
              Display 'Campaign file holds more than ' Entry-Max
                      ' items - nothing can be decided here'
              Stop Run With Error Status 1
           End-If.
           Add 1 to Entry-Count.
           Move RECERT-RECORD to R-Image(Entry-Count).
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

       2000-REVIEW-ONE-ITEM.

           Move R-Image(Entry-Idx) to RECERT-RECORD.
           If RV-CAMPAIGN Not Numeric
              Or RV-CAMPAIGN Not = Latest-Campaign
              Or RV-OPERATOR = '*CLOSED*'
              Or Not RV-IS-PENDING
              Exit Paragraph
           End-If.
           If RV-MANAGER Not = Manager-Id
              And ((RV-MANAGER Not = '(UNMAPPED)'
                    And RV-MANAGER Not = RV-OPERATOR)
                   Or Reviews-Unmapped = 'N')
              Exit Paragraph
           End-If.
           If RV-OPERATOR = Manager-Id
              Add 1 to Own-Grant-Count
              Exit Paragraph
           End-If.
           Add 1 to Waiting-Count.

           Move Spaces to Flag-Text.
           If RV-UNUSED = 'Y'
              Move 'UNUSED' to Flag-Text(1:6)
           End-If.
           If RV-EXPIRING = 'Y'
              Move 'EXPIRING' to Flag-Text(8:8)
           End-If.
           If RV-LAST-USED = ZERO
              Move 'NEVER' to Last-Used-Text
           Else
              Move RV-LAST-USED to Last-Used-Text
           End-If.
           Display ' '.
           Display '  ' RV-OPERATOR ' ' RV-TOOL ' ' RV-LEVEL ' '
                   RV-VALID-FROM '-' RV-VALID-TO.
           Display '  last used ' Last-Used-Text '  ' Flag-Text.
           Display 'Certify, Revoke, Skip or Quit (C/R/S/Q): '
                   with No Advancing.
           Accept Decision-Answer from Console.
           Evaluate True
              When Answer-Is-Certify
                 Perform 3000-CERTIFY-THE-ITEM
              When Answer-Is-Revoke
                 Perform 3100-REVOKE-THE-ITEM
              When Answer-Is-Quit
                 Move 'Y' to Quit-Switch
              When Other
                 Continue
           End-Evaluate.

       3000-CERTIFY-THE-ITEM.

           Move 'C' to RV-DECISION.
           Move Manager-Id to RV-DECIDED-BY.
           Move Today-Date to RV-DECIDED-DATE.
           Move RECERT-RECORD to R-Image(Entry-Idx).
           Perform 9000-REWRITE-THE-CAMPAIGNS.
           Add 1 to Certified-Count.
           Display 'Certified.'.

           Move Spaces to Audit-Args.
           String 'certify campaign=' RV-CAMPAIGN
                  ' operator=' Function Trim(RV-OPERATOR)
                  ' tool=' Function Trim(RV-TOOL)
                  ' by=' Function Trim(Manager-Id)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-recert-review",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

      *    The grant is end-dated yesterday through the keyring
      *    rewrite gcobol-auth-admin uses, then the item is marked.
       3100-REVOKE-THE-ITEM.

           Compute Work-Day =
                   Function Integer-Of-Date(Today-Date) - 1.
           Move Function Date-Of-Integer(Work-Day) to End-Date.
           Move ZERO to End-Dated-Count.
           Open Input KEYRING-FILE.
           If Keyring-File-Status Not = '00'
              Display '*** cannot read keyring - nothing changed'
              Exit Paragraph
           End-If.
           Open Output KEYRING-NEW-FILE.
           If Keyring-New-Status Not = '00'
              Close KEYRING-FILE
              Display '*** cannot rewrite keyring - nothing changed'
              Exit Paragraph
           End-If.
           Perform 3200-END-DATE-OR-KEEP-ONE
               Until Keyring-File-Status Not = '00'.
           Close KEYRING-FILE.
           Close KEYRING-NEW-FILE.
           Call "CBL_RENAME_FILE" using Keyring-New-Path,
                                         Keyring-Path
                      returning status-code.
           If status-code Not = ZERO
              Display '*** keyring swap failed - nothing changed'
              Exit Paragraph
           End-If.

           Move Spaces to Audit-Args.
           String 'enddate operator='
                  Function Trim(RV-OPERATOR)
                  ' tool=' Function Trim(RV-TOOL)
                  ' to=' End-Date
                  ' by=' Function Trim(Manager-Id)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-auth-admin",
                        Audit-Args,
                        by value End-Dated-Count
                      returning Audit-Status.

           Move 'R' to RV-DECISION.
           Move Manager-Id to RV-DECIDED-BY.
           Move Today-Date to RV-DECIDED-DATE.
           Move RECERT-RECORD to R-Image(Entry-Idx).
           Perform 9000-REWRITE-THE-CAMPAIGNS.
           Add 1 to Revoked-Count.
           Display 'Revoked - ' End-Dated-Count
                   ' grant(s) end-dated ' End-Date.

           Move Spaces to Audit-Args.
           String 'revoke campaign=' RV-CAMPAIGN
                  ' operator=' Function Trim(RV-OPERATOR)
                  ' tool=' Function Trim(RV-TOOL)
                  ' by=' Function Trim(Manager-Id)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-recert-review",
                        Audit-Args,
                        by value End-Dated-Count
                      returning Audit-Status.

       3200-END-DATE-OR-KEEP-ONE.

           Read KEYRING-FILE
              At End
                 Move '10' to Keyring-File-Status
              Not At End
                 If OA-OPERATOR = RV-OPERATOR
                    And OA-TOOL = RV-TOOL
                    And OA-LEVEL = RV-LEVEL
                    If OA-VALID-TO Not Numeric
                       Or OA-VALID-TO = ZERO
                       Or OA-VALID-TO > End-Date
                       Move End-Date to OA-VALID-TO
                       Add 1 to End-Dated-Count
                    End-If
                 End-If
                 Move KEYRING-RECORD to KEYRING-NEW-RECORD
                 Write KEYRING-NEW-RECORD
           End-Read.

       4200-RESOLVE-THE-DATE.

           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
           Move tv_sec of Now-Timeval to Epoch-Seconds.
           Move Function posix-localtime(Epoch-Seconds, Now-Tm)
             to status-code.
           Compute Today-Date =
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
              Move Pd-Date to Today-Date
           End-If.

       9000-REWRITE-THE-CAMPAIGNS.

           Open Output RECERT-NEW-FILE.
           If Recert-New-Status Not = '00'
              Display 'Campaign work file will not open - file status '
                      Recert-New-Status ' - stopping'
              Stop Run With Error Status 1
           End-If.
           Perform 9100-WRITE-ONE-ITEM
               Varying Write-Idx From 1 By 1
                 Until Write-Idx > Entry-Count.
           Close RECERT-NEW-FILE.
           Call "CBL_RENAME_FILE" using Recert-New-Path,
                                         Recert-Path
                      returning status-code.
           If status-code Not = ZERO
              Display 'Campaign file swap failed - decision left in '
                      Function Trim(Recert-New-Path)
              Stop Run With Error Status 1
           End-If.

       9100-WRITE-ONE-ITEM.

           Move R-Image(Write-Idx) to RECERT-NEW-RECORD.
           Write RECERT-NEW-RECORD.
