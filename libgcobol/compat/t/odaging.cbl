      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Nightly overdrawn-account aging and collections worklist.
      *  Accounts that went negative used to stay negative unseen
      *  until the statement printed; this job finds every account
      *  whose base balance is below zero and works out how many
      *  business days it has been continuously overdrawn.
      *
      *  The start of the overdrawn stretch comes from the
      *  account's own 'B' journal history: walking the run-stamp
      *  index's generations in cut order and then the live
      *  journal - the statement run's walk - the last image that
      *  took the balance from zero-or-better to negative dates the
      *  stretch, and any later image back at zero or better ends
      *  it.  An account whose stretch began before the oldest
      *  journal still on disk is dated from its first negative
      *  image there and flagged, so the age is a floor, not a
      *  guess.  The day count is CBL_BUSINESS_CALENDAR's: stepping
      *  back business day by business day from the processing date
      *  to the stretch's start.
      *
      *  Each account lands in a 1-30 / 31-60 / 61-90 / 90+ bucket.
      *  The collections worklist file gets one record per
      *  overdrawn account, and the shared report writer spools the
      *  same accounts per branch (the first four bytes of the
      *  master key) with a subtotal per branch and bucket.  The
      *  previous night's worklist is read before it is replaced:
      *  an account in the 90+ bucket tonight that was not there
      *  last night raises a CBL_RAISE_ALERT warning, once.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-overdraft-aging.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant JNL-INDEX-PATH as "/tmp/gcobol-jnl-index.dat"
       >>Define Constant WORKLIST-PATH as "/tmp/gcobol-collections.wrk"
       >>Define Constant AGING-RPT-PATH as "/tmp/gcobol-od-aging.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BAL-ACCT-NO
                  FILE STATUS IS Balance-File-Status.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Read-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT INDEX-FILE
                  ASSIGN TO Index-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Index-File-Status.
           SELECT WORKLIST-FILE
                  ASSIGN TO Worklist-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Worklist-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BAL-ACCT-NO          PIC X(12).
           05  BAL-MASTER-KEY       PIC X(20).
           05  BAL-BALANCE          PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  BAL-LAST-POSTED      PIC 9(08).
           05  BAL-PRODUCT-CODE     PIC X(04).
           05  BAL-CURRENCY         PIC X(03).
           05  BAL-ORIG-BALANCE     PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  BAL-LAST-ORIGIN      PIC X(02).
           05  FILLER               PIC X(47).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JN-RUN-STAMP         PIC 9(14).
           05  JN-SEQUENCE          PIC 9(08).
           05  JN-ACTION            PIC X(01).
           05  JN-KEY               PIC X(20).
           05  JN-BEFORE-IMAGE      PIC X(1024).
           05  JN-AFTER-IMAGE       PIC X(1024).

       FD  INDEX-FILE.
       01  INDEX-RECORD.
           05  JX-RUN-STAMP         PIC 9(14).
           05  FILLER               PIC X(01).
           05  JX-FIRST-SEQ         PIC 9(08).
           05  FILLER               PIC X(01).
           05  JX-LAST-SEQ          PIC 9(08).
           05  FILLER               PIC X(01).
           05  JX-LOCATION          PIC X(01).
           05  FILLER               PIC X(01).
           05  JX-FILE-PATH         PIC X(200).

      * Collections worklist: one record per overdrawn account.
       FD  WORKLIST-FILE.
       01  WORKLIST-RECORD.
           05  WK-ACCT-NO           PIC X(12).
           05  FILLER               PIC X(01).
           05  WK-BRANCH            PIC X(04).
           05  FILLER               PIC X(01).
           05  WK-MASTER-KEY        PIC X(20).
           05  FILLER               PIC X(01).
           05  WK-BALANCE           PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER               PIC X(01).
           05  WK-OVERDRAWN-SINCE   PIC 9(08).
           05  FILLER               PIC X(01).
           05  WK-BUSINESS-DAYS     PIC 9(04).
           05  FILLER               PIC X(01).
           05  WK-BUCKET            PIC X(05).
           05  FILLER               PIC X(01).
           05  WK-AGE-IS-FLOOR      PIC X(01).

       WORKING-STORAGE SECTION.
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 Journal-Path         PIC X(100) VALUE JOURNAL-PATH.
        77 Journal-Read-Path    PIC X(200).
        77 Index-Path           PIC X(100) VALUE JNL-INDEX-PATH.
        77 Worklist-Path        PIC X(100) VALUE WORKLIST-PATH.
        77 Report-Path          PIC X(256) VALUE AGING-RPT-PATH.
        77 Balance-File-Status  PIC X(02).
        77 Journal-File-Status  PIC X(02).
        77 Index-File-Status    PIC X(02).
        77 Worklist-File-Status PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Processing-Date      PIC 9(08).
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        77 Calendar-Status      BINARY-LONG SIGNED.
        01 Cal-Request.
           05 Cal-Function          PIC X(01).
           05 Cal-Date              PIC 9(08).
           05 Cal-Epoch             BINARY-DOUBLE.
           05 Cal-Business-Seconds  BINARY-DOUBLE.

      * Journal generations, walked in cut order.
        77 Generation-Count     BINARY-LONG VALUE ZERO.
        77 Max-Generations      BINARY-LONG VALUE 64.
        77 Generation-Idx       BINARY-LONG.
        77 Gen-Already-Listed   PIC X(01).
        77 Bundled-Warnings     BINARY-LONG VALUE ZERO.
        01 Generation-List.
           05 Generation-Name   PIC X(200) OCCURS 64 TIMES.

      * Tonight's overdrawn accounts.
        77 Od-Count             BINARY-LONG VALUE ZERO.
        77 Max-Od               BINARY-LONG VALUE 5000.
        77 Od-Idx               BINARY-LONG.
        77 Od-Found             BINARY-LONG.
        77 Od-Overflowed        PIC X(01) VALUE 'N'.
        01 Od-Table.
           05 Od-Entry OCCURS 5000 TIMES.
              10 OD-ACCT-NO        PIC X(12).
              10 OD-MASTER-KEY     PIC X(20).
              10 OD-BALANCE        PIC S9(13)V99.
              10 OD-SINCE          PIC 9(08).
              10 OD-LAST-POSTED    PIC 9(08).
              10 OD-AGE-IS-FLOOR   PIC X(01).
              10 OD-DAYS           BINARY-LONG.
              10 OD-BUCKET         PIC 9(01).
              10 OD-WAS-90-PLUS    PIC X(01).

      * Branches on tonight's list, kept in ascending order.
        77 Branch-Count         BINARY-LONG VALUE ZERO.
        77 Max-Branches         BINARY-LONG VALUE 500.
        77 Branch-Idx           BINARY-LONG.
        77 Branch-Slot          BINARY-LONG.
        77 Branch-Probe         PIC X(04).
        01 Branch-List.
           05 Branch-Code       PIC X(04) OCCURS 500 TIMES.

        01 Bucket-Names.
           05 FILLER            PIC X(05) VALUE '1-30 '.
           05 FILLER            PIC X(05) VALUE '31-60'.
           05 FILLER            PIC X(05) VALUE '61-90'.
           05 FILLER            PIC X(05) VALUE '90+  '.
        01 Bucket-Name-Table REDEFINES Bucket-Names.
           05 Bucket-Name       PIC X(05) OCCURS 4 TIMES.
        77 Bucket-Idx           BINARY-LONG.
        01 Bucket-Counts.
           05 Bucket-Count      BINARY-LONG OCCURS 4 TIMES.

      * The journal's balance images, re-described so the numbers
      * inside the 1024-byte picture can be read back.
        01 Image-Work.
           05 IMG-ACCT-NO          PIC X(12).
           05 IMG-MASTER-KEY       PIC X(20).
           05 IMG-BALANCE          PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 IMG-LAST-POSTED      PIC 9(08).
           05 IMG-PRODUCT-CODE     PIC X(04).
           05 IMG-CURRENCY         PIC X(03).
           05 IMG-ORIG-BALANCE     PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 IMG-LAST-ORIGIN      PIC X(02).
           05 FILLER               PIC X(47).
        77 Before-Balance       PIC S9(13)V99.
        77 After-Balance        PIC S9(13)V99.
        77 Event-Date           PIC 9(08).
        77 Acct-Probe           PIC X(12).

        77 Balances-Read        BINARY-LONG VALUE ZERO.
        77 New-90-Plus          BINARY-LONG VALUE ZERO.
        77 Age-Floors           BINARY-LONG VALUE ZERO.
        77 Step-Limit           BINARY-LONG.
        77 Balance-Edited       PIC -(13)9.99.
        77 Days-Edited          PIC Z(3)9.
        77 Amount-For-Writer    BINARY-DOUBLE.
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Alert-Severity       PIC X(01).
        77 Alert-Code           PIC X(08).
        77 Alert-Text           PIC X(200).
        77 Alert-Status         BINARY-LONG SIGNED.
        77 Masked-Acct          PIC X(12).
        77 Redact-Keep          BINARY-LONG VALUE 4.
        77 Redact-Status        PIC 9(8) COMP-5.
        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 New-Displayed        PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-overdraft-aging'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-overdraft-aging'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

      *    The chain's established date first; the business
      *    calendar answers when this step runs outside a chain.
           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.
           If Pd-Status = ZERO And Pd-Date Not = ZERO
              Move Pd-Date to Processing-Date
           Else
              Move 'P' to Cal-Function
              Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                   returning Calendar-Status
              Move Cal-Date to Processing-Date
           End-If.
           Display 'Aging overdrawn accounts as of '
                   Processing-Date.

           Perform 1000-LIST-OVERDRAWN-ACCOUNTS.
           If Od-Overflowed = 'Y'
              Display 'More than ' Max-Od ' accounts are '
                      'overdrawn - raise the table before rerunning'
              Call "CBL_RUN_FOOTER" using 'gcobol-overdraft-aging'
                   by value 1, Balances-Read, Od-Count
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           Perform 1500-NOTE-LAST-NIGHTS-90-PLUS.
           Perform 2000-DATE-THE-STRETCHES.
           Perform 3000-AGE-ONE-ACCOUNT
               Varying Od-Idx From 1 By 1
               Until Od-Idx > Od-Count.

           Perform 4000-WRITE-THE-WORKLIST.
           Perform 5000-SPOOL-THE-REPORT.

           Display 'Balances read:      ' Balances-Read.
           Display 'Overdrawn accounts: ' Od-Count
                   ' (worklist ' Function Trim(Worklist-Path) ')'.
           Perform 8100-DISPLAY-ONE-BUCKET
               Varying Bucket-Idx From 1 By 1
               Until Bucket-Idx > 4.
           Display 'New in 90+ tonight: ' New-90-Plus.
           If Age-Floors > ZERO
              Display Age-Floors ' account(s) were already '
                      'overdrawn before the oldest journal on disk - '
                      'their ages are floors'
           End-If.

           Move Od-Count to Cnt-Displayed.
           Move New-90-Plus to New-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' overdrawn=' Function Trim(Cnt-Displayed)
                  ' new90=' Function Trim(New-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-overdraft-aging",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-overdraft-aging'
                by value 0, Balances-Read, Od-Count
                returning Footer-Status.
           Stop Run.

       1000-LIST-OVERDRAWN-ACCOUNTS.

           Open Input BALANCE-FILE.
           If Balance-File-Status Not = '00'
              Display 'Cannot open balance file '
                      Function Trim(Balance-Path)
                      ' - file status ' Balance-File-Status
              Stop Run With Error Status 1
           End-If.
           Perform 1100-NOTE-ONE-BALANCE
               Until Balance-File-Status Not = '00'.
           Close BALANCE-FILE.

       1100-NOTE-ONE-BALANCE.

           Read BALANCE-FILE Next Record
              At End
                 Move '10' to Balance-File-Status
              Not At End
                 Add 1 to Balances-Read
                 If BAL-BALANCE < ZERO
                    Perform 1200-KEEP-ONE-OVERDRAWN
                 End-If
           End-Read.

       1200-KEEP-ONE-OVERDRAWN.

           If Od-Count >= Max-Od
              Move 'Y' to Od-Overflowed
              Exit Paragraph
           End-If.
           Add 1 to Od-Count.
           Move BAL-ACCT-NO to OD-ACCT-NO(Od-Count).
           Move BAL-MASTER-KEY to OD-MASTER-KEY(Od-Count).
           Move BAL-BALANCE to OD-BALANCE(Od-Count).
           Move ZERO to OD-SINCE(Od-Count).
           Move BAL-LAST-POSTED to OD-LAST-POSTED(Od-Count).
           Move 'N' to OD-AGE-IS-FLOOR(Od-Count).
           Move ZERO to OD-DAYS(Od-Count).
           Move 'N' to OD-WAS-90-PLUS(Od-Count).
           Move BAL-MASTER-KEY(1:4) to Branch-Probe.
           Perform 1300-LIST-THE-BRANCH.

       1300-LIST-THE-BRANCH.

      *    A short insertion: the list stays in branch order so
      *    the report walks branches in order without a sort.
           Move ZERO to Branch-Slot.
           Perform 1310-FIND-THE-SLOT
               Varying Branch-Idx From 1 By 1
               Until Branch-Idx > Branch-Count
                   Or Branch-Slot > ZERO.
           If Branch-Slot > ZERO
              And Branch-Code(Branch-Slot) = Branch-Probe
              Exit Paragraph
           End-If.
           If Branch-Count >= Max-Branches
              Exit Paragraph
           End-If.
           If Branch-Slot = ZERO
              Add 1 to Branch-Count
              Move Branch-Probe to Branch-Code(Branch-Count)
              Exit Paragraph
           End-If.
           Perform 1320-SHIFT-ONE-BRANCH
               Varying Branch-Idx From Branch-Count By -1
               Until Branch-Idx < Branch-Slot.
           Add 1 to Branch-Count.
           Move Branch-Probe to Branch-Code(Branch-Slot).

       1310-FIND-THE-SLOT.

           If Branch-Code(Branch-Idx) >= Branch-Probe
              Move Branch-Idx to Branch-Slot
           End-If.

       1320-SHIFT-ONE-BRANCH.

           Move Branch-Code(Branch-Idx)
             to Branch-Code(Branch-Idx + 1).

       1500-NOTE-LAST-NIGHTS-90-PLUS.

      *    Last night's worklist says who was already 90+; only a
      *    newcomer to the bucket pages anybody.
           Open Input WORKLIST-FILE.
           If Worklist-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1510-NOTE-ONE-OLD-ENTRY
               Until Worklist-File-Status Not = '00'.
           Close WORKLIST-FILE.

       1510-NOTE-ONE-OLD-ENTRY.

           Read WORKLIST-FILE
              At End
                 Move '10' to Worklist-File-Status
              Not At End
                 If WK-BUCKET = Bucket-Name(4)
                    Move WK-ACCT-NO to Acct-Probe
                    Perform 2400-FIND-OVERDRAWN-ENTRY
                    If Od-Found > ZERO
                       Move 'Y' to OD-WAS-90-PLUS(Od-Found)
                    End-If
                 End-If
           End-Read.

       2000-DATE-THE-STRETCHES.

           Perform 2010-COLLECT-GENERATIONS.
           Perform 2050-SCAN-ONE-SOURCE
               Varying Generation-Idx From 1 By 1
               Until Generation-Idx > Generation-Count.
           Move Journal-Path to Journal-Read-Path.
           Perform 2060-SCAN-THIS-JOURNAL.
           If Bundled-Warnings > ZERO
              Display '*** ' Bundled-Warnings ' run(s) sit in '
                      'already-bundled journal generations - '
                      'stretches that began there are dated from '
                      'the oldest journal on disk'
           End-If.

       2010-COLLECT-GENERATIONS.

      *    Cut order is time order: the index is appended at each
      *    cutover, the same walk the statement run does.
           Open Input INDEX-FILE.
           If Index-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 2020-NOTE-ONE-INDEX-LINE
               Until Index-File-Status Not = '00'.
           Close INDEX-FILE.

       2020-NOTE-ONE-INDEX-LINE.

           Read INDEX-FILE
              At End
                 Move '10' to Index-File-Status
              Not At End
                 Evaluate True
                    When JX-RUN-STAMP Not Numeric
                       Continue
                    When JX-LOCATION = 'A'
                       Add 1 to Bundled-Warnings
                    When Other
                       Perform 2030-LIST-ONE-GENERATION
                 End-Evaluate
           End-Read.

       2030-LIST-ONE-GENERATION.

           Move 'N' to Gen-Already-Listed.
           Perform 2040-MATCH-ONE-LISTED
               Varying Generation-Idx From 1 By 1
               Until Generation-Idx > Generation-Count.
           If Gen-Already-Listed = 'N'
              And Generation-Count < Max-Generations
              Add 1 to Generation-Count
              Move JX-FILE-PATH
                to Generation-Name(Generation-Count)
           End-If.

       2040-MATCH-ONE-LISTED.

           If Generation-Name(Generation-Idx) = JX-FILE-PATH
              Move 'Y' to Gen-Already-Listed
           End-If.

       2050-SCAN-ONE-SOURCE.

           Move Generation-Name(Generation-Idx)
             to Journal-Read-Path.
           Perform 2060-SCAN-THIS-JOURNAL.

       2060-SCAN-THIS-JOURNAL.

           Open Input JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Display 'Journal '
                      Function Trim(Journal-Read-Path)
                      ' not readable - stretches it holds will '
                      'date late'
              Exit Paragraph
           End-If.
           Perform 2100-SCAN-ONE-EVENT
               Until Journal-File-Status Not = '00'.
           Close JOURNAL-FILE.

       2100-SCAN-ONE-EVENT.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
              Not At End
                 If JN-ACTION = 'B'
                    And JN-RUN-STAMP Numeric
                    Move JN-KEY(1:12) to Acct-Probe
                    Perform 2400-FIND-OVERDRAWN-ENTRY
                    If Od-Found > ZERO
                       Perform 2200-TRACK-THE-STRETCH
                    End-If
                 End-If
           End-Read.

       2200-TRACK-THE-STRETCH.

           Move JN-RUN-STAMP(1:8) to Event-Date.
           Move JN-AFTER-IMAGE(1:128) to Image-Work.
           If IMG-BALANCE Not Numeric
              Exit Paragraph
           End-If.
           Move IMG-BALANCE to After-Balance.
           If JN-BEFORE-IMAGE(1:128) = Low-Values
              Move ZERO to Before-Balance
           Else
              Move JN-BEFORE-IMAGE(1:128) to Image-Work
              If IMG-BALANCE Numeric
                 Move IMG-BALANCE to Before-Balance
              Else
                 Move ZERO to Before-Balance
              End-If
           End-If.

           Evaluate True
              When After-Balance >= ZERO
                 Move ZERO to OD-SINCE(Od-Found)
                 Move 'N' to OD-AGE-IS-FLOOR(Od-Found)
              When Before-Balance >= ZERO
                 Move Event-Date to OD-SINCE(Od-Found)
                 Move 'N' to OD-AGE-IS-FLOOR(Od-Found)
              When OD-SINCE(Od-Found) = ZERO
      *          Negative going in and coming out, and no start
      *          seen yet: the stretch began before this journal.
                 Move Event-Date to OD-SINCE(Od-Found)
                 Move 'Y' to OD-AGE-IS-FLOOR(Od-Found)
              When Other
                 Continue
           End-Evaluate.

       2400-FIND-OVERDRAWN-ENTRY.

           Move ZERO to Od-Found.
           Perform 2410-MATCH-ONE-ENTRY
               Varying Od-Idx From 1 By 1
               Until Od-Idx > Od-Count
                   Or Od-Found > ZERO.

       2410-MATCH-ONE-ENTRY.

           If OD-ACCT-NO(Od-Idx) = Acct-Probe
              Move Od-Idx to Od-Found
           End-If.

       3000-AGE-ONE-ACCOUNT.

      *    No negative image on disk at all: the last posted date
      *    on the balance is the best start there is.
           If OD-SINCE(Od-Idx) = ZERO
              If OD-LAST-POSTED(Od-Idx) Numeric
                 And OD-LAST-POSTED(Od-Idx) Not = ZERO
                 Move OD-LAST-POSTED(Od-Idx) to OD-SINCE(Od-Idx)
              Else
                 Move Processing-Date to OD-SINCE(Od-Idx)
              End-If
              Move 'Y' to OD-AGE-IS-FLOOR(Od-Idx)
           End-If.
           If OD-AGE-IS-FLOOR(Od-Idx) = 'Y'
              Add 1 to Age-Floors
           End-If.

      *    Count business days back from the processing date to
      *    the stretch's start; the first day overdrawn is day 1.
      *    Past 90 the exact count no longer changes the bucket.
           Move 1 to OD-DAYS(Od-Idx).
           Move Processing-Date to Cal-Date.
           Move 'B' to Cal-Function.
           Move 92 to Step-Limit.
           Perform 3100-STEP-BACK-ONE-BUSINESS-DAY
               Until Step-Limit = ZERO.

           Evaluate True
              When OD-DAYS(Od-Idx) <= 30
                 Move 1 to OD-BUCKET(Od-Idx)
              When OD-DAYS(Od-Idx) <= 60
                 Move 2 to OD-BUCKET(Od-Idx)
              When OD-DAYS(Od-Idx) <= 90
                 Move 3 to OD-BUCKET(Od-Idx)
              When Other
                 Move 4 to OD-BUCKET(Od-Idx)
           End-Evaluate.
           Add 1 to Bucket-Count(OD-BUCKET(Od-Idx)).

           If OD-BUCKET(Od-Idx) = 4
              And OD-WAS-90-PLUS(Od-Idx) Not = 'Y'
              Perform 3500-RAISE-THE-90-PLUS-ALERT
           End-If.

       3100-STEP-BACK-ONE-BUSINESS-DAY.

           Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                returning Calendar-Status.
           If Calendar-Status Not = ZERO
              Or Cal-Date < OD-SINCE(Od-Idx)
              Move ZERO to Step-Limit
           Else
              Add 1 to OD-DAYS(Od-Idx)
              Subtract 1 from Step-Limit
           End-If.

       3500-RAISE-THE-90-PLUS-ALERT.

           Add 1 to New-90-Plus.
           Move OD-ACCT-NO(Od-Idx) to Masked-Acct.
           Call "CBL_REDACT_VALUE" using Masked-Acct,
                by value Redact-Keep
                returning Redact-Status.
           Move 'W' to Alert-Severity.
           Move 'OD-AGE90' to Alert-Code.
           Move Spaces to Alert-Text.
           String 'Account ' Masked-Acct ' branch '
                  OD-MASTER-KEY(Od-Idx)(1:4)
                  ' has been overdrawn over 90 business days '
                  'since ' OD-SINCE(Od-Idx)
                  Delimited By Size Into Alert-Text.
           Call "CBL_RAISE_ALERT" using Alert-Severity, Alert-Code,
                                        Alert-Text
                returning Alert-Status.

       4000-WRITE-THE-WORKLIST.

           Open Output WORKLIST-FILE.
           If Worklist-File-Status Not = '00'
              Display 'Cannot open collections worklist '
                      Function Trim(Worklist-Path)
                      ' - file status ' Worklist-File-Status
              Stop Run With Error Status 1
           End-If.
           Perform 4100-WRITE-ONE-ENTRY
               Varying Od-Idx From 1 By 1
               Until Od-Idx > Od-Count.
           Close WORKLIST-FILE.

       4100-WRITE-ONE-ENTRY.

           Move Spaces to WORKLIST-RECORD.
           Move OD-ACCT-NO(Od-Idx) to WK-ACCT-NO.
           Move OD-MASTER-KEY(Od-Idx)(1:4) to WK-BRANCH.
           Move OD-MASTER-KEY(Od-Idx) to WK-MASTER-KEY.
           Move OD-BALANCE(Od-Idx) to WK-BALANCE.
           Move OD-SINCE(Od-Idx) to WK-OVERDRAWN-SINCE.
           If OD-DAYS(Od-Idx) > 9999
              Move 9999 to WK-BUSINESS-DAYS
           Else
              Move OD-DAYS(Od-Idx) to WK-BUSINESS-DAYS
           End-If.
           Move Bucket-Name(OD-BUCKET(Od-Idx)) to WK-BUCKET.
           Move OD-AGE-IS-FLOOR(Od-Idx) to WK-AGE-IS-FLOOR.
           Write WORKLIST-RECORD.

       5000-SPOOL-THE-REPORT.

           Move Spaces to Report-Title.
           String 'OVERDRAWN ACCOUNT AGING BY BRANCH - '
                  Processing-Date
                  Delimited By Size Into Report-Title.
           Move 'BRANCH BUCKET ACCOUNT      OVERDRAWN SINCE'
             & '  BUS DAYS            BALANCE'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start aging report '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.
           Perform 5100-SPOOL-ONE-BRANCH
               Varying Branch-Idx From 1 By 1
               Until Branch-Idx > Branch-Count.
           Call "CBL_REPORT_END" returning Report-Status.

       5100-SPOOL-ONE-BRANCH.

           Perform 5200-SPOOL-ONE-BUCKET
               Varying Bucket-Idx From 1 By 1
               Until Bucket-Idx > 4.

       5200-SPOOL-ONE-BUCKET.

      *    Branch plus bucket is the control value, so the writer
      *    cuts a subtotal for every bucket within every branch.
           Move Spaces to Control-Value.
           String Branch-Code(Branch-Idx) ' '
                  Bucket-Name(Bucket-Idx)
                  Delimited By Size Into Control-Value.
           Perform 5300-SPOOL-ONE-ACCOUNT
               Varying Od-Idx From 1 By 1
               Until Od-Idx > Od-Count.

       5300-SPOOL-ONE-ACCOUNT.

           If OD-MASTER-KEY(Od-Idx)(1:4) Not = Branch-Code(Branch-Idx)
              Or OD-BUCKET(Od-Idx) Not = Bucket-Idx
              Exit Paragraph
           End-If.
           Move OD-BALANCE(Od-Idx) to Balance-Edited.
           Move OD-DAYS(Od-Idx) to Days-Edited.
           Move Spaces to Detail-Line.
           String Branch-Code(Branch-Idx) '   '
                  Bucket-Name(Bucket-Idx) '  '
                  OD-ACCT-NO(Od-Idx) ' '
                  OD-SINCE(Od-Idx) '         '
                  Days-Edited '  '
                  Balance-Edited
                  Delimited By Size Into Detail-Line.
           If OD-AGE-IS-FLOOR(Od-Idx) = 'Y'
              Move 'AGE IS A FLOOR' to Detail-Line(80:14)
           End-If.
           Compute Amount-For-Writer = OD-BALANCE(Od-Idx) * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       8100-DISPLAY-ONE-BUCKET.

           Display '  bucket ' Bucket-Name(Bucket-Idx) ':     '
                   Bucket-Count(Bucket-Idx).
