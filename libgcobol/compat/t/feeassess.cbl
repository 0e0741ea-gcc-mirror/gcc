      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Month-end account-fee assessment.  Fees used to arrive as
      *  a spreadsheet and get keyed as debit postings by hand; this
      *  job walks the balance file gcobol-balance-posting maintains
      *  and charges each account its product's fees for the month,
      *  writing the debits to a fee posting file in the posting
      *  feed's own layout - so, like the accrual run, the money
      *  goes through the posting engine's matched, journaled,
      *  reversible path and this job never touches a balance.
      *
      *  The fee schedule loads through CBL_REF_TABLE_LOAD with the
      *  rate table's effective-dated key: product code (4) plus
      *  effective-from date (8), then the flat monthly maintenance
      *  fee (5.2), the minimum balance (11.2), the below-minimum
      *  fee (5.2), the per-posting activity fee (3.2), and the
      *  number of free postings (4), in ascending key order.  The
      *  schedule in force on the fee date is found the accrual
      *  way, probing that date and stepping back a day at a time.
      *  A product with no schedule in force charges nothing.
      *
      *  Activity is counted from the month's 'B' journal images,
      *  walking the run-stamp index's generations in cut order and
      *  then the live journal, the statement run's walk.  Postings
      *  the shop generates itself - the accrual, fee, reversal and
      *  interest adjustment origins on the balance image - are not
      *  customer activity and are not
      *  counted.  Each fee is its own debit, in the account's own
      *  currency, so a single fee can be reversed on its own.
      *
      *  Waivers come from the fee waiver file (account number,
      *  waived-through date YYYYMMDD or zeros for open-ended, and
      *  the reason), in account order.  A waived account is
      *  charged nothing and is listed with its reason on the fee
      *  register the shared report writer spools, beside every
      *  fee that was charged.
      *
      *  The fee month is site configuration (FEE-MONTH, YYYYMM)
      *  defaulting to the processing date's month; the fee
      *  postings are value-dated on the processing date.  The fee
      *  file's record count and amount hash go to the control-total
      *  ledger as a produced total so gcobol-total-recon balances
      *  it against the posting engine's consumed total.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-mktime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-fee-assessment.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime
           FUNCTION posix-mktime.

       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant JNL-INDEX-PATH as "/tmp/gcobol-jnl-index.dat"
       >>Define Constant FEE-SCHED-PATH as "/tmp/feeds/fee-schedule.dat"
       >>Define Constant FEE-WAIVER-PATH as "/tmp/feeds/fee-waivers.dat"
       >>Define Constant FEE-OUT as "/tmp/feeds/fee-post.dat"
       >>Define Constant FEE-RPT-PATH as "/tmp/gcobol-fee-register.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BAL-ACCT-NO
                  FILE STATUS IS Balance-File-Status.
           SELECT FEE-FILE
                  ASSIGN TO Fee-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Fee-File-Status.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Read-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT INDEX-FILE
                  ASSIGN TO Index-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Index-File-Status.

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

       FD  FEE-FILE.
       01  FEE-RECORD.
           05  FEE-ACCT-NO          PIC X(12).
           05  FEE-DC-FLAG          PIC X(01).
           05  FEE-AMOUNT           PIC 9(13)V99.
           05  FEE-VALUE-DATE       PIC 9(08).
           05  FEE-CURRENCY         PIC X(03).
           05  FEE-ORIGIN           PIC X(02).

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

       WORKING-STORAGE SECTION.
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 Fee-Path             PIC X(100).
        77 Journal-Path         PIC X(100) VALUE JOURNAL-PATH.
        77 Journal-Read-Path    PIC X(200).
        77 Index-Path           PIC X(100) VALUE JNL-INDEX-PATH.
        77 Report-Path          PIC X(256) VALUE FEE-RPT-PATH.
        77 Balance-File-Status  PIC X(02).
        77 Fee-File-Status      PIC X(02).
        77 Journal-File-Status  PIC X(02).
        77 Index-File-Status    PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Fee-Date             PIC 9(08).
        77 Fee-Month            PIC 9(06).
        77 Default-Month        PIC X(06).
        77 Epoch-Seconds        BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        01 Probe-Tm.
           COPY tm.
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).

      * The effective-dated fee schedule.
        77 Sched-Path           PIC X(100) VALUE FEE-SCHED-PATH.
        77 Sched-Status         BINARY-LONG SIGNED.
        77 Sched-Key-Len        BINARY-LONG VALUE 12.
        77 Sched-Rec-Len        BINARY-LONG VALUE 52.
        01 Sched-Table-Handle.
           05 Sched-Rt-Memory   USAGE POINTER.
           05 Sched-Rt-Count    BINARY-LONG.
           05 Sched-Rt-Key-Len  BINARY-LONG.
           05 Sched-Rt-Rec-Len  BINARY-LONG.
        01 Sched-Probe-Key.
           05 Probe-Product     PIC X(04).
           05 Probe-Date        PIC 9(08).
        01 Sched-Result.
           05 Sched-Res-Product    PIC X(04).
           05 Sched-Res-Date       PIC 9(08).
           05 Sched-Res-Maint-Fee  PIC 9(05)V99.
           05 Sched-Res-Min-Bal    PIC 9(11)V99.
           05 Sched-Res-Low-Fee    PIC 9(05)V99.
           05 Sched-Res-Post-Fee   PIC 9(03)V99.
           05 Sched-Res-Free-Posts PIC 9(04).
        77 Probe-Epoch          BINARY-LONG.
        77 Probe-Tries          BINARY-LONG.
        77 Max-Probe-Days       BINARY-LONG VALUE 366.
        77 Sched-Was-Found      PIC X(01).

      * The waiver list: account number, waived through, reason.
        77 Waiver-Path          PIC X(100) VALUE FEE-WAIVER-PATH.
        77 Waiver-Status        BINARY-LONG SIGNED.
        77 Waiver-Key-Len       BINARY-LONG VALUE 12.
        77 Waiver-Rec-Len       BINARY-LONG VALUE 50.
        01 Waiver-Table-Handle.
           05 Waiver-Rt-Memory  USAGE POINTER.
           05 Waiver-Rt-Count   BINARY-LONG.
           05 Waiver-Rt-Key-Len BINARY-LONG.
           05 Waiver-Rt-Rec-Len BINARY-LONG.
        01 Waiver-Result.
           05 Waiver-Res-Acct   PIC X(12).
           05 Waiver-Res-Until  PIC 9(08).
           05 Waiver-Res-Reason PIC X(30).

      * Journal generations, walked in cut order.
        77 Generation-Count     BINARY-LONG VALUE ZERO.
        77 Max-Generations      BINARY-LONG VALUE 64.
        77 Generation-Idx       BINARY-LONG.
        77 Gen-Already-Listed   PIC X(01).
        77 Bundled-Warnings     BINARY-LONG VALUE ZERO.
        01 Generation-List.
           05 Generation-Name   PIC X(200) OCCURS 64 TIMES.

      * The month's customer postings, counted per account.
        77 Activity-Count       BINARY-LONG VALUE ZERO.
        77 Max-Activity         BINARY-LONG VALUE 20000.
        77 Activity-Idx         BINARY-LONG.
        77 Activity-Found       BINARY-LONG.
        77 Activity-Probe       PIC X(12).
        77 Load-Overflowed      PIC X(01) VALUE 'N'.
        01 Activity-Table.
           05 Activity-Entry OCCURS 20000 TIMES.
              10 ACT-ACCT-NO       PIC X(12).
              10 ACT-POSTINGS      BINARY-LONG.

      * The journal's balance images, re-described so the origin
      * of the posting behind each image can be read back.
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
              88 IMG-IS-SYSTEM-POSTING VALUE 'AC' 'FE' 'RV' 'BV' 'DP'.
           05 FILLER               PIC X(47).

        77 Balances-Read        BINARY-LONG VALUE ZERO.
        77 Accounts-Charged     BINARY-LONG VALUE ZERO.
        77 Accounts-Waived      BINARY-LONG VALUE ZERO.
        77 No-Schedule-Count    BINARY-LONG VALUE ZERO.
        77 Fees-Written         BINARY-LONG VALUE ZERO.
        77 Fee-Basis            PIC S9(13)V99.
        77 Charge-Amount        PIC 9(13)V99.
        77 Charge-Kind          PIC X(20).
        77 Month-Postings       BINARY-LONG.
        77 Billable-Postings    BINARY-LONG.
        77 Amount-Hash          PIC 9(16) VALUE ZERO.
        77 Amount-Edited        PIC Z(12)9.99.
        77 Postings-Edited      PIC Z(7)9.
        77 Amount-For-Writer    BINARY-DOUBLE.
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Total-Status         BINARY-LONG SIGNED.

      * CBL_CONTROL_TOTAL request block - this job produces the
      * fee posting file the posting engine consumes.
        01 Total-Request.
           05 Total-Role          PIC X(01).
           05 Total-File-Name     PIC X(100).
           05 Total-Record-Count  PIC 9(10).
           05 Total-Hash          PIC 9(16).
        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Wvd-Displayed        PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-fee-assessment'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-fee-assessment'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-MONTH.

           Call "CBL_REF_TABLE_LOAD"
                using Sched-Table-Handle, Sched-Path,
                by value Sched-Key-Len, by value Sched-Rec-Len
                returning Sched-Status.
           If Sched-Status Not = ZERO
              Display 'Fee schedule '
                      Function Trim(Sched-Path)
                      ' failed to load, status ' Sched-Status
                      ' - no fees without a schedule'
              Stop Run With Error Status 1
           End-If.

      *    No waiver file simply means nobody is waived.
           Call "CBL_REF_TABLE_LOAD"
                using Waiver-Table-Handle, Waiver-Path,
                by value Waiver-Key-Len, by value Waiver-Rec-Len
                returning Waiver-Status.
           If Waiver-Status = 2
              Display 'Fee waiver file '
                      Function Trim(Waiver-Path)
                      ' is out of account order - fix it and rerun'
              Stop Run With Error Status 1
           End-If.

           Perform 1000-COUNT-MONTH-ACTIVITY.
           If Load-Overflowed = 'Y'
              Display 'The month touches more than ' Max-Activity
                      ' accounts - raise the table before rerunning'
              Call "CBL_RUN_FOOTER" using 'gcobol-fee-assessment'
                   by value 1, Balances-Read, Fees-Written
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           Open Input BALANCE-FILE.
           If Balance-File-Status Not = '00'
              Display 'Cannot open balance file '
                      Function Trim(Balance-Path)
                      ' - file status ' Balance-File-Status
              Stop Run With Error Status 1
           End-If.

           Open Output FEE-FILE.
           If Fee-File-Status Not = '00'
              Display 'Cannot open fee output '
                      Function Trim(Fee-Path)
                      ' - file status ' Fee-File-Status
              Stop Run With Error Status 1
           End-If.

           Move Spaces to Report-Title.
           String 'FEE REGISTER - ' Fee-Month
                  Delimited By Size Into Report-Title.
           Move 'ACCOUNT      PRODUCT  FEE / WAIVER'
             & '                                     AMOUNT'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start fee register '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.

           Perform 2000-ASSESS-ONE-BALANCE
               Until Balance-File-Status Not = '00'.

           Call "CBL_REPORT_END" returning Report-Status.
           Close BALANCE-FILE.
           Close FEE-FILE.
           Call "CBL_REF_TABLE_FREE" using Sched-Table-Handle
                returning Sched-Status.
           If Waiver-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FREE" using Waiver-Table-Handle
                   returning Waiver-Status
           End-If.

           Display 'Balances read:      ' Balances-Read.
           Display 'Accounts charged:   ' Accounts-Charged.
           Display 'Accounts waived:    ' Accounts-Waived.
           Display 'No fee schedule:    ' No-Schedule-Count.
           Display 'Fee postings:       ' Fees-Written
                   ' (register ' Function Trim(Report-Path) ')'.

           Move 'P' to Total-Role.
           Move Fee-Path to Total-File-Name.
           Move Fees-Written to Total-Record-Count.
           Move Amount-Hash to Total-Hash.
           Call "CBL_CONTROL_TOTAL" using 'gcobol-fee-assessment',
                        Total-Request
                      returning Total-Status.

           Move Fees-Written to Cnt-Displayed.
           Move Accounts-Waived to Wvd-Displayed.
           Move Spaces to Audit-Args.
           String 'month=' Fee-Month
                  ' fees=' Function Trim(Cnt-Displayed)
                  ' waived=' Function Trim(Wvd-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-fee-assessment",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-fee-assessment'
                by value 0, Balances-Read, Fees-Written
                returning Footer-Status.
           Stop Run.

       0100-RESOLVE-THE-MONTH.

           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
           Move tv_sec of Now-Timeval to Epoch-Seconds.
           Move Function posix-localtime(Epoch-Seconds, Now-Tm)
             to status-code.
           Compute Fee-Date =
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
              Move Pd-Date to Fee-Date
           End-If.
           Compute Fee-Month = Fee-Date / 100.
           Move Fee-Month to Default-Month.

           Move 'FEE-MONTH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        Default-Month
                      returning Config-Status.
           If Config-Value(1:6) Numeric
              Move Function Numval(Config-Value(1:6))
                to Fee-Month
           End-If.
           Display 'Fee month: ' Fee-Month
                   '  value date: ' Fee-Date.

           Move 'FEE-OUT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        FEE-OUT
                      returning Config-Status.
           Move Config-Value to Fee-Path.

       1000-COUNT-MONTH-ACTIVITY.

           Perform 1010-COLLECT-GENERATIONS.
           Perform 1050-LOAD-ONE-SOURCE
               Varying Generation-Idx From 1 By 1
               Until Generation-Idx > Generation-Count
                   Or Load-Overflowed = 'Y'.
           If Load-Overflowed Not = 'Y'
              Move Journal-Path to Journal-Read-Path
              Perform 1060-LOAD-THIS-JOURNAL
           End-If.
           If Bundled-Warnings > ZERO
              Display '*** ' Bundled-Warnings ' in-month run(s) '
                      'sit in already-bundled journal '
                      'generations - their postings are NOT '
                      'counted for activity fees; extract the '
                      'bundle(s) named above and rerun'
           End-If.
           Display Activity-Count ' account(s) with customer '
                   'activity in the month'.

       1010-COLLECT-GENERATIONS.

      *    Cut order is time order: the index is appended at each
      *    cutover, the same walk the statement run does.
           Open Input INDEX-FILE.
           If Index-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1020-NOTE-ONE-INDEX-LINE
               Until Index-File-Status Not = '00'.
           Close INDEX-FILE.

       1020-NOTE-ONE-INDEX-LINE.

           Read INDEX-FILE
              At End
                 Move '10' to Index-File-Status
              Not At End
                 Evaluate True
                    When JX-RUN-STAMP Not Numeric
                       Continue
                    When JX-LOCATION = 'A'
                       If JX-RUN-STAMP(1:6) = Fee-Month
                          Add 1 to Bundled-Warnings
                          Display '*** run ' JX-RUN-STAMP
                                  ' is in bundle '
                                  Function Trim(JX-FILE-PATH)
                       End-If
                    When Other
                       Perform 1030-LIST-ONE-GENERATION
                 End-Evaluate
           End-Read.

       1030-LIST-ONE-GENERATION.

           Move 'N' to Gen-Already-Listed.
           Perform 1040-MATCH-ONE-LISTED
               Varying Generation-Idx From 1 By 1
               Until Generation-Idx > Generation-Count.
           If Gen-Already-Listed = 'N'
              And Generation-Count < Max-Generations
              Add 1 to Generation-Count
              Move JX-FILE-PATH
                to Generation-Name(Generation-Count)
           End-If.

       1040-MATCH-ONE-LISTED.

           If Generation-Name(Generation-Idx) = JX-FILE-PATH
              Move 'Y' to Gen-Already-Listed
           End-If.

       1050-LOAD-ONE-SOURCE.

           Move Generation-Name(Generation-Idx)
             to Journal-Read-Path.
           Perform 1060-LOAD-THIS-JOURNAL.

       1060-LOAD-THIS-JOURNAL.

           Open Input JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Display 'Journal '
                      Function Trim(Journal-Read-Path)
                      ' not readable - its postings will be '
                      'missing from the activity counts'
              Exit Paragraph
           End-If.
           Perform 1100-COUNT-ONE-EVENT
               Until Journal-File-Status Not = '00'
                   Or Load-Overflowed = 'Y'.
           Close JOURNAL-FILE.

       1100-COUNT-ONE-EVENT.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
              Not At End
                 If JN-ACTION = 'B'
                    And JN-RUN-STAMP Numeric
                    And JN-RUN-STAMP(1:6) = Fee-Month
                    Move JN-AFTER-IMAGE(1:128) to Image-Work
                    If Not IMG-IS-SYSTEM-POSTING
                       Perform 1200-COUNT-FOR-ACCOUNT
                    End-If
                 End-If
           End-Read.

       1200-COUNT-FOR-ACCOUNT.

           Move JN-KEY(1:12) to Activity-Probe.
           Perform 1300-FIND-ACTIVITY-ENTRY.
           If Activity-Found > ZERO
              Add 1 to ACT-POSTINGS(Activity-Found)
              Exit Paragraph
           End-If.
           If Activity-Count >= Max-Activity
              Move 'Y' to Load-Overflowed
              Exit Paragraph
           End-If.
           Add 1 to Activity-Count.
           Move Activity-Probe to ACT-ACCT-NO(Activity-Count).
           Move 1 to ACT-POSTINGS(Activity-Count).

       1300-FIND-ACTIVITY-ENTRY.

           Move ZERO to Activity-Found.
           Perform 1310-MATCH-ONE-ENTRY
               Varying Activity-Idx From 1 By 1
               Until Activity-Idx > Activity-Count
                   Or Activity-Found > ZERO.

       1310-MATCH-ONE-ENTRY.

           If ACT-ACCT-NO(Activity-Idx) = Activity-Probe
              Move Activity-Idx to Activity-Found
           End-If.

       2000-ASSESS-ONE-BALANCE.

           Read BALANCE-FILE Next Record
              At End
                 Move '10' to Balance-File-Status
              Not At End
                 Add 1 to Balances-Read
                 Perform 3000-ASSESS-THE-ACCOUNT
           End-Read.

       3000-ASSESS-THE-ACCOUNT.

           Perform 4000-FIND-SCHEDULE-IN-FORCE.
           If Sched-Was-Found Not = 'Y'
              Add 1 to No-Schedule-Count
              Exit Paragraph
           End-If.

           Move BAL-ACCT-NO to Control-Value.

      *    A waiver in force takes the whole month's fees off.
           If Waiver-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FIND"
                   using Waiver-Table-Handle, BAL-ACCT-NO,
                         Waiver-Result
                   returning Waiver-Status
              If Waiver-Status = ZERO
                 And (Waiver-Res-Until Not Numeric
                   Or Waiver-Res-Until = ZERO
                   Or Waiver-Res-Until >= Fee-Date)
                 Add 1 to Accounts-Waived
                 Move Spaces to Detail-Line
                 String BAL-ACCT-NO ' ' BAL-PRODUCT-CODE
                        '     WAIVED - '
                        Function Trim(Waiver-Res-Reason)
                        Delimited By Size Into Detail-Line
                 Call "CBL_REPORT_LINE" using Detail-Line,
                      Control-Value, by value 0
                      returning Report-Status
                 Exit Paragraph
              End-If
           End-If.

      *    The fee basis is the money in the account's own
      *    currency, the same basis the accrual run uses.
           If BAL-CURRENCY = Spaces
              Move BAL-BALANCE to Fee-Basis
           Else
              Move BAL-ORIG-BALANCE to Fee-Basis
           End-If.

           Move Fees-Written to Month-Postings.

           If Sched-Res-Maint-Fee > ZERO
              Move Sched-Res-Maint-Fee to Charge-Amount
              Move 'MAINTENANCE FEE' to Charge-Kind
              Perform 5000-WRITE-ONE-FEE
           End-If.

           If Sched-Res-Low-Fee > ZERO
              And Fee-Basis < Sched-Res-Min-Bal
              Move Sched-Res-Low-Fee to Charge-Amount
              Move 'BELOW-MINIMUM FEE' to Charge-Kind
              Perform 5000-WRITE-ONE-FEE
           End-If.

           If Sched-Res-Post-Fee > ZERO
              Move BAL-ACCT-NO to Activity-Probe
              Perform 1300-FIND-ACTIVITY-ENTRY
              If Activity-Found > ZERO
                 Compute Billable-Postings =
                         ACT-POSTINGS(Activity-Found)
                       - Sched-Res-Free-Posts
                 If Billable-Postings > ZERO
                    Compute Charge-Amount =
                            Sched-Res-Post-Fee * Billable-Postings
                    Move Billable-Postings to Postings-Edited
                    Move Spaces to Charge-Kind
                    String 'ACTIVITY FEE x'
                           Function Trim(Postings-Edited)
                           Delimited By Size Into Charge-Kind
                    Perform 5000-WRITE-ONE-FEE
                 End-If
              End-If
           End-If.

           If Fees-Written > Month-Postings
              Add 1 to Accounts-Charged
           End-If.

       4000-FIND-SCHEDULE-IN-FORCE.

      *    Probe the fee date itself, then step back one day at a
      *    time: the first hit is the latest effective date at or
      *    before the fee date, the schedule in force then.
           Move 'N' to Sched-Was-Found.
           Move BAL-PRODUCT-CODE to Probe-Product.
           Move Fee-Date to Probe-Date.
           Perform 4100-SET-PROBE-EPOCH.
           Move ZERO to Probe-Tries.
           Perform 4200-PROBE-ONE-DATE
               Until Sched-Was-Found = 'Y'
                   Or Probe-Tries >= Max-Probe-Days.

       4100-SET-PROBE-EPOCH.

           Initialize Probe-Tm.
           Compute tm_year of Probe-Tm = Probe-Date / 10000 - 1900.
           Compute tm_mon  of Probe-Tm =
                   Function Mod(Probe-Date / 100, 100) - 1.
           Compute tm_mday of Probe-Tm =
                   Function Mod(Probe-Date, 100).
           Move 12 to tm_hour of Probe-Tm.
           Move Function posix-mktime(Probe-Tm) to Probe-Epoch.

       4200-PROBE-ONE-DATE.

           Add 1 to Probe-Tries.
           Call "CBL_REF_TABLE_FIND"
                using Sched-Table-Handle, Sched-Probe-Key,
                      Sched-Result
                returning Sched-Status.
           If Sched-Status = ZERO
              Move 'Y' to Sched-Was-Found
           Else
      *       Noon minus a day stays mid-day across DST edges.
              Subtract 86400 from Probe-Epoch
              Move Function posix-localtime(Probe-Epoch, Probe-Tm)
                to status-code
              Compute Probe-Date =
                      (tm_year of Probe-Tm + 1900) * 10000
                    + (tm_mon  of Probe-Tm + 1)    * 100
                    +  tm_mday of Probe-Tm
           End-If.

       5000-WRITE-ONE-FEE.

           Move Spaces to FEE-RECORD.
           Move BAL-ACCT-NO to FEE-ACCT-NO.
           Move 'D' to FEE-DC-FLAG.
           Move Charge-Amount to FEE-AMOUNT.
           Move Fee-Date to FEE-VALUE-DATE.
           Move BAL-CURRENCY to FEE-CURRENCY.
           Move 'FE' to FEE-ORIGIN.
           Write FEE-RECORD.
           Add 1 to Fees-Written.
           Add FEE-AMOUNT to Amount-Hash.

           Move Charge-Amount to Amount-Edited.
           Move Spaces to Detail-Line.
           String BAL-ACCT-NO ' ' BAL-PRODUCT-CODE '     '
                  Charge-Kind
                  Delimited By Size Into Detail-Line.
           Move Amount-Edited to Detail-Line(61:16).
           Compute Amount-For-Writer = Charge-Amount * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
