      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Monthly customer profitability and segment report.  Each
      *  customer's month is rebuilt from the 'B' balance images the
      *  month's postings journaled, the way gcobol-interest-tax
      *  rebuilds a tax year:
      *
      *    average balance   the day-weighted base balance over the
      *                      month - each image's before-side holds
      *                      from the month's first day (or the
      *                      previous image) and its after-side from
      *                      the image's run date on.  An account
      *                      quiet all month carries the balance
      *                      before its first later posting in the
      *                      journals read, else its current balance
      *    interest paid     accrual and back-value images ('AC',
      *                      'BV') that raised the balance
      *    interest charged  the same origins lowering it (debit
      *                      interest on overdrawn accounts)
      *    fees              fee images ('FE') lowering the balance
      *    posting volume    images of customer postings - anything
      *                      but the system origins ('AC' 'FE' 'BV'
      *                      'DP', and the reversals 'RV')
      *
      *  and the contribution is fees plus interest charged less
      *  interest paid.  Accounts roll up to the customer (the
      *  images' MASTER-KEY), customers to their household through
      *  the relationship file's 'HH' links (a customer no head
      *  names is its own household), and accounts to a segment of
      *  product code and branch (the first four bytes of the
      *  customer key, as the overdraft aging reads it).
      *
      *  The month is read from every journal generation the
      *  run-stamp index names for it - bundled ones extracted
      *  through CBL_UNARCHIVE into PROFIT-WORK-DIR - and then the
      *  live journal, and the job refuses to run when the month is
      *  not provably whole, on the same rules as the tax year.
      *
      *  Outputs: a ranked report through the shared report writer
      *  - customers, households, then segments, each ranked by
      *  contribution with the section as the control value - and
      *  a CSV-ready fixed extract, one record per customer,
      *  household and segment, amounts unsigned with a separate
      *  sign byte so every numeric column class-tests clean.  Each
      *  run also writes the extract's field map (name 20, start 4,
      *  length 4, type 'C' or 'N'); pointing gcobol-csv-bridge's
      *  CSV-MAP-PATH and CSV-FIXED-PATH at the two files exports it
      *  for the analytics team.  The extract carries no header or
      *  trailer record - the bridge exports every row - so its
      *  count and activity hash go on the control-total ledger.
      *
      *  The month is site configuration (PROFIT-MONTH, YYYYMM) and
      *  defaults to the month before the processing date's.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-opendir.
        COPY posix-readdir.
        COPY posix-closedir.
        COPY posix-mkdir.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-profitability.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime
           FUNCTION posix-readdir
           FUNCTION posix-closedir
           FUNCTION posix-mkdir.

       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant RELATION-PATH as "/tmp/gcobol-relation.mst"
       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant JNL-INDEX-PATH as "/tmp/gcobol-jnl-index.dat"
       >>Define Constant PROFIT-EXTRACT as "/tmp/gcobol-profit.dat"
       >>Define Constant PROFIT-MAP as "/tmp/gcobol-profit.map"
       >>Define Constant PROFIT-WORK as "/tmp/gcobol-profitwork"
       >>Define Constant PROFIT-RPT-PATH as "/tmp/gcobol-profit.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BAL-ACCT-NO
                  FILE STATUS IS Balance-File-Status.
           SELECT RELATION-FILE
                  ASSIGN TO Relation-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REL-KEY
                  FILE STATUS IS Relation-File-Status.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Read-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT INDEX-FILE
                  ASSIGN TO Index-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Index-File-Status.
           SELECT EXTRACT-FILE
                  ASSIGN TO Extract-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Extract-File-Status.
           SELECT MAP-FILE
                  ASSIGN TO Map-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Map-File-Status.

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

       FD  RELATION-FILE.
       01  RELATION-RECORD.
           05  REL-KEY.
               10  REL-FROM-KEY     PIC X(20).
               10  REL-TYPE         PIC X(02).
               10  REL-TO-KEY       PIC X(20).
           05  REL-EFFECTIVE-DATE   PIC 9(08).
           05  FILLER               PIC X(30).

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

      *  The profitability extract: fixed 160-byte records, one per
      *  customer ('C'), household ('H') and segment ('S').
       FD  EXTRACT-FILE.
       01  PROFIT-RECORD.
           05  PX-KIND              PIC X(01).
           05  PX-MONTH             PIC 9(06).
           05  PX-RANK              PIC 9(06).
           05  PX-ID                PIC X(20).
           05  PX-HOUSEHOLD         PIC X(20).
           05  PX-ACCOUNTS          PIC 9(06).
           05  PX-AVG-SIGN          PIC X(01).
           05  PX-AVG-BALANCE       PIC 9(13)V99.
           05  PX-INT-PAID          PIC 9(13)V99.
           05  PX-INT-CHARGED       PIC 9(13)V99.
           05  PX-FEES              PIC 9(13)V99.
           05  PX-VOLUME            PIC 9(08).
           05  PX-CONTRIB-SIGN      PIC X(01).
           05  PX-CONTRIBUTION      PIC 9(13)V99.
           05  FILLER               PIC X(16).

       FD  MAP-FILE.
       01  MAP-RECORD.
           05  FM-NAME              PIC X(20).
           05  FM-START             PIC 9(04).
           05  FM-LENGTH            PIC 9(04).
           05  FM-TYPE              PIC X(01).

       WORKING-STORAGE SECTION.
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 Relation-Path        PIC X(100) VALUE RELATION-PATH.
        77 Live-Journal-Path    PIC X(100).
        77 Journal-Read-Path    PIC X(256).
        77 Index-Path           PIC X(100) VALUE JNL-INDEX-PATH.
        77 Extract-Path         PIC X(100).
        77 Map-Path             PIC X(100).
        77 Work-Dir             PIC X(100).
        01 Dir-Mode-0755        BINARY-LONG VALUE 493.
        77 Report-Path          PIC X(256) VALUE PROFIT-RPT-PATH.
        77 Balance-File-Status  PIC X(02).
        77 Relation-File-Status PIC X(02).
        77 Journal-File-Status  PIC X(02).
        77 Index-File-Status    PIC X(02).
        77 Extract-File-Status  PIC X(02).
        77 Map-File-Status      PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Run-Status           BINARY-LONG VALUE ZERO.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Profit-Month         PIC 9(06).
        77 Next-Month           PIC 9(06).
        77 Default-Month        PIC X(06).
        77 Month-Days           BINARY-LONG.
        77 Month-Year           PIC 9(04).
        77 Month-Number         PIC 9(02).
        77 Leap-Rem-4           BINARY-LONG.
        77 Leap-Rem-100         BINARY-LONG.
        77 Leap-Rem-400         BINARY-LONG.
        77 Leap-Quot            BINARY-LONG.
        01 Month-Length-Values.
           05 FILLER            PIC X(24)
                                VALUE '312831303130313130313031'.
        01 Month-Length-Table REDEFINES Month-Length-Values.
           05 Month-Length      PIC 9(02) OCCURS 12 TIMES.
        77 Processing-Date      PIC 9(08).
        77 Epoch-Seconds        BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).

      *  The journal directory and the live journal's base name,
      *  which dated generations extend with .YYYYMMDD.
        77 Journal-Dir          PIC X(100).
        77 Base-Name            PIC X(100).
        77 Base-Len             BINARY-LONG.
        77 Path-Idx             BINARY-LONG.
        77 Last-Slash           BINARY-LONG.
        77 Dir-Handle           Usage Pointer.
        77 readdir-status       BINARY-LONG.
        77 More-Entries         PIC X(01).
           88 No-More-Entries      VALUE 'N'.
        77 Entry-Name           PIC X(256).
        77 Entry-Date           PIC 9(08).
        77 Full-Path            PIC X(356).
        01 Dir-Entry.
           COPY dirent.

      *  Every generation the index names (any month), for the
      *  sweep that proves none is missing from it.
        77 Indexed-Count        BINARY-LONG VALUE ZERO.
        77 Indexed-Idx          BINARY-LONG.
        77 Indexed-Found        PIC X(01).
        01 Indexed-Table.
           05 Indexed-Gen       PIC X(200) OCCURS 1000 TIMES.

      *  The in-month sources to read, and the in-month runs they
      *  must between them account for.
        77 Source-Count         BINARY-LONG VALUE ZERO.
        77 Source-Idx           BINARY-LONG.
        77 Source-Found         PIC X(01).
        01 Source-Table.
           05 Source-Entry OCCURS 200 TIMES.
              10 S-Kind         PIC X(01).
              10 S-Path         PIC X(200).
        77 Run-Count            BINARY-LONG VALUE ZERO.
        77 Run-Idx              BINARY-LONG.
        77 Last-Stamp           PIC 9(14) VALUE ZERO.
        01 Run-Table.
           05 Run-Entry OCCURS 1000 TIMES.
              10 R-Stamp        PIC 9(14).
              10 R-Seen         PIC X(01).
        77 Missing-Gens         BINARY-LONG VALUE ZERO.
        77 Missing-Runs         BINARY-LONG VALUE ZERO.
        77 Unreadable-Sources   BINARY-LONG VALUE ZERO.
        77 Table-Overflowed     PIC X(01) VALUE 'N'.

      *  A bundle's members, extracted for the read.
        77 Unarchive-Status     PIC 9(8) COMP-5.
        77 Member-Count         PIC 9(8) COMP-5.
        77 Member-Idx           BINARY-LONG.
        01 Member-Table.
           05 Member-Entry      PIC X(256) OCCURS 64 TIMES.

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
              88 IMG-IS-INTEREST      VALUE 'AC' 'BV'.
              88 IMG-IS-FEE           VALUE 'FE'.
              88 IMG-IS-SYSTEM-POSTING VALUE 'AC' 'FE' 'BV' 'DP'
                                             'RV'.
           05 FILLER               PIC X(47).
        77 Before-Balance       PIC S9(13)V99.
        77 After-Balance        PIC S9(13)V99.
        77 Image-Day            BINARY-LONG.

      *  The month per account, in account-number order - the
      *  balance file's own order, so the seed is a straight copy
      *  and an account only the journal knows is slotted in.
        77 Acct-Count           BINARY-LONG VALUE ZERO.
        77 Max-Accts            BINARY-LONG VALUE 20000.
        77 Acct-Idx             BINARY-LONG.
        77 Shift-Idx            BINARY-LONG.
        77 Probe-Low            BINARY-LONG.
        77 Probe-High           BINARY-LONG.
        77 Probe-Mid            BINARY-LONG.
        77 Probe-Found          BINARY-LONG.
        77 Probe-Acct-No        PIC X(12).
        01 Acct-Table.
           05 Acct-Entry OCCURS 20000 TIMES.
              10 A-Acct-No       PIC X(12).
              10 A-Master-Key    PIC X(20).
              10 A-Product       PIC X(04).
              10 A-Current       PIC S9(13)V99 COMP-3.
              10 A-Month-Seen    PIC X(01).
              10 A-Later-Seen    PIC X(01).
              10 A-Month-End     PIC S9(13)V99 COMP-3.
              10 A-Last-Day      BINARY-LONG.
              10 A-Last-Balance  PIC S9(13)V99 COMP-3.
              10 A-Day-Sum       PIC S9(15)V99 COMP-3.
              10 A-Int-Paid      PIC S9(13)V99 COMP-3.
              10 A-Int-Charged   PIC S9(13)V99 COMP-3.
              10 A-Fees          PIC S9(13)V99 COMP-3.
              10 A-Volume        BINARY-LONG.

      *  Customers ('C'), households ('H') and segments ('S') in
      *  one table, kind then id order for the rollups, re-sorted
      *  kind then contribution for the ranking.
        77 Roll-Count           BINARY-LONG VALUE ZERO.
        77 Max-Rolls            BINARY-LONG VALUE 30000.
        77 Roll-Idx             BINARY-LONG.
        77 Roll-Found           BINARY-LONG.
        01 Roll-Probe.
           05 Roll-Probe-Kind   PIC X(01).
           05 Roll-Probe-Id     PIC X(20).
        01 Roll-Table.
           05 Roll-Entry OCCURS 30000 TIMES.
              10 R-Key.
                 15 R-Kind        PIC X(01).
                 15 R-Id          PIC X(20).
              10 R-Household      PIC X(20).
              10 R-Accounts       BINARY-LONG.
              10 R-Avg-Balance    PIC S9(15)V99 COMP-3.
              10 R-Int-Paid       PIC S9(15)V99 COMP-3.
              10 R-Int-Charged    PIC S9(15)V99 COMP-3.
              10 R-Fees           PIC S9(15)V99 COMP-3.
              10 R-Volume         BINARY-LONG.
              10 R-Contribution   PIC S9(15)V99 COMP-3.

      *  The figures one account or customer adds to a rollup.
        01 Carry-Figures.
           05 Carry-Accounts    BINARY-LONG.
           05 Carry-Avg-Balance PIC S9(15)V99 COMP-3.
           05 Carry-Int-Paid    PIC S9(15)V99 COMP-3.
           05 Carry-Int-Charged PIC S9(15)V99 COMP-3.
           05 Carry-Fees        PIC S9(15)V99 COMP-3.
           05 Carry-Volume      BINARY-LONG.
        77 Carry-Household      PIC X(20).

      *  Shell sort working storage, after gcobol-sort-utility.
        77 Gap-Size             BINARY-LONG.
        77 Sort-I               BINARY-LONG.
        77 Sort-J               BINARY-LONG.
        77 Swap-Needed          PIC X(01).
        77 Swap-Hold            PIC X(94).
        77 A-After-B            PIC X(01).

        77 Entries-Read         BINARY-LONG VALUE ZERO.
        77 Images-Taken         BINARY-LONG VALUE ZERO.
        77 Links-Read           BINARY-LONG VALUE ZERO.
        77 Customers-Seen       BINARY-LONG VALUE ZERO.
        77 Households-Seen      BINARY-LONG VALUE ZERO.
        77 Segments-Seen        BINARY-LONG VALUE ZERO.
        77 Records-Written      BINARY-LONG VALUE ZERO.
        77 Write-Failures       BINARY-LONG VALUE ZERO.
        77 Activity-Hash        PIC 9(16) VALUE ZERO.
        77 Rank-In-Kind         BINARY-LONG.
        77 Previous-Kind        PIC X(01).

      *  The extract's field map, written beside it each run.
        77 Map-Idx              BINARY-LONG.
        01 Map-Values.
           05 FILLER PIC X(29) VALUE 'KIND                00010001C'.
           05 FILLER PIC X(29) VALUE 'MONTH               00020006N'.
           05 FILLER PIC X(29) VALUE 'RANK                00080006N'.
           05 FILLER PIC X(29) VALUE 'ID                  00140020C'.
           05 FILLER PIC X(29) VALUE 'HOUSEHOLD           00340020C'.
           05 FILLER PIC X(29) VALUE 'ACCOUNTS            00540006N'.
           05 FILLER PIC X(29) VALUE 'AVG_BALANCE_SIGN    00600001C'.
           05 FILLER PIC X(29) VALUE 'AVG_BALANCE         00610015N'.
           05 FILLER PIC X(29) VALUE 'INTEREST_PAID       00760015N'.
           05 FILLER PIC X(29) VALUE 'INTEREST_CHARGED    00910015N'.
           05 FILLER PIC X(29) VALUE 'FEES                01060015N'.
           05 FILLER PIC X(29) VALUE 'POSTING_VOLUME      01210008N'.
           05 FILLER PIC X(29) VALUE 'CONTRIBUTION_SIGN   01290001C'.
           05 FILLER PIC X(29) VALUE 'CONTRIBUTION        01300015N'.
        01 Map-Table REDEFINES Map-Values.
           05 Map-Line          PIC X(29) OCCURS 14 TIMES.

        77 Total-Status         BINARY-LONG SIGNED.
      * CBL_CONTROL_TOTAL request block - the extract's record count
      * and activity hash go on the ledger as a produced total.
        01 Total-Request.
           05 Total-Role          PIC X(01).
           05 Total-File-Name     PIC X(100).
           05 Total-Record-Count  PIC 9(10).
           05 Total-Hash          PIC 9(16).

        77 Rank-Edited          PIC Z(5)9.
        77 Accts-Edited         PIC Z(4)9.
        77 Volume-Edited        PIC Z(6)9.
        77 Balance-Edited       PIC -(12)9.99.
        77 Paid-Edited          PIC Z(9)9.99.
        77 Charged-Edited       PIC Z(9)9.99.
        77 Fees-Edited          PIC Z(9)9.99.
        77 Contrib-Edited       PIC -(12)9.99.
        77 Amount-For-Writer    BINARY-DOUBLE.
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

           Call "CBL_RUN_HEADER" using 'gcobol-profitability'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-profitability'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-MONTH.

           Perform 1000-READ-THE-INDEX.
           Perform 1500-SWEEP-FOR-UNINDEXED.
           If Missing-Gens > ZERO Or Table-Overflowed = 'Y'
              Display '*** ' Missing-Gens ' journal generation(s) '
                      'for ' Profit-Month ' are missing from the '
                      'run-stamp index (or the index outgrew the '
                      'tables) - the month cannot be proven whole; '
                      'index them and rerun'
              Perform 9000-REFUSE-THE-RUN
           End-If.

           Perform 1800-SEED-FROM-BALANCES.
           Perform 2000-LOAD-THE-MONTH.
           Perform 2800-PROVE-EVERY-RUN-READ
               Varying Run-Idx From 1 By 1
               Until Run-Idx > Run-Count.
           If Missing-Runs > ZERO Or Table-Overflowed = 'Y'
              Display '*** ' Missing-Runs ' indexed ' Profit-Month
                      ' run(s) were not found in any readable '
                      'journal (' Unreadable-Sources ' source(s) '
                      'unreadable), or the month outgrew the '
                      Max-Accts '-account table - nothing produced'
              Perform 9000-REFUSE-THE-RUN
           End-If.
           Display Images-Taken ' balance image(s) over '
                   Acct-Count ' account(s) in ' Profit-Month.

           Perform 3000-ROLL-UP-THE-MONTH.
           If Table-Overflowed = 'Y'
              Display '*** more customers, households and segments '
                      'than the ' Max-Rolls '-entry rollup table '
                      'carries - nothing produced'
              Perform 9000-REFUSE-THE-RUN
           End-If.
           Perform 4000-RANK-THE-ROLLS.
           Perform 5000-PRODUCE-THE-OUTPUTS.

           Display 'Customers:           ' Customers-Seen.
           Display 'Households:          ' Households-Seen.
           Display 'Segments:            ' Segments-Seen.
           Display 'Extract records:     ' Records-Written
                   ' (' Function Trim(Extract-Path) ')'.
           If Write-Failures > ZERO
              Display '*** ' Write-Failures ' extract write(s) failed'
              Move 1 to Run-Status
           End-If.

           Move Records-Written to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'month=' Profit-Month
                  ' records=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-profitability",
                        Audit-Args,
                        by value Run-Status
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-profitability'
                by value Run-Status, Images-Taken, Records-Written
                returning Footer-Status.
           If Run-Status Not = ZERO
              Stop Run With Error Status 1
           End-If.
           Stop Run.

       0100-RESOLVE-THE-MONTH.

           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
           Move tv_sec of Now-Timeval to Epoch-Seconds.
           Move Function posix-localtime(Epoch-Seconds, Now-Tm)
             to status-code.
           Compute Processing-Date =
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
              Move Pd-Date to Processing-Date
           End-If.

           Compute Profit-Month = Processing-Date / 100.
           If Profit-Month(5:2) = '01'
              Compute Profit-Month = (Profit-Month / 100 - 1) * 100
                                   + 12
           Else
              Subtract 1 from Profit-Month
           End-If.
           Move Profit-Month to Default-Month.
           Move 'PROFIT-MONTH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        Default-Month
                      returning Config-Status.
           If Config-Value(1:6) Numeric
              Move Config-Value(1:6) to Profit-Month
           End-If.
           Move Profit-Month(1:4) to Month-Year.
           Move Profit-Month(5:2) to Month-Number.
           If Month-Number < 1 Or Month-Number > 12
              Display 'PROFIT-MONTH ' Profit-Month
                      ' is not a month'
              Stop Run With Error Status 1
           End-If.
           If Month-Number = 12
              Compute Next-Month = (Month-Year + 1) * 100 + 1
           Else
              Compute Next-Month = Profit-Month + 1
           End-If.

      *    February has 29 days in a year divisible by 4, unless by
      *    100 and not by 400.
           Move Month-Length(Month-Number) to Month-Days.
           If Month-Number = 2
              Divide Month-Year by 4 giving Leap-Quot
                     remainder Leap-Rem-4
              Divide Month-Year by 100 giving Leap-Quot
                     remainder Leap-Rem-100
              Divide Month-Year by 400 giving Leap-Quot
                     remainder Leap-Rem-400
              If Leap-Rem-4 = ZERO
                 And (Leap-Rem-100 Not = ZERO
                      Or Leap-Rem-400 = ZERO)
                 Move 29 to Month-Days
              End-If
           End-If.
           Display 'Profitability month: ' Profit-Month
                   ' (' Month-Days ' days)'.

           Move 'JOURNAL-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        JOURNAL-PATH
                      returning Config-Status.
           Move Config-Value to Live-Journal-Path.

           Move 'PROFIT-EXTRACT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        PROFIT-EXTRACT
                      returning Config-Status.
           Move Config-Value to Extract-Path.

           Move 'PROFIT-MAP-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        PROFIT-MAP
                      returning Config-Status.
           Move Config-Value to Map-Path.

           Move 'PROFIT-WORK-DIR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        PROFIT-WORK
                      returning Config-Status.
           Move Config-Value to Work-Dir.
           Move Function posix-mkdir(Work-Dir, Dir-Mode-0755)
             to status-code.

      *    Dated generations are <live journal>.YYYYMMDD in the
      *    live journal's directory - the journal manager's naming.
           Move '/tmp' to Journal-Dir.
           Move ZERO to Last-Slash.
           Perform 0110-FIND-ONE-SLASH
               Varying Path-Idx From 1 By 1
               Until Path-Idx > 100.
           If Last-Slash > 1
              Move Spaces to Journal-Dir
              Move Live-Journal-Path(1:Last-Slash - 1)
                to Journal-Dir
           End-If.
           Move Spaces to Base-Name.
           Move Live-Journal-Path(Last-Slash + 1:) to Base-Name.
           Move Function Length(Function Trim(Base-Name))
             to Base-Len.

       0110-FIND-ONE-SLASH.

           If Live-Journal-Path(Path-Idx:1) = '/'
              Move Path-Idx to Last-Slash
           End-If.

       1000-READ-THE-INDEX.

      *    Cut order is time order: the index is appended at each
      *    cutover, the same walk the statement run does.
           Open Input INDEX-FILE.
           If Index-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1100-NOTE-ONE-INDEX-LINE
               Until Index-File-Status Not = '00'.
           Close INDEX-FILE.

       1100-NOTE-ONE-INDEX-LINE.

           Read INDEX-FILE
              At End
                 Move '10' to Index-File-Status
                 Exit Paragraph
           End-Read.
           If JX-RUN-STAMP Not Numeric
              Exit Paragraph
           End-If.

           If JX-LOCATION Not = 'A'
              Perform 1110-NOTE-INDEXED-GENERATION
           End-If.
           If JX-RUN-STAMP(1:6) = Profit-Month
              Perform 1150-NOTE-THE-RUN
              Perform 1160-NOTE-THE-SOURCE
           End-If.

       1110-NOTE-INDEXED-GENERATION.

           Move 'N' to Indexed-Found.
           Perform 1120-MATCH-ONE-INDEXED
               Varying Indexed-Idx From 1 By 1
               Until Indexed-Idx > Indexed-Count
                   Or Indexed-Found = 'Y'.
           If Indexed-Found = 'N'
              If Indexed-Count >= 1000
                 Move 'Y' to Table-Overflowed
              Else
                 Add 1 to Indexed-Count
                 Move JX-FILE-PATH to Indexed-Gen(Indexed-Count)
              End-If
           End-If.

       1120-MATCH-ONE-INDEXED.

           If Indexed-Gen(Indexed-Idx) = JX-FILE-PATH
              Move 'Y' to Indexed-Found
           End-If.

       1150-NOTE-THE-RUN.

           If Run-Count >= 1000
              Move 'Y' to Table-Overflowed
              Exit Paragraph
           End-If.
           Add 1 to Run-Count.
           Move JX-RUN-STAMP to R-Stamp(Run-Count).
           Move 'N' to R-Seen(Run-Count).

       1160-NOTE-THE-SOURCE.

           Move 'N' to Source-Found.
           Perform 1170-MATCH-ONE-SOURCE
               Varying Source-Idx From 1 By 1
               Until Source-Idx > Source-Count
                   Or Source-Found = 'Y'.
           If Source-Found = 'N'
              If Source-Count >= 200
                 Move 'Y' to Table-Overflowed
              Else
                 Add 1 to Source-Count
                 Move JX-LOCATION to S-Kind(Source-Count)
                 Move JX-FILE-PATH to S-Path(Source-Count)
              End-If
           End-If.

       1170-MATCH-ONE-SOURCE.

           If S-Path(Source-Idx) = JX-FILE-PATH
              Move 'Y' to Source-Found
           End-If.

       1500-SWEEP-FOR-UNINDEXED.

      *    A generation cut in the month, or in the month after
      *    that closes it, still on disk but never indexed would be
      *    skipped by an index-driven read - and its postings with
      *    it.
           Call "posix-opendir" using Journal-Dir
                returning Dir-Handle.
           If Dir-Handle = NULL
              Display '*** cannot open journal directory '
                      Function Trim(Journal-Dir)
              Add 1 to Missing-Gens
              Exit Paragraph
           End-If.
           Move 'Y' to More-Entries.
           Perform 1600-CHECK-ONE-ENTRY
               Until No-More-Entries.
           Move Function posix-closedir(Dir-Handle) to status-code.

       1600-CHECK-ONE-ENTRY.

           Move Function posix-readdir(Dir-Handle, Dir-Entry)
             to readdir-status.
           If readdir-status Not = ZERO
              Move 'N' to More-Entries
              Exit Paragraph
           End-If.
           Move Spaces to Entry-Name.
           Unstring d_name of Dir-Entry
               Delimited By Low-Value
               Into Entry-Name.

      *    A dated generation: <journal name>.YYYYMMDD
           If Entry-Name(1:Base-Len) Not = Base-Name(1:Base-Len)
              Or Entry-Name(Base-Len + 1:1) Not = '.'
              Or Entry-Name(Base-Len + 2:8) Not Numeric
              Or Entry-Name(Base-Len + 10:1) Not = Space
              Exit Paragraph
           End-If.
           Move Entry-Name(Base-Len + 2:8) to Entry-Date.
           If Entry-Date(1:6) Not = Profit-Month
              And Entry-Date(1:6) Not = Next-Month
              Exit Paragraph
           End-If.

           Move Spaces to Full-Path.
           String Function Trim(Journal-Dir) '/'
                  Function Trim(Entry-Name)
                  Delimited By Size
             Into Full-Path.
           Move 'N' to Indexed-Found.
           Perform 1610-MATCH-ONE-ON-DISK
               Varying Indexed-Idx From 1 By 1
               Until Indexed-Idx > Indexed-Count
                   Or Indexed-Found = 'Y'.
           If Indexed-Found = 'N'
              Add 1 to Missing-Gens
              Display '*** generation ' Function Trim(Full-Path)
                      ' is not in the run-stamp index'
           End-If.

       1610-MATCH-ONE-ON-DISK.

           If Indexed-Gen(Indexed-Idx) = Full-Path(1:200)
              Move 'Y' to Indexed-Found
           End-If.

       1800-SEED-FROM-BALANCES.

      *    Every account on file starts the month; its current
      *    balance stands in for one the journals never touch.
           Open Input BALANCE-FILE.
           If Balance-File-Status Not = '00'
              Display 'Cannot open balance file '
                      Function Trim(Balance-Path)
                      ' - file status ' Balance-File-Status
              Stop Run With Error Status 1
           End-If.
           Perform 1810-SEED-ONE-BALANCE
               Until Balance-File-Status Not = '00'.
           Close BALANCE-FILE.

       1810-SEED-ONE-BALANCE.

           Read BALANCE-FILE Next Record
              At End
                 Move '10' to Balance-File-Status
                 Exit Paragraph
           End-Read.
           If Acct-Count >= Max-Accts
              Move 'Y' to Table-Overflowed
              Exit Paragraph
           End-If.
           Add 1 to Acct-Count.
           Move Acct-Count to Probe-Found.
           Move BAL-ACCT-NO to Probe-Acct-No.
           Move BAL-MASTER-KEY to A-Master-Key(Acct-Count).
           Move BAL-PRODUCT-CODE to A-Product(Acct-Count).
           Perform 2330-CLEAR-THE-ACCOUNT.
           If BAL-BALANCE Numeric
              Move BAL-BALANCE to A-Current(Acct-Count)
           End-If.

       2000-LOAD-THE-MONTH.

           Perform 2050-LOAD-ONE-SOURCE
               Varying Source-Idx From 1 By 1
               Until Source-Idx > Source-Count.
           Move Live-Journal-Path to Journal-Read-Path.
           Perform 2100-READ-THIS-JOURNAL.

       2050-LOAD-ONE-SOURCE.

           If S-Kind(Source-Idx) Not = 'A'
              Move S-Path(Source-Idx) to Journal-Read-Path
              Perform 2100-READ-THIS-JOURNAL
              Exit Paragraph
           End-If.

      *    A bundle: every member is a generation; each is read
      *    and its extracted copy removed again.
           Call "CBL_UNARCHIVE" using S-Path(Source-Idx), Work-Dir,
                        Member-Count, Member-Table
                      returning Unarchive-Status.
           If Unarchive-Status Not = ZERO
              Add 1 to Unreadable-Sources
              Display '*** bundle ' Function Trim(S-Path(Source-Idx))
                      ' did not extract cleanly - status '
                      Unarchive-Status
           Else
              Perform 2060-READ-ONE-MEMBER
                  Varying Member-Idx From 1 By 1
                  Until Member-Idx > Member-Count
           End-If.
           Perform 2070-REMOVE-ONE-MEMBER
               Varying Member-Idx From 1 By 1
               Until Member-Idx > Member-Count.

       2060-READ-ONE-MEMBER.

           Move Member-Entry(Member-Idx) to Journal-Read-Path.
           Perform 2100-READ-THIS-JOURNAL.

       2070-REMOVE-ONE-MEMBER.

           Call "CBL_DELETE_FILE" using Member-Entry(Member-Idx)
                returning status-code.

       2100-READ-THIS-JOURNAL.

           Open Input JOURNAL-FILE.
           If Journal-File-Status Not = '00'
      *       The live journal may simply not exist yet after a
      *       cutover; a missing indexed source is proven missing
      *       by its runs, below.
              Exit Paragraph
           End-If.
           Perform 2200-TAKE-ONE-ENTRY
               Until Journal-File-Status Not = '00'.
           Close JOURNAL-FILE.

       2200-TAKE-ONE-ENTRY.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
                 Exit Paragraph
           End-Read.
           If JN-RUN-STAMP Not Numeric
              Or JN-RUN-STAMP(1:6) < Profit-Month
              Exit Paragraph
           End-If.
           Add 1 to Entries-Read.

      *    A run's entries sit together; the run table is consulted
      *    only when the stamp changes.
           If JN-RUN-STAMP Not = Last-Stamp
              And JN-RUN-STAMP(1:6) = Profit-Month
              Move JN-RUN-STAMP to Last-Stamp
              Perform 2210-MARK-ONE-RUN
                  Varying Run-Idx From 1 By 1
                  Until Run-Idx > Run-Count
           End-If.

           If JN-ACTION Not = 'B'
              Exit Paragraph
           End-If.
           Move JN-AFTER-IMAGE(1:128) to Image-Work.
           If IMG-BALANCE Not Numeric
              Exit Paragraph
           End-If.
           Move IMG-BALANCE to After-Balance.
           Move IMG-ACCT-NO to Probe-Acct-No.
           Perform 2300-FIND-THE-ACCOUNT.
           If Probe-Found = ZERO
              Exit Paragraph
           End-If.
           If JN-BEFORE-IMAGE(1:128) = Low-Values
              Move ZERO to Before-Balance
           Else
              Move JN-BEFORE-IMAGE(1:128) to Image-Work
              If IMG-BALANCE Numeric
                 Move IMG-BALANCE to Before-Balance
              Else
                 Move ZERO to Before-Balance
              End-If
              Move JN-AFTER-IMAGE(1:128) to Image-Work
           End-If.

      *    A later month's posting only tells what the balance was
      *    when this month closed - the first one's before-side,
      *    for an account this month never touched.
           If JN-RUN-STAMP(1:6) Not = Profit-Month
              If A-Month-Seen(Probe-Found) = 'N'
                 And A-Later-Seen(Probe-Found) = 'N'
                 Move 'Y' to A-Later-Seen(Probe-Found)
                 Move Before-Balance to A-Month-End(Probe-Found)
              End-If
              Exit Paragraph
           End-If.

           Add 1 to Images-Taken.
           Perform 2250-SPREAD-THE-IMAGE.

       2210-MARK-ONE-RUN.

           If R-Stamp(Run-Idx) = JN-RUN-STAMP
              Move 'Y' to R-Seen(Run-Idx)
           End-If.

       2250-SPREAD-THE-IMAGE.

      *    The balance held so far counts for every day up to the
      *    run date; the after-side holds from the run date on.
           Move JN-RUN-STAMP(7:2) to Image-Day.
           If A-Month-Seen(Probe-Found) = 'N'
              Move 'Y' to A-Month-Seen(Probe-Found)
              Move Before-Balance to A-Last-Balance(Probe-Found)
              Move 1 to A-Last-Day(Probe-Found)
           End-If.
           Compute A-Day-Sum(Probe-Found) = A-Day-Sum(Probe-Found)
                 + A-Last-Balance(Probe-Found)
                 * (Image-Day - A-Last-Day(Probe-Found)).
           Move After-Balance to A-Last-Balance(Probe-Found).
           Move Image-Day to A-Last-Day(Probe-Found).

           Evaluate True
              When IMG-IS-INTEREST
                 If After-Balance > Before-Balance
                    Compute A-Int-Paid(Probe-Found) =
                            A-Int-Paid(Probe-Found)
                          + After-Balance - Before-Balance
                 Else
                    Compute A-Int-Charged(Probe-Found) =
                            A-Int-Charged(Probe-Found)
                          + Before-Balance - After-Balance
                 End-If
              When IMG-IS-FEE
                 If Before-Balance > After-Balance
                    Compute A-Fees(Probe-Found) = A-Fees(Probe-Found)
                          + Before-Balance - After-Balance
                 End-If
              When IMG-IS-SYSTEM-POSTING
                 Continue
              When Other
                 Add 1 to A-Volume(Probe-Found)
           End-Evaluate.

       2300-FIND-THE-ACCOUNT.

      *    Binary search on the account number; an account only
      *    the journal knows (closed since) is slotted in at its
      *    place, its customer and product from the image.
           Move 1 to Probe-Low.
           Move Acct-Count to Probe-High.
           Move ZERO to Probe-Found.
           Perform 2310-PROBE-ONE-SLOT
               Until Probe-Low > Probe-High
                   Or Probe-Found Not = ZERO.

           If Probe-Found = ZERO
              If Acct-Count >= Max-Accts
                 Move 'Y' to Table-Overflowed
                 Exit Paragraph
              End-If
              Perform 2320-SHIFT-ONE-SLOT
                  Varying Shift-Idx From Acct-Count By -1
                  Until Shift-Idx < Probe-Low
              Add 1 to Acct-Count
              Move Probe-Low to Probe-Found
              Move IMG-MASTER-KEY to A-Master-Key(Probe-Found)
              Move IMG-PRODUCT-CODE to A-Product(Probe-Found)
              Perform 2330-CLEAR-THE-ACCOUNT
           End-If.

       2310-PROBE-ONE-SLOT.

           Compute Probe-Mid = (Probe-Low + Probe-High) / 2.
           Evaluate True
              When A-Acct-No(Probe-Mid) = Probe-Acct-No
                 Move Probe-Mid to Probe-Found
              When A-Acct-No(Probe-Mid) < Probe-Acct-No
                 Compute Probe-Low = Probe-Mid + 1
              When Other
                 Compute Probe-High = Probe-Mid - 1
           End-Evaluate.

       2320-SHIFT-ONE-SLOT.

           Move Acct-Entry(Shift-Idx) to Acct-Entry(Shift-Idx + 1).

       2330-CLEAR-THE-ACCOUNT.

      *    Probe-Found names the slot, whether the balance file
      *    seeds it or the journal adds it.
           Move Probe-Acct-No to A-Acct-No(Probe-Found).
           Move ZERO to A-Current(Probe-Found)
                        A-Month-End(Probe-Found)
                        A-Last-Day(Probe-Found)
                        A-Last-Balance(Probe-Found)
                        A-Day-Sum(Probe-Found)
                        A-Int-Paid(Probe-Found)
                        A-Int-Charged(Probe-Found)
                        A-Fees(Probe-Found)
                        A-Volume(Probe-Found).
           Move 'N' to A-Month-Seen(Probe-Found)
                       A-Later-Seen(Probe-Found).

       2800-PROVE-EVERY-RUN-READ.

           If R-Seen(Run-Idx) Not = 'Y'
              Add 1 to Missing-Runs
              Display '*** indexed run ' R-Stamp(Run-Idx)
                      ' was not found in any readable journal'
           End-If.

       3000-ROLL-UP-THE-MONTH.

           Perform 3100-CLOSE-ONE-ACCOUNT
               Varying Acct-Idx From 1 By 1
               Until Acct-Idx > Acct-Count.

      *    Household heads name their members; every customer
      *    starts as its own household.
           Open Input RELATION-FILE.
           If Relation-File-Status = '00'
              Perform 3200-TAKE-ONE-LINK
                  Until Relation-File-Status Not = '00'
              Close RELATION-FILE
           Else
              Display 'No relationship file '
                      Function Trim(Relation-Path)
                      ' - every customer is its own household'
           End-If.

      *    Households sort after every customer, so each one added
      *    lands beyond the customers still to be walked.
           Perform 3250-ROLL-ONE-CUSTOMER
               Varying Roll-Idx From 1 By 1
               Until Roll-Idx > Roll-Count
                   Or R-Kind(Roll-Idx) Not = 'C'.

           Perform 3500-PRICE-ONE-ROLL
               Varying Roll-Idx From 1 By 1
               Until Roll-Idx > Roll-Count.

       3100-CLOSE-ONE-ACCOUNT.

      *    The balance held at the last image counts to the month's
      *    end; a quiet account held one balance all month.
           If A-Month-Seen(Acct-Idx) = 'Y'
              Compute A-Day-Sum(Acct-Idx) = A-Day-Sum(Acct-Idx)
                    + A-Last-Balance(Acct-Idx)
                    * (Month-Days + 1 - A-Last-Day(Acct-Idx))
           Else
              If A-Later-Seen(Acct-Idx) = 'Y'
                 Compute A-Day-Sum(Acct-Idx) =
                         A-Month-End(Acct-Idx) * Month-Days
              Else
                 Compute A-Day-Sum(Acct-Idx) =
                         A-Current(Acct-Idx) * Month-Days
              End-If
           End-If.

           Move 1 to Carry-Accounts.
           Compute Carry-Avg-Balance Rounded =
                   A-Day-Sum(Acct-Idx) / Month-Days.
           Move A-Int-Paid(Acct-Idx) to Carry-Int-Paid.
           Move A-Int-Charged(Acct-Idx) to Carry-Int-Charged.
           Move A-Fees(Acct-Idx) to Carry-Fees.
           Move A-Volume(Acct-Idx) to Carry-Volume.
           Compute Activity-Hash = Activity-Hash
                 + (Carry-Int-Paid + Carry-Int-Charged + Carry-Fees)
                 * 100.

           Move 'C' to Roll-Probe-Kind.
           Move A-Master-Key(Acct-Idx) to Roll-Probe-Id.
           Move A-Master-Key(Acct-Idx) to Carry-Household.
           Perform 3300-FIND-THE-ROLL.
           Perform 3400-ADD-THE-CARRY.

           Move 'S' to Roll-Probe-Kind.
           Move Spaces to Roll-Probe-Id.
           String A-Product(Acct-Idx) ' '
                  A-Master-Key(Acct-Idx)(1:4)
                  Delimited By Size
             Into Roll-Probe-Id.
           Move Spaces to Carry-Household.
           Perform 3300-FIND-THE-ROLL.
           Perform 3400-ADD-THE-CARRY.

       3200-TAKE-ONE-LINK.

           Read RELATION-FILE Next Record
              At End
                 Move '10' to Relation-File-Status
                 Exit Paragraph
           End-Read.
           If REL-TYPE Not = 'HH'
              Exit Paragraph
           End-If.
           Add 1 to Links-Read.
           Move 'C' to Roll-Probe-Kind.
           Move REL-TO-KEY to Roll-Probe-Id.
           Perform 3310-SEARCH-THE-ROLLS.
           If Roll-Found Not = ZERO
              Move REL-FROM-KEY to R-Household(Roll-Found)
           End-If.

       3250-ROLL-ONE-CUSTOMER.

           Move R-Accounts(Roll-Idx) to Carry-Accounts.
           Move R-Avg-Balance(Roll-Idx) to Carry-Avg-Balance.
           Move R-Int-Paid(Roll-Idx) to Carry-Int-Paid.
           Move R-Int-Charged(Roll-Idx) to Carry-Int-Charged.
           Move R-Fees(Roll-Idx) to Carry-Fees.
           Move R-Volume(Roll-Idx) to Carry-Volume.
           Move 'H' to Roll-Probe-Kind.
           Move R-Household(Roll-Idx) to Roll-Probe-Id.
           Move R-Household(Roll-Idx) to Carry-Household.
           Perform 3300-FIND-THE-ROLL.
           Perform 3400-ADD-THE-CARRY.

       3300-FIND-THE-ROLL.

           Perform 3310-SEARCH-THE-ROLLS.
           If Roll-Found Not = ZERO
              Exit Paragraph
           End-If.
           If Roll-Count >= Max-Rolls
              Move 'Y' to Table-Overflowed
              Exit Paragraph
           End-If.
           Perform 3330-SHIFT-ONE-ROLL
               Varying Shift-Idx From Roll-Count By -1
               Until Shift-Idx < Probe-Low.
           Add 1 to Roll-Count.
           Move Probe-Low to Roll-Found.
           Move Roll-Probe to R-Key(Roll-Found).
           Move Carry-Household to R-Household(Roll-Found).
           Move ZERO to R-Accounts(Roll-Found)
                        R-Avg-Balance(Roll-Found)
                        R-Int-Paid(Roll-Found)
                        R-Int-Charged(Roll-Found)
                        R-Fees(Roll-Found)
                        R-Volume(Roll-Found)
                        R-Contribution(Roll-Found).
           Evaluate Roll-Probe-Kind
              When 'C'
                 Add 1 to Customers-Seen
              When 'H'
                 Add 1 to Households-Seen
              When Other
                 Add 1 to Segments-Seen
           End-Evaluate.

       3310-SEARCH-THE-ROLLS.

           Move 1 to Probe-Low.
           Move Roll-Count to Probe-High.
           Move ZERO to Roll-Found.
           Perform 3320-PROBE-ONE-ROLL
               Until Probe-Low > Probe-High
                   Or Roll-Found Not = ZERO.

       3320-PROBE-ONE-ROLL.

           Compute Probe-Mid = (Probe-Low + Probe-High) / 2.
           Evaluate True
              When R-Key(Probe-Mid) = Roll-Probe
                 Move Probe-Mid to Roll-Found
              When R-Key(Probe-Mid) < Roll-Probe
                 Compute Probe-Low = Probe-Mid + 1
              When Other
                 Compute Probe-High = Probe-Mid - 1
           End-Evaluate.

       3330-SHIFT-ONE-ROLL.

           Move Roll-Entry(Shift-Idx) to Roll-Entry(Shift-Idx + 1).

       3400-ADD-THE-CARRY.

           If Roll-Found = ZERO
              Exit Paragraph
           End-If.
           Add Carry-Accounts to R-Accounts(Roll-Found).
           Add Carry-Avg-Balance to R-Avg-Balance(Roll-Found).
           Add Carry-Int-Paid to R-Int-Paid(Roll-Found).
           Add Carry-Int-Charged to R-Int-Charged(Roll-Found).
           Add Carry-Fees to R-Fees(Roll-Found).
           Add Carry-Volume to R-Volume(Roll-Found).

       3500-PRICE-ONE-ROLL.

           Compute R-Contribution(Roll-Idx) =
                   R-Fees(Roll-Idx) + R-Int-Charged(Roll-Idx)
                 - R-Int-Paid(Roll-Idx).

       4000-RANK-THE-ROLLS.

      *    Knuth's gap sequence, largest gap under the count; kind
      *    order is kept so each section ranks on its own.
           Move 1 to Gap-Size.
           Perform 4050-GROW-THE-GAP
               Until Gap-Size > Roll-Count / 3.

           Perform 4100-ONE-GAP-PASS
               Until Gap-Size < 1.

       4050-GROW-THE-GAP.

           Compute Gap-Size = Gap-Size * 3 + 1.

       4100-ONE-GAP-PASS.

           Perform 4200-INSERT-ONE
               Varying Sort-I From 1 By 1
               Until Sort-I > Roll-Count - Gap-Size.
           Compute Gap-Size = Gap-Size / 3.

       4200-INSERT-ONE.

           Compute Sort-J = Sort-I.
           Move 'Y' to Swap-Needed.
           Perform 4300-SIFT-ONE
               Until Sort-J < 1
                   Or Swap-Needed = 'N'.

       4300-SIFT-ONE.

      *    Kind ascending, then contribution descending, then id.
           Compute Roll-Idx = Sort-J + Gap-Size.
           Move 'N' to A-After-B.
           Evaluate True
              When R-Kind(Sort-J) > R-Kind(Roll-Idx)
                 Move 'Y' to A-After-B
              When R-Kind(Sort-J) < R-Kind(Roll-Idx)
                 Continue
              When R-Contribution(Sort-J) < R-Contribution(Roll-Idx)
                 Move 'Y' to A-After-B
              When R-Contribution(Sort-J) > R-Contribution(Roll-Idx)
                 Continue
              When R-Id(Sort-J) > R-Id(Roll-Idx)
                 Move 'Y' to A-After-B
           End-Evaluate.
           If A-After-B = 'Y'
              Move Roll-Entry(Sort-J) to Swap-Hold
              Move Roll-Entry(Roll-Idx) to Roll-Entry(Sort-J)
              Move Swap-Hold to Roll-Entry(Roll-Idx)
              Compute Sort-J = Sort-J - Gap-Size
           Else
              Move 'N' to Swap-Needed
           End-If.

       5000-PRODUCE-THE-OUTPUTS.

           Open Output MAP-FILE.
           If Map-File-Status Not = '00'
              Display 'Cannot open field map '
                      Function Trim(Map-Path)
                      ' - file status ' Map-File-Status
              Stop Run With Error Status 1
           End-If.
           Perform 5100-WRITE-ONE-MAP-LINE
               Varying Map-Idx From 1 By 1
               Until Map-Idx > 14.
           Close MAP-FILE.

           Open Output EXTRACT-FILE.
           If Extract-File-Status Not = '00'
              Display 'Cannot open profitability extract '
                      Function Trim(Extract-Path)
                      ' - file status ' Extract-File-Status
              Stop Run With Error Status 1
           End-If.

           Move Spaces to Report-Title.
           String 'CUSTOMER PROFITABILITY AND SEGMENTS - '
                  Profit-Month
                  Delimited By Size Into Report-Title.
           Move '  RANK ID                   ACCTS      AVG BALANCE'
             & '      INT PAID   INT CHARGED          FEES  VOLUME'
             & '     CONTRIBUTION'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start profitability report '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.

           Move Space to Previous-Kind.
           Perform 5200-REPORT-ONE-ROLL
               Varying Roll-Idx From 1 By 1
               Until Roll-Idx > Roll-Count.

           Call "CBL_REPORT_END" returning Report-Status.
           Close EXTRACT-FILE.

           Move 'P' to Total-Role.
           Move Extract-Path to Total-File-Name.
           Move Records-Written to Total-Record-Count.
           Move Activity-Hash to Total-Hash.
           Call "CBL_CONTROL_TOTAL" using 'gcobol-profitability',
                        Total-Request
                      returning Total-Status.

       5100-WRITE-ONE-MAP-LINE.

           Move Map-Line(Map-Idx) to MAP-RECORD.
           Write MAP-RECORD.

       5200-REPORT-ONE-ROLL.

           If R-Kind(Roll-Idx) Not = Previous-Kind
              Move R-Kind(Roll-Idx) to Previous-Kind
              Move ZERO to Rank-In-Kind
           End-If.
           Add 1 to Rank-In-Kind.
           Evaluate R-Kind(Roll-Idx)
              When 'C'
                 Move 'CUSTOMERS' to Control-Value
              When 'H'
                 Move 'HOUSEHOLDS' to Control-Value
              When Other
                 Move 'SEGMENTS (PRODUCT BRANCH)' to Control-Value
           End-Evaluate.

           Move Rank-In-Kind to Rank-Edited.
           Move R-Accounts(Roll-Idx) to Accts-Edited.
           Move R-Avg-Balance(Roll-Idx) to Balance-Edited.
           Move R-Int-Paid(Roll-Idx) to Paid-Edited.
           Move R-Int-Charged(Roll-Idx) to Charged-Edited.
           Move R-Fees(Roll-Idx) to Fees-Edited.
           Move R-Volume(Roll-Idx) to Volume-Edited.
           Move R-Contribution(Roll-Idx) to Contrib-Edited.
           Move Spaces to Detail-Line.
           String Rank-Edited ' ' R-Id(Roll-Idx) ' ' Accts-Edited
                  ' ' Balance-Edited ' ' Paid-Edited
                  ' ' Charged-Edited ' ' Fees-Edited
                  ' ' Volume-Edited ' ' Contrib-Edited
                  Delimited By Size Into Detail-Line.
           Compute Amount-For-Writer =
                   R-Contribution(Roll-Idx) * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

           Move Spaces to PROFIT-RECORD.
           Move R-Kind(Roll-Idx) to PX-KIND.
           Move Profit-Month to PX-MONTH.
           Move Rank-In-Kind to PX-RANK.
           Move R-Id(Roll-Idx) to PX-ID.
           If R-Kind(Roll-Idx) = 'C'
              Move R-Household(Roll-Idx) to PX-HOUSEHOLD
           End-If.
           Move R-Accounts(Roll-Idx) to PX-ACCOUNTS.
           Move '+' to PX-AVG-SIGN.
           If R-Avg-Balance(Roll-Idx) < ZERO
              Move '-' to PX-AVG-SIGN
           End-If.
           Move R-Avg-Balance(Roll-Idx) to PX-AVG-BALANCE.
           Move R-Int-Paid(Roll-Idx) to PX-INT-PAID.
           Move R-Int-Charged(Roll-Idx) to PX-INT-CHARGED.
           Move R-Fees(Roll-Idx) to PX-FEES.
           Move R-Volume(Roll-Idx) to PX-VOLUME.
           Move '+' to PX-CONTRIB-SIGN.
           If R-Contribution(Roll-Idx) < ZERO
              Move '-' to PX-CONTRIB-SIGN
           End-If.
           Move R-Contribution(Roll-Idx) to PX-CONTRIBUTION.
           Write PROFIT-RECORD.
           If Extract-File-Status = '00'
              Add 1 to Records-Written
           Else
              Add 1 to Write-Failures
           End-If.

       9000-REFUSE-THE-RUN.

           Move Spaces to Audit-Args.
           String 'month=' Profit-Month ' refused - journal month '
                  'incomplete'
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-profitability",
                        Audit-Args,
                        by value 1
                      returning Audit-Status.
           Call "CBL_RUN_FOOTER" using 'gcobol-profitability'
                by value 1, Entries-Read, 0
                returning Footer-Status.
           Stop Run With Error Status 1.
