      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Year-end interest tax reporting.  The interest credited to
      *  a customer over a tax year exists only as the daily
      *  accrual postings gcobol-interest-accrual feeds the posting
      *  engine; this job rebuilds the year's total from the 'B'
      *  balance images those postings journaled.  An image whose
      *  after-side carries the accrual origin ('AC'), or the
      *  back-value adjustment origin ('BV'), and a higher base
      *  balance than its before-side is an interest credit of the
      *  difference (debit interest on overdrawn accounts is
      *  not reportable and is passed over).  Amounts are in base
      *  currency - the balance images' own terms - so a foreign
      *  account reports at the rate each day's credit converted
      *  at.
      *
      *  The year is read from every journal generation the
      *  run-stamp index names for it - plain generations in place,
      *  bundled ones extracted through CBL_UNARCHIVE into a work
      *  directory (INTEREST-TAX-WORK-DIR) and removed after the
      *  read - and then the live journal.  Totals roll up per
      *  account to the customer (the images' MASTER-KEY).
      *
      *  The job refuses to run - no extract, no notices - when
      *  the year is not provably whole: a dated generation cut in
      *  the tax year, or in the January that closes it, that the
      *  index does not name; an in-year run the index names that
      *  no readable generation, bundle or live journal holds; or
      *  more activity than the tables carry.
      *
      *  Each customer's total is held against the reporting
      *  threshold for MASTER-ADDR-COUNTRY (country 3, threshold
      *  9(11)V99, in key order for CBL_REF_TABLE_LOAD; a country
      *  not in the table uses TAX-DEFAULT-THRESHOLD, default zero
      *  - everything reports).  Customers at or over it go to the
      *  fixed-layout tax-information extract for the authority -
      *  header, one detail per customer, counted and totalled
      *  trailer - and get a notice through the shared report
      *  writer, one line per account, the customer key as the
      *  control value so each notice carries its own total.  A
      *  credited customer no longer on the master cannot be
      *  reported with an address; it is listed on the notices
      *  spool under UNMATCHED and the job ends with status 1.
      *  A reported customer whose mail has come back
      *  (MASTER-MAIL-STATUS 'R') is still on the extract - the
      *  authority is owed it - but the notice goes to the
      *  held-mail file (CBL_HELD_MAIL) as document TAX yyyy
      *  instead of the notices spool.
      *
      *  The tax year is site configuration (TAX-YEAR, YYYY) and
      *  defaults to the year before the processing date's.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-opendir.
        COPY posix-readdir.
        COPY posix-closedir.
        COPY posix-mkdir.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-interest-tax.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime
           FUNCTION posix-readdir
           FUNCTION posix-closedir
           FUNCTION posix-mkdir.

       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant JNL-INDEX-PATH as "/tmp/gcobol-jnl-index.dat"
       >>Define Constant THRESHOLD-PATH as "/tmp/feeds/tax-limits.dat"
       >>Define Constant TAX-EXTRACT as "/tmp/gcobol-int-tax.dat"
       >>Define Constant TAX-WORK as "/tmp/gcobol-taxwork"
       >>Define Constant NOTICE-RPT-PATH as "/tmp/gcobol-int-tax.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
                  ASSIGN TO Master-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-ACCT-NO
                  ALTERNATE RECORD KEY IS MASTER-CUST-NAME
                      WITH DUPLICATES
                  FILE STATUS IS Master-File-Status.
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

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MASTER-KEY           PIC X(20).
           05  MASTER-ACCT-NO       PIC X(12).
           05  MASTER-CUST-NAME     PIC X(40).
           05  MASTER-PRODUCT-CODE  PIC X(04).
           05  MASTER-ADDR-STREET   PIC X(40).
           05  MASTER-ADDR-CITY     PIC X(30).
           05  MASTER-ADDR-COUNTRY  PIC X(03).
           05  MASTER-POSTAL-CODE   PIC X(10).
           05  MASTER-STATUS        PIC X(01).
           05  MASTER-CLOSED-DATE   PIC 9(08).
           05  MASTER-MAIL-STATUS   PIC X(01).
               88  MASTER-MAIL-HELD     VALUE 'R'.
           05  MASTER-MAIL-HELD-DATE PIC 9(08).
           05  MASTER-MAIL-REASON   PIC X(02).
           05  MASTER-MORE-DETAIL   PIC X(845).

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

      *  The tax-information extract: fixed 200-byte records, a
      *  header, one detail per reportable customer, a trailer.
       FD  EXTRACT-FILE.
       01  TAX-DETAIL.
           05  TXD-RECORD-TYPE      PIC X(01).
           05  TXD-TAX-YEAR         PIC 9(04).
           05  TXD-CUSTOMER         PIC X(20).
           05  TXD-NAME             PIC X(40).
           05  TXD-STREET           PIC X(40).
           05  TXD-CITY             PIC X(30).
           05  TXD-POSTAL-CODE      PIC X(10).
           05  TXD-COUNTRY          PIC X(03).
           05  TXD-INTEREST         PIC 9(13)V99.
           05  TXD-ACCOUNTS         PIC 9(04).
           05  FILLER               PIC X(33).
       01  TAX-HEADER.
           05  TXH-RECORD-TYPE      PIC X(01).
           05  TXH-TAX-YEAR         PIC 9(04).
           05  TXH-PRODUCED-DATE    PIC 9(08).
           05  TXH-INSTITUTION      PIC X(20).
           05  FILLER               PIC X(167).
       01  TAX-TRAILER.
           05  TXT-RECORD-TYPE      PIC X(01).
           05  TXT-TAX-YEAR         PIC 9(04).
           05  TXT-DETAIL-COUNT     PIC 9(08).
           05  TXT-INTEREST-TOTAL   PIC 9(15)V99.
           05  FILLER               PIC X(170).

       WORKING-STORAGE SECTION.
        77 Master-Path          PIC X(100) VALUE MASTER-PATH.
        77 Live-Journal-Path    PIC X(100).
        77 Journal-Read-Path    PIC X(256).
        77 Index-Path           PIC X(100) VALUE JNL-INDEX-PATH.
        77 Threshold-Path       PIC X(100) VALUE THRESHOLD-PATH.
        77 Extract-Path         PIC X(100).
        77 Work-Dir             PIC X(100).
        01 Dir-Mode-0755        BINARY-LONG VALUE 493.
        77 Report-Path          PIC X(256) VALUE NOTICE-RPT-PATH.
        77 Master-File-Status   PIC X(02).
        77 Journal-File-Status  PIC X(02).
        77 Index-File-Status    PIC X(02).
        77 Extract-File-Status  PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Run-Status           BINARY-LONG VALUE ZERO.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Institution-Id       PIC X(20).
        77 Default-Threshold    PIC 9(11)V99 VALUE ZERO.
        77 Tax-Year             PIC 9(04).
        77 Default-Year         PIC X(04).
        77 Year-First-Date      PIC 9(08).
        77 Window-Last-Date     PIC 9(08).
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

      *  Every generation the index names (any year), for the
      *  sweep that proves none is missing from it.
        77 Indexed-Count        BINARY-LONG VALUE ZERO.
        77 Indexed-Idx          BINARY-LONG.
        77 Indexed-Found        PIC X(01).
        01 Indexed-Table.
           05 Indexed-Gen       PIC X(200) OCCURS 1000 TIMES.

      *  The in-year sources to read, and the in-year runs they
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
        77 Run-Found-Idx        BINARY-LONG.
        77 Last-Stamp           PIC 9(14) VALUE ZERO.
        01 Run-Table.
           05 Run-Entry OCCURS 4000 TIMES.
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
           05 FILLER               PIC X(47).
        77 Before-Balance       PIC S9(13)V99.
        77 After-Balance        PIC S9(13)V99.
        77 Credit-Amount        PIC S9(13)V99.

      *  Interest per customer and account, held in customer-key
      *  then account order so a walk of the table meets each
      *  customer's accounts together.
        77 Acct-Count           BINARY-LONG VALUE ZERO.
        77 Max-Accts            BINARY-LONG VALUE 20000.
        77 Acct-Idx             BINARY-LONG.
        77 Shift-Idx            BINARY-LONG.
        77 Probe-Low            BINARY-LONG.
        77 Probe-High           BINARY-LONG.
        77 Probe-Mid            BINARY-LONG.
        77 Probe-Found          BINARY-LONG.
        01 Probe-Key.
           05 Probe-Master-Key  PIC X(20).
           05 Probe-Acct-No     PIC X(12).
        01 Acct-Table.
           05 Acct-Entry OCCURS 20000 TIMES.
              10 A-Key.
                 15 A-Master-Key PIC X(20).
                 15 A-Acct-No    PIC X(12).
              10 A-Interest      PIC S9(13)V99 COMP-3.

        77 Credits-Read         BINARY-LONG VALUE ZERO.
        77 Entries-Read         BINARY-LONG VALUE ZERO.
        77 Group-Low            BINARY-LONG.
        77 Group-High           BINARY-LONG.
        77 Customer-Total       PIC S9(13)V99.
        77 Customer-Accounts    BINARY-LONG.
        77 Customers-Credited   BINARY-LONG VALUE ZERO.
        77 Customers-Reported   BINARY-LONG VALUE ZERO.
        77 Customers-Below      BINARY-LONG VALUE ZERO.
        77 Customers-Unmatched  BINARY-LONG VALUE ZERO.
        77 Notices-Held         BINARY-LONG VALUE ZERO.
        77 Held-Failures        BINARY-LONG VALUE ZERO.
        77 Held-Status          BINARY-LONG SIGNED.
        01 Held-Request.
           05 Held-Source       PIC X(24).
           05 Held-Master-Key   PIC X(20).
           05 Held-Document     PIC X(12).
           05 Held-Line         PIC X(132).
        77 Reported-Total       PIC S9(15)V99 VALUE ZERO.
        77 Customer-Threshold   PIC 9(11)V99.

        77 Threshold-Status     BINARY-LONG SIGNED.
        77 Threshold-Key-Len    BINARY-LONG VALUE 3.
        77 Threshold-Rec-Len    BINARY-LONG VALUE 16.
        01 Threshold-Table-Handle.
           05 Threshold-Rt-Memory  USAGE POINTER.
           05 Threshold-Rt-Count   BINARY-LONG.
           05 Threshold-Rt-Key-Len BINARY-LONG.
           05 Threshold-Rt-Rec-Len BINARY-LONG.
        01 Threshold-Result.
           05 Thr-Res-Country   PIC X(03).
           05 Thr-Res-Amount    PIC 9(11)V99.

        77 Total-Status         BINARY-LONG SIGNED.
      * CBL_CONTROL_TOTAL request block - the extract's detail count
      * and interest hash go on the ledger as a produced total.
        01 Total-Request.
           05 Total-Role          PIC X(01).
           05 Total-File-Name     PIC X(100).
           05 Total-Record-Count  PIC 9(10).
           05 Total-Hash          PIC 9(16).

        77 Amount-Edited        PIC Z(12)9.99.
        77 Amount-For-Writer    BINARY-DOUBLE.
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Unm-Displayed        PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-interest-tax'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-interest-tax'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-YEAR.

           Perform 1000-READ-THE-INDEX.
           Perform 1500-SWEEP-FOR-UNINDEXED.
           If Missing-Gens > ZERO Or Table-Overflowed = 'Y'
              Display '*** ' Missing-Gens ' journal generation(s) '
                      'for ' Tax-Year ' are missing from the '
                      'run-stamp index (or the index outgrew the '
                      'tables) - the year cannot be proven whole; '
                      'index them and rerun'
              Perform 9000-REFUSE-THE-RUN
           End-If.

           Perform 2000-LOAD-THE-YEAR.
           Perform 2800-PROVE-EVERY-RUN-READ
               Varying Run-Idx From 1 By 1
               Until Run-Idx > Run-Count.
           If Missing-Runs > ZERO Or Table-Overflowed = 'Y'
              Display '*** ' Missing-Runs ' indexed ' Tax-Year
                      ' run(s) were not found in any readable '
                      'journal (' Unreadable-Sources ' source(s) '
                      'unreadable), or the year outgrew the '
                      Max-Accts '-account table - nothing produced'
              Perform 9000-REFUSE-THE-RUN
           End-If.
           Display Credits-Read ' interest credit(s) over '
                   Acct-Count ' account(s) in ' Tax-Year.

           Perform 3000-PRODUCE-THE-OUTPUTS.

           Display 'Customers credited:  ' Customers-Credited.
           Display 'Reported:            ' Customers-Reported
                   ' (extract ' Function Trim(Extract-Path) ')'.
           Display 'Under threshold:     ' Customers-Below.
           Display 'Not on the master:   ' Customers-Unmatched.
           Display 'Notices held:        ' Notices-Held
                   ' (mail returned)'.
           If Held-Failures > ZERO
              Display '*** ' Held-Failures ' notice line(s) could '
                      'not be written to the held-mail file'
           End-If.
           If Customers-Unmatched > ZERO Or Held-Failures > ZERO
              Move 1 to Run-Status
           End-If.

           Move Customers-Reported to Cnt-Displayed.
           Move Customers-Unmatched to Unm-Displayed.
           Move Spaces to Audit-Args.
           String 'year=' Tax-Year
                  ' reported=' Function Trim(Cnt-Displayed)
                  ' unmatched=' Function Trim(Unm-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-interest-tax",
                        Audit-Args,
                        by value Run-Status
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-interest-tax'
                by value Run-Status, Credits-Read, Customers-Reported
                returning Footer-Status.
           If Run-Status Not = ZERO
              Stop Run With Error Status 1
           End-If.
           Stop Run.

       0100-RESOLVE-THE-YEAR.

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

           Compute Tax-Year = Processing-Date / 10000 - 1.
           Move Tax-Year to Default-Year.
           Move 'TAX-YEAR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        Default-Year
                      returning Config-Status.
           If Config-Value(1:4) Numeric
              Move Config-Value(1:4) to Tax-Year
           End-If.
           Compute Year-First-Date = Tax-Year * 10000 + 0101.
           Compute Window-Last-Date = (Tax-Year + 1) * 10000 + 0131.
           Display 'Tax year: ' Tax-Year.

           Move 'JOURNAL-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        JOURNAL-PATH
                      returning Config-Status.
           Move Config-Value to Live-Journal-Path.

           Move 'INTEREST-TAX-EXTRACT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        TAX-EXTRACT
                      returning Config-Status.
           Move Config-Value to Extract-Path.

           Move 'INTEREST-TAX-WORK-DIR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        TAX-WORK
                      returning Config-Status.
           Move Config-Value to Work-Dir.
           Move Function posix-mkdir(Work-Dir, Dir-Mode-0755)
             to status-code.

           Move 'TAX-INSTITUTION-ID' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ' '
                      returning Config-Status.
           Move Config-Value to Institution-Id.

           Move 'TAX-DEFAULT-THRESHOLD' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '000000000'
                      returning Config-Status.
           If Config-Value(1:9) Numeric
              Move Function Numval(Config-Value(1:9))
                to Default-Threshold
           End-If.

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
           If JX-RUN-STAMP(1:4) = Tax-Year
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

           If Run-Count >= 4000
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

      *    A generation cut in the year, or in the January that
      *    closes it, still on disk but never indexed would be
      *    skipped by an index-driven read - and its interest with
      *    it.  (A bundled generation is no longer on disk; its
      *    runs are proven from the index side instead.)
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
           If Entry-Date < Year-First-Date
              Or Entry-Date > Window-Last-Date
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

       2000-LOAD-THE-YEAR.

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
              Or JN-RUN-STAMP(1:4) Not = Tax-Year
              Exit Paragraph
           End-If.
           Add 1 to Entries-Read.

      *    A run's entries sit together; the run table is consulted
      *    only when the stamp changes.
           If JN-RUN-STAMP Not = Last-Stamp
              Move JN-RUN-STAMP to Last-Stamp
              Perform 2210-MARK-ONE-RUN
                  Varying Run-Idx From 1 By 1
                  Until Run-Idx > Run-Count
           End-If.

           If JN-ACTION Not = 'B'
              Exit Paragraph
           End-If.
           Move JN-AFTER-IMAGE(1:128) to Image-Work.
           If (IMG-LAST-ORIGIN Not = 'AC' And Not = 'BV')
              Or IMG-BALANCE Not Numeric
              Exit Paragraph
           End-If.
           Move IMG-BALANCE to After-Balance.
           Move IMG-MASTER-KEY to Probe-Master-Key.
           Move IMG-ACCT-NO to Probe-Acct-No.
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
           If After-Balance Not > Before-Balance
              Exit Paragraph
           End-If.
           Compute Credit-Amount = After-Balance - Before-Balance.
           Add 1 to Credits-Read.
           Perform 2300-ADD-TO-THE-ACCOUNT.

       2210-MARK-ONE-RUN.

           If R-Stamp(Run-Idx) = JN-RUN-STAMP
              Move 'Y' to R-Seen(Run-Idx)
           End-If.

       2300-ADD-TO-THE-ACCOUNT.

      *    Binary search on customer key then account; a new
      *    account is slotted in at its place in that order.
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
              Move Probe-Key to A-Key(Probe-Low)
              Move ZERO to A-Interest(Probe-Low)
              Move Probe-Low to Probe-Found
           End-If.
           Add Credit-Amount to A-Interest(Probe-Found).

       2310-PROBE-ONE-SLOT.

           Compute Probe-Mid = (Probe-Low + Probe-High) / 2.
           Evaluate True
              When A-Key(Probe-Mid) = Probe-Key
                 Move Probe-Mid to Probe-Found
              When A-Key(Probe-Mid) < Probe-Key
                 Compute Probe-Low = Probe-Mid + 1
              When Other
                 Compute Probe-High = Probe-Mid - 1
           End-Evaluate.

       2320-SHIFT-ONE-SLOT.

           Move Acct-Entry(Shift-Idx) to Acct-Entry(Shift-Idx + 1).

       2800-PROVE-EVERY-RUN-READ.

           If R-Seen(Run-Idx) Not = 'Y'
              Add 1 to Missing-Runs
              Display '*** indexed run ' R-Stamp(Run-Idx)
                      ' was not found in any readable journal'
           End-If.

       3000-PRODUCE-THE-OUTPUTS.

           Open Input MASTER-FILE.
           If Master-File-Status Not = '00'
              Display 'Cannot open customer master '
                      Function Trim(Master-Path)
                      ' - file status ' Master-File-Status
              Stop Run With Error Status 1
           End-If.

           Call "CBL_REF_TABLE_LOAD"
                using Threshold-Table-Handle, Threshold-Path,
                by value Threshold-Key-Len, by value Threshold-Rec-Len
                returning Threshold-Status.
           If Threshold-Status Not = ZERO
              Move ZERO to Threshold-Rt-Count
              Display 'No country threshold table - every country '
                      'uses the default threshold'
           End-If.

           Open Output EXTRACT-FILE.
           If Extract-File-Status Not = '00'
              Display 'Cannot open tax extract '
                      Function Trim(Extract-Path)
                      ' - file status ' Extract-File-Status
              Stop Run With Error Status 1
           End-If.
           Move Spaces to TAX-HEADER.
           Move 'H' to TXH-RECORD-TYPE.
           Move Tax-Year to TXH-TAX-YEAR.
           Move Processing-Date to TXH-PRODUCED-DATE.
           Move Institution-Id to TXH-INSTITUTION.
           Write TAX-HEADER.

           Move Spaces to Report-Title.
           String 'INTEREST CREDITED IN TAX YEAR ' Tax-Year
                  ' - CUSTOMER NOTICES'
                  Delimited By Size Into Report-Title.
           Move 'CUSTOMER             ACCOUNT     '
             & '             INTEREST  DETAIL'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start notice spool '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.

           Move 1 to Group-Low.
           Perform 3100-CLOSE-ONE-CUSTOMER
               Until Group-Low > Acct-Count.

           Call "CBL_REPORT_END" returning Report-Status.

           Move Spaces to TAX-TRAILER.
           Move 'T' to TXT-RECORD-TYPE.
           Move Tax-Year to TXT-TAX-YEAR.
           Move Customers-Reported to TXT-DETAIL-COUNT.
           Move Reported-Total to TXT-INTEREST-TOTAL.
           Write TAX-TRAILER.
           Close EXTRACT-FILE.
           Close MASTER-FILE.
           If Threshold-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FREE" using Threshold-Table-Handle
                   returning Threshold-Status
           End-If.

           Move 'P' to Total-Role.
           Move Extract-Path to Total-File-Name.
           Move Customers-Reported to Total-Record-Count.
           Compute Total-Hash = Reported-Total * 100.
           Call "CBL_CONTROL_TOTAL" using 'gcobol-interest-tax',
                        Total-Request
                      returning Total-Status.

       3100-CLOSE-ONE-CUSTOMER.

      *    The customer's accounts run from Group-Low to the last
      *    entry carrying the same customer key.
           Move Group-Low to Group-High.
           Move ZERO to Customer-Total.
           Perform 3110-WIDEN-THE-GROUP
               Varying Acct-Idx From Group-Low By 1
               Until Acct-Idx > Acct-Count
                   Or A-Master-Key(Acct-Idx)
                      Not = A-Master-Key(Group-Low).
           Compute Customer-Accounts = Group-High - Group-Low + 1.
           Add 1 to Customers-Credited.

           Move A-Master-Key(Group-Low) to MASTER-KEY.
           Read MASTER-FILE
              Invalid Key
                 Move Spaces to MASTER-RECORD
           End-Read.
           If MASTER-KEY Not = A-Master-Key(Group-Low)
              Add 1 to Customers-Unmatched
              Move 'UNMATCHED' to Control-Value
              Move Customer-Total to Amount-Edited
              Move Spaces to Detail-Line
              String A-Master-Key(Group-Low) ' ' Amount-Edited
                     '  credited customer is not on the master'
                     Delimited By Size Into Detail-Line
              Compute Amount-For-Writer = Customer-Total * 100
              Call "CBL_REPORT_LINE" using Detail-Line,
                   Control-Value,
                   by value Amount-For-Writer
                   returning Report-Status
           Else
              Perform 3200-HOLD-AGAINST-THRESHOLD
           End-If.

           Compute Group-Low = Group-High + 1.

       3110-WIDEN-THE-GROUP.

           Move Acct-Idx to Group-High.
           Add A-Interest(Acct-Idx) to Customer-Total.

       3200-HOLD-AGAINST-THRESHOLD.

           Move Default-Threshold to Customer-Threshold.
           If Threshold-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FIND"
                   using Threshold-Table-Handle, MASTER-ADDR-COUNTRY,
                         Threshold-Result
                   returning Threshold-Status
              If Threshold-Status = ZERO
                 And Thr-Res-Amount Numeric
                 Move Thr-Res-Amount to Customer-Threshold
              End-If
           End-If.

           If Customer-Total < Customer-Threshold
              Or Customer-Total Not > ZERO
              Add 1 to Customers-Below
              Exit Paragraph
           End-If.

           Add 1 to Customers-Reported.
           Add Customer-Total to Reported-Total.
           Move Spaces to TAX-DETAIL.
           Move 'D' to TXD-RECORD-TYPE.
           Move Tax-Year to TXD-TAX-YEAR.
           Move MASTER-KEY to TXD-CUSTOMER.
           Move MASTER-CUST-NAME to TXD-NAME.
           Move MASTER-ADDR-STREET to TXD-STREET.
           Move MASTER-ADDR-CITY to TXD-CITY.
           Move MASTER-POSTAL-CODE to TXD-POSTAL-CODE.
           Move MASTER-ADDR-COUNTRY to TXD-COUNTRY.
           Move Customer-Total to TXD-INTEREST.
           Move Customer-Accounts to TXD-ACCOUNTS.
           Write TAX-DETAIL.

      *    The notice: addressee lines, then one line per account;
      *    the writer's break on the customer key prints the total.
           Move MASTER-KEY to Control-Value.
           If MASTER-MAIL-HELD
              Add 1 to Notices-Held
              Move 'gcobol-interest-tax' to Held-Source
              Move MASTER-KEY to Held-Master-Key
              Move Spaces to Held-Document
              String 'TAX ' Tax-Year
                     Delimited By Size Into Held-Document
           End-If.
           Move Spaces to Detail-Line.
           String MASTER-KEY ' INTEREST CREDITED IN ' Tax-Year
                  ' TO ' Function Trim(MASTER-CUST-NAME)
                  Delimited By Size Into Detail-Line.
           Perform 3900-SPOOL-A-ZERO-LINE.
           Move Spaces to Detail-Line.
           String MASTER-KEY ' '
                  Function Trim(MASTER-ADDR-STREET)
                  ', ' Function Trim(MASTER-ADDR-CITY)
                  ' ' Function Trim(MASTER-POSTAL-CODE)
                  ' ' MASTER-ADDR-COUNTRY
                  Delimited By Size Into Detail-Line.
           Perform 3900-SPOOL-A-ZERO-LINE.
           Perform 3300-NOTICE-ONE-ACCOUNT
               Varying Acct-Idx From Group-Low By 1
               Until Acct-Idx > Group-High.

       3300-NOTICE-ONE-ACCOUNT.

           Move A-Interest(Acct-Idx) to Amount-Edited.
           Move Spaces to Detail-Line.
           String A-Master-Key(Acct-Idx) ' ' A-Acct-No(Acct-Idx)
                  ' ' Amount-Edited
                  Delimited By Size Into Detail-Line.
           Compute Amount-For-Writer = A-Interest(Acct-Idx) * 100.
           Perform 3950-PRINT-OR-HOLD.

       3900-SPOOL-A-ZERO-LINE.

           Move ZERO to Amount-For-Writer.
           Perform 3950-PRINT-OR-HOLD.

       3950-PRINT-OR-HOLD.

      *    Returned mail: the line goes to the held-mail file, not
      *    the notices spool.
           If MASTER-MAIL-HELD
              Move Detail-Line to Held-Line
              Call "CBL_HELD_MAIL" using Held-Request
                   returning Held-Status
              If Held-Status Not = ZERO
                 Add 1 to Held-Failures
              End-If
              Exit Paragraph
           End-If.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       9000-REFUSE-THE-RUN.

           Move Spaces to Audit-Args.
           String 'year=' Tax-Year ' refused - journal year '
                  'incomplete'
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-interest-tax",
                        Audit-Args,
                        by value 1
                      returning Audit-Status.
           Call "CBL_RUN_FOOTER" using 'gcobol-interest-tax'
                by value 1, Entries-Read, 0
                returning Footer-Status.
           Stop Run With Error Status 1.
