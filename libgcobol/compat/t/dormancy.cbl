      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Monthly dormant-account review and unclaimed-property
      *  report.  An account is dormant when its customer has not
      *  moved money for longer than the dormancy horizon.  The
      *  date measured is the balance record's last activity date,
      *  which the posting engine moves only for customer postings
      *  - accrual ('AC') and fee ('FE') postings leave it alone, so
      *  the shop's own charges never keep an account awake.  An
      *  account no customer has ever moved money on (activity date
      *  zero) is measured from the date its balance record was
      *  opened.  A balance record written before those dates were
      *  carried, and not posted to since, falls back to its
      *  last-posted date.
      *
      *  A newly dormant account has 'D' set in MASTER-STATUS
      *  through the journaled change path the master update uses
      *  - seal verified, lock held, before and after images on
      *  the journal under this run's stamp - so the month's
      *  dormancy marks back out by run stamp like any other run.
      *  Each one also gets a record on the dormancy notice file
      *  for the letters vendor.  A dormant account whose customer
      *  has moved money since is woken the same way (status back
      *  to blank).  Closed accounts are never touched.  A
      *  customer whose mail has come back (MASTER-MAIL-STATUS 'R')
      *  gets no notice record: the notice goes to the held-mail
      *  file (CBL_HELD_MAIL) as document DORMANCY instead.
      *
      *  Accounts past the longer escheatment horizon with money
      *  still on them spool through the shared report writer as
      *  the unclaimed-property report, grouped by the country of
      *  the master's address with the balance to remit, base and
      *  account currency, subtotalled per country.
      *
      *  Both horizons are site configuration in whole months
      *  (DORMANCY-MONTHS, default 024; ESCHEAT-MONTHS, default
      *  060), counted back from the processing date.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-dormancy-review.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant NOTICE-PATH as "/tmp/feeds/dormancy-notice.dat"
       >>Define Constant ESCHEAT-RPT-PATH as "/tmp/gcobol-unclaimed.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BAL-ACCT-NO
                  FILE STATUS IS Balance-File-Status.
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
                  ASSIGN TO Journal-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT NOTICE-FILE
                  ASSIGN TO Notice-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Notice-File-Status.

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
           05  BAL-LAST-ACTIVITY    PIC 9(08).
           05  BAL-LAST-REFERENCE   PIC X(24).
           05  BAL-OPENED-DATE      PIC 9(08).
           05  FILLER               PIC X(07).

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
               88  MASTER-IS-CLOSED     VALUE 'C'.
               88  MASTER-IS-DORMANT    VALUE 'D'.
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

      * Dormancy notice: one record per account gone dormant this
      * month, addressed for the letters vendor.
       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           05  NTC-ACCT-NO          PIC X(12).
           05  FILLER               PIC X(01).
           05  NTC-MASTER-KEY       PIC X(20).
           05  FILLER               PIC X(01).
           05  NTC-CUST-NAME        PIC X(40).
           05  FILLER               PIC X(01).
           05  NTC-ADDR-STREET      PIC X(40).
           05  FILLER               PIC X(01).
           05  NTC-ADDR-CITY        PIC X(30).
           05  FILLER               PIC X(01).
           05  NTC-ADDR-COUNTRY     PIC X(03).
           05  FILLER               PIC X(01).
           05  NTC-POSTAL-CODE      PIC X(10).
           05  FILLER               PIC X(01).
           05  NTC-LAST-ACTIVITY    PIC 9(08).
           05  FILLER               PIC X(01).
           05  NTC-CURRENCY         PIC X(03).
           05  FILLER               PIC X(01).
           05  NTC-ORIG-BALANCE     PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER               PIC X(01).
           05  NTC-NOTICE-DATE      PIC 9(08).

       WORKING-STORAGE SECTION.
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 Master-Path          PIC X(100) VALUE MASTER-PATH.
        77 Journal-Path         PIC X(100) VALUE JOURNAL-PATH.
        77 Notice-Path          PIC X(100) VALUE NOTICE-PATH.
        77 Report-Path          PIC X(256) VALUE ESCHEAT-RPT-PATH.
        77 Balance-File-Status  PIC X(02).
        77 Master-File-Status   PIC X(02).
        77 Journal-File-Status  PIC X(02).
        77 Notice-File-Status   PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Run-Stamp            PIC 9(14).
        77 Epoch-Seconds        BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
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
        77 Lock-Status          BINARY-LONG SIGNED.
        77 Lock-Holder          PIC X(32).
        77 Before-Image         PIC X(1024).

      * CBL_MASTER_SEAL request block.
        01 Seal-Request.
           05 Seal-Function     PIC X(01).
           05 Seal-Record-Count PIC 9(08).
           05 Seal-Hash         PIC 9(10).
           05 Seal-Last-Run     PIC X(40).
        77 Seal-Status          BINARY-LONG SIGNED.

      * The horizons, and the dates they fall back to.
        77 Dormancy-Months      PIC 9(03) VALUE 24.
        77 Escheat-Months       PIC 9(03) VALUE 60.
        77 Horizon-Months       PIC 9(03).
        77 Month-Count          BINARY-LONG.
        77 Month-Rem            BINARY-LONG.
        01 Date-Work.
           05 Date-Work-Year    PIC 9(04).
           05 Date-Work-Month   PIC 9(02).
           05 Date-Work-Day     PIC 9(02).
        01 Date-Work-Number REDEFINES Date-Work PIC 9(08).
        77 Dormancy-Cutoff      PIC 9(08).
        77 Escheat-Cutoff       PIC 9(08).
        77 Activity-Date        PIC 9(08).

      * Accounts for the unclaimed-property report.
        77 Esc-Count            BINARY-LONG VALUE ZERO.
        77 Max-Esc              BINARY-LONG VALUE 5000.
        77 Esc-Idx              BINARY-LONG.
        77 Esc-Overflowed       PIC X(01) VALUE 'N'.
        01 Esc-Table.
           05 Esc-Entry OCCURS 5000 TIMES.
              10 ESC-ACCT-NO       PIC X(12).
              10 ESC-COUNTRY       PIC X(03).
              10 ESC-LAST-ACTIVITY PIC 9(08).
              10 ESC-BALANCE       PIC S9(13)V99.
              10 ESC-CURRENCY      PIC X(03).
              10 ESC-ORIG-BALANCE  PIC S9(13)V99.

      * Countries on this month's report, kept in ascending order.
        77 Country-Count        BINARY-LONG VALUE ZERO.
        77 Max-Countries        BINARY-LONG VALUE 300.
        77 Country-Idx          BINARY-LONG.
        77 Country-Slot         BINARY-LONG.
        77 Country-Probe        PIC X(03).
        01 Country-List.
           05 Country-Code      PIC X(03) OCCURS 300 TIMES.

        77 Balances-Read        BINARY-LONG VALUE ZERO.
        77 Changes-Journaled    BINARY-LONG VALUE ZERO.
        77 Newly-Dormant        BINARY-LONG VALUE ZERO.
        77 Already-Dormant      BINARY-LONG VALUE ZERO.
        77 Reactivated          BINARY-LONG VALUE ZERO.
        77 Closed-Skipped       BINARY-LONG VALUE ZERO.
        77 Unmatched-Count      BINARY-LONG VALUE ZERO.
        77 Rewrite-Failures     BINARY-LONG VALUE ZERO.
        77 Notices-Held         BINARY-LONG VALUE ZERO.
        77 Held-Failures        BINARY-LONG VALUE ZERO.
        77 Held-Status          BINARY-LONG SIGNED.
        01 Held-Request.
           05 Held-Source       PIC X(24).
           05 Held-Master-Key   PIC X(20).
           05 Held-Document     PIC X(12).
           05 Held-Line         PIC X(132).
        77 Remit-Total          PIC S9(15)V99 VALUE ZERO.
        77 Balance-Edited       PIC -(13)9.99.
        77 Orig-Edited          PIC -(13)9.99.
        77 Total-Edited         PIC -(15)9.99.
        77 Amount-For-Writer    BINARY-DOUBLE.
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Masked-Key           PIC X(20).
        77 Redact-Keep          BINARY-LONG VALUE 4.
        77 Redact-Status        PIC 9(8) COMP-5.
        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Woke-Displayed       PIC Z(7)9.
        77 Esc-Displayed        PIC Z(7)9.
        77 Exception-Count      BINARY-LONG VALUE ZERO.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-dormancy-review'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-dormancy-review'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-HORIZONS.

           Open Input BALANCE-FILE.
           If Balance-File-Status Not = '00'
              Display 'Cannot open balance file '
                      Function Trim(Balance-Path)
                      ' - file status ' Balance-File-Status
              Stop Run With Error Status 1
           End-If.

           Open I-O MASTER-FILE.
           If Master-File-Status Not = '00'
              Display 'Cannot open master - file status '
                      Master-File-Status
              Close BALANCE-FILE
              Stop Run With Error Status 1
           End-If.

      *    The seal must stand before anything is touched - a
      *    writer must never re-bless quiet damage with a fresh
      *    seal - and the master takes one writer at a time.
           Move 'V' to Seal-Function.
           Call "CBL_MASTER_SEAL" using Master-Path, Seal-Request
                returning Seal-Status.
           If Seal-Status = 2
              Display '*** MASTER SEAL MISMATCH: the file no '
                      'longer matches the seal written by run '
                      Function Trim(Seal-Last-Run)
                      ' - the dormancy review is refused'
              Close BALANCE-FILE MASTER-FILE
              Stop Run With Error Status 1
           End-If.

           Call "CBL_LOCK_QUERY" using Master-Path, Lock-Holder
                      returning Lock-Status.
           If Lock-Status = ZERO
              Display '*** master is held by '
                      Function Trim(Lock-Holder)
                      ' - wait for it to finish and rerun'
              Close BALANCE-FILE MASTER-FILE
              Stop Run With Error Status 1
           End-If.
           Call "CBL_LOCK_REGISTER" using Master-Path,
                        'gcobol-dormancy-review'
                      returning Lock-Status.

           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
           Move tv_sec of Now-Timeval to Epoch-Seconds.
           Move Function posix-localtime(Epoch-Seconds, Now-Tm)
             to status-code.
           Compute Run-Stamp =
                   ((tm_year of Now-Tm + 1900) * 10000
                  + (tm_mon  of Now-Tm + 1)    * 100
                  +  tm_mday of Now-Tm) * 1000000
                 +  tm_hour of Now-Tm * 10000
                 +  tm_min  of Now-Tm * 100
                 +  tm_sec  of Now-Tm.

           Open Extend JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Open Output JOURNAL-FILE
           End-If.
           If Journal-File-Status Not = '00'
              Display 'Cannot open journal - no dormancy marks '
                      'go unjournaled'
              Perform 9000-RELEASE-THE-LOCK
              Stop Run With Error Status 1
           End-If.

           Open Output NOTICE-FILE.
           If Notice-File-Status Not = '00'
              Display 'Cannot open dormancy notice file '
                      Function Trim(Notice-Path)
              Close JOURNAL-FILE
              Perform 9000-RELEASE-THE-LOCK
              Stop Run With Error Status 1
           End-If.

           Perform 2000-REVIEW-ONE-BALANCE
               Until Balance-File-Status Not = '00'.

           Close BALANCE-FILE MASTER-FILE.
           Close JOURNAL-FILE NOTICE-FILE.
           If Changes-Journaled > ZERO
              Move 'W' to Seal-Function
              Call "CBL_MASTER_SEAL" using Master-Path,
                           Seal-Request
                         returning Seal-Status
           End-If.
           Perform 9000-RELEASE-THE-LOCK.

           Compute Exception-Count = Unmatched-Count
                                   + Rewrite-Failures
                                   + Held-Failures.
           Perform 5000-SPOOL-THE-REPORT.

           Display 'Balances read:       ' Balances-Read.
           Display 'Newly dormant:       ' Newly-Dormant
                   ' (notices ' Function Trim(Notice-Path) ')'.
           Display 'Notices held:        ' Notices-Held
                   ' (mail returned)'.
           Display 'Already dormant:     ' Already-Dormant.
           Display 'Reactivated:         ' Reactivated.
           Display 'Closed, left alone:  ' Closed-Skipped.
           Display 'No master record:    ' Unmatched-Count.
           Display 'Rewrites failed:     ' Rewrite-Failures.
           Move Remit-Total to Total-Edited.
           Display 'Unclaimed accounts:  ' Esc-Count
                   ' to remit ' Function Trim(Total-Edited)
                   ' (see ' Function Trim(Report-Path) ')'.
           If Esc-Overflowed = 'Y'
              Display 'More than ' Max-Esc ' accounts are past '
                      'the escheatment horizon - the report is '
                      'incomplete; raise the table and rerun it'
              Add 1 to Exception-Count
           End-If.

           Move Newly-Dormant to Cnt-Displayed.
           Move Reactivated to Woke-Displayed.
           Move Esc-Count to Esc-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' dormant=' Function Trim(Cnt-Displayed)
                  ' woken=' Function Trim(Woke-Displayed)
                  ' unclaimed=' Function Trim(Esc-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-dormancy-review",
                        Audit-Args,
                        by value Exception-Count
                      returning Audit-Status.

           If Exception-Count > ZERO
              Call "CBL_RUN_FOOTER" using 'gcobol-dormancy-review'
                   by value 1, Balances-Read, Changes-Journaled
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Call "CBL_RUN_FOOTER" using 'gcobol-dormancy-review'
                by value 0, Balances-Read, Changes-Journaled
                returning Footer-Status.
           Stop Run.

       0100-RESOLVE-THE-HORIZONS.

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

           Move 'DORMANCY-MONTHS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '024'
                      returning Config-Status.
           If Config-Value(1:3) Numeric
              Move Function Numval(Config-Value(1:3))
                to Dormancy-Months
           End-If.
           Move 'ESCHEAT-MONTHS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '060'
                      returning Config-Status.
           If Config-Value(1:3) Numeric
              Move Function Numval(Config-Value(1:3))
                to Escheat-Months
           End-If.
      *    Nothing escheats before it has gone dormant.
           If Escheat-Months < Dormancy-Months
              Move Dormancy-Months to Escheat-Months
           End-If.

           Move Dormancy-Months to Horizon-Months.
           Perform 0200-STEP-BACK-THE-MONTHS.
           Move Date-Work-Number to Dormancy-Cutoff.
           Move Escheat-Months to Horizon-Months.
           Perform 0200-STEP-BACK-THE-MONTHS.
           Move Date-Work-Number to Escheat-Cutoff.

           Display 'Dormancy review as of ' Processing-Date
                   ': dormant before ' Dormancy-Cutoff
                   ', unclaimed before ' Escheat-Cutoff.

       0200-STEP-BACK-THE-MONTHS.

      *    Whole calendar months back from the processing date.
      *    The day of the month is kept as it is: a 31st landing
      *    in a shorter month still compares correctly against
      *    real dates.
           Move Processing-Date to Date-Work-Number.
           Compute Month-Count = Date-Work-Year * 12
                               + Date-Work-Month - 1
                               - Horizon-Months.
           Divide Month-Count By 12 Giving Date-Work-Year
                  Remainder Month-Rem.
           Compute Date-Work-Month = Month-Rem + 1.

       2000-REVIEW-ONE-BALANCE.

           Read BALANCE-FILE Next Record
              At End
                 Move '10' to Balance-File-Status
              Not At End
                 Add 1 to Balances-Read
                 Perform 3000-REVIEW-THE-ACCOUNT
           End-Read.

       3000-REVIEW-THE-ACCOUNT.

      *    Customer activity, not the last posting of any kind.  A
      *    record opened by one of the shop's own charges has a zero
      *    activity date and is measured from its opening, however
      *    many charges have landed since; a record from before the
      *    dates were carried has spaces and falls back to its
      *    last-posted date.
           Evaluate True
              When BAL-LAST-ACTIVITY Numeric
                 And BAL-LAST-ACTIVITY Not = ZERO
                 Move BAL-LAST-ACTIVITY to Activity-Date
              When BAL-LAST-ACTIVITY Numeric
                 And BAL-OPENED-DATE Numeric
                 And BAL-OPENED-DATE Not = ZERO
                 Move BAL-OPENED-DATE to Activity-Date
              When Other
                 Move BAL-LAST-POSTED to Activity-Date
           End-Evaluate.

           Move BAL-MASTER-KEY to MASTER-KEY.
           Read MASTER-FILE
              Invalid Key
                 Add 1 to Unmatched-Count
                 Move BAL-MASTER-KEY to Masked-Key
                 Call "CBL_REDACT_VALUE" using Masked-Key,
                      by value Redact-Keep
                      returning Redact-Status
                 Display 'No master record for key ' Masked-Key
                 Exit Paragraph
           End-Read.
           If MASTER-IS-CLOSED
              Add 1 to Closed-Skipped
              Exit Paragraph
           End-If.

           If Activity-Date < Dormancy-Cutoff
              If MASTER-IS-DORMANT
                 Add 1 to Already-Dormant
              Else
                 Perform 3100-MARK-DORMANT
              End-If
              If Activity-Date < Escheat-Cutoff
                 And BAL-BALANCE > ZERO
                 Perform 3300-KEEP-FOR-ESCHEATMENT
              End-If
           Else
              If MASTER-IS-DORMANT
                 Perform 3200-REACTIVATE
              End-If
           End-If.

       3100-MARK-DORMANT.

           Move MASTER-RECORD to Before-Image.
           Move 'D' to MASTER-STATUS.
           Perform 7000-REWRITE-AND-JOURNAL.
           If Master-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Add 1 to Newly-Dormant.

           Move Spaces to NOTICE-RECORD.
           Move BAL-ACCT-NO to NTC-ACCT-NO.
           Move MASTER-KEY to NTC-MASTER-KEY.
           Move MASTER-CUST-NAME to NTC-CUST-NAME.
           Move MASTER-ADDR-STREET to NTC-ADDR-STREET.
           Move MASTER-ADDR-CITY to NTC-ADDR-CITY.
           Move MASTER-ADDR-COUNTRY to NTC-ADDR-COUNTRY.
           Move MASTER-POSTAL-CODE to NTC-POSTAL-CODE.
           Move Activity-Date to NTC-LAST-ACTIVITY.
           Move BAL-CURRENCY to NTC-CURRENCY.
           Move BAL-ORIG-BALANCE to NTC-ORIG-BALANCE.
           Move Processing-Date to NTC-NOTICE-DATE.
           If MASTER-MAIL-HELD
              Perform 3150-HOLD-THE-NOTICE
           Else
              Write NOTICE-RECORD
           End-If.

       3150-HOLD-THE-NOTICE.

      *    The letters vendor never sees it; the mailroom has the
      *    notice's substance on the held-mail file.
           Add 1 to Notices-Held.
           Move 'gcobol-dormancy-review' to Held-Source.
           Move MASTER-KEY to Held-Master-Key.
           Move 'DORMANCY' to Held-Document.
           Move NTC-ORIG-BALANCE to Orig-Edited.
           Move Spaces to Held-Line.
           String NTC-ACCT-NO ' ' NTC-CUST-NAME ' '
                  NTC-LAST-ACTIVITY ' ' NTC-CURRENCY ' '
                  Orig-Edited ' ' NTC-NOTICE-DATE
                  Delimited By Size Into Held-Line.
           Call "CBL_HELD_MAIL" using Held-Request
                returning Held-Status.
           If Held-Status Not = ZERO
              Add 1 to Held-Failures
              Display '*** dormancy notice for account '
                      NTC-ACCT-NO ' could not be held'
           End-If.

       3200-REACTIVATE.

      *    The customer has moved money since the mark was set:
      *    the account wakes through the same journaled path.
           Move MASTER-RECORD to Before-Image.
           Move Space to MASTER-STATUS.
           Perform 7000-REWRITE-AND-JOURNAL.
           If Master-File-Status = '00'
              Add 1 to Reactivated
           End-If.

       3300-KEEP-FOR-ESCHEATMENT.

           If Esc-Count >= Max-Esc
              Move 'Y' to Esc-Overflowed
              Exit Paragraph
           End-If.
           Add 1 to Esc-Count.
           Move BAL-ACCT-NO to ESC-ACCT-NO(Esc-Count).
           Move MASTER-ADDR-COUNTRY to ESC-COUNTRY(Esc-Count).
           Move Activity-Date to ESC-LAST-ACTIVITY(Esc-Count).
           Move BAL-BALANCE to ESC-BALANCE(Esc-Count).
           Move BAL-CURRENCY to ESC-CURRENCY(Esc-Count).
           Move BAL-ORIG-BALANCE to ESC-ORIG-BALANCE(Esc-Count).
           Add BAL-BALANCE to Remit-Total.
           Move MASTER-ADDR-COUNTRY to Country-Probe.
           Perform 3400-LIST-THE-COUNTRY.

       3400-LIST-THE-COUNTRY.

      *    A short insertion: the list stays in country order so
      *    the report walks countries in order without a sort.
           Move ZERO to Country-Slot.
           Perform 3410-FIND-THE-SLOT
               Varying Country-Idx From 1 By 1
               Until Country-Idx > Country-Count
                   Or Country-Slot > ZERO.
           If Country-Slot > ZERO
              And Country-Code(Country-Slot) = Country-Probe
              Exit Paragraph
           End-If.
           If Country-Count >= Max-Countries
              Exit Paragraph
           End-If.
           If Country-Slot = ZERO
              Add 1 to Country-Count
              Move Country-Probe to Country-Code(Country-Count)
              Exit Paragraph
           End-If.
           Perform 3420-SHIFT-ONE-COUNTRY
               Varying Country-Idx From Country-Count By -1
               Until Country-Idx < Country-Slot.
           Add 1 to Country-Count.
           Move Country-Probe to Country-Code(Country-Slot).

       3410-FIND-THE-SLOT.

           If Country-Code(Country-Idx) >= Country-Probe
              Move Country-Idx to Country-Slot
           End-If.

       3420-SHIFT-ONE-COUNTRY.

           Move Country-Code(Country-Idx)
             to Country-Code(Country-Idx + 1).

       5000-SPOOL-THE-REPORT.

           Move Spaces to Report-Title.
           String 'UNCLAIMED PROPERTY - NO ACTIVITY SINCE BEFORE '
                  Escheat-Cutoff ' - AS OF ' Processing-Date
                  Delimited By Size Into Report-Title.
           Move 'CTY ACCOUNT      LAST ACTIVITY     BASE TO REMIT'
             & '  CCY    ACCOUNT CCY BALANCE'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start unclaimed-property report '
                      Function Trim(Report-Path)
              Add 1 to Exception-Count
              Exit Paragraph
           End-If.
           Perform 5100-SPOOL-ONE-COUNTRY
               Varying Country-Idx From 1 By 1
               Until Country-Idx > Country-Count.
           Call "CBL_REPORT_END" returning Report-Status.

       5100-SPOOL-ONE-COUNTRY.

      *    The country is the control value, so the writer cuts
      *    the remittance subtotal for every country.
           Move Spaces to Control-Value.
           Move Country-Code(Country-Idx) to Control-Value.
           Perform 5200-SPOOL-ONE-ACCOUNT
               Varying Esc-Idx From 1 By 1
               Until Esc-Idx > Esc-Count.

       5200-SPOOL-ONE-ACCOUNT.

           If ESC-COUNTRY(Esc-Idx) Not = Country-Code(Country-Idx)
              Exit Paragraph
           End-If.
           Move ESC-BALANCE(Esc-Idx) to Balance-Edited.
           Move ESC-ORIG-BALANCE(Esc-Idx) to Orig-Edited.
           Move Spaces to Detail-Line.
           String ESC-COUNTRY(Esc-Idx) ' '
                  ESC-ACCT-NO(Esc-Idx) ' '
                  ESC-LAST-ACTIVITY(Esc-Idx) '  '
                  Balance-Edited '  '
                  ESC-CURRENCY(Esc-Idx) ' '
                  Orig-Edited
                  Delimited By Size Into Detail-Line.
           Compute Amount-For-Writer = ESC-BALANCE(Esc-Idx) * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       7000-REWRITE-AND-JOURNAL.

           Rewrite MASTER-RECORD
              Invalid Key
                 Add 1 to Rewrite-Failures
                 Move MASTER-KEY to Masked-Key
                 Call "CBL_REDACT_VALUE" using Masked-Key,
                      by value Redact-Keep
                      returning Redact-Status
                 Display 'Rewrite failed for key ' Masked-Key
                         ' - file status ' Master-File-Status
              Not Invalid Key
                 Add 1 to Changes-Journaled
                 Move Run-Stamp to JN-RUN-STAMP
                 Move Changes-Journaled to JN-SEQUENCE
                 Move 'C' to JN-ACTION
                 Move MASTER-KEY to JN-KEY
                 Move Before-Image to JN-BEFORE-IMAGE
                 Move MASTER-RECORD to JN-AFTER-IMAGE
                 Write JOURNAL-RECORD
           End-Rewrite.

       9000-RELEASE-THE-LOCK.

           Call "CBL_LOCK_RELEASE" using Master-Path
                returning Lock-Status.
