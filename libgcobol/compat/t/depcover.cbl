      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Deposit-insurance coverage.  The deposit guarantee scheme
      *  asks, on demand, for every depositor's insured and
      *  uninsured balance; coverage is per depositor per ownership
      *  category, not per account, so a customer's accounts are
      *  added up before the limit is applied.  This job produces
      *  the regulator's single-customer-view file and a summary
      *  of insured and uninsured deposits by product.
      *
      *  The balances are the position snapshot for the as-of date
      *  (position.YYYYMMDD in SNAP-ARCHIVE-DIR, as frozen by
      *  gcobol-position-snapshot), never the live balance file, so
      *  the file can be produced again for any past processing
      *  date: DEPCOVER-DATE (YYYYMMDD) names the date, otherwise
      *  it is the chain's processing date.  A balance held in
      *  other than the base currency is marked to base at the
      *  revaluation rate in force on that date - the last set the
      *  FX rate history holds for it; a currency with no rate that
      *  day keeps its booked base balance and makes the run an
      *  exception.  Each account's holder (the master key) and
      *  product come from the snapshot too, as they stood on the
      *  as-of date.  A snapshot frozen before the snapshot carried
      *  them has neither; for its accounts the live balance file
      *  supplies both, and everything they feed is labelled as
      *  taken from the live file (below).  Only credit balances
      *  are deposits; an overdrawn account adds nothing.
      *
      *  Ownership comes from the relationship file, links in
      *  effect on the as-of date, keyed from the account number:
      *    JA  joint holder (to-key a co-owner's master key) - the
      *        balance is split equally between the account holder
      *        and every co-owner, in the joint category;
      *    TR  trust beneficiary (to-key the beneficiary's master
      *        key) - the balance is split equally among the
      *        beneficiaries, in the trust category; the holder is
      *        the trustee and is not the depositor.
      *  An account with neither is the holder's alone (single).
      *  A split leaves any odd cent with the first owner.
      *
      *  Each depositor and category is insured up to
      *  DEPOSIT-COVER-LIMIT (base currency, default 250000.00);
      *  the rest is uninsured.  The single-customer-view file
      *  comes in the shop's H/D/T envelope: a header (as-of date,
      *  base currency, limit), one 'D' per depositor and category
      *  (master key, name, category, shares held, total, insured,
      *  uninsured, and 'L' where any of it was placed from the
      *  live balance file, 'S' where all of it came from the
      *  snapshot) and a trailer (count and the three totals).  It
      *  is published as scv.YYYYMMDD to DEPCOVER-PICKUP-DIR with a
      *  control total (record count plus total-deposit hash).  The
      *  summary report spreads each depositor's insured amount
      *  over the products the money sits in, pro rata, so the
      *  product lines add up to the file's totals to the cent; a
      *  product line any live-file account went into is marked.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-deposit-coverage.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.

       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant RELATION-PATH as "/tmp/gcobol-relation.mst"
       >>Define Constant FX-HISTORY-PATH as "/tmp/gcobol-fx-history.dat"
       >>Define Constant SNAP-ARCHIVE-DIR as "/tmp/gcobol-archive"
       >>Define Constant SCV-WORK-PATH as "/tmp/gcobol-scv.wrk"
       >>Define Constant SCV-PICKUP-DIR as "/tmp/outbound"
       >>Define Constant DEPCOVER-RPT-PATH as "/tmp/gcobol-depcover.rpt"
       >>Define Constant DEFAULT-COVER-LIMIT as "250000.00"
       >>Define Constant BASE-CCY as "USD"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE
                  ASSIGN TO Snapshot-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Snapshot-File-Status.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
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
           SELECT RELATION-FILE
                  ASSIGN TO Relation-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REL-KEY
                  FILE STATUS IS Relation-File-Status.
           SELECT HISTORY-FILE
                  ASSIGN TO History-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS History-File-Status.
           SELECT SCV-FILE
                  ASSIGN TO Scv-Work-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Scv-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  POS-ACCT-NO          PIC X(12).
           05  POS-BALANCE          PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  POS-CURRENCY         PIC X(03).
           05  POS-ORIG-BALANCE     PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  POS-PROC-DATE        PIC 9(08).
           05  POS-MASTER-KEY       PIC X(20).
           05  POS-PRODUCT-CODE     PIC X(04).

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
           05  FILLER               PIC X(49).

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

       FD  RELATION-FILE.
       01  RELATION-RECORD.
           05  REL-KEY.
               10  REL-FROM-KEY     PIC X(20).
               10  REL-TYPE         PIC X(02).
               10  REL-TO-KEY       PIC X(20).
           05  REL-EFFECTIVE-DATE   PIC 9(08).
           05  FILLER               PIC X(30).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  FXH-PROC-DATE        PIC 9(08).
           05  FXH-CURRENCY         PIC X(03).
           05  FXH-RATE             PIC 9(03)V9(06).
           05  FXH-SOURCE           PIC X(01).
           05  FXH-PREV-RATE        PIC 9(03)V9(06).
           05  FXH-GENERATION       PIC 9(08).

       FD  SCV-FILE.
       01  SCV-RECORD.
           05  SCV-REC-TYPE         PIC X(01).
               88  SCV-IS-HEADER        VALUE 'H'.
               88  SCV-IS-DETAIL        VALUE 'D'.
               88  SCV-IS-TRAILER       VALUE 'T'.
           05  SCV-REC-BODY         PIC X(137).
       01  SCV-HEADER-VIEW REDEFINES SCV-RECORD.
           05  FILLER               PIC X(01).
           05  SCV-AS-OF-DATE       PIC 9(08).
           05  SCV-BASE-CURRENCY    PIC X(03).
           05  SCV-COVER-LIMIT      PIC 9(13)V99.
           05  FILLER               PIC X(111).
       01  SCV-DETAIL-VIEW REDEFINES SCV-RECORD.
           05  FILLER               PIC X(01).
           05  SCV-DEPOSITOR        PIC X(20).
           05  SCV-NAME             PIC X(40).
           05  SCV-CATEGORY         PIC X(01).
           05  SCV-SHARES           PIC 9(05).
           05  SCV-TOTAL            PIC 9(13)V99.
           05  SCV-INSURED          PIC 9(13)V99.
           05  SCV-UNINSURED        PIC 9(13)V99.
           05  SCV-HOLDER-SOURCE    PIC X(01).
           05  FILLER               PIC X(25).
       01  SCV-TRAILER-VIEW REDEFINES SCV-RECORD.
           05  FILLER               PIC X(01).
           05  SCV-DETAIL-COUNT     PIC 9(08).
           05  SCV-SUM-TOTAL        PIC 9(15)V99.
           05  SCV-SUM-INSURED      PIC 9(15)V99.
           05  SCV-SUM-UNINSURED    PIC 9(15)V99.
           05  FILLER               PIC X(78).

       WORKING-STORAGE SECTION.
        77 Snapshot-Path        PIC X(256).
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 Master-Path          PIC X(100) VALUE MASTER-PATH.
        77 Relation-Path        PIC X(100) VALUE RELATION-PATH.
        77 History-Path         PIC X(100).
        77 Scv-Work-Path        PIC X(100) VALUE SCV-WORK-PATH.
        77 Archive-Dir          PIC X(100).
        77 Pickup-Dir           PIC X(100).
        77 Report-Path          PIC X(256) VALUE DEPCOVER-RPT-PATH.
        77 Snapshot-File-Status PIC X(02).
        77 Balance-File-Status  PIC X(02).
        77 Master-File-Status   PIC X(02).
        77 Master-Open          PIC X(01) VALUE 'N'.
        77 Balance-Open         PIC X(01) VALUE 'N'.
        77 Relation-File-Status PIC X(02).
        77 History-File-Status  PIC X(02).
        77 Scv-File-Status      PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        77 As-Of-Date           PIC 9(08) VALUE ZERO.
        77 Base-Currency        PIC X(03).
        77 Cover-Limit          PIC 9(13)V99.
        77 Limit-Config         PIC X(20).
        77 Limit-Digits         PIC X(20).
        77 Dot-Count            BINARY-LONG.

      * Revaluation rates in force on the as-of date; a later set
      * for the same date replaces an earlier one.
        77 Rate-Count           BINARY-LONG VALUE ZERO.
        77 Rate-Max             BINARY-LONG VALUE 200.
        77 Rate-Ix              BINARY-LONG.
        77 Found-Rate           BINARY-LONG.
        77 Wanted-Currency      PIC X(03).
        01 Rate-Table.
           05 Rate-Entry OCCURS 200 TIMES.
              10 Rt-Currency    PIC X(03).
              10 Rt-Rate        PIC 9(03)V9(06).

      * Joint-holder and trust-beneficiary links in effect.
        77 Link-Count           BINARY-LONG VALUE ZERO.
        77 Max-Links            BINARY-LONG VALUE 5000.
        77 Link-Idx             BINARY-LONG.
        01 Link-Table.
           05 Link-Entry OCCURS 5000 TIMES.
              10 LNK-ACCT       PIC X(20).
              10 LNK-TYPE       PIC X(02).
              10 LNK-OWNER      PIC X(20).

      * The owners of the account in hand.
        77 Owner-Count          BINARY-LONG.
        77 Owner-Max            BINARY-LONG VALUE 50.
        77 Owner-Idx            BINARY-LONG.
        77 Trust-Owners         BINARY-LONG.
        77 Joint-Owners         BINARY-LONG.
        77 Account-Category     PIC X(01).
           88 Category-Single       VALUE 'S'.
           88 Category-Joint        VALUE 'J'.
           88 Category-Trust        VALUE 'T'.
        77 Holder-Key           PIC X(20).
        77 Holder-Product       PIC X(04).
        77 Holder-Source        PIC X(01).
        01 Owner-Table.
           05 Owner-Key OCCURS 50 TIMES PIC X(20).

      * One entry per depositor and ownership category.
        77 Dep-Count            BINARY-LONG VALUE ZERO.
        77 Dep-Max              BINARY-LONG VALUE 20000.
        77 Dep-Idx              BINARY-LONG.
        77 Found-Dep            BINARY-LONG.
        01 Dep-Table.
           05 Dep-Entry OCCURS 20000 TIMES.
              10 Dp-Key         PIC X(20).
              10 Dp-Category    PIC X(01).
              10 Dp-Shares      BINARY-LONG.
              10 Dp-Shares-Left BINARY-LONG.
              10 Dp-Total       PIC S9(13)V99.
              10 Dp-Insured     PIC S9(13)V99.
              10 Dp-Allocated   PIC S9(13)V99.
              10 Dp-Source      PIC X(01).

      * Every share of every account, for the product spread.
        77 Share-Count          BINARY-LONG VALUE ZERO.
        77 Share-Max            BINARY-LONG VALUE 50000.
        77 Share-Idx            BINARY-LONG.
        01 Share-Table.
           05 Share-Entry OCCURS 50000 TIMES.
              10 Sh-Dep-Ix      BINARY-LONG.
              10 Sh-Product     PIC X(04).
              10 Sh-Amount      PIC S9(13)V99.
              10 Sh-Source      PIC X(01).

        77 Product-Count        BINARY-LONG VALUE ZERO.
        77 Product-Max          BINARY-LONG VALUE 200.
        77 Product-Idx          BINARY-LONG.
        77 Found-Product        BINARY-LONG.
        77 Wanted-Product       PIC X(04).
        01 Product-Table.
           05 Product-Entry OCCURS 200 TIMES.
              10 Pr-Code        PIC X(04).
              10 Pr-Total       PIC S9(15)V99.
              10 Pr-Insured     PIC S9(15)V99.
              10 Pr-Source      PIC X(01).

        77 Base-Amount          PIC S9(13)V99.
        77 Share-Amount         PIC S9(13)V99.
        77 First-Share          PIC S9(13)V99.
        77 Share-Insured        PIC S9(13)V99.
        77 Wanted-Key           PIC X(20).
        77 Sum-Total            PIC S9(15)V99 VALUE ZERO.
        77 Sum-Insured          PIC S9(15)V99 VALUE ZERO.
        77 Sum-Uninsured        PIC S9(15)V99 VALUE ZERO.
        77 Amount-Hash          PIC 9(16) VALUE ZERO.

        77 Positions-Read       BINARY-LONG VALUE ZERO.
        77 Deposits-Counted     BINARY-LONG VALUE ZERO.
        77 Overdrawn-Count      BINARY-LONG VALUE ZERO.
        77 No-Holder-Count      BINARY-LONG VALUE ZERO.
        77 Live-Holder-Count    BINARY-LONG VALUE ZERO.
        77 No-Rate-Count        BINARY-LONG VALUE ZERO.
        77 Details-Written      BINARY-LONG VALUE ZERO.
        77 Overflowed           PIC X(01) VALUE 'N'.
        77 Run-Rc               BINARY-LONG VALUE ZERO.

        77 Final-Name           PIC X(100).
        77 Publish-Status       BINARY-LONG SIGNED.
        77 Total-Status         BINARY-LONG SIGNED.
        01 Total-Request.
           05 Total-Role          PIC X(01).
           05 Total-File-Name     PIC X(100).
           05 Total-Record-Count  PIC 9(10).
           05 Total-Hash          PIC 9(16).

        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Insured-For-Writer   BINARY-DOUBLE.
        77 Amount-Edited        PIC -(15)9.99.
        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-deposit-coverage'
                returning status-code.

           Perform 0100-RESOLVE-THE-SETTINGS.
           Perform 1000-LOAD-THE-RATES.
           Perform 1200-LOAD-THE-OWNERSHIP.

           Open Input SNAPSHOT-FILE.
           If Snapshot-File-Status Not = '00'
              Display 'No position snapshot '
                      Function Trim(Snapshot-Path)
                      ' - coverage cannot be produced for '
                      As-Of-Date
              Stop Run With Error Status 1
           End-If.
      *    Only a snapshot older than its holder and product
      *    columns needs the live file; its absence is reported
      *    against the first account that would have used it.
           Open Input BALANCE-FILE.
           If Balance-File-Status = '00'
              Move 'Y' to Balance-Open
           End-If.

           Perform 2000-TAKE-ONE-POSITION
               Until Snapshot-File-Status Not = '00'.

           Close SNAPSHOT-FILE.
           If Balance-Open = 'Y'
              Close BALANCE-FILE
           End-If.
           If Overflowed = 'Y'
              Display '*** depositor, share or product table full '
                      '- the coverage is incomplete'
           End-If.

           Perform 3000-APPLY-ONE-LIMIT
               Varying Dep-Idx From 1 By 1
                 Until Dep-Idx > Dep-Count.
           Perform 3100-SPREAD-ONE-SHARE
               Varying Share-Idx From 1 By 1
                 Until Share-Idx > Share-Count.

           Perform 4000-WRITE-THE-SCV-FILE.
           Perform 5000-WRITE-THE-SUMMARY.

           Display 'Positions read:      ' Positions-Read.
           Display 'Deposits counted:    ' Deposits-Counted.
           Display 'Overdrawn (no cover):' Overdrawn-Count.
           Display 'No holder on file:   ' No-Holder-Count.
           Display 'Live-file holders:   ' Live-Holder-Count.
           Display 'No rate for the day: ' No-Rate-Count.
           Display 'Depositor records:   ' Details-Written.
           Move Sum-Insured to Amount-Edited.
           Display 'Insured deposits:    ' Amount-Edited.
           Move Sum-Uninsured to Amount-Edited.
           Display 'Uninsured deposits:  ' Amount-Edited.

           Move Details-Written to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' As-Of-Date
                  ' depositors=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-deposit-coverage",
                        Audit-Args,
                        by value Run-Rc
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-deposit-coverage'
                by value Run-Rc, Positions-Read, Details-Written
                returning Footer-Status.
           If Run-Rc Not = ZERO
              Stop Run With Error Status 1
           End-If.
           Stop Run.

       0100-RESOLVE-THE-SETTINGS.

           Move 'SNAP-ARCHIVE-DIR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        SNAP-ARCHIVE-DIR
                      returning Config-Status.
           Move Config-Value to Archive-Dir.
           Move 'DEPCOVER-PICKUP-DIR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        SCV-PICKUP-DIR
                      returning Config-Status.
           Move Config-Value to Pickup-Dir.
           Move 'FX-HISTORY-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        FX-HISTORY-PATH
                      returning Config-Status.
           Move Config-Value to History-Path.
           Move 'BASE-CURRENCY' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        BASE-CCY
                      returning Config-Status.
           Move Config-Value(1:3) to Base-Currency.

      *    A named date reproduces that day's file; otherwise the
      *    chain's processing date.
           Move 'DEPCOVER-DATE' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ' '
                      returning Config-Status.
           If Config-Value(1:8) Numeric
              And Config-Value(9:) = Spaces
              And Function Test-Date-YYYYMMDD
                     (Function Numval(Config-Value(1:8))) = ZERO
              Move Config-Value(1:8) to As-Of-Date
           Else
              If Config-Value Not = Spaces
                 Display 'DEPCOVER-DATE ' Function Trim(Config-Value)
                         ' is not YYYYMMDD - processing date used'
              End-If
              Move 'G' to Pd-Function
              Move ZERO to Pd-Date
              Call "CBL_PROCESSING_DATE" using Pd-Request
                   returning Pd-Status
              If Pd-Status = ZERO
                 Move Pd-Date to As-Of-Date
              End-If
           End-If.
           If As-Of-Date = ZERO
              Display 'No processing date established and no '
                      'DEPCOVER-DATE given'
              Stop Run With Error Status 1
           End-If.

           Move Spaces to Snapshot-Path.
           String Function Trim(Archive-Dir) '/position.' As-Of-Date
                  Delimited By Size Into Snapshot-Path.

           Move 'DEPOSIT-COVER-LIMIT' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        DEFAULT-COVER-LIMIT
                      returning Config-Status.
           Move Config-Value to Limit-Config.
           Move ZERO to Dot-Count.
           Inspect Limit-Config Tallying Dot-Count For All '.'.
           Move Limit-Config to Limit-Digits.
           Inspect Limit-Digits Replacing All '.' By '0'.
           If Limit-Config Not = Spaces
              And Function Trim(Limit-Digits) Numeric
              And Dot-Count < 2
              Move Function Numval(Limit-Config) to Cover-Limit
           Else
              Display 'DEPOSIT-COVER-LIMIT '
                      Function Trim(Limit-Config)
                      ' is not an amount - ' DEFAULT-COVER-LIMIT ' used'
              Move Function Numval(DEFAULT-COVER-LIMIT) to Cover-Limit
           End-If.

       1000-LOAD-THE-RATES.

           Open Input HISTORY-FILE.
           If History-File-Status Not = '00'
              Display '(no FX rate history '
                      Function Trim(History-Path)
                      ' - foreign balances stay at booked base)'
              Exit Paragraph
           End-If.
           Perform 1100-LOAD-ONE-RATE
               Until History-File-Status Not = '00'.
           Close HISTORY-FILE.

       1100-LOAD-ONE-RATE.

           Read HISTORY-FILE
              At End
                 Move '10' to History-File-Status
                 Exit Paragraph
           End-Read.
           If FXH-PROC-DATE Not = As-Of-Date
              Exit Paragraph
           End-If.
           Move FXH-CURRENCY to Wanted-Currency.
           Perform 1150-FIND-THE-RATE.
           If Found-Rate = ZERO
              If Rate-Count < Rate-Max
                 Add 1 to Rate-Count
                 Move Rate-Count to Found-Rate
                 Move FXH-CURRENCY to Rt-Currency(Found-Rate)
              Else
                 Exit Paragraph
              End-If
           End-If.
           Move FXH-RATE to Rt-Rate(Found-Rate).

       1150-FIND-THE-RATE.

           Move ZERO to Found-Rate.
           Perform 1160-MATCH-ONE-RATE
               Varying Rate-Ix From 1 By 1
                 Until Rate-Ix > Rate-Count.

       1160-MATCH-ONE-RATE.

           If Rt-Currency(Rate-Ix) = Wanted-Currency
              Move Rate-Ix to Found-Rate
           End-If.

       1200-LOAD-THE-OWNERSHIP.

           Open Input RELATION-FILE.
           If Relation-File-Status Not = '00'
              Display 'No relationship file - every account is '
                      'its holder''s alone'
              Exit Paragraph
           End-If.
           Perform 1300-LOAD-ONE-LINK
               Until Relation-File-Status Not = '00'.
           Close RELATION-FILE.
           If Overflowed = 'Y'
              Display '*** more than ' Max-Links ' ownership links '
                      '- the rest are not applied'
              Move 1 to Run-Rc
           End-If.

       1300-LOAD-ONE-LINK.

           Read RELATION-FILE Next Record
              At End
                 Move '10' to Relation-File-Status
              Not At End
                 If (REL-TYPE = 'JA' Or REL-TYPE = 'TR')
                    And REL-EFFECTIVE-DATE <= As-Of-Date
                    If Link-Count < Max-Links
                       Add 1 to Link-Count
                       Move REL-FROM-KEY to LNK-ACCT(Link-Count)
                       Move REL-TYPE to LNK-TYPE(Link-Count)
                       Move REL-TO-KEY to LNK-OWNER(Link-Count)
                    Else
                       Move 'Y' to Overflowed
                    End-If
                 End-If
           End-Read.

       2000-TAKE-ONE-POSITION.

           Read SNAPSHOT-FILE
              At End
                 Move '10' to Snapshot-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Positions-Read.

           Perform 2100-VALUE-IN-BASE.
           If Base-Amount Not > ZERO
              Add 1 to Overdrawn-Count
              Exit Paragraph
           End-If.

           Move POS-ACCT-NO to BAL-ACCT-NO.
           If POS-MASTER-KEY Not = Spaces
              Move POS-MASTER-KEY to Holder-Key
              Move POS-PRODUCT-CODE to Holder-Product
              Move 'S' to Holder-Source
           Else
              Perform 2050-TAKE-THE-LIVE-HOLDER
              If Holder-Source = Space
                 Exit Paragraph
              End-If
           End-If.
           Add 1 to Deposits-Counted.

           Perform 2200-FIND-THE-OWNERS.
           Perform 2300-SPLIT-THE-BALANCE.

       2050-TAKE-THE-LIVE-HOLDER.

      *    A snapshot frozen before it carried the holder and the
      *    product: today's balance file is the only place left to
      *    find them, and may not say what the as-of date did.
           Move Space to Holder-Source.
           If Balance-Open Not = 'Y'
              Add 1 to No-Holder-Count
              Move 1 to Run-Rc
              Display '*** account ' POS-ACCT-NO
                      ' - the snapshot names no holder and the '
                      'balance file ' Function Trim(Balance-Path)
                      ' cannot be opened - not counted'
              Exit Paragraph
           End-If.
           Read BALANCE-FILE
              Invalid Key
                 Add 1 to No-Holder-Count
                 Move 1 to Run-Rc
                 Display '*** account ' POS-ACCT-NO
                         ' is in the snapshot but not on the '
                         'balance file - not counted'
                 Exit Paragraph
           End-Read.
           Move BAL-MASTER-KEY to Holder-Key.
           Move BAL-PRODUCT-CODE to Holder-Product.
           Move 'L' to Holder-Source.
           Add 1 to Live-Holder-Count.

       2100-VALUE-IN-BASE.

           Move POS-BALANCE to Base-Amount.
           If POS-CURRENCY = Base-Currency
              Or POS-CURRENCY = Spaces
              Exit Paragraph
           End-If.
           Move POS-CURRENCY to Wanted-Currency.
           Perform 1150-FIND-THE-RATE.
           If Found-Rate = ZERO
              Add 1 to No-Rate-Count
              Move 1 to Run-Rc
              Display '*** no ' As-Of-Date ' rate for ' POS-CURRENCY
                      ' (account ' POS-ACCT-NO ') - booked base used'
              Exit Paragraph
           End-If.
           Compute Base-Amount Rounded =
                   POS-ORIG-BALANCE * Rt-Rate(Found-Rate).

       2200-FIND-THE-OWNERS.

           Move ZERO to Trust-Owners.
           Move ZERO to Joint-Owners.
           Perform 2210-COUNT-ONE-LINK
               Varying Link-Idx From 1 By 1
                 Until Link-Idx > Link-Count.

      *    A trust's depositors are its beneficiaries; a joint
      *    account's are the holder and the co-owners.
           Move ZERO to Owner-Count.
           Evaluate True
              When Trust-Owners > ZERO
                 Set Category-Trust to True
                 Perform 2220-TAKE-ONE-OWNER
                     Varying Link-Idx From 1 By 1
                       Until Link-Idx > Link-Count
              When Joint-Owners > ZERO
                 Set Category-Joint to True
                 Move 1 to Owner-Count
                 Move Holder-Key to Owner-Key(1)
                 Perform 2220-TAKE-ONE-OWNER
                     Varying Link-Idx From 1 By 1
                       Until Link-Idx > Link-Count
              When Other
                 Set Category-Single to True
                 Move 1 to Owner-Count
                 Move Holder-Key to Owner-Key(1)
           End-Evaluate.

       2210-COUNT-ONE-LINK.

           If LNK-ACCT(Link-Idx) = BAL-ACCT-NO
              If LNK-TYPE(Link-Idx) = 'TR'
                 Add 1 to Trust-Owners
              Else
                 Add 1 to Joint-Owners
              End-If
           End-If.

       2220-TAKE-ONE-OWNER.

           If LNK-ACCT(Link-Idx) Not = BAL-ACCT-NO
              Exit Paragraph
           End-If.
           If (Category-Trust And LNK-TYPE(Link-Idx) Not = 'TR')
              Or (Category-Joint And LNK-TYPE(Link-Idx) Not = 'JA')
              Exit Paragraph
           End-If.
           If Owner-Count < Owner-Max
              Add 1 to Owner-Count
              Move LNK-OWNER(Link-Idx) to Owner-Key(Owner-Count)
           End-If.

       2300-SPLIT-THE-BALANCE.

           Compute Share-Amount = Base-Amount / Owner-Count.
           Compute First-Share =
                   Base-Amount - Share-Amount * (Owner-Count - 1).
           Perform 2310-BOOK-ONE-SHARE
               Varying Owner-Idx From 1 By 1
                 Until Owner-Idx > Owner-Count.

       2310-BOOK-ONE-SHARE.

           Move Owner-Key(Owner-Idx) to Wanted-Key.
           Perform 2400-FIND-THE-DEPOSITOR.
           If Found-Dep = ZERO
              Exit Paragraph
           End-If.
           If Share-Count >= Share-Max
              Move 'Y' to Overflowed
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.
           Add 1 to Share-Count.
           Move Found-Dep to Sh-Dep-Ix(Share-Count).
           Move Holder-Product to Sh-Product(Share-Count).
           Move Holder-Source to Sh-Source(Share-Count).
           If Holder-Source = 'L'
              Move 'L' to Dp-Source(Found-Dep)
           End-If.
           If Owner-Idx = 1
              Move First-Share to Sh-Amount(Share-Count)
           Else
              Move Share-Amount to Sh-Amount(Share-Count)
           End-If.
           Add 1 to Dp-Shares(Found-Dep).
           Add Sh-Amount(Share-Count) to Dp-Total(Found-Dep).

       2400-FIND-THE-DEPOSITOR.

           Move ZERO to Found-Dep.
           Perform 2410-MATCH-ONE-DEPOSITOR
               Varying Dep-Idx From 1 By 1
                 Until Dep-Idx > Dep-Count
                    Or Found-Dep > ZERO.
           If Found-Dep > ZERO
              Exit Paragraph
           End-If.
           If Dep-Count >= Dep-Max
              Move 'Y' to Overflowed
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.
           Add 1 to Dep-Count.
           Move Dep-Count to Found-Dep.
           Move Wanted-Key to Dp-Key(Found-Dep).
           Move Account-Category to Dp-Category(Found-Dep).
           Move ZERO to Dp-Shares(Found-Dep).
           Move ZERO to Dp-Total(Found-Dep).
           Move ZERO to Dp-Insured(Found-Dep).
           Move ZERO to Dp-Allocated(Found-Dep).
           Move 'S' to Dp-Source(Found-Dep).

       2410-MATCH-ONE-DEPOSITOR.

           If Dp-Key(Dep-Idx) = Wanted-Key
              And Dp-Category(Dep-Idx) = Account-Category
              Move Dep-Idx to Found-Dep
           End-If.

       3000-APPLY-ONE-LIMIT.

           If Dp-Total(Dep-Idx) > Cover-Limit
              Move Cover-Limit to Dp-Insured(Dep-Idx)
           Else
              Move Dp-Total(Dep-Idx) to Dp-Insured(Dep-Idx)
           End-If.
           Move Dp-Shares(Dep-Idx) to Dp-Shares-Left(Dep-Idx).
           Add Dp-Total(Dep-Idx) to Sum-Total.
           Add Dp-Insured(Dep-Idx) to Sum-Insured.

       3100-SPREAD-ONE-SHARE.

      *    Pro rata to the share; the depositor's last share takes
      *    what is left, so nothing is lost to rounding.
           Move Sh-Dep-Ix(Share-Idx) to Dep-Idx.
           Evaluate True
              When Dp-Total(Dep-Idx) = ZERO
                 Move ZERO to Share-Insured
              When Dp-Shares-Left(Dep-Idx) = 1
                 Compute Share-Insured =
                         Dp-Insured(Dep-Idx) - Dp-Allocated(Dep-Idx)
              When Other
                 Compute Share-Insured Rounded =
                         Sh-Amount(Share-Idx) * Dp-Insured(Dep-Idx)
                       / Dp-Total(Dep-Idx)
           End-Evaluate.
           Subtract 1 from Dp-Shares-Left(Dep-Idx).
           Add Share-Insured to Dp-Allocated(Dep-Idx).

           Move Sh-Product(Share-Idx) to Wanted-Product.
           Move ZERO to Found-Product.
           Perform 3110-MATCH-ONE-PRODUCT
               Varying Product-Idx From 1 By 1
                 Until Product-Idx > Product-Count.
           If Found-Product = ZERO
              If Product-Count >= Product-Max
                 Move 'Y' to Overflowed
                 Move 1 to Run-Rc
                 Exit Paragraph
              End-If
              Add 1 to Product-Count
              Move Product-Count to Found-Product
              Move Wanted-Product to Pr-Code(Found-Product)
              Move ZERO to Pr-Total(Found-Product)
              Move ZERO to Pr-Insured(Found-Product)
              Move 'S' to Pr-Source(Found-Product)
           End-If.
           If Sh-Source(Share-Idx) = 'L'
              Move 'L' to Pr-Source(Found-Product)
           End-If.
           Add Sh-Amount(Share-Idx) to Pr-Total(Found-Product).
           Add Share-Insured to Pr-Insured(Found-Product).

       3110-MATCH-ONE-PRODUCT.

           If Pr-Code(Product-Idx) = Wanted-Product
              Move Product-Idx to Found-Product
           End-If.

       4000-WRITE-THE-SCV-FILE.

           Open Input MASTER-FILE.
           If Master-File-Status Not = '00'
              Display '(no customer master - depositor names '
                      'left blank)'
           Else
              Move 'Y' to Master-Open
           End-If.
           Open Output SCV-FILE.
           If Scv-File-Status Not = '00'
              Display 'Cannot open single-customer-view work file '
                      Function Trim(Scv-Work-Path)
              Stop Run With Error Status 1
           End-If.

           Move Spaces to SCV-RECORD.
           Set SCV-IS-HEADER to True.
           Move As-Of-Date to SCV-AS-OF-DATE.
           Move Base-Currency to SCV-BASE-CURRENCY.
           Move Cover-Limit to SCV-COVER-LIMIT.
           Write SCV-RECORD.

           Perform 4100-WRITE-ONE-DEPOSITOR
               Varying Dep-Idx From 1 By 1
                 Until Dep-Idx > Dep-Count.

           Compute Sum-Uninsured = Sum-Total - Sum-Insured.
           Move Spaces to SCV-RECORD.
           Set SCV-IS-TRAILER to True.
           Move Details-Written to SCV-DETAIL-COUNT.
           Move Sum-Total to SCV-SUM-TOTAL.
           Move Sum-Insured to SCV-SUM-INSURED.
           Move Sum-Uninsured to SCV-SUM-UNINSURED.
           Write SCV-RECORD.
           Close SCV-FILE.
           If Master-Open = 'Y'
              Close MASTER-FILE
           End-If.

           Move 'P' to Total-Role.
           Move Scv-Work-Path to Total-File-Name.
           Move Details-Written to Total-Record-Count.
           Compute Amount-Hash = Sum-Total.
           Move Amount-Hash to Total-Hash.
           Call "CBL_CONTROL_TOTAL"
                using 'gcobol-deposit-coverage', Total-Request
                      returning Total-Status.

           Move Spaces to Final-Name.
           String 'scv.' As-Of-Date
                  Delimited By Size Into Final-Name.
           Call "CBL_PUBLISH_FILE" using Scv-Work-Path,
                        Pickup-Dir, Final-Name
                      returning Publish-Status.
           If Publish-Status Not = ZERO
              Display '*** single-customer-view publish failed, '
                      'status ' Publish-Status
              Call "CBL_RUN_FOOTER"
                   using 'gcobol-deposit-coverage'
                   by value 1, Positions-Read, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Display 'Single customer view published as '
                   Function Trim(Final-Name) ' in '
                   Function Trim(Pickup-Dir).

       4100-WRITE-ONE-DEPOSITOR.

           Move Spaces to SCV-RECORD.
           Set SCV-IS-DETAIL to True.
           Move Dp-Key(Dep-Idx) to SCV-DEPOSITOR.
           If Master-Open = 'Y'
              Move Dp-Key(Dep-Idx) to MASTER-KEY
              Read MASTER-FILE
                 Invalid Key
                    Move Spaces to MASTER-CUST-NAME
              End-Read
              Move MASTER-CUST-NAME to SCV-NAME
           End-If.
           Move Dp-Category(Dep-Idx) to SCV-CATEGORY.
           Move Dp-Shares(Dep-Idx) to SCV-SHARES.
           Move Dp-Total(Dep-Idx) to SCV-TOTAL.
           Move Dp-Insured(Dep-Idx) to SCV-INSURED.
           Compute SCV-UNINSURED =
                   Dp-Total(Dep-Idx) - Dp-Insured(Dep-Idx).
           Move Dp-Source(Dep-Idx) to SCV-HOLDER-SOURCE.
           Write SCV-RECORD.
           Add 1 to Details-Written.

       5000-WRITE-THE-SUMMARY.

           Move Spaces to Report-Title.
           String 'DEPOSIT INSURANCE COVERAGE BY PRODUCT - AS OF '
                  As-Of-Date
                  Delimited By Size Into Report-Title.
           Move 'PROD          TOTAL DEPOSITS            INSURED'
             & '          UNINSURED'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.

           Perform 5100-REPORT-ONE-PRODUCT
               Varying Product-Idx From 1 By 1
                 Until Product-Idx > Product-Count.

      *    The all-products line carries nothing into the writer,
      *    whose own grand total is the insured amount.
           Move 'ALL' to Control-Value.
           Move Spaces to Detail-Line.
           Move 'ALL' to Detail-Line(1:4).
           Move Sum-Total to Amount-Edited.
           Move Amount-Edited to Detail-Line(6:19).
           Move Sum-Insured to Amount-Edited.
           Move Amount-Edited to Detail-Line(26:19).
           Move Sum-Uninsured to Amount-Edited.
           Move Amount-Edited to Detail-Line(46:19).
           Move ZERO to Insured-For-Writer.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Insured-For-Writer
                returning Report-Status.

           Call "CBL_REPORT_END" returning Report-Status.
           Display 'Summary spooled to ' Function Trim(Report-Path).

       5100-REPORT-ONE-PRODUCT.

           Move Pr-Code(Product-Idx) to Control-Value.
           Move Spaces to Detail-Line.
           Move Pr-Code(Product-Idx) to Detail-Line(1:4).
           Move Pr-Total(Product-Idx) to Amount-Edited.
           Move Amount-Edited to Detail-Line(6:19).
           Move Pr-Insured(Product-Idx) to Amount-Edited.
           Move Amount-Edited to Detail-Line(26:19).
           Compute Amount-Edited =
                   Pr-Total(Product-Idx) - Pr-Insured(Product-Idx).
           Move Amount-Edited to Detail-Line(46:19).
           If Pr-Source(Product-Idx) = 'L'
              Move 'HOLDER/PRODUCT FROM LIVE FILE'
                to Detail-Line(67:29)
           End-If.

      *    The insured amount rides into the writer in cents.
           Compute Insured-For-Writer = Pr-Insured(Product-Idx) * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Insured-For-Writer
                returning Report-Status.
