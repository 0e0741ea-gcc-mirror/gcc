      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Interest-rate change impact simulator for treasury.  Before
      *  a product rate changes, this answers what the change costs:
      *  it takes a proposed rate table (RATE-PROPOSED-PATH) in the
      *  rate table's own layout - product code (4) plus effective-
      *  from date (8), then the annual percentage rate (3.6
      *  digits), in ascending key order - and projects accrual
      *  under the current table and the proposed one against
      *  tonight's balance file over the next RATE-SIM-HORIZON
      *  business days (three digits, default 030, at most 260).
      *
      *  The projection is gcobol-interest-accrual's arithmetic day
      *  by day: the same accrual basis (original-currency balance
      *  for a foreign account, base balance otherwise), the rate in
      *  force on each business day of the horizon found the same
      *  way - the latest effective date at or before that day - so
      *  a proposed rate dated into the horizon bites from its
      *  effective date only, and the same rounding of each day's
      *  balance times rate over 36500.  A running term deposit
      *  earns its contract rate under both tables, as it would.
      *  Balances are held where they stand tonight.  A product with
      *  days that have no rate in force on one side is named on the
      *  console, since those days accrue nothing in the projection.
      *
      *  The report, through the shared report writer, has one line
      *  per product, currency and branch (the first four bytes of
      *  the master key) with the current cost, the proposed cost
      *  and the difference, subtotalled per product and currency.
      *  The difference rides into the writer, so the subtotals and
      *  the grand total are what the change costs.  Nothing is
      *  posted and nothing is written but the report.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-mktime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-rate-impact.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime
           FUNCTION posix-mktime.

       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant RATE-TABLE-PATH as "/tmp/feeds/rates.dat"
       >>Define Constant RATE-NEW-PATH as "/tmp/feeds/rates-new.dat"
       >>Define Constant TD-FILE-PATH as "/tmp/gcobol-term-deposit.dat"
       >>Define Constant IMPACT-RPT as "/tmp/gcobol-rate-impact.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BAL-ACCT-NO
                  FILE STATUS IS Balance-File-Status.

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

       WORKING-STORAGE SECTION.
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 Rate-Table-Path      PIC X(100) VALUE RATE-TABLE-PATH.
        77 Proposed-Path        PIC X(100).
        77 Td-Path              PIC X(100).
        77 Report-Path          PIC X(256) VALUE IMPACT-RPT.
        77 Balance-File-Status  PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Processing-Date      PIC 9(08).
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
        77 Calendar-Status      BINARY-LONG SIGNED.
        01 Cal-Request.
           05 Cal-Function          PIC X(01).
           05 Cal-Date              PIC 9(08).
           05 Cal-Epoch             BINARY-DOUBLE.
           05 Cal-Business-Seconds  BINARY-DOUBLE.

      * The horizon: the business days after tonight, in order.
        77 Horizon-Days         BINARY-LONG VALUE 30.
        77 Max-Horizon          BINARY-LONG VALUE 260.
        77 Day-Idx              BINARY-LONG.
        01 Horizon-Table.
           05 Hz-Date           PIC 9(08) OCCURS 260 TIMES.

      * Both rate tables, in the rate table's layout; the probe
      * works on whichever handle is copied into Probe-Table-Handle.
        77 Rate-Status          BINARY-LONG SIGNED.
        77 Rate-Key-Len         BINARY-LONG VALUE 12.
        77 Rate-Rec-Len         BINARY-LONG VALUE 24.
        01 Current-Table-Handle.
           05 Cur-Rt-Memory     USAGE POINTER.
           05 Cur-Rt-Count      BINARY-LONG.
           05 Cur-Rt-Key-Len    BINARY-LONG.
           05 Cur-Rt-Rec-Len    BINARY-LONG.
        01 Proposed-Table-Handle.
           05 New-Rt-Memory     USAGE POINTER.
           05 New-Rt-Count      BINARY-LONG.
           05 New-Rt-Key-Len    BINARY-LONG.
           05 New-Rt-Rec-Len    BINARY-LONG.
        01 Probe-Table-Handle.
           05 Prb-Rt-Memory     USAGE POINTER.
           05 Prb-Rt-Count      BINARY-LONG.
           05 Prb-Rt-Key-Len    BINARY-LONG.
           05 Prb-Rt-Rec-Len    BINARY-LONG.
        01 Rate-Probe-Key.
           05 Probe-Product     PIC X(04).
           05 Probe-Date        PIC 9(08).
        01 Rate-Result.
           05 Rate-Res-Product  PIC X(04).
           05 Rate-Res-Date     PIC 9(08).
           05 Rate-Res-Pct      PIC 9(03)V9(06).
           05 FILLER            PIC X(03).
        77 Probe-Epoch          BINARY-LONG.
        77 Probe-Tries          BINARY-LONG.
        77 Max-Probe-Days       BINARY-LONG VALUE 366.
        77 Probe-Floor          PIC 9(08).
        77 Rate-Was-Found       PIC X(01).
        77 Probe-Side           PIC X(01).
        77 Days-Unrated         BINARY-LONG.

      * Each product's rate in force on every horizon day, under
      * each table, worked out once the first time the product is
      * met.
        77 Product-Count        BINARY-LONG VALUE ZERO.
        77 Max-Products         BINARY-LONG VALUE 100.
        77 Prod-Idx             BINARY-LONG.
        01 Product-Table.
           05 Product-Entry OCCURS 100 TIMES.
              10 Pc-Code           PIC X(04).
              10 Pc-Day OCCURS 260 TIMES.
                 15 Pc-Cur-Rate    PIC 9(03)V9(06).
                 15 Pc-Cur-Found   PIC X(01).
                 15 Pc-New-Rate    PIC 9(03)V9(06).
                 15 Pc-New-Found   PIC X(01).

      * Term deposits, keyed on the account, in the layout
      * gcobol-term-deposit keeps.
        77 Td-Status            BINARY-LONG SIGNED.
        77 Td-Key-Len           BINARY-LONG VALUE 12.
        77 Td-Rec-Len           BINARY-LONG VALUE 88.
        01 Td-Table-Handle.
           05 Td-Rt-Memory      USAGE POINTER.
           05 Td-Rt-Count       BINARY-LONG.
           05 Td-Rt-Key-Len     BINARY-LONG.
           05 Td-Rt-Rec-Len     BINARY-LONG.
        01 Td-Result.
           05 Td-Res-Acct-No    PIC X(12).
           05 Td-Res-Principal  PIC 9(13)V99.
           05 Td-Res-Rate       PIC 9(03)V9(06).
           05 Td-Res-Start      PIC 9(08).
           05 Td-Res-Maturity   PIC 9(08).
           05 FILLER            PIC X(16).
           05 Td-Res-Status     PIC X(01).
              88 Td-Res-Is-Active   VALUE 'A'.
           05 FILLER            PIC X(19).
        77 Is-Deposit           PIC X(01).

      * One line per product, currency and branch, kept in key
      * order so the report breaks cleanly without a sort.
        77 Line-Count           BINARY-LONG VALUE ZERO.
        77 Max-Lines            BINARY-LONG VALUE 1000.
        77 Line-Idx             BINARY-LONG.
        77 Line-Slot            BINARY-LONG.
        01 Line-Probe.
           05 Lp-Product        PIC X(04).
           05 Lp-Currency       PIC X(03).
           05 Lp-Branch         PIC X(04).
        01 Line-Table.
           05 Line-Entry OCCURS 1000 TIMES.
              10 Ln-Key.
                 15 Ln-Product     PIC X(04).
                 15 Ln-Currency    PIC X(03).
                 15 Ln-Branch      PIC X(04).
              10 Ln-Accounts       BINARY-LONG.
              10 Ln-Current        PIC S9(13)V99.
              10 Ln-Proposed       PIC S9(13)V99.

        77 Accrual-Basis        PIC S9(13)V99.
        77 Daily-Accrual        PIC S9(13)V99.
        77 Acct-Current         PIC S9(13)V99.
        77 Acct-Proposed        PIC S9(13)V99.
        77 Difference           PIC S9(13)V99.

        77 Balances-Read        BINARY-LONG VALUE ZERO.
        77 Accounts-Projected   BINARY-LONG VALUE ZERO.
        77 Accounts-Skipped     BINARY-LONG VALUE ZERO.
        77 Total-Current        PIC S9(15)V99 VALUE ZERO.
        77 Total-Proposed       PIC S9(15)V99 VALUE ZERO.
        77 Amount-Edited        PIC -(13)9.99.
        77 Total-Edited         PIC -(15)9.99.
        77 Count-Edited         PIC Z(7)9.
        77 Days-Edited          PIC ZZ9.
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

           Call "CBL_RUN_HEADER" using 'gcobol-rate-impact'
                returning status-code.

           Perform 0100-RESOLVE-THE-SETTINGS.
           Perform 0200-BUILD-THE-HORIZON.

           Call "CBL_REF_TABLE_LOAD"
                using Current-Table-Handle, Rate-Table-Path,
                by value Rate-Key-Len, by value Rate-Rec-Len
                returning Rate-Status.
           If Rate-Status Not = ZERO
              Display 'Rate table '
                      Function Trim(Rate-Table-Path)
                      ' failed to load, status ' Rate-Status
                      ' - nothing to compare against'
              Stop Run With Error Status 1
           End-If.
           Call "CBL_REF_TABLE_LOAD"
                using Proposed-Table-Handle, Proposed-Path,
                by value Rate-Key-Len, by value Rate-Rec-Len
                returning Rate-Status.
           If Rate-Status Not = ZERO
              Display 'Proposed rate table '
                      Function Trim(Proposed-Path)
                      ' failed to load, status ' Rate-Status
                      ' - nothing to simulate'
              Stop Run With Error Status 1
           End-If.
           Call "CBL_REF_TABLE_LOAD"
                using Td-Table-Handle, Td-Path,
                by value Td-Key-Len, by value Td-Rec-Len
                returning Td-Status.
           If Td-Status Not = ZERO
              Move ZERO to Td-Rt-Count
           End-If.

           Open Input BALANCE-FILE.
           If Balance-File-Status Not = '00'
              Display 'Cannot open balance file '
                      Function Trim(Balance-Path)
                      ' - file status ' Balance-File-Status
              Stop Run With Error Status 1
           End-If.
           Perform 2000-PROJECT-ONE-BALANCE
               Until Balance-File-Status Not = '00'.
           Close BALANCE-FILE.

           Call "CBL_REF_TABLE_FREE" using Current-Table-Handle
                returning Rate-Status.
           Call "CBL_REF_TABLE_FREE" using Proposed-Table-Handle
                returning Rate-Status.
           If Td-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FREE" using Td-Table-Handle
                   returning Td-Status
           End-If.

           Move Horizon-Days to Days-Edited.
           Move Spaces to Report-Title.
           String 'RATE CHANGE IMPACT - '
                  Function Trim(Days-Edited)
                  ' BUSINESS DAYS AFTER ' Processing-Date
                  Delimited By Size Into Report-Title.
           Move 'PROD CCY BRCH ACCOUNTS     CURRENT ACCRUAL'
             & '    PROPOSED ACCRUAL          DIFFERENCE'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start rate impact report '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.
           Perform 4000-REPORT-ONE-LINE
               Varying Line-Idx From 1 By 1
                 Until Line-Idx > Line-Count.
           Call "CBL_REPORT_END" returning Report-Status.

           Display 'Balances read:      ' Balances-Read.
           Display 'Accounts projected: ' Accounts-Projected.
           Display 'Accounts skipped:   ' Accounts-Skipped.
           Move Total-Current to Total-Edited.
           Display 'Current accrual:    ' Total-Edited.
           Move Total-Proposed to Total-Edited.
           Display 'Proposed accrual:   ' Total-Edited.
           Display 'Report spooled to '
                   Function Trim(Report-Path).

           Move Accounts-Projected to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' days=' Function Trim(Days-Edited)
                  ' proposed=' Function Trim(Proposed-Path)
                  ' accounts=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-rate-impact",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-rate-impact'
                by value 0, Balances-Read, Line-Count
                returning Footer-Status.
           Stop Run.

       0100-RESOLVE-THE-SETTINGS.

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

           Move 'RATE-PROPOSED-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RATE-NEW-PATH
                      returning Config-Status.
           Move Config-Value to Proposed-Path.

           Move 'TD-FILE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        TD-FILE-PATH
                      returning Config-Status.
           Move Config-Value to Td-Path.

           Move 'RATE-SIM-HORIZON' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '030'
                      returning Config-Status.
           If Config-Value(1:3) Numeric
              Move Function Numval(Config-Value(1:3))
                to Horizon-Days
           End-If.
           If Horizon-Days = ZERO
              Move 30 to Horizon-Days
           End-If.
           If Horizon-Days > Max-Horizon
              Display 'Horizon of ' Horizon-Days
                      ' business days held to ' Max-Horizon
              Move Max-Horizon to Horizon-Days
           End-If.

       0200-BUILD-THE-HORIZON.

      *    One accrual a business night, so the horizon is counted
      *    in the calendar's business days.
           Move Processing-Date to Cal-Date.
           Perform 0210-NEXT-BUSINESS-DAY
               Varying Day-Idx From 1 By 1
                 Until Day-Idx > Horizon-Days.

       0210-NEXT-BUSINESS-DAY.

           Move 'N' to Cal-Function.
           Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                returning Calendar-Status.
           Move Cal-Date to Hz-Date(Day-Idx).

       1000-FIND-THE-PRODUCT.

           Move ZERO to Prod-Idx.
           Perform 1010-MATCH-ONE-PRODUCT
               Varying Line-Idx From 1 By 1
                 Until Line-Idx > Product-Count
                    Or Prod-Idx > ZERO.
           If Prod-Idx > ZERO
              Exit Paragraph
           End-If.
           If Product-Count >= Max-Products
              Exit Paragraph
           End-If.
           Add 1 to Product-Count.
           Move Product-Count to Prod-Idx.
           Move BAL-PRODUCT-CODE to Pc-Code(Prod-Idx).

           Move Current-Table-Handle to Probe-Table-Handle.
           Move 'C' to Probe-Side.
           Perform 1100-RATE-ONE-SIDE.
           Move Proposed-Table-Handle to Probe-Table-Handle.
           Move 'P' to Probe-Side.
           Perform 1100-RATE-ONE-SIDE.

       1010-MATCH-ONE-PRODUCT.

           If Pc-Code(Line-Idx) = BAL-PRODUCT-CODE
              Move Line-Idx to Prod-Idx
           End-If.

       1100-RATE-ONE-SIDE.

           Move ZERO to Days-Unrated.
           Perform 1200-RATE-ONE-DAY
               Varying Day-Idx From 1 By 1
                 Until Day-Idx > Horizon-Days.
           If Days-Unrated > ZERO
              Move Days-Unrated to Days-Edited
              If Probe-Side = 'C'
                 Display '*** product ' Pc-Code(Prod-Idx)
                         ': no current rate in force on '
                         Function Trim(Days-Edited) ' horizon day(s)'
              Else
                 Display '*** product ' Pc-Code(Prod-Idx)
                         ': no proposed rate in force on '
                         Function Trim(Days-Edited) ' horizon day(s)'
              End-If
           End-If.

       1200-RATE-ONE-DAY.

      *    Probe the day itself and step back a day at a time, as
      *    the accrual does.  After the first horizon day the walk
      *    stops at the previous horizon day, whose rate carries
      *    forward unless something took effect in between.
           Move Pc-Code(Prod-Idx) to Probe-Product.
           Move Hz-Date(Day-Idx) to Probe-Date.
           If Day-Idx = 1
              Move ZERO to Probe-Floor
           Else
              Move Hz-Date(Day-Idx - 1) to Probe-Floor
           End-If.
           Perform 1300-SET-PROBE-EPOCH.
           Move ZERO to Probe-Tries.
           Move 'N' to Rate-Was-Found.
           Perform 1400-PROBE-ONE-DATE
               Until Rate-Was-Found = 'Y'
                   Or Probe-Tries >= Max-Probe-Days
                   Or Probe-Date Not > Probe-Floor.

           If Probe-Side = 'C'
              If Rate-Was-Found = 'Y'
                 Move Rate-Res-Pct to Pc-Cur-Rate(Prod-Idx, Day-Idx)
                 Move 'Y' to Pc-Cur-Found(Prod-Idx, Day-Idx)
              Else If Day-Idx > 1
                 Move Pc-Cur-Rate(Prod-Idx, Day-Idx - 1)
                   to Pc-Cur-Rate(Prod-Idx, Day-Idx)
                 Move Pc-Cur-Found(Prod-Idx, Day-Idx - 1)
                   to Pc-Cur-Found(Prod-Idx, Day-Idx)
              Else
                 Move ZERO to Pc-Cur-Rate(Prod-Idx, Day-Idx)
                 Move 'N' to Pc-Cur-Found(Prod-Idx, Day-Idx)
              End-If
              If Pc-Cur-Found(Prod-Idx, Day-Idx) Not = 'Y'
                 Add 1 to Days-Unrated
              End-If
           Else
              If Rate-Was-Found = 'Y'
                 Move Rate-Res-Pct to Pc-New-Rate(Prod-Idx, Day-Idx)
                 Move 'Y' to Pc-New-Found(Prod-Idx, Day-Idx)
              Else If Day-Idx > 1
                 Move Pc-New-Rate(Prod-Idx, Day-Idx - 1)
                   to Pc-New-Rate(Prod-Idx, Day-Idx)
                 Move Pc-New-Found(Prod-Idx, Day-Idx - 1)
                   to Pc-New-Found(Prod-Idx, Day-Idx)
              Else
                 Move ZERO to Pc-New-Rate(Prod-Idx, Day-Idx)
                 Move 'N' to Pc-New-Found(Prod-Idx, Day-Idx)
              End-If
              If Pc-New-Found(Prod-Idx, Day-Idx) Not = 'Y'
                 Add 1 to Days-Unrated
              End-If
           End-If.

       1300-SET-PROBE-EPOCH.

           Initialize Probe-Tm.
           Compute tm_year of Probe-Tm = Probe-Date / 10000 - 1900.
           Compute tm_mon  of Probe-Tm =
                   Function Mod(Probe-Date / 100, 100) - 1.
           Compute tm_mday of Probe-Tm =
                   Function Mod(Probe-Date, 100).
           Move 12 to tm_hour of Probe-Tm.
           Move Function posix-mktime(Probe-Tm) to Probe-Epoch.

       1400-PROBE-ONE-DATE.

           Add 1 to Probe-Tries.
           Call "CBL_REF_TABLE_FIND"
                using Probe-Table-Handle, Rate-Probe-Key,
                      Rate-Result
                returning Rate-Status.
           If Rate-Status = ZERO
              Move 'Y' to Rate-Was-Found
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

       2000-PROJECT-ONE-BALANCE.

           Read BALANCE-FILE Next Record
              At End
                 Move '10' to Balance-File-Status
              Not At End
                 Add 1 to Balances-Read
                 Perform 3000-PROJECT-THE-ACCOUNT
           End-Read.

       3000-PROJECT-THE-ACCOUNT.

      *    The accrual's own basis; a zero basis accrues nothing
      *    under any rate.
           If BAL-CURRENCY = Spaces
              Move BAL-BALANCE to Accrual-Basis
           Else
              Move BAL-ORIG-BALANCE to Accrual-Basis
           End-If.
           If Accrual-Basis = ZERO
              Exit Paragraph
           End-If.

           Perform 1000-FIND-THE-PRODUCT.
           If Prod-Idx = ZERO
              Add 1 to Accounts-Skipped
              Display '*** product table full - account '
                      BAL-ACCT-NO ' (product ' BAL-PRODUCT-CODE
                      ') not projected'
              Exit Paragraph
           End-If.

           Move 'N' to Is-Deposit.
           If Td-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FIND"
                   using Td-Table-Handle, BAL-ACCT-NO, Td-Result
                   returning Td-Status
              If Td-Status = ZERO And Td-Res-Is-Active
                 Move 'Y' to Is-Deposit
              End-If
           End-If.

           Move ZERO to Acct-Current.
           Move ZERO to Acct-Proposed.
           Perform 3100-PROJECT-ONE-DAY
               Varying Day-Idx From 1 By 1
                 Until Day-Idx > Horizon-Days.

           Move BAL-PRODUCT-CODE to Lp-Product.
           Move BAL-CURRENCY to Lp-Currency.
           Move BAL-MASTER-KEY(1:4) to Lp-Branch.
           Perform 3200-FILE-THE-LINE.
           If Line-Slot = ZERO
              Add 1 to Accounts-Skipped
              Display '*** line table full - account '
                      BAL-ACCT-NO ' not reported'
              Exit Paragraph
           End-If.
           Add 1 to Ln-Accounts(Line-Slot).
           Add Acct-Current to Ln-Current(Line-Slot).
           Add Acct-Proposed to Ln-Proposed(Line-Slot).
           Add Acct-Current to Total-Current.
           Add Acct-Proposed to Total-Proposed.
           Add 1 to Accounts-Projected.

       3100-PROJECT-ONE-DAY.

      *    A deposit inside its term earns its contract rate
      *    whichever product table is in force.
           If Is-Deposit = 'Y'
              And Td-Res-Start Not > Hz-Date(Day-Idx)
              And Td-Res-Maturity > Hz-Date(Day-Idx)
              Compute Daily-Accrual Rounded =
                      Accrual-Basis * Td-Res-Rate / 36500
              Add Daily-Accrual to Acct-Current
              Add Daily-Accrual to Acct-Proposed
              Exit Paragraph
           End-If.

           If Pc-Cur-Found(Prod-Idx, Day-Idx) = 'Y'
              Compute Daily-Accrual Rounded =
                      Accrual-Basis * Pc-Cur-Rate(Prod-Idx, Day-Idx)
                      / 36500
              Add Daily-Accrual to Acct-Current
           End-If.
           If Pc-New-Found(Prod-Idx, Day-Idx) = 'Y'
              Compute Daily-Accrual Rounded =
                      Accrual-Basis * Pc-New-Rate(Prod-Idx, Day-Idx)
                      / 36500
              Add Daily-Accrual to Acct-Proposed
           End-If.

       3200-FILE-THE-LINE.

      *    A short insertion: the table stays in key order so the
      *    report walks it in order without a sort.
           Move ZERO to Line-Slot.
           Perform 3210-FIND-THE-SLOT
               Varying Line-Idx From 1 By 1
               Until Line-Idx > Line-Count
                   Or Line-Slot > ZERO.
           If Line-Slot > ZERO
              And Ln-Key(Line-Slot) = Line-Probe
              Exit Paragraph
           End-If.
           If Line-Count >= Max-Lines
              Move ZERO to Line-Slot
              Exit Paragraph
           End-If.
           If Line-Slot = ZERO
              Add 1 to Line-Count
              Move Line-Count to Line-Slot
           Else
              Perform 3220-SHIFT-ONE-LINE
                  Varying Line-Idx From Line-Count By -1
                  Until Line-Idx < Line-Slot
              Add 1 to Line-Count
           End-If.
           Move Line-Probe to Ln-Key(Line-Slot).
           Move ZERO to Ln-Accounts(Line-Slot).
           Move ZERO to Ln-Current(Line-Slot).
           Move ZERO to Ln-Proposed(Line-Slot).

       3210-FIND-THE-SLOT.

           If Ln-Key(Line-Idx) >= Line-Probe
              Move Line-Idx to Line-Slot
           End-If.

       3220-SHIFT-ONE-LINE.

           Move Line-Entry(Line-Idx) to Line-Entry(Line-Idx + 1).

       4000-REPORT-ONE-LINE.

           Compute Difference =
                   Ln-Proposed(Line-Idx) - Ln-Current(Line-Idx).
           Move Spaces to Detail-Line.
           Move Ln-Product(Line-Idx) to Detail-Line(1:4).
           Move Ln-Currency(Line-Idx) to Detail-Line(6:3).
           Move Ln-Branch(Line-Idx) to Detail-Line(10:4).
           Move Ln-Accounts(Line-Idx) to Count-Edited.
           Move Count-Edited to Detail-Line(15:8).
           Move Ln-Current(Line-Idx) to Amount-Edited.
           Move Amount-Edited to Detail-Line(24:17).
           Move Ln-Proposed(Line-Idx) to Amount-Edited.
           Move Amount-Edited to Detail-Line(44:17).
           Move Difference to Amount-Edited.
           Move Amount-Edited to Detail-Line(64:17).

      *    The difference rides into the writer in cents: each
      *    product and currency subtotal is what the change costs
      *    there, in that currency.
           Move Spaces to Control-Value.
           String Ln-Product(Line-Idx) ' ' Ln-Currency(Line-Idx)
                  Delimited By Size Into Control-Value.
           Compute Amount-For-Writer = Difference * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
