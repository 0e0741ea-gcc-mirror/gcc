      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Back-value interest adjustment.  Runs after gcobol-balance-
      *  posting.  A partner posting value-dated before the
      *  processing date - last Friday's salary credit arriving on
      *  Tuesday - moved the balance after the accrual had already
      *  run on the old balance for the days in between; this step
      *  works out the interest those days should have carried and
      *  raises it as an adjustment posting.
      *
      *  Tonight's postings are the 'B' balance images in the live
      *  journal stamped after the high-water mark the previous
      *  run left in the step's state file (the start of the
      *  processing date on a first run), so a posting run that
      *  crosses midnight is neither adjusted twice nor missed.
      *  The value date is the one the posting engine carried onto
      *  the after-image; the movement is the difference between
      *  the two images in the account's own currency - the
      *  original-currency balance for a foreign account - the
      *  same basis the accrual run uses.  The shop's own interest
      *  and charges (accrual, fee and adjustment origins) are
      *  never re-rated.
      *
      *    BK  back-valued: every day from the value date up to
      *        the day before the processing date is re-rated, and
      *        the interest the movement would have earned (or
      *        cost, for a debit) is posted
      *    FW  forward-valued (BACKVALUE-FORWARD, default Y): the
      *        money is on the balance from tonight but only
      *        earns from its value date, so the days from the
      *        processing date up to the day before the value date
      *        are re-rated and taken back
      *
      *  Each day carries the rate gcobol-interest-accrual had in
      *  force on it: the effective-dated product rate table, or
      *  a term deposit's contract rate on the days inside its
      *  term, the same choice the accrual run makes.  Daily
      *  interest is movement times rate over 36500, summed over
      *  the days and rounded once.
      *
      *  The adjustment is a posting in the posting feed's own
      *  layout - value-dated tonight, the account's currency, the
      *  'BV' origin, and a reference of the reason code followed
      *  by the journal run stamp and sequence of the posting it
      *  corrects - written to an adjustment file for the posting
      *  engine, which applies it like any other shop charge.  The
      *  file's count and amount hash go to the control-total
      *  ledger as a produced total.  Every movement looked at that
      *  needed an adjustment is listed on the back-value report
      *  through the shared report writer, the reason code as the
      *  control value; so is every movement that could not be
      *  adjusted - a day with no rate in force, or more days back
      *  than BACKVALUE-MAX-DAYS (three digits, default 366) - and
      *  such a night ends in error with the mark left where it
      *  was, so the rerun after the fix adjusts the same postings.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-mktime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-backvalue-adjust.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime
           FUNCTION posix-mktime.

       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant RATE-TABLE-PATH as "/tmp/feeds/rates.dat"
       >>Define Constant TD-FILE-PATH as "/tmp/gcobol-term-deposit.dat"
       >>Define Constant BV-OUT as "/tmp/feeds/bv-adjust.dat"
       >>Define Constant STATE-PATH as "/tmp/gcobol-backvalue.hwm"
       >>Define Constant BV-RPT-PATH as "/tmp/gcobol-backvalue.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT BV-FILE
                  ASSIGN TO Bv-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Bv-File-Status.
           SELECT STATE-FILE
                  ASSIGN TO State-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS State-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JN-RUN-STAMP         PIC 9(14).
           05  JN-SEQUENCE          PIC 9(08).
           05  JN-ACTION            PIC X(01).
           05  JN-KEY               PIC X(20).
           05  JN-BEFORE-IMAGE      PIC X(1024).
           05  JN-AFTER-IMAGE       PIC X(1024).

      * Adjustment postings, in the posting feed's layout.
       FD  BV-FILE.
       01  BV-RECORD.
           05  BV-ACCT-NO           PIC X(12).
           05  BV-DC-FLAG           PIC X(01).
           05  BV-AMOUNT            PIC 9(13)V99.
           05  BV-VALUE-DATE        PIC 9(08).
           05  BV-CURRENCY          PIC X(03).
           05  BV-ORIGIN            PIC X(02).
           05  BV-REFERENCE.
               10  BV-REASON        PIC X(02).
               10  BV-RUN-STAMP     PIC 9(14).
               10  BV-SEQUENCE      PIC 9(08).
           05  BV-COUNTER-ACCT      PIC X(12).

       FD  STATE-FILE.
       01  STATE-RECORD.
           05  ST-LAST-STAMP        PIC 9(14).
           05  FILLER               PIC X(01).
           05  ST-RUN-DATE          PIC 9(08).
           05  FILLER               PIC X(01).
           05  ST-ADJUSTMENTS       PIC 9(08).

       WORKING-STORAGE SECTION.
        77 Journal-Path         PIC X(100) VALUE JOURNAL-PATH.
        77 Rate-Table-Path      PIC X(100) VALUE RATE-TABLE-PATH.
        77 Td-Path              PIC X(100).
        77 Bv-Path              PIC X(100).
        77 State-Path           PIC X(100) VALUE STATE-PATH.
        77 Report-Path          PIC X(256) VALUE BV-RPT-PATH.
        77 Journal-File-Status  PIC X(02).
        77 Bv-File-Status       PIC X(02).
        77 State-File-Status    PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Processing-Date      PIC 9(08).
        77 Adjust-Forward       PIC X(01) VALUE 'Y'.
        77 Max-Back-Days        BINARY-LONG VALUE 366.
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

        77 High-Water-Stamp     PIC 9(14) VALUE ZERO.
        77 Newest-Stamp         PIC 9(14) VALUE ZERO.

      * The journal's balance images, re-described.
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
              88 IMG-IS-SHOP-INTEREST VALUE 'AC' 'FE' 'BV'.
           05 FILLER               PIC X(47).
        77 Before-Balance       PIC S9(13)V99.
        77 After-Balance        PIC S9(13)V99.
        77 Movement-Amount      PIC S9(13)V99.

      * The accrual run's effective-dated rate table.
        77 Rate-Status          BINARY-LONG SIGNED.
        77 Rate-Key-Len         BINARY-LONG VALUE 12.
        77 Rate-Rec-Len         BINARY-LONG VALUE 24.
        01 Rate-Table-Handle.
           05 Rate-Rt-Memory    USAGE POINTER.
           05 Rate-Rt-Count     BINARY-LONG.
           05 Rate-Rt-Key-Len   BINARY-LONG.
           05 Rate-Rt-Rec-Len   BINARY-LONG.
        01 Rate-Probe-Key.
           05 Probe-Product     PIC X(04).
           05 Probe-Date        PIC 9(08).
        01 Rate-Result.
           05 Rate-Res-Product  PIC X(04).
           05 Rate-Res-Date     PIC 9(08).
           05 Rate-Res-Pct      PIC 9(03)V9(06).
           05 FILLER            PIC X(03).
        01 Probe-Tm.
           COPY tm.
        77 Probe-Epoch          BINARY-LONG.
        77 Probe-Tries          BINARY-LONG.
        77 Max-Probe-Days       BINARY-LONG VALUE 366.
        77 Rate-Was-Found       PIC X(01).
        77 Product-Pct          PIC 9(03)V9(06).
        77 Product-Rate-Known   PIC X(01).
        77 Day-Pct              PIC 9(03)V9(06).

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
        77 Is-Term-Deposit      PIC X(01).

      * The days being re-rated, walked at noon so a DST edge
      * never lands a step on the wrong day.
        77 Reason-Code          PIC X(02).
        77 From-Date            PIC 9(08).
        77 To-Date              PIC 9(08).
        77 Day-Date             PIC 9(08).
        77 Day-Count            BINARY-LONG.
        77 Day-Idx              BINARY-LONG.
        77 From-Epoch           BINARY-LONG.
        77 To-Epoch             BINARY-LONG.
        77 Day-Epoch            BINARY-LONG.
        01 Day-Tm.
           COPY tm.
        77 Interest-Sum         PIC S9(11)V9(08).
        77 Adjust-Amount        PIC S9(13)V99.
        77 Day-Was-Rated        PIC X(01).
        77 Outcome-Text         PIC X(20).

        77 Entries-Read         BINARY-LONG VALUE ZERO.
        77 Movements-Seen       BINARY-LONG VALUE ZERO.
        77 Back-Valued          BINARY-LONG VALUE ZERO.
        77 Forward-Valued       BINARY-LONG VALUE ZERO.
        77 Adjustments-Written  BINARY-LONG VALUE ZERO.
        77 Movements-Held       BINARY-LONG VALUE ZERO.
        77 Amount-Hash          PIC 9(16) VALUE ZERO.
        77 Movement-Edited      PIC -(12)9.99.
        77 Adjust-Edited        PIC -(12)9.99.
        77 Days-Edited          PIC ZZZ9.
        77 Amount-For-Writer    BINARY-DOUBLE.
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Total-Status         BINARY-LONG SIGNED.

      * CBL_CONTROL_TOTAL request block - this job produces the
      * adjustment posting file.
        01 Total-Request.
           05 Total-Role          PIC X(01).
           05 Total-File-Name     PIC X(100).
           05 Total-Record-Count  PIC 9(10).
           05 Total-Hash          PIC 9(16).
        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Held-Displayed       PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-backvalue-adjust'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-backvalue-adjust'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-SET-UP-THE-RUN.

           Call "CBL_REF_TABLE_LOAD"
                using Rate-Table-Handle, Rate-Table-Path,
                by value Rate-Key-Len, by value Rate-Rec-Len
                returning Rate-Status.
           If Rate-Status Not = ZERO
              Display 'Rate table '
                      Function Trim(Rate-Table-Path)
                      ' failed to load, status ' Rate-Status
                      ' - no adjustment without rates'
              Stop Run With Error Status 1
           End-If.
           Call "CBL_REF_TABLE_LOAD"
                using Td-Table-Handle, Td-Path,
                by value Td-Key-Len, by value Td-Rec-Len
                returning Td-Status.
           If Td-Status Not = ZERO
              Move ZERO to Td-Rt-Count
           End-If.

           Open Input JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Display 'Cannot open journal '
                      Function Trim(Journal-Path)
                      ' - file status ' Journal-File-Status
              Stop Run With Error Status 1
           End-If.
           Open Output BV-FILE.
           If Bv-File-Status Not = '00'
              Display 'Cannot open adjustment output '
                      Function Trim(Bv-Path)
                      ' - file status ' Bv-File-Status
              Stop Run With Error Status 1
           End-If.

           Move Spaces to Report-Title.
           String 'BACK-VALUE INTEREST ADJUSTMENTS - '
                  Processing-Date
                  Delimited By Size Into Report-Title.
           Move 'ACCOUNT      VALUED    DAYS         MOVEMENT     '
             & '  ADJUSTMENT  RSN OUTCOME'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start back-value report '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.

           Perform 2000-TAKE-ONE-ENTRY
               Until Journal-File-Status Not = '00'.

           Call "CBL_REPORT_END" returning Report-Status.
           Close JOURNAL-FILE.
           Close BV-FILE.
           Call "CBL_REF_TABLE_FREE" using Rate-Table-Handle
                returning Rate-Status.
           If Td-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FREE" using Td-Table-Handle
                   returning Td-Status
           End-If.

           Display 'Journal entries read: ' Entries-Read.
           Display 'Movements seen:       ' Movements-Seen.
           Display '  back-valued:        ' Back-Valued.
           Display '  forward-valued:     ' Forward-Valued.
           Display 'Adjustments written:  ' Adjustments-Written
                   ' (' Function Trim(Bv-Path) ')'.
           Display 'Could not be adjusted:' Movements-Held
                   ' (see ' Function Trim(Report-Path) ')'.

           Move 'P' to Total-Role.
           Move Bv-Path to Total-File-Name.
           Move Adjustments-Written to Total-Record-Count.
           Move Amount-Hash to Total-Hash.
           Call "CBL_CONTROL_TOTAL" using 'gcobol-backvalue-adjust',
                        Total-Request
                      returning Total-Status.

           Move Adjustments-Written to Cnt-Displayed.
           Move Movements-Held to Held-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' mark=' Newest-Stamp
                  ' adjustments=' Function Trim(Cnt-Displayed)
                  ' held=' Function Trim(Held-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-backvalue-adjust",
                        Audit-Args,
                        by value Movements-Held
                      returning Audit-Status.

           If Movements-Held > ZERO
      *       The mark stays put: the rerun after the fix sees the
      *       same postings and writes the whole file again.
              Call "CBL_RUN_FOOTER" using 'gcobol-backvalue-adjust'
                   by value 1, Entries-Read, Adjustments-Written
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Perform 5000-MOVE-THE-MARK.
           Call "CBL_RUN_FOOTER" using 'gcobol-backvalue-adjust'
                by value 0, Entries-Read, Adjustments-Written
                returning Footer-Status.
           Stop Run.

       0100-SET-UP-THE-RUN.

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

           Move 'BACKVALUE-OUT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        BV-OUT
                      returning Config-Status.
           Move Config-Value to Bv-Path.

           Move 'TD-FILE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        TD-FILE-PATH
                      returning Config-Status.
           Move Config-Value to Td-Path.

           Move 'BACKVALUE-FORWARD' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        'Y'
                      returning Config-Status.
           Move Config-Value(1:1) to Adjust-Forward.

           Move 'BACKVALUE-MAX-DAYS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '366'
                      returning Config-Status.
           If Config-Value(1:3) Numeric
              Move Function Numval(Config-Value(1:3))
                to Max-Back-Days
           End-If.

      *    The mark: the newest run stamp the last run adjusted.
           Compute High-Water-Stamp = Processing-Date * 1000000.
           Open Input STATE-FILE.
           If State-File-Status = '00'
              Read STATE-FILE
                 Not At End
                    If ST-LAST-STAMP Numeric
                       Move ST-LAST-STAMP to High-Water-Stamp
                    End-If
              End-Read
              Close STATE-FILE
           End-If.
           Move High-Water-Stamp to Newest-Stamp.
           Display 'Adjusting postings after run ' High-Water-Stamp
                   ' against ' Processing-Date.

       2000-TAKE-ONE-ENTRY.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
                 Exit Paragraph
           End-Read.
           If JN-RUN-STAMP Not Numeric
              Or JN-RUN-STAMP Not > High-Water-Stamp
              Exit Paragraph
           End-If.
           Add 1 to Entries-Read.
           If JN-RUN-STAMP > Newest-Stamp
              Move JN-RUN-STAMP to Newest-Stamp
           End-If.
           If JN-ACTION Not = 'B'
              Exit Paragraph
           End-If.

      *    The movement, in the account's own currency.
           If JN-BEFORE-IMAGE(1:128) = Low-Values
              Move ZERO to Before-Balance
           Else
              Move JN-BEFORE-IMAGE(1:128) to Image-Work
              If IMG-CURRENCY = Spaces
                 Move IMG-BALANCE to Before-Balance
              Else
                 Move IMG-ORIG-BALANCE to Before-Balance
              End-If
           End-If.
           Move JN-AFTER-IMAGE(1:128) to Image-Work.
           If IMG-BALANCE Not Numeric
              Or IMG-ORIG-BALANCE Not Numeric
              Or IMG-LAST-POSTED Not Numeric
              Or IMG-IS-SHOP-INTEREST
              Exit Paragraph
           End-If.
           If IMG-CURRENCY = Spaces
              Move IMG-BALANCE to After-Balance
           Else
              Move IMG-ORIG-BALANCE to After-Balance
           End-If.
           Compute Movement-Amount = After-Balance - Before-Balance.
           If Movement-Amount = ZERO
              Exit Paragraph
           End-If.
           Add 1 to Movements-Seen.

           Evaluate True
              When IMG-LAST-POSTED < Processing-Date
                 Move 'BK' to Reason-Code
                 Move IMG-LAST-POSTED to From-Date
                 Move Processing-Date to To-Date
                 Add 1 to Back-Valued
              When IMG-LAST-POSTED > Processing-Date
                   And Adjust-Forward = 'Y'
                 Move 'FW' to Reason-Code
                 Move Processing-Date to From-Date
                 Move IMG-LAST-POSTED to To-Date
                 Add 1 to Forward-Valued
              When Other
                 Exit Paragraph
           End-Evaluate.
           Perform 3000-RERATE-THE-DAYS.

       3000-RERATE-THE-DAYS.

      *    From-Date up to the day before To-Date.
           Move From-Date to Day-Date.
           Perform 6000-SET-DAY-EPOCH.
           Move Day-Epoch to From-Epoch.
           Move To-Date to Day-Date.
           Perform 6000-SET-DAY-EPOCH.
           Move Day-Epoch to To-Epoch.
           Compute Day-Count =
                   (To-Epoch - From-Epoch + 43200) / 86400.
           Move ZERO to Adjust-Amount.
           If Day-Count > Max-Back-Days
              Add 1 to Movements-Held
              Move 'TOO MANY DAYS - HELD' to Outcome-Text
              Perform 7000-REPORT-THE-MOVEMENT
              Exit Paragraph
           End-If.

           Move 'N' to Is-Term-Deposit.
           If Td-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FIND"
                   using Td-Table-Handle, IMG-ACCT-NO, Td-Result
                   returning Td-Status
              If Td-Status = ZERO And Td-Res-Is-Active
                 Move 'Y' to Is-Term-Deposit
              End-If
           End-If.

           Move ZERO to Interest-Sum.
           Move 'N' to Product-Rate-Known.
           Move 'Y' to Day-Was-Rated.
           Move From-Date to Day-Date.
           Move From-Epoch to Day-Epoch.
           Perform 3100-RATE-ONE-DAY
               Varying Day-Idx From 1 By 1
               Until Day-Idx > Day-Count
                  Or Day-Was-Rated = 'N'.
           If Day-Was-Rated = 'N'
              Add 1 to Movements-Held
              Move 'NO RATE - HELD' to Outcome-Text
              Perform 7000-REPORT-THE-MOVEMENT
              Exit Paragraph
           End-If.

           Compute Adjust-Amount Rounded = Interest-Sum.
           If Reason-Code = 'FW'
              Compute Adjust-Amount = ZERO - Adjust-Amount
           End-If.
           If Adjust-Amount = ZERO
              Exit Paragraph
           End-If.
           Perform 4000-WRITE-THE-ADJUSTMENT.
           Move 'ADJUSTED' to Outcome-Text.
           Perform 7000-REPORT-THE-MOVEMENT.

       3100-RATE-ONE-DAY.

      *    A deposit inside its term earns its contract rate;
      *    any other day earns the product rate in force, found
      *    by the full probe once and then watched for a change
      *    effective on each later day.
           If Is-Term-Deposit = 'Y'
              And Td-Res-Start Not > Day-Date
              And Td-Res-Maturity > Day-Date
              Move Td-Res-Rate to Day-Pct
           Else
              If Product-Rate-Known = 'N'
                 Perform 8000-FIND-RATE-IN-FORCE
                 If Rate-Was-Found Not = 'Y'
                    Move 'N' to Day-Was-Rated
                    Exit Paragraph
                 End-If
                 Move Rate-Res-Pct to Product-Pct
                 Move 'Y' to Product-Rate-Known
              Else
                 Move IMG-PRODUCT-CODE to Probe-Product
                 Move Day-Date to Probe-Date
                 Call "CBL_REF_TABLE_FIND"
                      using Rate-Table-Handle, Rate-Probe-Key,
                            Rate-Result
                      returning Rate-Status
                 If Rate-Status = ZERO
                    Move Rate-Res-Pct to Product-Pct
                 End-If
              End-If
              Move Product-Pct to Day-Pct
           End-If.
           Compute Interest-Sum =
                   Interest-Sum + Movement-Amount * Day-Pct / 36500.

      *    Noon plus a day stays mid-day across DST edges.
           Add 86400 to Day-Epoch.
           Move Function posix-localtime(Day-Epoch, Day-Tm)
             to status-code.
           Compute Day-Date =
                   (tm_year of Day-Tm + 1900) * 10000
                 + (tm_mon  of Day-Tm + 1)    * 100
                 +  tm_mday of Day-Tm.

       4000-WRITE-THE-ADJUSTMENT.

           Move Spaces to BV-RECORD.
           Move IMG-ACCT-NO to BV-ACCT-NO.
           If Adjust-Amount > ZERO
              Move 'C' to BV-DC-FLAG
              Move Adjust-Amount to BV-AMOUNT
           Else
              Move 'D' to BV-DC-FLAG
              Compute BV-AMOUNT = ZERO - Adjust-Amount
           End-If.
           Move Processing-Date to BV-VALUE-DATE.
           Move IMG-CURRENCY to BV-CURRENCY.
           Move 'BV' to BV-ORIGIN.
           Move Reason-Code to BV-REASON.
           Move JN-RUN-STAMP to BV-RUN-STAMP.
           Move JN-SEQUENCE to BV-SEQUENCE.
           Write BV-RECORD.
           Add 1 to Adjustments-Written.
           Add BV-AMOUNT to Amount-Hash.

       5000-MOVE-THE-MARK.

           Open Output STATE-FILE.
           If State-File-Status Not = '00'
              Display '*** cannot record the adjustment mark in '
                      Function Trim(State-Path)
                      ' - the next run will adjust these postings '
                      'again'
              Exit Paragraph
           End-If.
           Move Spaces to STATE-RECORD.
           Move Newest-Stamp to ST-LAST-STAMP.
           Move Processing-Date to ST-RUN-DATE.
           Move Adjustments-Written to ST-ADJUSTMENTS.
           Write STATE-RECORD.
           Close STATE-FILE.

       6000-SET-DAY-EPOCH.

           Initialize Day-Tm.
           Compute tm_year of Day-Tm = Day-Date / 10000 - 1900.
           Compute tm_mon  of Day-Tm =
                   Function Mod(Day-Date / 100, 100) - 1.
           Compute tm_mday of Day-Tm = Function Mod(Day-Date, 100).
           Move 12 to tm_hour of Day-Tm.
           Move -1 to tm_isdst of Day-Tm.
           Move Function posix-mktime(Day-Tm) to Day-Epoch.

       7000-REPORT-THE-MOVEMENT.

           Move Movement-Amount to Movement-Edited.
           Move Adjust-Amount to Adjust-Edited.
           Move Day-Count to Days-Edited.
           Move Spaces to Detail-Line.
           String IMG-ACCT-NO ' ' IMG-LAST-POSTED ' ' Days-Edited
                  ' ' Movement-Edited ' ' Adjust-Edited '  '
                  Reason-Code '  ' Outcome-Text
                  Delimited By Size Into Detail-Line.
           Move Spaces to Control-Value.
           If Reason-Code = 'BK'
              Move 'BK BACK-VALUED' to Control-Value
           Else
              Move 'FW FORWARD-VALUED' to Control-Value
           End-If.
           Compute Amount-For-Writer = Adjust-Amount * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       8000-FIND-RATE-IN-FORCE.

      *    The accrual run's probe: the day itself, then a day at
      *    a time back to the latest effective date.
           Move 'N' to Rate-Was-Found.
           Move IMG-PRODUCT-CODE to Probe-Product.
           Move Day-Date to Probe-Date.
           Perform 8100-SET-PROBE-EPOCH.
           Move ZERO to Probe-Tries.
           Perform 8200-PROBE-ONE-DATE
               Until Rate-Was-Found = 'Y'
                   Or Probe-Tries >= Max-Probe-Days.

       8100-SET-PROBE-EPOCH.

           Initialize Probe-Tm.
           Compute tm_year of Probe-Tm = Probe-Date / 10000 - 1900.
           Compute tm_mon  of Probe-Tm =
                   Function Mod(Probe-Date / 100, 100) - 1.
           Compute tm_mday of Probe-Tm =
                   Function Mod(Probe-Date, 100).
           Move 12 to tm_hour of Probe-Tm.
           Move Function posix-mktime(Probe-Tm) to Probe-Epoch.

       8200-PROBE-ONE-DATE.

           Add 1 to Probe-Tries.
           Call "CBL_REF_TABLE_FIND"
                using Rate-Table-Handle, Rate-Probe-Key,
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
