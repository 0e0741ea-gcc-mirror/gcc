      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Nightly standing-instruction scheduler.  Walks the
      *  standing-instruction file gcobol-standing-instr maintains
      *  and, for every instruction due on the processing date,
      *  writes the internal transfer that carries it out - debit
      *  on the customer's account, credit on the counterparty,
      *  referenced by the instruction id - to a standing-order
      *  posting file in the posting feed's own layout with origin
      *  'SI'.  Like the accrual and fee runs, the money then goes
      *  through the posting engine's matched, journaled,
      *  reversible path; this job never touches a balance.
      *
      *  Each instruction carries its next nominal due date: the
      *  start date for a weekly one, day N of the month (the last
      *  day when the month is shorter) for a monthly one, the last
      *  day of the month for a month-end one.  A nominal date that
      *  is not a business day falls on the following business day
      *  by CBL_BUSINESS_CALENDAR; the instruction is due when that
      *  day has arrived.  Once paid, the nominal date steps on by
      *  the frequency past the processing date, and an instruction
      *  whose next date passes its end date is marked ended.
      *
      *  Funds are checked before anything is written, the posting
      *  engine's way: the account's base balance, less what this
      *  run has already committed against it, less the payment in
      *  base currency, may not fall below the negative of the
      *  account's unexpired approved limit and the site tolerance
      *  (LIMIT-TOLERANCE).  An instruction short of funds is
      *  retried on each of the next business days, up to the site
      *  retry count (SI-RETRY-DAYS, two digits, default 03); when
      *  the last retry also fails, that payment is cancelled and
      *  the instruction waits for its next due date.  A payment
      *  that cannot be made at all - no balance record, currency
      *  not the account's, no FX rate - is cancelled at once.
      *  Every retry and cancellation is listed on the
      *  standing-order exception report through the shared report
      *  writer.
      *
      *  A counterparty on the external payee table
      *  (EXT-PAYEE-PATH) is outside the bank: the payment is then
      *  a plain debit on the customer's account naming the payee
      *  id as its counterparty - the posting layout's mark of
      *  money leaving the bank - and gcobol-ach-outbound sends the
      *  matching ACH credit once the posting engine has applied
      *  the debit.  Only a base-currency payment can go out that
      *  way; any other is cancelled (EXT NOT BASE).
      *
      *  The instruction file is rewritten with each instruction's
      *  new state after its current version is kept under the
      *  .prev name; the posting file's count and amount hash go to
      *  the control-total ledger as a produced total.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-mktime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-standing-orders.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime
           FUNCTION posix-mktime.

       >>Define Constant SI-FILE-PATH as "/tmp/gcobol-standing.dat"
       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant SI-OUT as "/tmp/feeds/si-post.dat"
       >>Define Constant SI-RPT-PATH as "/tmp/gcobol-si-exceptions.rpt"
       >>Define Constant FX-RATE-PATH as "/tmp/feeds/fx-rates.dat"
       >>Define Constant LIMIT-PATH as "/tmp/feeds/acct-limits.dat"
       >>Define Constant BASE-CCY as "USD"
       >>Define Constant EXT-PAYEE-PATH as "/tmp/feeds/ext-payees.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SI-FILE
                  ASSIGN TO Si-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Si-File-Status.
           SELECT SI-NEW-FILE
                  ASSIGN TO Si-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Si-New-Status.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BAL-ACCT-NO
                  FILE STATUS IS Balance-File-Status.
           SELECT SO-FILE
                  ASSIGN TO So-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS So-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SI-FILE.
       01  SI-RECORD.
           05  SI-ID                PIC X(08).
           05  SI-ACCT-NO           PIC X(12).
           05  SI-AMOUNT            PIC 9(13)V99.
           05  SI-CURRENCY          PIC X(03).
           05  SI-FREQUENCY         PIC X(01).
               88  SI-IS-WEEKLY         VALUE 'W'.
               88  SI-IS-MONTHLY        VALUE 'M'.
               88  SI-IS-MONTH-END      VALUE 'E'.
           05  SI-DAY-OF-MONTH      PIC 9(02).
           05  SI-START-DATE        PIC 9(08).
           05  SI-END-DATE          PIC 9(08).
           05  SI-COUNTER-ACCT      PIC X(12).
           05  SI-STATUS            PIC X(01).
               88  SI-IS-ACTIVE         VALUE 'A'.
               88  SI-IS-RETRYING       VALUE 'R'.
               88  SI-IS-CANCELLED      VALUE 'X'.
               88  SI-IS-ENDED          VALUE 'E'.
           05  SI-NEXT-DUE          PIC 9(08).
           05  SI-RETRIES-USED      PIC 9(02).
           05  SI-LAST-PAID         PIC 9(08).
           05  SI-LAST-TRIED        PIC 9(08).

       FD  SI-NEW-FILE.
       01  SI-NEW-RECORD            PIC X(96).

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
           05  FILLER               PIC X(39).

      * Standing-order postings, in the posting feed's layout.
       FD  SO-FILE.
       01  SO-RECORD.
           05  SO-ACCT-NO           PIC X(12).
           05  SO-DC-FLAG           PIC X(01).
           05  SO-AMOUNT            PIC 9(13)V99.
           05  SO-VALUE-DATE        PIC 9(08).
           05  SO-CURRENCY          PIC X(03).
           05  SO-ORIGIN            PIC X(02).
           05  SO-REFERENCE         PIC X(24).
           05  SO-COUNTER-ACCT      PIC X(12).

       WORKING-STORAGE SECTION.
        77 Si-Path              PIC X(100).
        77 Si-New-Path          PIC X(104).
        77 Si-Prev-Path         PIC X(105).
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 So-Path              PIC X(100).
        77 Report-Path          PIC X(256) VALUE SI-RPT-PATH.
        77 Si-File-Status       PIC X(02).
        77 Si-New-Status        PIC X(02).
        77 Balance-File-Status  PIC X(02).
        77 So-File-Status       PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Copy-Status          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
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

      * Date stepping: the nominal due date is moved a week or a
      * month at a time, and mktime normalizes the result.
        01 Step-Date            PIC 9(08).
        01 Step-Date-Parts REDEFINES Step-Date.
           05 Step-Year         PIC 9(04).
           05 Step-Month        PIC 9(02).
           05 Step-Day          PIC 9(02).
        01 Step-Tm.
           COPY tm.
        77 Step-Epoch           BINARY-LONG.
        77 Month-Last-Day       PIC 9(02).
        77 Step-Tries           BINARY-LONG.
        77 Due-Date             PIC 9(08).

      * Daily FX rate table, the posting engine's.
        77 Base-Currency        PIC X(03).
        77 Fx-Rate-Path         PIC X(100) VALUE FX-RATE-PATH.
        77 Fx-Status            BINARY-LONG SIGNED.
        77 Fx-Key-Len           BINARY-LONG VALUE 3.
        77 Fx-Rec-Len           BINARY-LONG VALUE 16.
        01 Fx-Table-Handle.
           05 Fx-Rt-Memory      USAGE POINTER.
           05 Fx-Rt-Count       BINARY-LONG.
           05 Fx-Rt-Key-Len     BINARY-LONG.
           05 Fx-Rt-Rec-Len     BINARY-LONG.
        01 Fx-Result.
           05 Fx-Res-Currency   PIC X(03).
           05 Fx-Res-Rate       PIC 9(03)V9(06).
           05 FILLER            PIC X(04).

      * Account limit file, the posting engine's.
        77 Limit-Path           PIC X(100) VALUE LIMIT-PATH.
        77 Limit-Status         BINARY-LONG SIGNED.
        77 Limit-Key-Len        BINARY-LONG VALUE 12.
        77 Limit-Rec-Len        BINARY-LONG VALUE 33.
        01 Limit-Table-Handle.
           05 Limit-Rt-Memory   USAGE POINTER.
           05 Limit-Rt-Count    BINARY-LONG.
           05 Limit-Rt-Key-Len  BINARY-LONG.
           05 Limit-Rt-Rec-Len  BINARY-LONG.
        01 Limit-Result.
           05 Limit-Res-Acct    PIC X(12).
           05 Limit-Res-Amount  PIC 9(11)V99.
           05 Limit-Res-Expiry  PIC 9(08).
        77 Limit-Tolerance      PIC 9(11)V99 VALUE ZERO.
        77 Approved-Limit       PIC 9(11)V99.
        77 Limit-Floor          PIC S9(13)V99.

      * Payees outside the bank.
        77 Payee-Path           PIC X(100).
        77 Counter-Is-External  PIC X(01).
        77 Payee-Status         BINARY-LONG SIGNED.
        77 Payee-Key-Len        BINARY-LONG VALUE 12.
        77 Payee-Rec-Len        BINARY-LONG VALUE 61.
        01 Payee-Table-Handle.
           05 Payee-Rt-Memory   USAGE POINTER.
           05 Payee-Rt-Count    BINARY-LONG.
           05 Payee-Rt-Key-Len  BINARY-LONG.
           05 Payee-Rt-Rec-Len  BINARY-LONG.
        01 Payee-Result.
           05 Payee-Res-Id      PIC X(12).
           05 Payee-Res-Routing PIC X(09).
           05 Payee-Res-Account PIC X(17).
           05 Payee-Res-Type    PIC X(01).
           05 Payee-Res-Name    PIC X(22).

      * What this run has already committed against each account,
      * so two instructions on one account cannot both spend the
      * same money.
        77 Commit-Count         BINARY-LONG VALUE ZERO.
        77 Max-Commits          BINARY-LONG VALUE 5000.
        77 Commit-Idx           BINARY-LONG.
        77 Commit-Found         BINARY-LONG.
        01 Commit-Table.
           05 Commit-Entry OCCURS 5000 TIMES.
              10 CMT-ACCT-NO       PIC X(12).
              10 CMT-BASE-AMOUNT   PIC S9(13)V99.

        77 Retry-Days           PIC 9(02) VALUE 3.
        77 Posting-Currency     PIC X(03).
        77 Base-Amount          PIC 9(13)V99.
        77 Projected-Balance    PIC S9(13)V99.
        77 Payment-Outcome      PIC X(01).
           88 Payment-Is-Good      VALUE 'G'.
           88 Payment-Is-Short     VALUE 'S'.
           88 Payment-Is-Bad       VALUE 'B'.
        77 Failure-Reason       PIC X(16).

        77 Instructions-Read    BINARY-LONG VALUE ZERO.
        77 Payments-Made        BINARY-LONG VALUE ZERO.
        77 Retries-Pending      BINARY-LONG VALUE ZERO.
        77 Payments-Cancelled   BINARY-LONG VALUE ZERO.
        77 Instructions-Ended   BINARY-LONG VALUE ZERO.
        77 Postings-Written     BINARY-LONG VALUE ZERO.
        77 Amount-Hash          PIC 9(16) VALUE ZERO.
        77 Amount-Edited        PIC Z(12)9.99.
        77 Retry-Edited         PIC Z9.
        77 Amount-For-Writer    BINARY-DOUBLE.
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Total-Status         BINARY-LONG SIGNED.

      * CBL_CONTROL_TOTAL request block - this job produces the
      * standing-order posting file.
        01 Total-Request.
           05 Total-Role          PIC X(01).
           05 Total-File-Name     PIC X(100).
           05 Total-Record-Count  PIC 9(10).
           05 Total-Hash          PIC 9(16).
        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Cxl-Displayed        PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-standing-orders'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-standing-orders'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-SETTINGS.

           Open Input SI-FILE.
           If Si-File-Status Not = '00'
              Display 'No standing-instruction file '
                      Function Trim(Si-Path)
                      ' - nothing to schedule'
              Call "CBL_RUN_FOOTER" using 'gcobol-standing-orders'
                   by value 0, 0, 0
                   returning Footer-Status
              Stop Run
           End-If.

           Open Input BALANCE-FILE.
           If Balance-File-Status Not = '00'
              Display 'Cannot open balance file '
                      Function Trim(Balance-Path)
                      ' - file status ' Balance-File-Status
              Stop Run With Error Status 1
           End-If.

           Call "CBL_REF_TABLE_LOAD"
                using Fx-Table-Handle, Fx-Rate-Path,
                by value Fx-Key-Len, by value Fx-Rec-Len
                returning Fx-Status.
           Call "CBL_REF_TABLE_LOAD"
                using Limit-Table-Handle, Limit-Path,
                by value Limit-Key-Len, by value Limit-Rec-Len
                returning Limit-Status.
           If Limit-Status = 2
              Display 'Account limit file '
                      Function Trim(Limit-Path)
                      ' is out of account order - fix it and rerun'
              Stop Run With Error Status 1
           End-If.
           Call "CBL_REF_TABLE_LOAD"
                using Payee-Table-Handle, Payee-Path,
                by value Payee-Key-Len, by value Payee-Rec-Len
                returning Payee-Status.
           If Payee-Status Not = ZERO
              Move ZERO to Payee-Rt-Count
           End-If.

      *    The instructions' new state is written beside the old
      *    file; the old one is kept under .prev before the swap.
           Open Output SI-NEW-FILE.
           If Si-New-Status Not = '00'
              Display 'Cannot write ' Function Trim(Si-New-Path)
              Stop Run With Error Status 1
           End-If.

           Open Output SO-FILE.
           If So-File-Status Not = '00'
              Display 'Cannot open standing-order posting file '
                      Function Trim(So-Path)
              Stop Run With Error Status 1
           End-If.

           Move Spaces to Report-Title.
           String 'STANDING ORDERS NOT PAID - ' Processing-Date
                  Delimited By Size Into Report-Title.
           Move 'INSTR    ACCOUNT      COUNTERPARTY          AMOUNT'
             & ' CCY  DUE       OUTCOME'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start standing-order report '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.

           Perform 2000-SCHEDULE-ONE-INSTRUCTION
               Until Si-File-Status Not = '00'.

           Call "CBL_REPORT_END" returning Report-Status.
           Close SI-FILE SI-NEW-FILE.
           Close BALANCE-FILE SO-FILE.
           Call "CBL_REF_TABLE_FREE" using Fx-Table-Handle
                returning Fx-Status.
           If Limit-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FREE" using Limit-Table-Handle
                   returning Limit-Status
           End-If.
           If Payee-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FREE" using Payee-Table-Handle
                   returning Payee-Status
           End-If.

      *    Tonight's postings are already written; an instruction
      *    file left unswapped would pay them all again tomorrow.
           Call "CBL_COPY_FILE" using Si-Path, Si-Prev-Path
                      returning Copy-Status.
           If Copy-Status Not = ZERO
              Display '*** instruction-file backup failed - '
                      Function Trim(Si-Path) ' not copied to '
                      Function Trim(Si-Prev-Path) '; tonight''s '
                      'instructions are at ' Function Trim(Si-New-Path)
                      ' and must replace it before the next run'
              Stop Run With Error Status 1
           End-If.
           Call "CBL_RENAME_FILE" using Si-New-Path, Si-Path
                      returning status-code.
           If status-code Not = ZERO
              Display '*** instruction-file swap failed - tonight''s '
                      'instructions are at ' Function Trim(Si-New-Path)
                      ' and must replace ' Function Trim(Si-Path)
                      ' before the next run'
              Stop Run With Error Status 1
           End-If.

           Display 'Instructions read:   ' Instructions-Read.
           Display 'Payments made:       ' Payments-Made
                   ' (postings ' Function Trim(So-Path) ')'.
           Display 'Awaiting retry:      ' Retries-Pending.
           Display 'Payments cancelled:  ' Payments-Cancelled
                   ' (see ' Function Trim(Report-Path) ')'.
           Display 'Instructions ended:  ' Instructions-Ended.

           Move 'P' to Total-Role.
           Move So-Path to Total-File-Name.
           Move Postings-Written to Total-Record-Count.
           Move Amount-Hash to Total-Hash.
           Call "CBL_CONTROL_TOTAL" using 'gcobol-standing-orders',
                        Total-Request
                      returning Total-Status.

           Move Payments-Made to Cnt-Displayed.
           Move Payments-Cancelled to Cxl-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' paid=' Function Trim(Cnt-Displayed)
                  ' cancelled=' Function Trim(Cxl-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-standing-orders",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-standing-orders'
                by value 0, Instructions-Read, Postings-Written
                returning Footer-Status.
           Stop Run.

       0100-RESOLVE-THE-SETTINGS.

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
           Display 'Standing orders due by ' Processing-Date.

           Move 'SI-FILE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        SI-FILE-PATH
                      returning Config-Status.
           Move Config-Value to Si-Path.
           Move Spaces to Si-New-Path.
           String Function Trim(Si-Path) '.new'
             Delimited By Size Into Si-New-Path.
           Move Spaces to Si-Prev-Path.
           String Function Trim(Si-Path) '.prev'
             Delimited By Size Into Si-Prev-Path.

           Move 'SI-OUT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        SI-OUT
                      returning Config-Status.
           Move Config-Value to So-Path.

           Move 'SI-RETRY-DAYS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '03'
                      returning Config-Status.
           If Config-Value(1:2) Numeric
              Move Function Numval(Config-Value(1:2))
                to Retry-Days
           End-If.

           Move 'BASE-CURRENCY' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        BASE-CCY
                      returning Config-Status.
           Move Config-Value(1:3) to Base-Currency.

           Move 'EXT-PAYEE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        EXT-PAYEE-PATH
                      returning Config-Status.
           Move Config-Value to Payee-Path.

           Move 'LIMIT-TOLERANCE' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '0'
                      returning Config-Status.
           If Config-Value(1:9) Numeric
              Move Function Numval(Config-Value(1:9))
                to Limit-Tolerance
           End-If.

       2000-SCHEDULE-ONE-INSTRUCTION.

           Read SI-FILE
              At End
                 Move '10' to Si-File-Status
              Not At End
                 Add 1 to Instructions-Read
                 If SI-IS-ACTIVE Or SI-IS-RETRYING
                    Perform 3000-CONSIDER-THE-INSTRUCTION
                 End-If
                 Move SI-RECORD to SI-NEW-RECORD
                 Write SI-NEW-RECORD
           End-Read.

       3000-CONSIDER-THE-INSTRUCTION.

           If SI-NEXT-DUE = ZERO Or SI-NEXT-DUE Not Numeric
              Perform 4000-FIND-THE-FIRST-DUE
           End-If.
           If SI-END-DATE Numeric
              And SI-END-DATE Not = ZERO
              And SI-NEXT-DUE > SI-END-DATE
              Move 'E' to SI-STATUS
              Add 1 to Instructions-Ended
              Exit Paragraph
           End-If.

      *    A nominal date on a weekend or holiday is paid on the
      *    following business day.
           Move 'F' to Cal-Function.
           Move SI-NEXT-DUE to Cal-Date.
           Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                returning Calendar-Status.
           Move Cal-Date to Due-Date.
           If Due-Date > Processing-Date
              Exit Paragraph
           End-If.
           If SI-LAST-TRIED = Processing-Date
              Exit Paragraph
           End-If.
           Move Processing-Date to SI-LAST-TRIED.

           Perform 5000-CHECK-THE-FUNDS.
           Evaluate True
              When Payment-Is-Good
                 Perform 6000-WRITE-THE-POSTINGS
                 Add 1 to Payments-Made
                 Move Processing-Date to SI-LAST-PAID
                 Perform 3100-CLOSE-THE-OCCURRENCE
              When Payment-Is-Short
                 And SI-RETRIES-USED < Retry-Days
                 Add 1 to SI-RETRIES-USED
                 Move 'R' to SI-STATUS
                 Add 1 to Retries-Pending
                 Move SI-RETRIES-USED to Retry-Edited
                 Move Spaces to Failure-Reason
                 String 'RETRY ' Retry-Edited ' OF '
                        Retry-Days
                        Delimited By Size Into Failure-Reason
                 Perform 7000-REPORT-THE-FAILURE
              When Other
                 If Payment-Is-Short
                    Move 'CANCELLED - NSF' to Failure-Reason
                 End-If
                 Add 1 to Payments-Cancelled
                 Perform 7000-REPORT-THE-FAILURE
                 Perform 3100-CLOSE-THE-OCCURRENCE
           End-Evaluate.

       3100-CLOSE-THE-OCCURRENCE.

      *    Paid or given up on, this occurrence is done: the
      *    instruction steps on to its next date after tonight.
           Move 'A' to SI-STATUS.
           Move ZERO to SI-RETRIES-USED.
           Move ZERO to Step-Tries.
           Perform 4100-ADVANCE-ONE-PERIOD
               Until SI-NEXT-DUE > Processing-Date
                   Or Step-Tries > 600.
           If SI-END-DATE Numeric
              And SI-END-DATE Not = ZERO
              And SI-NEXT-DUE > SI-END-DATE
              Move 'E' to SI-STATUS
              Add 1 to Instructions-Ended
           End-If.

       4000-FIND-THE-FIRST-DUE.

           Move SI-START-DATE to Step-Date.
           Evaluate True
              When SI-IS-MONTHLY
                 Perform 8300-FIND-THE-MONTH-END
                 Perform 8500-SET-THE-DAY-OF-MONTH
                 If Step-Date < SI-START-DATE
                    Perform 8400-STEP-ONE-MONTH
                    Perform 8300-FIND-THE-MONTH-END
                    Perform 8500-SET-THE-DAY-OF-MONTH
                 End-If
              When SI-IS-MONTH-END
                 Perform 8300-FIND-THE-MONTH-END
                 Move Month-Last-Day to Step-Day
              When Other
                 Continue
           End-Evaluate.
           Move Step-Date to SI-NEXT-DUE.
           Move ZERO to SI-RETRIES-USED.

       4100-ADVANCE-ONE-PERIOD.

           Add 1 to Step-Tries.
           Move SI-NEXT-DUE to Step-Date.
           Evaluate True
              When SI-IS-MONTHLY
                 Perform 8400-STEP-ONE-MONTH
                 Perform 8300-FIND-THE-MONTH-END
                 Perform 8500-SET-THE-DAY-OF-MONTH
              When SI-IS-MONTH-END
                 Perform 8400-STEP-ONE-MONTH
                 Perform 8300-FIND-THE-MONTH-END
                 Move Month-Last-Day to Step-Day
              When Other
                 Perform 8100-STEP-ONE-WEEK
           End-Evaluate.
           Move Step-Date to SI-NEXT-DUE.

       5000-CHECK-THE-FUNDS.

           Move 'G' to Payment-Outcome.
           Move Spaces to Failure-Reason.

           If SI-CURRENCY = Spaces
              Move Base-Currency to Posting-Currency
           Else
              Move SI-CURRENCY to Posting-Currency
           End-If.

      *    An outside payee is paid by ACH, in base currency only.
           Move 'N' to Counter-Is-External.
           If Payee-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FIND"
                   using Payee-Table-Handle, SI-COUNTER-ACCT,
                         Payee-Result
                   returning Payee-Status
              If Payee-Status = ZERO
                 Move 'Y' to Counter-Is-External
              End-If
           End-If.
           If Counter-Is-External = 'Y'
              And Posting-Currency Not = Base-Currency
              Move 'B' to Payment-Outcome
              Move 'EXT NOT BASE' to Failure-Reason
              Exit Paragraph
           End-If.

      *    The counterparty must be able to take the money in the
      *    instruction's currency; a new account is born on its
      *    first credit.
           If Counter-Is-External = 'N'
              Move SI-COUNTER-ACCT to BAL-ACCT-NO
              Read BALANCE-FILE
                 Invalid Key
                    Continue
                 Not Invalid Key
                    If BAL-CURRENCY Not = Posting-Currency
                       Move 'B' to Payment-Outcome
                       Move 'CPTY CCY MIX' to Failure-Reason
                       Exit Paragraph
                    End-If
              End-Read
           End-If.

           Move SI-ACCT-NO to BAL-ACCT-NO.
           Read BALANCE-FILE
              Invalid Key
                 Move 'B' to Payment-Outcome
                 Move 'NO BALANCE' to Failure-Reason
                 Exit Paragraph
           End-Read.
           If BAL-CURRENCY Not = Posting-Currency
              Move 'B' to Payment-Outcome
              Move 'CURRENCY MIX' to Failure-Reason
              Exit Paragraph
           End-If.

           If Posting-Currency = Base-Currency
              Move SI-AMOUNT to Base-Amount
           Else
              Call "CBL_REF_TABLE_FIND"
                   using Fx-Table-Handle, Posting-Currency,
                         Fx-Result
                   returning Fx-Status
              If Fx-Status Not = ZERO
                 Move 'B' to Payment-Outcome
                 Move 'NO FX RATE' to Failure-Reason
                 Exit Paragraph
              End-If
              Compute Base-Amount Rounded =
                      SI-AMOUNT * Fx-Res-Rate
           End-If.

           Move ZERO to Commit-Found.
           Perform 5100-FIND-THE-COMMITMENT
               Varying Commit-Idx From 1 By 1
               Until Commit-Idx > Commit-Count
                   Or Commit-Found > ZERO.
           Compute Projected-Balance = BAL-BALANCE - Base-Amount.
           If Commit-Found > ZERO
              Subtract CMT-BASE-AMOUNT(Commit-Found)
                  from Projected-Balance
           End-If.
           If Projected-Balance >= ZERO
              Exit Paragraph
           End-If.

           Move ZERO to Approved-Limit.
           If Limit-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FIND"
                   using Limit-Table-Handle, SI-ACCT-NO,
                         Limit-Result
                   returning Limit-Status
              If Limit-Status = ZERO
                 And Limit-Res-Amount Numeric
                 And (Limit-Res-Expiry Not Numeric
                   Or Limit-Res-Expiry = ZERO
                   Or Limit-Res-Expiry >= Processing-Date)
                 Move Limit-Res-Amount to Approved-Limit
              End-If
           End-If.
           Compute Limit-Floor =
                   ZERO - Approved-Limit - Limit-Tolerance.
           If Projected-Balance < Limit-Floor
              Move 'S' to Payment-Outcome
              Move 'INSUFFICIENT' to Failure-Reason
           End-If.

       5100-FIND-THE-COMMITMENT.

           If CMT-ACCT-NO(Commit-Idx) = SI-ACCT-NO
              Move Commit-Idx to Commit-Found
           End-If.

       6000-WRITE-THE-POSTINGS.

      *    One transfer record carries both legs, so the posting
      *    engine moves the two balances together or not at all.
      *    Money to an outside payee is a debit naming the payee.
           Move Spaces to SO-RECORD.
           Move SI-ACCT-NO to SO-ACCT-NO.
           If Counter-Is-External = 'Y'
              Move 'D' to SO-DC-FLAG
           Else
              Move 'T' to SO-DC-FLAG
           End-If.
           Move SI-AMOUNT to SO-AMOUNT.
           Move Processing-Date to SO-VALUE-DATE.
           Move SI-CURRENCY to SO-CURRENCY.
           Move 'SI' to SO-ORIGIN.
           Move SI-ID to SO-REFERENCE.
           Move SI-COUNTER-ACCT to SO-COUNTER-ACCT.
           Write SO-RECORD.
           Add SO-AMOUNT to Amount-Hash.
           Add 1 to Postings-Written.

      *    Remember the debit so a second instruction on the same
      *    account tonight sees it.
           If Commit-Found > ZERO
              Add Base-Amount to CMT-BASE-AMOUNT(Commit-Found)
           Else
              If Commit-Count < Max-Commits
                 Add 1 to Commit-Count
                 Move SI-ACCT-NO to CMT-ACCT-NO(Commit-Count)
                 Move Base-Amount to CMT-BASE-AMOUNT(Commit-Count)
              End-If
           End-If.

       7000-REPORT-THE-FAILURE.

           Move SI-AMOUNT to Amount-Edited.
           Move Spaces to Detail-Line.
           String SI-ID ' ' SI-ACCT-NO ' ' SI-COUNTER-ACCT ' '
                  Amount-Edited ' ' Posting-Currency '  '
                  SI-NEXT-DUE '  ' Failure-Reason
                  Delimited By Size Into Detail-Line.
           Move Spaces to Control-Value.
           Compute Amount-For-Writer = SI-AMOUNT * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       8100-STEP-ONE-WEEK.

           Initialize Step-Tm.
           Compute tm_year of Step-Tm = Step-Year - 1900.
           Compute tm_mon  of Step-Tm = Step-Month - 1.
           Compute tm_mday of Step-Tm = Step-Day + 7.
      *    Noon keeps a daylight-saving shift from sliding the
      *    normalized day across midnight.
           Move 12 to tm_hour of Step-Tm.
           Move -1 to tm_isdst of Step-Tm.
           Move Function posix-mktime(Step-Tm) to Step-Epoch.
           Compute Step-Year  = tm_year of Step-Tm + 1900.
           Compute Step-Month = tm_mon  of Step-Tm + 1.
           Move tm_mday of Step-Tm to Step-Day.

       8300-FIND-THE-MONTH-END.

      *    Day zero of the following month is the last day of
      *    this one.
           Initialize Step-Tm.
           Compute tm_year of Step-Tm = Step-Year - 1900.
           Move Step-Month to tm_mon of Step-Tm.
           Move ZERO to tm_mday of Step-Tm.
           Move 12 to tm_hour of Step-Tm.
           Move -1 to tm_isdst of Step-Tm.
           Move Function posix-mktime(Step-Tm) to Step-Epoch.
           Move tm_mday of Step-Tm to Month-Last-Day.

       8400-STEP-ONE-MONTH.

           If Step-Month = 12
              Move 1 to Step-Month
              Add 1 to Step-Year
           Else
              Add 1 to Step-Month
           End-If.

       8500-SET-THE-DAY-OF-MONTH.

           If SI-DAY-OF-MONTH > Month-Last-Day
              Move Month-Last-Day to Step-Day
           Else
              Move SI-DAY-OF-MONTH to Step-Day
           End-If.
