      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Nightly term-deposit maturity.  Walks the term-deposit file
      *  gcobol-term-deposit maintains and acts on every running
      *  deposit whose maturity date has arrived by the processing
      *  date (a maturity on a weekend or holiday is acted on the
      *  next business day, which is the processing date then):
      *
      *    R  roll over - the interest earned over the term (the
      *       balance above the principal) is paid to the payout
      *       account, and the principal starts a new term of the
      *       same length at the rate then in force for the
      *       account's product in the accrual rate table
      *    P  pay out - the whole balance goes to the payout
      *       account and the deposit is marked matured
      *    C  capitalize - the balance becomes the new principal
      *       and rolls over as for R; no money moves
      *
      *  Money moves as internal transfers ('T') in the posting
      *  feed's own layout with origin 'TD', written to a maturity
      *  posting file, so the posting engine applies both legs
      *  through its matched, journaled, reversible path; this job
      *  never touches a balance.  The balance is read in the
      *  account's own currency - the original-currency balance for
      *  a foreign account - and the transfer carries that currency.
      *  A foreign-currency transfer is value-dated on that
      *  currency's own holiday calendar (CBL_BUSINESS_CALENDAR's
      *  calendar named by the currency code): the processing date
      *  when it is a business day there, otherwise that currency's
      *  next one.
      *  A new term's maturity holds the day of the month, pulled
      *  back to a shorter month's last day.
      *
      *  A payout account on the external payee table
      *  (EXT-PAYEE-PATH) is outside the bank: the money is then a
      *  plain debit on the deposit naming the payee id as its
      *  counterparty, and gcobol-ach-outbound sends the matching
      *  ACH credit once the posting engine has applied it.  Such
      *  a payout goes out in base currency only; a foreign deposit
      *  paying outside is held (EXT PAYOUT NOT BASE) until its
      *  instruction is changed.
      *
      *  A maturity notice goes to the customer TD-NOTICE-DAYS
      *  business days (two digits, default 05) before maturity,
      *  once per term: one page per notice, naming the deposit,
      *  the maturity date and what will happen, written to a notice
      *  file that is queued on gcobol-print-spool's request file
      *  for its banner and trailer pages.  A customer whose mail
      *  has come back (MASTER-MAIL-STATUS 'R') is not sent one:
      *  the notice is written the same way to the held-mail file
      *  (CBL_HELD_MAIL) as document TD NOTICE, and counts as
      *  given for the term.  Every maturity acted on,
      *  every notice and every deposit that could not be acted on
      *  (no balance, no prevailing rate - the old rate is then
      *  kept) is listed on the maturity report through the shared
      *  report writer.
      *
      *  The deposit file is rewritten with each deposit's new state
      *  after its current version is kept under the .prev name; the
      *  posting file's count and amount hash go to the control-total
      *  ledger as a produced total.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-mktime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-td-maturity.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime
           FUNCTION posix-mktime.

       >>Define Constant TD-FILE-PATH as "/tmp/gcobol-term-deposit.dat"
       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant RATE-TABLE-PATH as "/tmp/feeds/rates.dat"
       >>Define Constant TD-OUT as "/tmp/feeds/td-post.dat"
       >>Define Constant TD-RPT-PATH as "/tmp/gcobol-td-maturity.rpt"
       >>Define Constant TD-NOTICES as "/tmp/gcobol-td-notices.prt"
       >>Define Constant PRINT-REQ-PATH as "/tmp/gcobol-print-req.dat"
       >>Define Constant EXT-PAYEE-PATH as "/tmp/feeds/ext-payees.dat"
       >>Define Constant BASE-CCY as "USD"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-FILE
                  ASSIGN TO Td-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Td-File-Status.
           SELECT TD-NEW-FILE
                  ASSIGN TO Td-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Td-New-Status.
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
           SELECT TM-FILE
                  ASSIGN TO Tm-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Tm-File-Status.
           SELECT NOTICE-FILE
                  ASSIGN TO Notice-Work-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Notice-File-Status.
           SELECT REQUEST-FILE
                  ASSIGN TO Request-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Request-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TD-FILE.
       01  TD-RECORD.
           05  TD-ACCT-NO           PIC X(12).
           05  TD-PRINCIPAL         PIC 9(13)V99.
           05  TD-RATE              PIC 9(03)V9(06).
           05  TD-START-DATE        PIC 9(08).
           05  TD-MATURITY-DATE     PIC 9(08).
           05  TD-TERM-MONTHS       PIC 9(03).
           05  TD-INSTRUCTION       PIC X(01).
               88  TD-ROLLS-OVER        VALUE 'R'.
               88  TD-PAYS-OUT          VALUE 'P'.
               88  TD-CAPITALIZES       VALUE 'C'.
           05  TD-PAYOUT-ACCT       PIC X(12).
           05  TD-STATUS            PIC X(01).
               88  TD-IS-ACTIVE         VALUE 'A'.
               88  TD-IS-MATURED        VALUE 'M'.
           05  TD-NOTICE-SENT       PIC 9(08).
           05  TD-LAST-MATURED      PIC 9(08).
           05  TD-ROLLOVERS         PIC 9(03).

       FD  TD-NEW-FILE.
       01  TD-NEW-RECORD            PIC X(88).

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

      * Maturity postings, in the posting feed's layout.
       FD  TM-FILE.
       01  TM-RECORD.
           05  TM-ACCT-NO           PIC X(12).
           05  TM-DC-FLAG           PIC X(01).
           05  TM-AMOUNT            PIC 9(13)V99.
           05  TM-VALUE-DATE        PIC 9(08).
           05  TM-CURRENCY          PIC X(03).
           05  TM-ORIGIN            PIC X(02).
           05  TM-REFERENCE         PIC X(24).
           05  TM-COUNTER-ACCT      PIC X(12).

       FD  NOTICE-FILE.
       01  NOTICE-LINE              PIC X(132).

       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  PQ-REPORT-PATH       PIC X(256).
           05  PQ-PRINTER           PIC X(16).
           05  PQ-DOC-NAME          PIC X(40).

       WORKING-STORAGE SECTION.
        77 Td-Path              PIC X(100).
        77 Td-New-Path          PIC X(104).
        77 Td-Prev-Path         PIC X(105).
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 Master-Path          PIC X(100) VALUE MASTER-PATH.
        77 Rate-Table-Path      PIC X(100) VALUE RATE-TABLE-PATH.
        77 Tm-Path              PIC X(100).
        77 Notice-Path          PIC X(256).
        77 Notice-Work-Path     PIC X(256).
        77 Request-Path         PIC X(100) VALUE PRINT-REQ-PATH.
        77 Report-Path          PIC X(256) VALUE TD-RPT-PATH.
        77 Td-File-Status       PIC X(02).
        77 Td-New-Status        PIC X(02).
        77 Balance-File-Status  PIC X(02).
        77 Master-File-Status   PIC X(02).
        77 Tm-File-Status       PIC X(02).
        77 Notice-File-Status   PIC X(02).
        77 Request-File-Status  PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Copy-Status          BINARY-LONG SIGNED.
        77 Rename-Status        PIC 9(8) COMP-5.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Notice-Printer       PIC X(16).
        77 Notice-Days          PIC 9(02) VALUE 5.
        77 Processing-Date      PIC 9(08).
        77 Notice-Horizon       PIC 9(08).
        77 Horizon-Steps        BINARY-LONG.
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
        77 Currency-Calendar    PIC X(08).

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

      * Payees outside the bank.
        77 Payee-Path           PIC X(100).
        77 Base-Currency        PIC X(03).
        77 Payout-Is-External   PIC X(01).
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

      * A new term's maturity: the month steps on, the day holds.
        01 Step-Date            PIC 9(08).
        01 Step-Date-Parts REDEFINES Step-Date.
           05 Step-Year         PIC 9(04).
           05 Step-Month        PIC 9(02).
           05 Step-Day          PIC 9(02).
        01 Step-Tm.
           COPY tm.
        77 Step-Epoch           BINARY-LONG.
        77 Month-Last-Day       PIC 9(02).
        77 Start-Day            PIC 9(02).
        77 Month-Steps          BINARY-LONG.

        77 Deposit-Balance      PIC S9(13)V99.
        77 Interest-Earned      PIC S9(13)V99.
        77 Transfer-Amount      PIC S9(13)V99.
        77 Old-Maturity         PIC 9(08).
        77 Outcome-Text         PIC X(24).

        77 Deposits-Read        BINARY-LONG VALUE ZERO.
        77 Deposits-Matured     BINARY-LONG VALUE ZERO.
        77 Deposits-Rolled      BINARY-LONG VALUE ZERO.
        77 Deposits-Paid-Out    BINARY-LONG VALUE ZERO.
        77 Deposits-Held        BINARY-LONG VALUE ZERO.
        77 Notices-Written      BINARY-LONG VALUE ZERO.
        77 Notices-Held         BINARY-LONG VALUE ZERO.
        77 Held-Failures        BINARY-LONG VALUE ZERO.
        77 Held-Status          BINARY-LONG SIGNED.
        01 Held-Request.
           05 Held-Source       PIC X(24).
           05 Held-Master-Key   PIC X(20).
           05 Held-Document     PIC X(12).
           05 Held-Line         PIC X(132).
        77 Postings-Written     BINARY-LONG VALUE ZERO.
        77 Amount-Hash          PIC 9(16) VALUE ZERO.
        77 Amount-Edited        PIC Z(12)9.99.
        77 Rate-Edited          PIC ZZ9.999999.
        77 Masked-Acct          PIC X(12).
        77 Redact-Keep          BINARY-LONG VALUE 4.
        77 Redact-Status        PIC 9(8) COMP-5.
        77 Page-Displayed       PIC Z(5)9.
        77 Amount-For-Writer    BINARY-DOUBLE.
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Total-Status         BINARY-LONG SIGNED.

      * CBL_CONTROL_TOTAL request block - this job produces the
      * maturity posting file.
        01 Total-Request.
           05 Total-Role          PIC X(01).
           05 Total-File-Name     PIC X(100).
           05 Total-Record-Count  PIC 9(10).
           05 Total-Hash          PIC 9(16).
        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Ntc-Displayed        PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-td-maturity'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-td-maturity'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-SETTINGS.

           Open Input TD-FILE.
           If Td-File-Status Not = '00'
              Display 'No term-deposit file '
                      Function Trim(Td-Path)
                      ' - nothing matures'
              Call "CBL_RUN_FOOTER" using 'gcobol-td-maturity'
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
           Open Input MASTER-FILE.
           If Master-File-Status Not = '00'
              Display 'Cannot open customer master '
                      Function Trim(Master-Path)
                      ' - file status ' Master-File-Status
              Stop Run With Error Status 1
           End-If.

           Call "CBL_REF_TABLE_LOAD"
                using Rate-Table-Handle, Rate-Table-Path,
                by value Rate-Key-Len, by value Rate-Rec-Len
                returning Rate-Status.
           If Rate-Status Not = ZERO
              Move ZERO to Rate-Rt-Count
           End-If.
           Call "CBL_REF_TABLE_LOAD"
                using Payee-Table-Handle, Payee-Path,
                by value Payee-Key-Len, by value Payee-Rec-Len
                returning Payee-Status.
           If Payee-Status Not = ZERO
              Move ZERO to Payee-Rt-Count
           End-If.

      *    The deposits' new state is written beside the old file;
      *    the old one is kept under .prev before the swap.
           Open Output TD-NEW-FILE.
           If Td-New-Status Not = '00'
              Display 'Cannot write ' Function Trim(Td-New-Path)
              Stop Run With Error Status 1
           End-If.
           Open Output TM-FILE.
           If Tm-File-Status Not = '00'
              Display 'Cannot open maturity posting file '
                      Function Trim(Tm-Path)
              Stop Run With Error Status 1
           End-If.
           Move Spaces to Notice-Work-Path.
           String Function Trim(Notice-Path) '.new'
             Delimited By Size Into Notice-Work-Path.
           Open Output NOTICE-FILE.
           If Notice-File-Status Not = '00'
              Display 'Cannot open notice file '
                      Function Trim(Notice-Work-Path)
              Stop Run With Error Status 1
           End-If.

           Move Spaces to Report-Title.
           String 'TERM-DEPOSIT MATURITIES AND NOTICES - '
                  Processing-Date
                  Delimited By Size Into Report-Title.
           Move 'DEPOSIT      MATURES   INSTR PAYOUT             '
             & 'AMOUNT  OUTCOME'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start maturity report '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.

           Perform 2000-CONSIDER-ONE-DEPOSIT
               Until Td-File-Status Not = '00'.

           Call "CBL_REPORT_END" returning Report-Status.
           Close TD-FILE TD-NEW-FILE.
           Close TM-FILE NOTICE-FILE.
           Close BALANCE-FILE MASTER-FILE.
           If Rate-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FREE" using Rate-Table-Handle
                   returning Rate-Status
           End-If.
           If Payee-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FREE" using Payee-Table-Handle
                   returning Payee-Status
           End-If.

      *    Tonight's transfers are already written; a deposit file
      *    left unswapped would mature them all again tomorrow.
           Call "CBL_COPY_FILE" using Td-Path, Td-Prev-Path
                      returning Copy-Status.
           If Copy-Status Not = ZERO
              Display '*** deposit-file backup failed - '
                      Function Trim(Td-Path) ' not copied to '
                      Function Trim(Td-Prev-Path) '; tonight''s '
                      'deposits are at ' Function Trim(Td-New-Path)
                      ' and must replace it before the next run'
              Stop Run With Error Status 1
           End-If.
           Call "CBL_RENAME_FILE" using Td-New-Path, Td-Path
                      returning status-code.
           If status-code Not = ZERO
              Display '*** deposit-file swap failed - tonight''s '
                      'deposits are at ' Function Trim(Td-New-Path)
                      ' and must replace ' Function Trim(Td-Path)
                      ' before the next run'
              Stop Run With Error Status 1
           End-If.

           If Notices-Written > ZERO
              Perform 6000-QUEUE-THE-NOTICES
           Else
              Call "CBL_DELETE_FILE" using Notice-Work-Path
                   returning status-code
           End-If.

           Display 'Deposits read:       ' Deposits-Read.
           Display 'Matured tonight:     ' Deposits-Matured.
           Display '  rolled over:       ' Deposits-Rolled.
           Display '  paid out:          ' Deposits-Paid-Out.
           Display 'Could not be acted:  ' Deposits-Held
                   ' (see ' Function Trim(Report-Path) ')'.
           Display 'Notices:             ' Notices-Written.
           Display 'Notices held:        ' Notices-Held
                   ' (mail returned)'.
           If Held-Failures > ZERO
              Display '*** ' Held-Failures ' notice line(s) could '
                      'not be written to the held-mail file'
           End-If.
           Display 'Postings written:    ' Postings-Written
                   ' (' Function Trim(Tm-Path) ')'.

           Move 'P' to Total-Role.
           Move Tm-Path to Total-File-Name.
           Move Postings-Written to Total-Record-Count.
           Move Amount-Hash to Total-Hash.
           Call "CBL_CONTROL_TOTAL" using 'gcobol-td-maturity',
                        Total-Request
                      returning Total-Status.

           Move Deposits-Matured to Cnt-Displayed.
           Move Notices-Written to Ntc-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' matured=' Function Trim(Cnt-Displayed)
                  ' notices=' Function Trim(Ntc-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-td-maturity",
                        Audit-Args,
                        by value Deposits-Held
                      returning Audit-Status.

           If Deposits-Held > ZERO Or Held-Failures > ZERO
              Call "CBL_RUN_FOOTER" using 'gcobol-td-maturity'
                   by value 1, Deposits-Read, Postings-Written
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Call "CBL_RUN_FOOTER" using 'gcobol-td-maturity'
                by value 0, Deposits-Read, Postings-Written
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
           Display 'Term deposits maturing by ' Processing-Date.

           Move 'TD-FILE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        TD-FILE-PATH
                      returning Config-Status.
           Move Config-Value to Td-Path.
           Move Spaces to Td-New-Path.
           String Function Trim(Td-Path) '.new'
             Delimited By Size Into Td-New-Path.
           Move Spaces to Td-Prev-Path.
           String Function Trim(Td-Path) '.prev'
             Delimited By Size Into Td-Prev-Path.

           Move 'TD-OUT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        TD-OUT
                      returning Config-Status.
           Move Config-Value to Tm-Path.

           Move 'TD-NOTICE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        TD-NOTICES
                      returning Config-Status.
           Move Config-Value to Notice-Path.

           Move 'TD-NOTICE-PRINTER' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        'letters'
                      returning Config-Status.
           Move Config-Value to Notice-Printer.

           Move 'TD-NOTICE-DAYS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '05'
                      returning Config-Status.
           If Config-Value(1:2) Numeric
              Move Function Numval(Config-Value(1:2))
                to Notice-Days
           End-If.

           Move 'EXT-PAYEE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        EXT-PAYEE-PATH
                      returning Config-Status.
           Move Config-Value to Payee-Path.

           Move 'BASE-CURRENCY' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        BASE-CCY
                      returning Config-Status.
           Move Config-Value(1:3) to Base-Currency.

      *    The notice horizon: N business days on from tonight.
           Move Processing-Date to Notice-Horizon.
           Perform 0110-STEP-ONE-BUSINESS-DAY
               Varying Horizon-Steps From 1 By 1
               Until Horizon-Steps > Notice-Days.

       0110-STEP-ONE-BUSINESS-DAY.

           Move 'N' to Cal-Function.
           Move Notice-Horizon to Cal-Date.
           Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                returning Calendar-Status.
           Move Cal-Date to Notice-Horizon.

       2000-CONSIDER-ONE-DEPOSIT.

           Read TD-FILE
              At End
                 Move '10' to Td-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Deposits-Read.
           If TD-IS-ACTIVE
              Evaluate True
                 When TD-MATURITY-DATE Not > Processing-Date
                    Perform 3000-MATURE-THE-DEPOSIT
                 When TD-MATURITY-DATE Not > Notice-Horizon
                      And TD-NOTICE-SENT < TD-START-DATE
                    Perform 5000-WRITE-THE-NOTICE
                 When Other
                    Continue
              End-Evaluate
           End-If.
           Move TD-RECORD to TD-NEW-RECORD.
           Write TD-NEW-RECORD.

       3000-MATURE-THE-DEPOSIT.

           Move TD-ACCT-NO to BAL-ACCT-NO.
           Read BALANCE-FILE
              Invalid Key
                 Add 1 to Deposits-Held
                 Move 'NO BALANCE - HELD' to Outcome-Text
                 Move ZERO to Transfer-Amount
                 Perform 7000-REPORT-THE-DEPOSIT
                 Exit Paragraph
           End-Read.
           If BAL-CURRENCY = Spaces
              Move BAL-BALANCE to Deposit-Balance
           Else
              Move BAL-ORIG-BALANCE to Deposit-Balance
           End-If.
           Compute Interest-Earned = Deposit-Balance - TD-PRINCIPAL.

      *    Money leaving the bank goes by ACH, in base currency only.
           Move 'N' to Payout-Is-External.
           If Payee-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FIND"
                   using Payee-Table-Handle, TD-PAYOUT-ACCT,
                         Payee-Result
                   returning Payee-Status
              If Payee-Status = ZERO
                 Move 'Y' to Payout-Is-External
              End-If
           End-If.
           If Payout-Is-External = 'Y'
              And (TD-PAYS-OUT Or TD-ROLLS-OVER)
              And BAL-CURRENCY Not = Spaces
              And BAL-CURRENCY Not = Base-Currency
              Add 1 to Deposits-Held
              Move 'EXT PAYOUT NOT BASE' to Outcome-Text
              Move ZERO to Transfer-Amount
              Perform 7000-REPORT-THE-DEPOSIT
              Exit Paragraph
           End-If.

           Move TD-MATURITY-DATE to Old-Maturity.
           Add 1 to Deposits-Matured.

           Evaluate True
              When TD-PAYS-OUT
                 Move Deposit-Balance to Transfer-Amount
                 If Transfer-Amount > ZERO
                    Perform 4000-WRITE-THE-TRANSFER
                 End-If
                 Move 'M' to TD-STATUS
                 Move Old-Maturity to TD-LAST-MATURED
                 Add 1 to Deposits-Paid-Out
                 Move 'PAID OUT' to Outcome-Text
              When TD-ROLLS-OVER
                 Move Interest-Earned to Transfer-Amount
                 If Transfer-Amount > ZERO
                    Perform 4000-WRITE-THE-TRANSFER
                 Else
                    Move ZERO to Transfer-Amount
                 End-If
                 Perform 3100-START-THE-NEXT-TERM
              When Other
      *          Capitalize: what the account holds is the new
      *          principal.
                 Move ZERO to Transfer-Amount
                 If Deposit-Balance > ZERO
                    Move Deposit-Balance to TD-PRINCIPAL
                 End-If
                 Perform 3100-START-THE-NEXT-TERM
           End-Evaluate.
           Perform 7000-REPORT-THE-DEPOSIT.

       3100-START-THE-NEXT-TERM.

           Move BAL-PRODUCT-CODE to Probe-Product.
           Perform 8000-FIND-RATE-IN-FORCE.
           If Rate-Was-Found = 'Y'
              Move Rate-Res-Pct to TD-RATE
              Move 'ROLLED OVER' to Outcome-Text
           Else
              Move 'ROLLED - NO RATE, KEPT' to Outcome-Text
              Add 1 to Deposits-Held
           End-If.
           Move Old-Maturity to TD-START-DATE.
           Move Old-Maturity to Step-Date.
           Move Step-Day to Start-Day.
           Compute Month-Steps = Step-Month - 1 + TD-TERM-MONTHS.
           Compute Step-Year = Step-Year + Month-Steps / 12.
           Compute Step-Month = Function Mod(Month-Steps, 12) + 1.
           Perform 8500-FIND-THE-MONTH-END.
           If Start-Day > Month-Last-Day
              Move Month-Last-Day to Step-Day
           Else
              Move Start-Day to Step-Day
           End-If.
           Move Step-Date to TD-MATURITY-DATE.
           Move Old-Maturity to TD-LAST-MATURED.
           Add 1 to TD-ROLLOVERS.
           Add 1 to Deposits-Rolled.

       4000-WRITE-THE-TRANSFER.

      *    One transfer record carries both legs, so the posting
      *    engine moves the two balances together or not at all.
      *    A payout outside the bank is a debit naming the payee.
           Move Spaces to TM-RECORD.
           Move TD-ACCT-NO to TM-ACCT-NO.
           If Payout-Is-External = 'Y'
              Move 'D' to TM-DC-FLAG
           Else
              Move 'T' to TM-DC-FLAG
           End-If.
           Move Transfer-Amount to TM-AMOUNT.
           Move Processing-Date to TM-VALUE-DATE.
           If BAL-CURRENCY Not = Spaces
              And BAL-CURRENCY Not = Base-Currency
              Move BAL-CURRENCY to Currency-Calendar
              Move 'F' to Cal-Function
              Move Processing-Date to Cal-Date
              Call "CBL_BUSINESS_CALENDAR"
                   using Cal-Request, Currency-Calendar
                   returning Calendar-Status
              Move Cal-Date to TM-VALUE-DATE
           End-If.
           Move BAL-CURRENCY to TM-CURRENCY.
           Move 'TD' to TM-ORIGIN.
           String 'TD MATURITY ' Old-Maturity
                  Delimited By Size Into TM-REFERENCE.
           Move TD-PAYOUT-ACCT to TM-COUNTER-ACCT.
           Write TM-RECORD.
           Add TM-AMOUNT to Amount-Hash.
           Add 1 to Postings-Written.

       5000-WRITE-THE-NOTICE.

      *    One page per notice; the header line carries the mark
      *    the print spool breaks pages on.
           Move TD-ACCT-NO to MASTER-ACCT-NO.
           Read MASTER-FILE Key Is MASTER-ACCT-NO
              Invalid Key
                 Move Spaces to MASTER-RECORD
           End-Read.
           Move TD-ACCT-NO to Masked-Acct.
           Call "CBL_REDACT_VALUE" using Masked-Acct,
                by value Redact-Keep
                returning Redact-Status.

           If MASTER-MAIL-HELD
              Add 1 to Notices-Held
              Move 1 to Page-Displayed
              Move 'gcobol-td-maturity' to Held-Source
              Move MASTER-KEY to Held-Master-Key
              Move 'TD NOTICE' to Held-Document
           Else
              Add 1 to Notices-Written
              Move Notices-Written to Page-Displayed
           End-If.
           Move Spaces to NOTICE-LINE.
           String 'TERM DEPOSIT MATURITY NOTICE  ' Processing-Date
                  '   page ' Function Trim(Page-Displayed)
                  Delimited By Size Into NOTICE-LINE.
           Perform 5100-PUT-ONE-LINE.
           Move Spaces to NOTICE-LINE.
           Perform 5100-PUT-ONE-LINE.
           Perform 5100-PUT-ONE-LINE.
           Move MASTER-CUST-NAME to NOTICE-LINE(6:).
           Perform 5100-PUT-ONE-LINE.
           Move Spaces to NOTICE-LINE.
           Move MASTER-ADDR-STREET to NOTICE-LINE(6:).
           Perform 5100-PUT-ONE-LINE.
           Move Spaces to NOTICE-LINE.
           String Function Trim(MASTER-POSTAL-CODE) ' '
                  Function Trim(MASTER-ADDR-CITY)
                  Delimited By Size Into NOTICE-LINE(6:).
           Perform 5100-PUT-ONE-LINE.
           Move Spaces to NOTICE-LINE.
           Move MASTER-ADDR-COUNTRY to NOTICE-LINE(6:).
           Perform 5100-PUT-ONE-LINE.
           Move Spaces to NOTICE-LINE.
           Perform 5100-PUT-ONE-LINE.
           Perform 5100-PUT-ONE-LINE.
           Move TD-PRINCIPAL to Amount-Edited.
           Move TD-RATE to Rate-Edited.
           String 'Your term deposit ' Masked-Acct
                  ' of ' Function Trim(Amount-Edited)
                  ' at ' Function Trim(Rate-Edited) '%'
                  Delimited By Size Into NOTICE-LINE(6:).
           Perform 5100-PUT-ONE-LINE.
           Move Spaces to NOTICE-LINE.
           String 'matures on ' TD-MATURITY-DATE '.'
                  Delimited By Size Into NOTICE-LINE(6:).
           Perform 5100-PUT-ONE-LINE.
           Move Spaces to NOTICE-LINE.
           Perform 5100-PUT-ONE-LINE.
           Evaluate True
              When TD-PAYS-OUT
                 String 'On that day the deposit and its interest '
                        'will be paid to account ' TD-PAYOUT-ACCT '.'
                        Delimited By Size Into NOTICE-LINE(6:)
              When TD-ROLLS-OVER
                 String 'On that day the interest will be paid to '
                        'account ' TD-PAYOUT-ACCT ' and the deposit '
                        'renewed for ' TD-TERM-MONTHS ' months.'
                        Delimited By Size Into NOTICE-LINE(6:)
              When Other
                 String 'On that day the interest will be added to '
                        'the deposit and the deposit renewed for '
                        TD-TERM-MONTHS ' months.'
                        Delimited By Size Into NOTICE-LINE(6:)
           End-Evaluate.
           Perform 5100-PUT-ONE-LINE.
           Move Spaces to NOTICE-LINE.
           Move 'A renewed deposit earns the rate in force on the '
             & 'day it renews.' to NOTICE-LINE(6:).
           Perform 5100-PUT-ONE-LINE.
           Move Spaces to NOTICE-LINE.
           Perform 5100-PUT-ONE-LINE.
           Move 'To change these instructions, please contact your '
             & 'branch before that day.' to NOTICE-LINE(6:).
           Perform 5100-PUT-ONE-LINE.

           Move Processing-Date to TD-NOTICE-SENT.
           Move TD-MATURITY-DATE to Old-Maturity.
           Move ZERO to Transfer-Amount.
           If MASTER-MAIL-HELD
              Move 'NOTICE HELD' to Outcome-Text
           Else
              Move 'NOTICE SENT' to Outcome-Text
           End-If.
           Perform 7000-REPORT-THE-DEPOSIT.

       5100-PUT-ONE-LINE.

      *    Returned mail: the notice's lines go to the held-mail
      *    file, not the print file.
           If MASTER-MAIL-HELD
              Move NOTICE-LINE to Held-Line
              Call "CBL_HELD_MAIL" using Held-Request
                   returning Held-Status
              If Held-Status Not = ZERO
                 Add 1 to Held-Failures
              End-If
           Else
              Write NOTICE-LINE
           End-If.

       6000-QUEUE-THE-NOTICES.

           Call "CBL_RENAME_FILE" using Notice-Work-Path, Notice-Path
                returning Rename-Status.
           If Rename-Status Not = ZERO
              Display '*** could not put the notice file in place at '
                      Function Trim(Notice-Path)
              Add 1 to Deposits-Held
              Exit Paragraph
           End-If.
           Open Extend REQUEST-FILE.
           If Request-File-Status Not = '00'
              Open Output REQUEST-FILE
           End-If.
           If Request-File-Status Not = '00'
              Display '*** cannot queue the notices on '
                      Function Trim(Request-Path)
              Add 1 to Deposits-Held
              Exit Paragraph
           End-If.
           Move Spaces to REQUEST-RECORD.
           Move Notice-Path to PQ-REPORT-PATH.
           Move Notice-Printer to PQ-PRINTER.
           Move 'term-deposit-notices' to PQ-DOC-NAME.
           Write REQUEST-RECORD.
           Close REQUEST-FILE.

       7000-REPORT-THE-DEPOSIT.

           Move Transfer-Amount to Amount-Edited.
           Move Spaces to Detail-Line.
           String TD-ACCT-NO ' ' Old-Maturity '  '
                  TD-INSTRUCTION '    ' TD-PAYOUT-ACCT ' '
                  Amount-Edited '  ' Outcome-Text
                  Delimited By Size Into Detail-Line.
           Move Spaces to Control-Value.
           Compute Amount-For-Writer = Transfer-Amount * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       8000-FIND-RATE-IN-FORCE.

      *    The accrual run's probe: the processing date, then a
      *    day at a time back to the latest effective date.
           Move 'N' to Rate-Was-Found.
           If Rate-Rt-Count = ZERO
              Exit Paragraph
           End-If.
           Move Processing-Date to Probe-Date.
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

       8500-FIND-THE-MONTH-END.

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
