      *  carries the account's currency code, so the posting
      *  engine converts and matches it like any partner money;
      *  a base (or pre-currency) account accrues on the base
      *  balance with the currency left blank.  Every accrual
      *  posting carries the 'AC' origin, so the posting engine
      *  marks the money it moves as the shop's own.  The output file's
      *  record count and amount hash go to the control-total
      *  ledger as a produced total so gcobol-total-recon can
      *  balance the night.
      *
      *  A term deposit earns the rate fixed on its contract, not
      *  the product rate: the term-deposit file gcobol-term-deposit
      *  maintains loads as a second reference table keyed on the
      *  account, and a running deposit inside its term (start date
      *  at or before the accrual date, maturity after it) accrues
      *  at its own rate.  Money left in the account past maturity,
      *  or a deposit paid out, earns the product rate again.  No
      *  term-deposit file simply means no deposits.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-mktime.
       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant RATE-TABLE-PATH as "/tmp/feeds/rates.dat"
       >>Define Constant ACCRUAL-OUT as "/tmp/feeds/accrual-post.dat"
       >>Define Constant TD-FILE-PATH as "/tmp/gcobol-term-deposit.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  BAL-CURRENCY         PIC X(03).
           05  BAL-ORIG-BALANCE     PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  BAL-LAST-ORIGIN      PIC X(02).
           05  FILLER               PIC X(47).

       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           05  ACR-AMOUNT           PIC 9(13)V99.
           05  ACR-VALUE-DATE       PIC 9(08).
           05  ACR-CURRENCY         PIC X(03).
           05  ACR-ORIGIN           PIC X(02).

       WORKING-STORAGE SECTION.
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 Max-Probe-Days       BINARY-LONG VALUE 366.
        77 Rate-Was-Found       PIC X(01).

      * Term deposits, keyed on the account, in the layout
      * gcobol-term-deposit keeps.
        77 Td-Path              PIC X(100).
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
        77 Deposits-At-Td-Rate  BINARY-LONG VALUE ZERO.

        77 Balances-Read        BINARY-LONG VALUE ZERO.
        77 Accruals-Written     BINARY-LONG VALUE ZERO.
        77 No-Rate-Count        BINARY-LONG VALUE ZERO.
        77 Daily-Accrual        PIC S9(13)V99.
        77 Annual-Rate          PIC 9(03)V9(06).
        77 Accrual-Basis        PIC S9(13)V99.
        77 Amount-Hash          PIC 9(16) VALUE ZERO.
        77 Total-Status         BINARY-LONG SIGNED.
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
           Close ACCRUAL-FILE.
           Call "CBL_REF_TABLE_FREE" using Rate-Table-Handle
                returning Rate-Status.
           If Td-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FREE" using Td-Table-Handle
                   returning Td-Status
           End-If.

           Display 'Balances read:      ' Balances-Read.
           Display 'Accruals written:   ' Accruals-Written.
           Display 'At deposit rate:    ' Deposits-At-Td-Rate.
           Display 'No rate in force:   ' No-Rate-Count.

           Move 'P' to Total-Role.
                      returning Config-Status.
           Move Config-Value to Accrual-Path.

           Move 'TD-FILE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        TD-FILE-PATH
                      returning Config-Status.
           Move Config-Value to Td-Path.

       2000-ACCRUE-ONE-BALANCE.

           Read BALANCE-FILE Next Record
              Exit Paragraph
           End-If.

           Perform 3100-FIND-DEPOSIT-RATE.
           If Rate-Was-Found Not = 'Y'
              Perform 4000-FIND-RATE-IN-FORCE
              If Rate-Was-Found Not = 'Y'
                 Add 1 to No-Rate-Count
                 Display '*** no rate in force for product '
                         BAL-PRODUCT-CODE ' on ' Accrual-Date
                         ' (account ' BAL-ACCT-NO ')'
                 Exit Paragraph
              End-If
              Move Rate-Res-Pct to Annual-Rate
           End-If.

           Compute Daily-Accrual Rounded =
                   Accrual-Basis * Annual-Rate / 36500.
           If Daily-Accrual = ZERO
              Exit Paragraph
           End-If.
           End-If.
           Move Accrual-Date to ACR-VALUE-DATE.
           Move BAL-CURRENCY to ACR-CURRENCY.
           Move 'AC' to ACR-ORIGIN.
           Write ACCRUAL-RECORD.
           Add 1 to Accruals-Written.
           Add ACR-AMOUNT to Amount-Hash.

       3100-FIND-DEPOSIT-RATE.

      *    A deposit inside its term earns its contract rate.
           Move 'N' to Rate-Was-Found.
           If Td-Rt-Count = ZERO
              Exit Paragraph
           End-If.
           Call "CBL_REF_TABLE_FIND"
                using Td-Table-Handle, BAL-ACCT-NO, Td-Result
                returning Td-Status.
           If Td-Status = ZERO
              And Td-Res-Is-Active
              And Td-Res-Start Not > Accrual-Date
              And Td-Res-Maturity > Accrual-Date
              Move Td-Res-Rate to Annual-Rate
              Move 'Y' to Rate-Was-Found
              Add 1 to Deposits-At-Td-Rate
           End-If.

       4000-FIND-RATE-IN-FORCE.

      *    Probe the accrual date itself, then step back one day at
