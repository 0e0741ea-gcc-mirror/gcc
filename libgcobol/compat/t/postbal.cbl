      *  by its first posting; a posting in any other currency is
      *  an exception, and a foreign posting with no rate on file
      *  is an exception rather than a guess.
      *
      *  Posting origin: the two bytes after the currency say who
      *  generated the posting - blank for partner and customer
      *  money, 'AC' for the interest accrual, 'FE' for the fee
      *  assessment, 'SI' for a standing instruction (customer
      *  money, asked for in advance), 'TD' for a term-deposit
      *  maturity (likewise asked for in advance, on the deposit's
      *  instruction), 'RV' for a reversal raised by
      *  gcobol-posting-reversal, 'BV' for a back-value interest
      *  adjustment, 'DP' for a dispute credit or re-debit raised
      *  by gcobol-dispute-cases.  The origin rides onto the
      *  balance record, so every 'B' journal image says what kind
      *  of money moved it and the activity counts never mistake
      *  the shop's own postings for the customer's.  The balance
      *  record's last activity date moves only for customer
      *  money, which is the date the dormancy run measures.  A
      *  record written before that date was carried has it taken
      *  from its last-posted date before the first posting of any
      *  origin lands on it, so the shop's charges cannot move it
      *  afterwards.  The record also carries the date it was
      *  opened (for an older record, the last-posted date when the
      *  engine first sees it), which is what dormancy measures an
      *  account with no customer activity at all from.
      *
      *  Limit enforcement: a debit may not take the base balance
      *  below the negative of the account's approved overdraft
      *  limit, or below zero when the account has no limit or its
      *  limit has expired by the processing date.  Limits come
      *  from the account limit file (account number, approved
      *  limit 11.2 in base currency, expiry date YYYYMMDD or zeros
      *  for open-ended) in account order.  A site tolerance
      *  (LIMIT-TOLERANCE, whole base units as nine digits, default
      *  zero) lets a small breach through; anything past it goes
      *  to the exception report as LIMIT-BREACH instead of
      *  posting.  The shop's own charges - accrual, fee and
      *  interest adjustment origins - always post, since an
      *  overdrawn account is exactly where they land, and so does
      *  a reversal, which
      *  only takes back money that should never have moved;
      *  neither counts as customer activity.
      *
      *  Transfers: a record flagged 'T' carries both legs of a
      *  transfer between two of the shop's accounts under one
      *  transfer id - the debit account in the account field, the
      *  transfer id and the credit account in the two fields
      *  after the origin.  Both legs are applied or neither: both
      *  accounts must be on the master, both balances in the
      *  transfer's currency, and the debit within its limit,
      *  before either balance is touched.  The two 'B' journal
      *  records share the posting's sequence number and carry the
      *  transfer id on their images, so a rollback takes both or
      *  neither.  A transfer that fails is one exception, with
      *  its reason and transfer id, never two.  A plain debit or
      *  credit may also name a counterparty: an outside payee
      *  from the external payee table.  It posts like any other
      *  on the shop's side, and gcobol-ach-outbound sends the
      *  money on to the payee's bank.
      *
      *  Check digit: a posting's account number - both legs of a
      *  transfer - must carry the shop's mod-11 check digit
      *  (CBL_ACCOUNT_NUMBER) before the master is ever asked
      *  about it, so a transposed digit is a BAD CHECK DIGIT (or
      *  XFER CHK DIGIT) exception instead of money posted to
      *  somebody else's account.  The shop's own charges are
      *  exempt: they are raised from the balance file itself,
      *  never keyed, and must still reach accounts opened before
      *  numbers carried a check digit.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant FX-RATE-PATH as "/tmp/feeds/fx-rates.dat"
       >>Define Constant BASE-CCY as "USD"
       >>Define Constant LIMIT-PATH as "/tmp/feeds/acct-limits.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  PST-DC-FLAG          PIC X(01).
               88  PST-IS-DEBIT         VALUE 'D'.
               88  PST-IS-CREDIT        VALUE 'C'.
               88  PST-IS-TRANSFER      VALUE 'T'.
           05  PST-AMOUNT           PIC 9(13)V99.
           05  PST-VALUE-DATE       PIC 9(08).
           05  PST-CURRENCY         PIC X(03).
           05  PST-ORIGIN           PIC X(02).
               88  PST-IS-SYSTEM-CHARGE VALUE 'AC' 'FE' 'RV' 'BV'
                                        'DP'.
           05  PST-REFERENCE        PIC X(24).
           05  PST-COUNTER-ACCT     PIC X(12).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  BAL-CURRENCY         PIC X(03).
           05  BAL-ORIG-BALANCE     PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  BAL-LAST-ORIGIN      PIC X(02).
           05  BAL-LAST-ACTIVITY    PIC 9(08).
           05  BAL-LAST-REFERENCE   PIC X(24).
           05  BAL-OPENED-DATE      PIC 9(08).
           05  FILLER               PIC X(07).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EXC-ACCT-NO          PIC X(12).
           05  FILLER               PIC X(01).
           05  EXC-AMOUNT           PIC 9(13).9(02).
           05  FILLER               PIC X(01).
           05  EXC-REFERENCE        PIC X(24).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
        77 Postings-Read        BINARY-LONG VALUE ZERO.
        77 Postings-Applied     BINARY-LONG VALUE ZERO.
        77 Balances-Created     BINARY-LONG VALUE ZERO.
        77 Transfers-Applied    BINARY-LONG VALUE ZERO.
        77 Transfers-Failed     BINARY-LONG VALUE ZERO.
        77 Exception-Count      BINARY-LONG VALUE ZERO.
        77 Exception-Reason     PIC X(16).
        77 Signed-Amount        PIC S9(13)V99.
        77 Base-Amount          PIC 9(13)V99.
        77 Posting-Currency     PIC X(03).
        77 Currency-Is-Good     PIC X(01).
        01 Acct-Request.
           05 Acct-Function     PIC X(01).
           05 Acct-Branch       PIC X(04).
           05 Acct-Number       PIC X(12).
        77 Acct-Status          BINARY-LONG SIGNED.
        77 Total-Status         BINARY-LONG SIGNED.

      * The two legs of a transfer, held until both are proven.
        77 Transfer-Is-Good     PIC X(01).
        01 Transfer-Legs.
           05 Transfer-Leg OCCURS 2 TIMES.
              10 LEG-ACCT-NO        PIC X(12).
              10 LEG-MASTER-KEY     PIC X(20).
              10 LEG-PRODUCT-CODE   PIC X(04).
              10 LEG-EXISTS         PIC X(01).
              10 LEG-SIGNED-AMOUNT  PIC S9(13)V99.
              10 LEG-SIGNED-ORIG    PIC S9(13)V99.
              10 LEG-BEFORE-IMAGE   PIC X(128).
              10 LEG-AFTER-IMAGE    PIC X(128).
        77 Leg-Idx              BINARY-LONG.
        77 Legs-Written         BINARY-LONG.

      * Daily FX rate table: currency code (3), then base units
      * per foreign unit (3.6 digits).  A missing table only
      * disables conversion; foreign postings then except.
           05 Fx-Res-Rate       PIC 9(03)V9(06).
           05 FILLER            PIC X(04).

      * Account limit file: account number (12), approved overdraft
      * limit in base currency (11.2 digits), expiry YYYYMMDD.  A
      * missing file means no account has a limit.
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
        77 Limit-As-Of-Date     PIC 9(08).
        77 Approved-Limit       PIC 9(11)V99.
        77 Current-Balance      PIC S9(13)V99.
        77 Projected-Balance    PIC S9(13)V99.
        77 Limit-Floor          PIC S9(13)V99.
        77 Limit-Breached       PIC X(01).
        77 Limit-Breaches       BINARY-LONG VALUE ZERO.
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).

      * CBL_CONTROL_TOTAL request block - this job consumes the
      * posting feed; the amount hash lets gcobol-total-recon
      * balance money, not just record counts.
                      returning Config-Status.
           Move Config-Value(1:3) to Base-Currency.

           Move 'LIMIT-TOLERANCE' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '0'
                      returning Config-Status.
      *    Whole base units, the way the site file holds amounts.
           If Config-Value(1:9) Numeric
              Move Function Numval(Config-Value(1:9))
                to Limit-Tolerance
           End-If.

           Perform 1000-OPEN-FILES.

           Perform 2000-APPLY-ONE-POSTING
                by value Fx-Key-Len, by value Fx-Rec-Len
                returning Fx-Status.

      *    Limits expire against the chain's processing date when
      *    one is on file, the run date otherwise.
           Compute Limit-As-Of-Date = Run-Stamp / 1000000.
           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.
           If Pd-Status = ZERO And Pd-Date Not = ZERO
              Move Pd-Date to Limit-As-Of-Date
           End-If.
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
           If Limit-Status Not = ZERO
              Display 'No account limit file - every debit that '
                      'would overdraw is a LIMIT-BREACH'
           End-If.

      *    Prime the read loop.
           Perform 2100-READ-ONE-POSTING.

       2000-APPLY-ONE-POSTING.

           Move ZERO to Acct-Status.
           If Not PST-IS-SYSTEM-CHARGE And Not PST-IS-TRANSFER
              Move 'V' to Acct-Function
              Move PST-ACCT-NO to Acct-Number
              Call "CBL_ACCOUNT_NUMBER" using Acct-Request
                   returning Acct-Status
           End-If.

           Evaluate True
              When Acct-Status Not = ZERO
                 Move 'BAD CHECK DIGIT' to Exception-Reason
                 Perform 7000-WRITE-EXCEPTION
              When PST-AMOUNT Not Numeric
                 Move 'BAD AMOUNT' to Exception-Reason
                 Perform 7000-WRITE-EXCEPTION
              When Not PST-IS-DEBIT And Not PST-IS-CREDIT
                 And Not PST-IS-TRANSFER
                 Move 'BAD D/C FLAG' to Exception-Reason
                 Perform 7000-WRITE-EXCEPTION
              When PST-VALUE-DATE Not Numeric
                 Move 'BAD VALUE DATE' to Exception-Reason
                 Perform 7000-WRITE-EXCEPTION
              When PST-IS-TRANSFER
                 Perform 5000-APPLY-THE-TRANSFER
              When Other
                 Perform 3000-MATCH-AND-POST
           End-Evaluate.
           Move PST-ACCT-NO to BAL-ACCT-NO.
           Read BALANCE-FILE
              Invalid Key
                 Move ZERO to Current-Balance
                 Perform 4200-CHECK-THE-LIMIT
                 If Limit-Breached = 'Y'
                    Exit Paragraph
                 End-If
                 Perform 4100-CREATE-BALANCE
              Not Invalid Key
                 If BAL-CURRENCY Not = Posting-Currency
                    Perform 7000-WRITE-EXCEPTION
                    Exit Paragraph
                 End-If
                 Move BAL-BALANCE to Current-Balance
                 Perform 4200-CHECK-THE-LIMIT
                 If Limit-Breached = 'Y'
                    Exit Paragraph
                 End-If
                 Move BALANCE-RECORD to Before-Image
                 Perform 4050-CARRY-THE-ACTIVITY-DATE
                 Add Signed-Amount to BAL-BALANCE
                 Add Signed-Orig-Amount to BAL-ORIG-BALANCE
                 Move PST-VALUE-DATE to BAL-LAST-POSTED
                 Move PST-ORIGIN to BAL-LAST-ORIGIN
                 Move PST-REFERENCE to BAL-LAST-REFERENCE
                 If Not PST-IS-SYSTEM-CHARGE
                    Move PST-VALUE-DATE to BAL-LAST-ACTIVITY
                 End-If
                 Rewrite BALANCE-RECORD
                    Invalid Key
                       Move 'BALANCE REWRITE' to Exception-Reason

           Add PST-AMOUNT to Amount-Hash.

       4050-CARRY-THE-ACTIVITY-DATE.

      *    Before this posting moves the last-posted date: a record
      *    from before the activity and opened dates were carried
      *    takes both from the date it was last posted.
           If BAL-LAST-ACTIVITY Not Numeric
              Move BAL-LAST-POSTED to BAL-LAST-ACTIVITY
           End-If.
           If BAL-OPENED-DATE Not Numeric
              Move BAL-LAST-POSTED to BAL-OPENED-DATE
           End-If.

       4100-CREATE-BALANCE.

      *    First money ever seen for this account: the balance
           Move Signed-Orig-Amount to BAL-ORIG-BALANCE.
           Move Posting-Currency to BAL-CURRENCY.
           Move PST-VALUE-DATE to BAL-LAST-POSTED.
           Move PST-VALUE-DATE to BAL-OPENED-DATE.
           Move PST-ORIGIN to BAL-LAST-ORIGIN.
           Move PST-REFERENCE to BAL-LAST-REFERENCE.
           If PST-IS-SYSTEM-CHARGE
              Move ZERO to BAL-LAST-ACTIVITY
           Else
              Move PST-VALUE-DATE to BAL-LAST-ACTIVITY
           End-If.
      *    The product code travels onto the balance record, the
      *    same four bytes the accrual job rates by.
           Move MASTER-PRODUCT-CODE to BAL-PRODUCT-CODE.
                 Perform 7500-WRITE-JOURNAL
           End-Write.

       4200-CHECK-THE-LIMIT.

      *    Only a debit that ends below zero needs a limit at all.
           Move 'N' to Limit-Breached.
           If (Not PST-IS-DEBIT And Not PST-IS-TRANSFER)
              Or PST-IS-SYSTEM-CHARGE
              Exit Paragraph
           End-If.
           Compute Projected-Balance =
                   Current-Balance + Signed-Amount.
           If Projected-Balance >= ZERO
              Exit Paragraph
           End-If.

           Move ZERO to Approved-Limit.
           If Limit-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FIND"
                   using Limit-Table-Handle, PST-ACCT-NO,
                         Limit-Result
                   returning Limit-Status
              If Limit-Status = ZERO
                 And Limit-Res-Amount Numeric
                 And (Limit-Res-Expiry Not Numeric
                   Or Limit-Res-Expiry = ZERO
                   Or Limit-Res-Expiry >= Limit-As-Of-Date)
                 Move Limit-Res-Amount to Approved-Limit
              End-If
           End-If.

           Compute Limit-Floor =
                   ZERO - Approved-Limit - Limit-Tolerance.
           If Projected-Balance < Limit-Floor
              Move 'Y' to Limit-Breached
              Add 1 to Limit-Breaches
              Move 'LIMIT-BREACH' to Exception-Reason
              Perform 7000-WRITE-EXCEPTION
           End-If.

       3500-CONVERT-TO-BASE.

           Perform 3550-FIND-THE-BASE-AMOUNT.
           If Currency-Is-Good Not = 'Y'
              Move 'NO FX RATE' to Exception-Reason
              Perform 7000-WRITE-EXCEPTION
           End-If.

       3550-FIND-THE-BASE-AMOUNT.

      *    Blank currency means the partner still sends base-only
      *    records; both amounts are then the same money.
           Move 'Y' to Currency-Is-Good.
                returning Fx-Status.
           If Fx-Status Not = ZERO
              Move 'N' to Currency-Is-Good
              Exit Paragraph
           End-If.
           Compute Base-Amount Rounded =
                   PST-AMOUNT * Fx-Res-Rate.

       5000-APPLY-THE-TRANSFER.

      *    Everything about both legs is proven before either
      *    balance moves; the first thing wrong is the transfer's
      *    one exception.
           Move 'Y' to Transfer-Is-Good.
           If PST-COUNTER-ACCT = Spaces
              Or PST-COUNTER-ACCT = PST-ACCT-NO
              Move 'XFER BAD LEGS' to Exception-Reason
              Perform 5900-FAIL-THE-TRANSFER
              Exit Paragraph
           End-If.
           Perform 3550-FIND-THE-BASE-AMOUNT.
           If Currency-Is-Good Not = 'Y'
              Move 'XFER NO FX RATE' to Exception-Reason
              Perform 5900-FAIL-THE-TRANSFER
              Exit Paragraph
           End-If.

           Move PST-ACCT-NO to LEG-ACCT-NO(1).
           Compute LEG-SIGNED-AMOUNT(1) = ZERO - Base-Amount.
           Compute LEG-SIGNED-ORIG(1) = ZERO - PST-AMOUNT.
           Move PST-COUNTER-ACCT to LEG-ACCT-NO(2).
           Move Base-Amount to LEG-SIGNED-AMOUNT(2).
           Move PST-AMOUNT to LEG-SIGNED-ORIG(2).
           Perform 5100-PROVE-ONE-LEG
               Varying Leg-Idx From 1 By 1
               Until Leg-Idx > 2
                   Or Transfer-Is-Good = 'N'.
           If Transfer-Is-Good = 'N'
              Perform 5900-FAIL-THE-TRANSFER
              Exit Paragraph
           End-If.

      *    The debit leg answers to the debit account's limit,
      *    exactly as a lone debit would.
           Move ZERO to Current-Balance.
           If LEG-EXISTS(1) = 'Y'
              Move LEG-BEFORE-IMAGE(1) to BALANCE-RECORD
              Move BAL-BALANCE to Current-Balance
           End-If.
           Move LEG-SIGNED-AMOUNT(1) to Signed-Amount.
           Perform 4200-CHECK-THE-LIMIT.
           If Limit-Breached = 'Y'
              Add 1 to Transfers-Failed
              Exit Paragraph
           End-If.

           Move 1 to Leg-Idx.
           Perform 5200-WRITE-ONE-LEG.
           If Transfer-Is-Good = 'N'
              Move 'XFER WRITE FAIL' to Exception-Reason
              Perform 5900-FAIL-THE-TRANSFER
              Exit Paragraph
           End-If.
           Move 2 to Leg-Idx.
           Perform 5200-WRITE-ONE-LEG.
           If Transfer-Is-Good = 'N'
              Perform 5300-UNDO-THE-DEBIT-LEG
              Move 'XFER WRITE FAIL' to Exception-Reason
              Perform 5900-FAIL-THE-TRANSFER
              Exit Paragraph
           End-If.

      *    Both legs stand: they are journaled together under the
      *    one posting sequence.
           Perform 5400-JOURNAL-ONE-LEG
               Varying Leg-Idx From 1 By 1
               Until Leg-Idx > 2.
           Add 1 to Postings-Applied.
           Add 1 to Transfers-Applied.
           Add PST-AMOUNT to Amount-Hash.

       5100-PROVE-ONE-LEG.

           Move 'V' to Acct-Function.
           Move LEG-ACCT-NO(Leg-Idx) to Acct-Number.
           Call "CBL_ACCOUNT_NUMBER" using Acct-Request
                returning Acct-Status.
           If Acct-Status Not = ZERO
              Move 'N' to Transfer-Is-Good
              Move 'XFER CHK DIGIT' to Exception-Reason
              Exit Paragraph
           End-If.
           Move LEG-ACCT-NO(Leg-Idx) to MASTER-ACCT-NO.
           Read MASTER-FILE Key Is MASTER-ACCT-NO
              Invalid Key
                 Move 'N' to Transfer-Is-Good
                 If Leg-Idx = 1
                    Move 'XFER NO DR ACCT' to Exception-Reason
                 Else
                    Move 'XFER NO CR ACCT' to Exception-Reason
                 End-If
                 Exit Paragraph
           End-Read.
           Move MASTER-KEY to LEG-MASTER-KEY(Leg-Idx).
           Move MASTER-PRODUCT-CODE to LEG-PRODUCT-CODE(Leg-Idx).

           Move LEG-ACCT-NO(Leg-Idx) to BAL-ACCT-NO.
           Read BALANCE-FILE
              Invalid Key
                 Move 'N' to LEG-EXISTS(Leg-Idx)
                 Move Low-Values to LEG-BEFORE-IMAGE(Leg-Idx)
              Not Invalid Key
                 Move 'Y' to LEG-EXISTS(Leg-Idx)
                 Move BALANCE-RECORD to LEG-BEFORE-IMAGE(Leg-Idx)
                 If BAL-CURRENCY Not = Posting-Currency
                    Move 'N' to Transfer-Is-Good
                    Move 'XFER CCY MIX' to Exception-Reason
                 End-If
           End-Read.

       5200-WRITE-ONE-LEG.

           If LEG-EXISTS(Leg-Idx) = 'Y'
              Move LEG-BEFORE-IMAGE(Leg-Idx) to BALANCE-RECORD
              Perform 4050-CARRY-THE-ACTIVITY-DATE
              Add LEG-SIGNED-AMOUNT(Leg-Idx) to BAL-BALANCE
              Add LEG-SIGNED-ORIG(Leg-Idx) to BAL-ORIG-BALANCE
           Else
              Move Spaces to BALANCE-RECORD
              Move LEG-ACCT-NO(Leg-Idx) to BAL-ACCT-NO
              Move LEG-MASTER-KEY(Leg-Idx) to BAL-MASTER-KEY
              Move LEG-SIGNED-AMOUNT(Leg-Idx) to BAL-BALANCE
              Move LEG-SIGNED-ORIG(Leg-Idx) to BAL-ORIG-BALANCE
              Move Posting-Currency to BAL-CURRENCY
              Move LEG-PRODUCT-CODE(Leg-Idx) to BAL-PRODUCT-CODE
              Move ZERO to BAL-LAST-ACTIVITY
              Move PST-VALUE-DATE to BAL-OPENED-DATE
           End-If.
           Move PST-VALUE-DATE to BAL-LAST-POSTED.
           Move PST-ORIGIN to BAL-LAST-ORIGIN.
           Move PST-REFERENCE to BAL-LAST-REFERENCE.
           If Not PST-IS-SYSTEM-CHARGE
              Move PST-VALUE-DATE to BAL-LAST-ACTIVITY
           End-If.
           Move BALANCE-RECORD to LEG-AFTER-IMAGE(Leg-Idx).

           If LEG-EXISTS(Leg-Idx) = 'Y'
              Rewrite BALANCE-RECORD
                 Invalid Key
                    Move 'N' to Transfer-Is-Good
              End-Rewrite
           Else
              Write BALANCE-RECORD
                 Invalid Key
                    Move 'N' to Transfer-Is-Good
              End-Write
           End-If.

       5300-UNDO-THE-DEBIT-LEG.

      *    The credit leg would not write: the debit leg already
      *    written goes back to exactly what it was.
           If LEG-EXISTS(1) = 'Y'
              Move LEG-BEFORE-IMAGE(1) to BALANCE-RECORD
              Rewrite BALANCE-RECORD
                 Invalid Key
                    Continue
              End-Rewrite
           Else
              Move LEG-ACCT-NO(1) to BAL-ACCT-NO
              Delete BALANCE-FILE Record
                 Invalid Key
                    Continue
              End-Delete
           End-If.

       5400-JOURNAL-ONE-LEG.

           If LEG-EXISTS(Leg-Idx) = 'Y'
              Move LEG-BEFORE-IMAGE(Leg-Idx) to Before-Image
           Else
              Move Low-Values to Before-Image
              Add 1 to Balances-Created
           End-If.
           Move LEG-AFTER-IMAGE(Leg-Idx) to After-Image.
           Move LEG-AFTER-IMAGE(Leg-Idx) to BALANCE-RECORD.
           Perform 7500-WRITE-JOURNAL.

       5900-FAIL-THE-TRANSFER.

           Add 1 to Transfers-Failed.
           Perform 7000-WRITE-EXCEPTION.

       7000-WRITE-EXCEPTION.

           Move Spaces to EXCEPTION-RECORD.
           If PST-AMOUNT Numeric
              Move PST-AMOUNT to EXC-AMOUNT
           End-If.
           Move PST-REFERENCE to EXC-REFERENCE.
           Write EXCEPTION-RECORD.
           Add 1 to Exception-Count.

           Close JOURNAL-FILE.
           Call "CBL_REF_TABLE_FREE" using Fx-Table-Handle
                returning Fx-Status.
           If Limit-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FREE" using Limit-Table-Handle
                   returning Limit-Status
           End-If.

           Display 'Postings read:        ' Postings-Read.
           Display 'Postings applied:     ' Postings-Applied.
           Display 'Balances created:     ' Balances-Created.
           Display 'Transfers applied:    ' Transfers-Applied.
           Display 'Transfers failed:     ' Transfers-Failed.
           Display 'Limit breaches:       ' Limit-Breaches.
           Display 'Exceptions reported:  ' Exception-Count
                   ' (see ' Function Trim(Exception-Path) ')'.

