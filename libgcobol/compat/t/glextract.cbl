      *  Double-entry discipline: every movement books once on its
      *  own side and once against the contra side, both resolved
      *  from the mapping table - product code (4) plus side ('D' or
      *  'C'), then the eight-character GL account.  The 'C' row is
      *  the product's control account, the one carrying its
      *  customers' balances; the 'D' row is its clearing contra.
      *  Money in credits the control account and debits the
      *  contra, money out the reverse.  A movement whose mapping
      *  is missing on either side cannot book both legs; it goes
      *  to the out-of-balance report naming the run stamp and
      *  sequence responsible.
      *
      *  The gate: the extract publishes only when total debits
      *  equal total credits over the whole day.  Out of balance
      *  means no extract file and a nonzero exit, so
      *  gcobol-chain-controller holds everything downstream of it.
      *
      *  A balanced day is then rolled into the GL balance file
      *  (GL-BALANCE-PATH; one running debit-positive balance per
      *  GL account and the date it stands at - the file's current
      *  version is kept under the .prev name).  A file already
      *  rolled to the extract date is not rolled again.  The
      *  rolled balances are listed as the trial balance through
      *  the shared report writer.
      *
      *  Sub-ledger reconciliation: the balance file's base
      *  balances are summed per product code and each product's
      *  sum is set against its control account; products sharing
      *  a control account are summed together.  The control
      *  account's credit balance must equal the customer balances
      *  it carries.  Every difference is listed on the trial
      *  balance report with the products behind it and the run
      *  stamps that moved those products today, and fails the
      *  step so the chain holds downstream publishing.  The GL
      *  file is still rolled - the ledger is what it is; the
      *  difference is the finding.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       >>Define Constant GL-MAP-PATH as "/tmp/feeds/gl-map.dat"
       >>Define Constant GL-OUT-PATH as "/tmp/gcobol-gl-extract.dat"
       >>Define Constant OOB-RPT-PATH as "/tmp/gcobol-gl-oob.rpt"
       >>Define Constant GL-LEDGER-PATH as "/tmp/gcobol-gl-balance.dat"
       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant GL-TB-RPT-PATH as "/tmp/gcobol-gl-trial.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ASSIGN TO Oob-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Oob-File-Status.
           SELECT GL-BALANCE-FILE
                  ASSIGN TO Gl-Bal-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Gl-Bal-Status.
           SELECT GL-NEW-FILE
                  ASSIGN TO Gl-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Gl-New-Status.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BAL-ACCT-NO
                  FILE STATUS IS Balance-File-Status.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER               PIC X(01).
           05  OOB-PRODUCT          PIC X(04).

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05  GLB-ACCOUNT          PIC X(08).
           05  GLB-AS-OF-DATE       PIC 9(08).
           05  GLB-BALANCE          PIC S9(15)V99
                                    SIGN LEADING SEPARATE.

       FD  GL-NEW-FILE.
       01  GL-NEW-RECORD            PIC X(34).

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

       WORKING-STORAGE SECTION.
        77 Journal-Path         PIC X(100) VALUE JOURNAL-PATH.
        77 Map-Path             PIC X(100) VALUE GL-MAP-PATH.
        77 Journal-File-Status  PIC X(02).
        77 Extract-File-Status  PIC X(02).
        77 Oob-File-Status      PIC X(02).
        77 Gl-Bal-Path          PIC X(100).
        77 Gl-New-Path          PIC X(104).
        77 Gl-Prev-Path         PIC X(105).
        77 Gl-Bal-Status        PIC X(02).
        77 Gl-New-Status        PIC X(02).
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 Balance-File-Status  PIC X(02).
        77 Report-Path          PIC X(256) VALUE GL-TB-RPT-PATH.
        77 Copy-Status          BINARY-LONG SIGNED.
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Brk-Displayed        PIC Z(7)9.
        77 Redact-Keep          BINARY-LONG VALUE 4.
        77 Redact-Status        PIC 9(8) COMP-5.
        77 Footer-Status        BINARY-LONG SIGNED.
        77 Run-Status           BINARY-LONG SIGNED VALUE ZERO.

      * Run stamps that moved each product today, for the
      * reconciliation's difference lines.
        77 Stamp-Count          BINARY-LONG VALUE ZERO.
        77 Max-Stamps           BINARY-LONG VALUE 500.
        77 Stamp-Idx            BINARY-LONG.
        77 Stamp-Found          BINARY-LONG.
        01 Stamp-Table.
           05 Stamp-Entry OCCURS 500 TIMES.
              10 STM-PRODUCT       PIC X(04).
              10 STM-RUN-STAMP     PIC 9(14).

      * Running GL balances, debit-positive, as rolled tonight.
        77 Gl-Count             BINARY-LONG VALUE ZERO.
        77 Max-Gl               BINARY-LONG VALUE 500.
        77 Gl-Idx               BINARY-LONG.
        77 Gl-Found             BINARY-LONG.
        77 Gl-Wanted            PIC X(08).
        77 Gl-File-Existed      PIC X(01) VALUE 'N'.
        77 Already-Rolled       PIC X(01) VALUE 'N'.
        01 Gl-Table.
           05 Gl-Entry OCCURS 500 TIMES.
              10 GLT-ACCOUNT       PIC X(08).
              10 GLT-BALANCE       PIC S9(15)V99.
              10 GLT-SUBLEDGER     PIC S9(15)V99.
              10 GLT-IS-CONTROL    PIC X(01).
        01 Gl-Out-Work.
           05 GLO-ACCOUNT          PIC X(08).
           05 GLO-AS-OF-DATE       PIC 9(08).
           05 GLO-BALANCE          PIC S9(15)V99
                                   SIGN LEADING SEPARATE.

      * Customer balances summed per product code.
        77 Product-Count        BINARY-LONG VALUE ZERO.
        77 Max-Products         BINARY-LONG VALUE 200.
        77 Product-Idx          BINARY-LONG.
        77 Product-Found        BINARY-LONG.
        77 Product-Wanted       PIC X(04).
        01 Product-Table.
           05 Product-Entry OCCURS 200 TIMES.
              10 PRD-CODE          PIC X(04).
              10 PRD-SUBLEDGER     PIC S9(15)V99.
              10 PRD-CONTROL       PIC X(08).

        77 Balances-Read        BINARY-LONG VALUE ZERO.
        77 Recon-Breaks         BINARY-LONG VALUE ZERO.
        77 Control-Credit       PIC S9(15)V99.
        77 Recon-Difference     PIC S9(15)V99.
        77 Tb-Debits            PIC S9(15)V99 VALUE ZERO.
        77 Tb-Credits           PIC S9(15)V99 VALUE ZERO.
        77 Break-Gl-Idx         BINARY-LONG.
        77 Money-Edited         PIC -(14)9.99.
        77 Money-Edited-2       PIC -(14)9.99.
        77 Money-Edited-3       PIC -(14)9.99.
        77 Amount-For-Writer    BINARY-DOUBLE.
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           End-If.

           Perform 7000-WRITE-THE-EXTRACT.
           Perform 7500-ROLL-THE-GL-FORWARD.
           Perform 7700-RECONCILE-THE-LEDGERS.
           Perform 7800-PRINT-THE-TRIAL-BALANCE.
           Perform 8000-AUDIT-THE-RUN.

      *    A sub-ledger difference fails the step: the extract is
      *    written, but nothing downstream publishes past it.
           If Recon-Breaks > ZERO
              Display '*** GL DOES NOT AGREE WITH THE BALANCE FILE:'
                      ' ' Recon-Breaks ' difference(s) - see '
                      Function Trim(Report-Path)
              Move 1 to Run-Status
           End-If.

           Call "CBL_RUN_FOOTER" using 'gcobol-gl-extract'
                by value Run-Status, Entries-Read, Acct-Count
                returning Footer-Status.
           If Run-Status Not = ZERO
              Stop Run With Error Status 1
           End-If.
           Stop Run.

       0100-RESOLVE-THE-DATE.
                      returning Config-Status.
           Move Config-Value to Extract-Path.

           Move 'GL-BALANCE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        GL-LEDGER-PATH
                      returning Config-Status.
           Move Config-Value to Gl-Bal-Path.
           Move Spaces to Gl-New-Path.
           String Function Trim(Gl-Bal-Path) '.new'
             Delimited By Size Into Gl-New-Path.
           Move Spaces to Gl-Prev-Path.
           String Function Trim(Gl-Bal-Path) '.prev'
             Delimited By Size Into Gl-Prev-Path.

           Display 'GL extract date: ' Extract-Date.

       2000-BOOK-ONE-ENTRY.
              Compute Abs-Amount = ZERO - Movement-Amount
           End-If.

           Perform 3500-NOTE-THE-STAMP.

      *    The product's control account takes the movement on its
      *    own side, the clearing contra takes the other.
           Move 'Y' to Both-Legs-Mapped.
           Move IMG-PRODUCT-CODE to Probe-Product.
           Move 'C' to Probe-Side.
           Call "CBL_REF_TABLE_FIND"
                using Map-Table-Handle, Map-Probe-Key, Map-Result
                returning Map-Status.
              Move Map-Res-GL-Acct to Own-GL-Acct
           End-If.

           Move 'D' to Probe-Side.
           Call "CBL_REF_TABLE_FIND"
                using Map-Table-Handle, Map-Probe-Key, Map-Result
                returning Map-Status.
           Perform 4000-ACCUMULATE-ONE-LEG.
           Add 1 to Movements-Booked.

       3500-NOTE-THE-STAMP.

           Move ZERO to Stamp-Found.
           Perform 3510-MATCH-ONE-STAMP
               Varying Stamp-Idx From 1 By 1
               Until Stamp-Idx > Stamp-Count
                   Or Stamp-Found > ZERO.
           If Stamp-Found = ZERO
              And Stamp-Count < Max-Stamps
              Add 1 to Stamp-Count
              Move IMG-PRODUCT-CODE to STM-PRODUCT(Stamp-Count)
              Move JN-RUN-STAMP to STM-RUN-STAMP(Stamp-Count)
           End-If.

       3510-MATCH-ONE-STAMP.

           If STM-PRODUCT(Stamp-Idx) = IMG-PRODUCT-CODE
              And STM-RUN-STAMP(Stamp-Idx) = JN-RUN-STAMP
              Move Stamp-Idx to Stamp-Found
           End-If.

       4000-ACCUMULATE-ONE-LEG.

           Move ZERO to Found-Idx.
           Move GLA-CREDITS(Acct-Idx) to GLX-CREDIT-TOTAL.
           Write EXTRACT-RECORD.

       7500-ROLL-THE-GL-FORWARD.

           Open Input GL-BALANCE-FILE.
           If Gl-Bal-Status = '00'
              Move 'Y' to Gl-File-Existed
              Perform 7510-LOAD-ONE-GL-BALANCE
                  Until Gl-Bal-Status Not = '00'
              Close GL-BALANCE-FILE
           Else
              Display 'No GL balance file '
                      Function Trim(Gl-Bal-Path)
                      ' - GL balances start from zero tonight'
           End-If.

      *    A file that already stands at tonight's date carries
      *    tonight's movements; rolling again would book them twice.
           If Already-Rolled = 'Y'
              Display 'GL balances already stand at ' Extract-Date
                      ' - not rolled again'
              Exit Paragraph
           End-If.

           Perform 7520-POST-ONE-ACCOUNT
               Varying Acct-Idx From 1 By 1
               Until Acct-Idx > Acct-Count.

           Open Output GL-NEW-FILE.
           If Gl-New-Status Not = '00'
              Display 'Cannot write GL balance file '
                      Function Trim(Gl-New-Path)
                      ' - file status ' Gl-New-Status
              Stop Run With Error Status 1
           End-If.
           Perform 7530-WRITE-ONE-GL-BALANCE
               Varying Gl-Idx From 1 By 1
               Until Gl-Idx > Gl-Count.
           Close GL-NEW-FILE.

           If Gl-File-Existed = 'Y'
              Call "CBL_COPY_FILE" using Gl-Bal-Path, Gl-Prev-Path
                         returning Copy-Status
              If Copy-Status Not = ZERO
                 Display '*** GL balance backup failed - '
                         Function Trim(Gl-Bal-Path) ' not copied to '
                         Function Trim(Gl-Prev-Path)
                         '; GL balances not rolled'
                 Stop Run With Error Status 1
              End-If
           End-If.
           Call "CBL_RENAME_FILE" using Gl-New-Path, Gl-Bal-Path
                      returning status-code.
           If status-code Not = ZERO
              Display '*** GL balance swap failed - tonight''s '
                      'balances are at ' Function Trim(Gl-New-Path)
                      ' and must replace ' Function Trim(Gl-Bal-Path)
                      ' before the next extract'
              Stop Run With Error Status 1
           End-If.
           Display 'GL balances rolled to ' Extract-Date
                   ' (' Gl-Count ' GL account(s))'.

       7510-LOAD-ONE-GL-BALANCE.

           Read GL-BALANCE-FILE
              At End
                 Move '10' to Gl-Bal-Status
              Not At End
                 If GLB-BALANCE Numeric
                    If GLB-AS-OF-DATE Numeric
                       And GLB-AS-OF-DATE >= Extract-Date
                       Move 'Y' to Already-Rolled
                    End-If
                    Move GLB-ACCOUNT to Gl-Wanted
                    Perform 7600-FIND-THE-GL-ACCOUNT
                    Add GLB-BALANCE to GLT-BALANCE(Gl-Found)
                 End-If
           End-Read.

       7520-POST-ONE-ACCOUNT.

           Move GLA-ACCOUNT(Acct-Idx) to Gl-Wanted.
           Perform 7600-FIND-THE-GL-ACCOUNT.
           Compute GLT-BALANCE(Gl-Found) = GLT-BALANCE(Gl-Found)
                 + GLA-DEBITS(Acct-Idx) - GLA-CREDITS(Acct-Idx).

       7530-WRITE-ONE-GL-BALANCE.

           Move GLT-ACCOUNT(Gl-Idx) to GLO-ACCOUNT.
           Move Extract-Date to GLO-AS-OF-DATE.
           Move GLT-BALANCE(Gl-Idx) to GLO-BALANCE.
           Write GL-NEW-RECORD from Gl-Out-Work.

       7600-FIND-THE-GL-ACCOUNT.

           Move ZERO to Gl-Found.
           Perform 7610-MATCH-ONE-GL-ACCOUNT
               Varying Gl-Idx From 1 By 1
               Until Gl-Idx > Gl-Count
                   Or Gl-Found > ZERO.
           If Gl-Found = ZERO
              If Gl-Count >= Max-Gl
                 Display '*** more than ' Max-Gl
                         ' GL balances - raise the table'
                 Stop Run With Error Status 1
              End-If
              Add 1 to Gl-Count
              Move Gl-Wanted to GLT-ACCOUNT(Gl-Count)
              Move ZERO to GLT-BALANCE(Gl-Count)
              Move ZERO to GLT-SUBLEDGER(Gl-Count)
              Move 'N' to GLT-IS-CONTROL(Gl-Count)
              Move Gl-Count to Gl-Found
           End-If.

       7610-MATCH-ONE-GL-ACCOUNT.

           If GLT-ACCOUNT(Gl-Idx) = Gl-Wanted
              Move Gl-Idx to Gl-Found
           End-If.

       7700-RECONCILE-THE-LEDGERS.

      *    A product moved today but with no balances left still
      *    owes its control account a zero.
           Perform 7710-SEED-ONE-PRODUCT
               Varying Stamp-Idx From 1 By 1
               Until Stamp-Idx > Stamp-Count.

           Open Input BALANCE-FILE.
           If Balance-File-Status Not = '00'
              Display '*** cannot open balance file '
                      Function Trim(Balance-Path)
                      ' - file status ' Balance-File-Status
                      ' - the GL cannot be reconciled'
              Add 1 to Recon-Breaks
              Exit Paragraph
           End-If.
           Perform 7720-SUM-ONE-BALANCE
               Until Balance-File-Status Not = '00'.
           Close BALANCE-FILE.

           Perform 7730-ASSIGN-ONE-PRODUCT
               Varying Product-Idx From 1 By 1
               Until Product-Idx > Product-Count.
           Perform 7740-PROVE-ONE-CONTROL
               Varying Gl-Idx From 1 By 1
               Until Gl-Idx > Gl-Count.

           Display 'Balances summed:       ' Balances-Read.
           Display 'Reconciliation breaks: ' Recon-Breaks.

       7710-SEED-ONE-PRODUCT.

           Move STM-PRODUCT(Stamp-Idx) to Product-Wanted.
           Perform 7790-FIND-THE-PRODUCT.

       7720-SUM-ONE-BALANCE.

           Read BALANCE-FILE
              At End
                 Move '10' to Balance-File-Status
              Not At End
                 Add 1 to Balances-Read
                 If BAL-BALANCE Numeric
                    Move BAL-PRODUCT-CODE to Product-Wanted
                    Perform 7790-FIND-THE-PRODUCT
                    Add BAL-BALANCE to PRD-SUBLEDGER(Product-Found)
                 End-If
           End-Read.

       7730-ASSIGN-ONE-PRODUCT.

      *    A product with no control account has nowhere to agree;
      *    that is a break in its own right.
           Move PRD-CODE(Product-Idx) to Probe-Product.
           Move 'C' to Probe-Side.
           Call "CBL_REF_TABLE_FIND"
                using Map-Table-Handle, Map-Probe-Key, Map-Result
                returning Map-Status.
           If Map-Status Not = ZERO
              Move Spaces to PRD-CONTROL(Product-Idx)
              Add 1 to Recon-Breaks
              Exit Paragraph
           End-If.
           Move Map-Res-GL-Acct to PRD-CONTROL(Product-Idx).
           Move Map-Res-GL-Acct to Gl-Wanted.
           Perform 7600-FIND-THE-GL-ACCOUNT.
           Add PRD-SUBLEDGER(Product-Idx) to GLT-SUBLEDGER(Gl-Found).
           Move 'Y' to GLT-IS-CONTROL(Gl-Found).

       7740-PROVE-ONE-CONTROL.

           If GLT-IS-CONTROL(Gl-Idx) = 'Y'
              Perform 7750-FIGURE-THE-DIFFERENCE
              If Recon-Difference Not = ZERO
                 Add 1 to Recon-Breaks
              End-If
           End-If.

       7750-FIGURE-THE-DIFFERENCE.

      *    The GL balance is debit-positive; a control account
      *    carrying customer money stands in credit.
           Compute Control-Credit = ZERO - GLT-BALANCE(Gl-Idx).
           Compute Recon-Difference =
                   Control-Credit - GLT-SUBLEDGER(Gl-Idx).

       7790-FIND-THE-PRODUCT.

           Move ZERO to Product-Found.
           Perform 7795-MATCH-ONE-PRODUCT
               Varying Product-Idx From 1 By 1
               Until Product-Idx > Product-Count
                   Or Product-Found > ZERO.
           If Product-Found = ZERO
              If Product-Count >= Max-Products
                 Display '*** more than ' Max-Products
                         ' product codes - raise the table'
                 Stop Run With Error Status 1
              End-If
              Add 1 to Product-Count
              Move Product-Wanted to PRD-CODE(Product-Count)
              Move ZERO to PRD-SUBLEDGER(Product-Count)
              Move Spaces to PRD-CONTROL(Product-Count)
              Move Product-Count to Product-Found
           End-If.

       7795-MATCH-ONE-PRODUCT.

           If PRD-CODE(Product-Idx) = Product-Wanted
              Move Product-Idx to Product-Found
           End-If.

       7800-PRINT-THE-TRIAL-BALANCE.

           Move Spaces to Report-Title.
           String 'GL TRIAL BALANCE AND SUB-LEDGER RECONCILIATION - '
                  Extract-Date
                  Delimited By Size Into Report-Title.
           Move 'GL ACCT         DEBIT BALANCE      CREDIT BALANCE'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display '*** cannot start trial balance report '
                      Function Trim(Report-Path)
              Move 1 to Run-Status
              Exit Paragraph
           End-If.

      *    Trial balance lines ride in debit-positive, so the
      *    writer's total for the section is zero on good books.
           Move 'TRIAL BALANCE' to Control-Value.
           Perform 7810-PRINT-ONE-ACCOUNT
               Varying Gl-Idx From 1 By 1
               Until Gl-Idx > Gl-Count.

           Move 'RECONCILIATION' to Control-Value.
           Perform 7820-PRINT-ONE-BREAK
               Varying Gl-Idx From 1 By 1
               Until Gl-Idx > Gl-Count.
           Perform 7830-PRINT-ONE-UNMAPPED
               Varying Product-Idx From 1 By 1
               Until Product-Idx > Product-Count.
           Call "CBL_REPORT_END" returning Report-Status.

           Display 'Trial balance debits:  ' Tb-Debits.
           Display 'Trial balance credits: ' Tb-Credits.

       7810-PRINT-ONE-ACCOUNT.

           Move Spaces to Detail-Line.
           Move GLT-ACCOUNT(Gl-Idx) to Detail-Line(1:8).
           If GLT-BALANCE(Gl-Idx) >= ZERO
              Add GLT-BALANCE(Gl-Idx) to Tb-Debits
              Move GLT-BALANCE(Gl-Idx) to Money-Edited
              Move Money-Edited to Detail-Line(12:18)
           Else
              Compute Control-Credit = ZERO - GLT-BALANCE(Gl-Idx)
              Add Control-Credit to Tb-Credits
              Move Control-Credit to Money-Edited
              Move Money-Edited to Detail-Line(32:18)
           End-If.
           Compute Amount-For-Writer = GLT-BALANCE(Gl-Idx) * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       7820-PRINT-ONE-BREAK.

           If GLT-IS-CONTROL(Gl-Idx) Not = 'Y'
              Exit Paragraph
           End-If.
           Perform 7750-FIGURE-THE-DIFFERENCE.
           If Recon-Difference = ZERO
              Exit Paragraph
           End-If.

           Move Control-Credit to Money-Edited.
           Move GLT-SUBLEDGER(Gl-Idx) to Money-Edited-2.
           Move Recon-Difference to Money-Edited-3.
           Move Spaces to Detail-Line.
           String 'DIFFERENCE ' GLT-ACCOUNT(Gl-Idx)
                  ' GL ' Money-Edited
                  ' SUB-LEDGER ' Money-Edited-2
                  ' DIFF ' Money-Edited-3
                  Delimited By Size Into Detail-Line.
           Compute Amount-For-Writer = Recon-Difference * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

           Move GLT-ACCOUNT(Gl-Idx) to Gl-Wanted.
           Perform 7825-PRINT-ONE-PRODUCT
               Varying Product-Idx From 1 By 1
               Until Product-Idx > Product-Count.

       7825-PRINT-ONE-PRODUCT.

           If PRD-CONTROL(Product-Idx) Not = Gl-Wanted
              Exit Paragraph
           End-If.
           Move PRD-SUBLEDGER(Product-Idx) to Money-Edited-2.
           Move Spaces to Detail-Line.
           String '  PRODUCT ' PRD-CODE(Product-Idx)
                  ' SUB-LEDGER ' Money-Edited-2
                  Delimited By Size Into Detail-Line.
           Move ZERO to Amount-For-Writer.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
           Perform 7828-PRINT-ONE-STAMP
               Varying Stamp-Idx From 1 By 1
               Until Stamp-Idx > Stamp-Count.

       7828-PRINT-ONE-STAMP.

           If STM-PRODUCT(Stamp-Idx) Not = PRD-CODE(Product-Idx)
              Exit Paragraph
           End-If.
           Move Spaces to Detail-Line.
           String '    MOVED TODAY BY RUN ' STM-RUN-STAMP(Stamp-Idx)
                  Delimited By Size Into Detail-Line.
           Move ZERO to Amount-For-Writer.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       7830-PRINT-ONE-UNMAPPED.

           If PRD-CONTROL(Product-Idx) Not = Spaces
              Exit Paragraph
           End-If.
           Move PRD-SUBLEDGER(Product-Idx) to Money-Edited-2.
           Move Spaces to Detail-Line.
           String 'NO CONTROL ACCOUNT FOR PRODUCT '
                  PRD-CODE(Product-Idx)
                  ' SUB-LEDGER ' Money-Edited-2
                  Delimited By Size Into Detail-Line.
           Compute Amount-For-Writer =
                   PRD-SUBLEDGER(Product-Idx) * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
           Perform 7828-PRINT-ONE-STAMP
               Varying Stamp-Idx From 1 By 1
               Until Stamp-Idx > Stamp-Count.

       8000-AUDIT-THE-RUN.

           Move Unmapped-Count to Cnt-Displayed.
           Move Spaces to Audit-Args.
           Move Recon-Breaks to Brk-Displayed.
           String 'date=' Extract-Date
                  ' unmapped=' Function Trim(Cnt-Displayed)
                  ' breaks=' Function Trim(Brk-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-gl-extract",
