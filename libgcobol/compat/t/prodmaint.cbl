      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Product catalog maintenance, in the gcobol-catalog-maint
      *  style.  Product codes on the master and the balance file
      *  used to be free text that the rate table, the GL mapping
      *  and the fee schedule each discovered were unknown on
      *  their own; the catalog is now the one list of codes the
      *  feed validator and the nightly product check hold every
      *  other file to, and this screen is the only supported way
      *  to touch it:
      *
      *    L  list the catalog
      *    A  add a product - every field validated on entry: the
      *       code four nonblank characters and not already on
      *       file, a description, the currency restriction three
      *       letters or blank (any currency), the interest-bearing
      *       and overdraft-allowed flags Y or N, the statement
      *       cycle M, Q, H or A (monthly, quarterly, half-yearly,
      *       annual)
      *    C  change a product (same validation; the status may be
      *       set back to A to reinstate a withdrawn product)
      *    W  withdraw a product - it stays on file so the accounts
      *       still carrying it keep a known code, but no new
      *       account may be opened on it
      *
      *  Catalog record: code (4), description (30), currency
      *  restriction (3), interest-bearing flag (1), overdraft-
      *  allowed flag (1), statement cycle (1), status (1: A active,
      *  W withdrawn), the date the status last changed (8), then
      *  filler to 64.  The file is kept in code order so it loads
      *  as a reference table.
      *
      *  CBL_OPERATOR_AUTH level 'U' may change the catalog; any
      *  other authorized operator may list it.  Every save first
      *  copies the current catalog to its .prev name, and every
      *  change lands on the audit trail with the operator and
      *  reason.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-product-catalog.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant PRODUCT-CATALOG as "/tmp/feeds/products.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE
                  ASSIGN TO Product-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Product-File-Status.
           SELECT PRODUCT-NEW-FILE
                  ASSIGN TO Product-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Product-New-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05  PRD-CODE             PIC X(04).
           05  PRD-DESCRIPTION      PIC X(30).
           05  PRD-CURRENCY         PIC X(03).
           05  PRD-INTEREST-FLAG    PIC X(01).
               88  PRD-BEARS-INTEREST   VALUE 'Y'.
           05  PRD-OVERDRAFT-FLAG   PIC X(01).
               88  PRD-ALLOWS-OVERDRAFT VALUE 'Y'.
           05  PRD-STMT-CYCLE       PIC X(01).
           05  PRD-STATUS           PIC X(01).
               88  PRD-IS-ACTIVE        VALUE 'A'.
               88  PRD-IS-WITHDRAWN     VALUE 'W'.
           05  PRD-STATUS-DATE      PIC 9(08).
           05  FILLER               PIC X(15).

       FD  PRODUCT-NEW-FILE.
       01  PRODUCT-NEW-RECORD       PIC X(64).

       WORKING-STORAGE SECTION.
        77 Product-Path        PIC X(100).
        77 Product-New-Path    PIC X(104).
        77 Product-Prev-Path   PIC X(105).
        77 Product-File-Status PIC X(02).
        77 Product-New-Status  PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Operator-Id         PIC X(16).
        77 Change-Reason       PIC X(64).
        77 Auth-Tool           PIC X(24).
        77 Auth-Level          PIC X(01).
        77 Auth-Check-Status   BINARY-LONG SIGNED.
        77 Mode-Answer         PIC X(01).
           88 Mode-Is-List        VALUE 'L' 'l'.
           88 Mode-Is-Add         VALUE 'A' 'a'.
           88 Mode-Is-Change      VALUE 'C' 'c'.
           88 Mode-Is-Withdraw    VALUE 'W' 'w'.
           88 Mode-Is-Quit        VALUE 'Q' 'q'.
        77 Copy-Status         BINARY-LONG SIGNED.
        77 Entry-Count         BINARY-LONG.
        77 Touched-Count       BINARY-LONG.
        77 New-Is-Placed       PIC X(01).
        77 Held-Product        PIC X(64).
        77 Processing-Date     PIC 9(08).
        77 Epoch-Seconds       BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).

      *  The product being validated.
        77 New-Code            PIC X(04).
        77 New-Description     PIC X(30).
        77 New-Currency        PIC X(03).
        77 New-Interest        PIC X(01).
        77 New-Overdraft       PIC X(01).
        77 New-Cycle           PIC X(01).
           88 New-Cycle-Is-Good   VALUE 'M' 'Q' 'H' 'A'.
        77 New-Status          PIC X(01).
        77 Entry-Is-Good       PIC X(01).
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Move 'PRODUCT-CATALOG' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        PRODUCT-CATALOG
                      returning Config-Status.
           Move Config-Value to Product-Path.
           Move Spaces to Product-New-Path.
           String Function Trim(Product-Path) '.new'
             Delimited By Size Into Product-New-Path.
           Move Spaces to Product-Prev-Path.
           String Function Trim(Product-Path) '.prev'
             Delimited By Size Into Product-Prev-Path.

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

           Display 'gcobol product catalog maintenance - '
                   Function Trim(Product-Path).
           Display 'Operator id: ' with No Advancing.
           Accept Operator-Id from Console.
           Display 'Reason for this session: ' with No Advancing.
           Accept Change-Reason from Console.
           If Operator-Id = Spaces Or Change-Reason = Spaces
              Display 'An operator id and a reason are both '
                      'required'
              Stop Run With Error Status 1
           End-If.

           Move 'gcobol-product-catalog' to Auth-Tool.
           Call "CBL_OPERATOR_AUTH" using Operator-Id, Auth-Tool,
                        Auth-Level
                      returning Auth-Check-Status.
           If Auth-Check-Status Not = ZERO
              Display 'Operator ' Function Trim(Operator-Id)
                      ' is not authorized for the product catalog'
              Stop Run With Error Status 1
           End-If.

           Perform 1000-ONE-COMMAND
               Until Mode-Is-Quit.
           Stop Run.

       1000-ONE-COMMAND.

           If Auth-Level = 'U'
              Display 'List, Add, Change, Withdraw or Quit '
                      '(L/A/C/W/Q): ' with No Advancing
           Else
              Display 'List or Quit (L/Q): ' with No Advancing
           End-If.
           Accept Mode-Answer from Console.
           If Auth-Level Not = 'U'
              And Not Mode-Is-List And Not Mode-Is-Quit
              Display 'Operator ' Function Trim(Operator-Id)
                      ' may display the catalog only'
              Exit Paragraph
           End-If.
           Evaluate True
              When Mode-Is-List
                 Perform 2000-LIST-THE-CATALOG
              When Mode-Is-Add
                 Perform 3000-ADD-ONE-PRODUCT
              When Mode-Is-Change
                 Perform 4000-CHANGE-ONE-PRODUCT
              When Mode-Is-Withdraw
                 Perform 5000-WITHDRAW-ONE-PRODUCT
              When Mode-Is-Quit
                 Continue
              When Other
                 Display 'Answer L, A, C, W or Q'
           End-Evaluate.

       2000-LIST-THE-CATALOG.

           Move ZERO to Entry-Count.
           Open Input PRODUCT-FILE.
           If Product-File-Status Not = '00'
              Display '(catalog is empty)'
              Exit Paragraph
           End-If.
           Perform 2100-LIST-ONE-PRODUCT
               Until Product-File-Status Not = '00'.
           Close PRODUCT-FILE.
           Display Entry-Count ' product(s) cataloged'.

       2100-LIST-ONE-PRODUCT.

           Read PRODUCT-FILE
              At End
                 Move '10' to Product-File-Status
              Not At End
                 Add 1 to Entry-Count
                 Display '  ' PRD-CODE ' ' PRD-DESCRIPTION
                         ' status=' PRD-STATUS
                         ' since ' PRD-STATUS-DATE
                 Display '    currency=' PRD-CURRENCY
                         ' interest=' PRD-INTEREST-FLAG
                         ' overdraft=' PRD-OVERDRAFT-FLAG
                         ' cycle=' PRD-STMT-CYCLE
           End-Read.

       3000-ADD-ONE-PRODUCT.

           Display 'Product code: ' with No Advancing.
           Accept New-Code from Console.
           Move 'A' to New-Status.
           Perform 6000-ACCEPT-AND-VALIDATE.
           If Entry-Is-Good Not = 'Y'
              Exit Paragraph
           End-If.

      *    The file stays in code order: the new product is
      *    written in its place as the file is copied across.
           Perform 7000-KEEP-THE-PREVIOUS.
           Move ZERO to Touched-Count.
           Move 'N' to New-Is-Placed.
           Open Output PRODUCT-NEW-FILE.
           If Product-New-Status Not = '00'
              Display '*** cannot rewrite catalog'
              Exit Paragraph
           End-If.
           Open Input PRODUCT-FILE.
           If Product-File-Status = '00'
              Perform 3100-COPY-ONE-PRODUCT
                  Until Product-File-Status Not = '00'
              Close PRODUCT-FILE
           End-If.
           If Touched-Count > ZERO
              Close PRODUCT-NEW-FILE
              Call "CBL_DELETE_FILE" using Product-New-Path
                   returning status-code
              Display 'Product ' New-Code ' is already cataloged '
                      '- use Change'
              Exit Paragraph
           End-If.
           If New-Is-Placed = 'N'
              Perform 6900-FILL-THE-RECORD
              Move PRODUCT-RECORD to PRODUCT-NEW-RECORD
              Write PRODUCT-NEW-RECORD
           End-If.
           Close PRODUCT-NEW-FILE.
           Call "CBL_RENAME_FILE" using Product-New-Path,
                                         Product-Path
                      returning status-code.
           Display 'Added.'.
           Perform 8000-AUDIT-THE-CHANGE.

       3100-COPY-ONE-PRODUCT.

           Read PRODUCT-FILE
              At End
                 Move '10' to Product-File-Status
                 Exit Paragraph
           End-Read.
           If PRD-CODE = New-Code
              Add 1 to Touched-Count
           End-If.
           Move PRODUCT-RECORD to Held-Product.
           If PRD-CODE > New-Code And New-Is-Placed = 'N'
              Perform 6900-FILL-THE-RECORD
              Move PRODUCT-RECORD to PRODUCT-NEW-RECORD
              Write PRODUCT-NEW-RECORD
              Move 'Y' to New-Is-Placed
           End-If.
           Move Held-Product to PRODUCT-NEW-RECORD.
           Write PRODUCT-NEW-RECORD.

       4000-CHANGE-ONE-PRODUCT.

           Display 'Product code: ' with No Advancing.
           Accept New-Code from Console.
           Display 'Status (A active, W withdrawn): '
                   with No Advancing.
           Accept New-Status from Console.
           If New-Status Not = 'A' And New-Status Not = 'W'
              Display 'Status must be A or W - entry abandoned'
              Exit Paragraph
           End-If.
           Perform 6000-ACCEPT-AND-VALIDATE.
           If Entry-Is-Good Not = 'Y'
              Exit Paragraph
           End-If.

           Perform 7000-KEEP-THE-PREVIOUS.
           Move ZERO to Touched-Count.
           Open Input PRODUCT-FILE.
           If Product-File-Status Not = '00'
              Display '(catalog is empty - use Add)'
              Exit Paragraph
           End-If.
           Open Output PRODUCT-NEW-FILE.
           If Product-New-Status Not = '00'
              Close PRODUCT-FILE
              Display '*** cannot rewrite catalog'
              Exit Paragraph
           End-If.
           Perform 4100-REPLACE-ONE-PRODUCT
               Until Product-File-Status Not = '00'.
           Close PRODUCT-FILE.
           Close PRODUCT-NEW-FILE.
           Call "CBL_RENAME_FILE" using Product-New-Path,
                                         Product-Path
                      returning status-code.
           If Touched-Count = ZERO
              Display 'No product carried that code - nothing '
                      'changed'
           Else
              Display 'Changed.'
              Perform 8000-AUDIT-THE-CHANGE
           End-If.

       4100-REPLACE-ONE-PRODUCT.

           Read PRODUCT-FILE
              At End
                 Move '10' to Product-File-Status
              Not At End
                 If PRD-CODE = New-Code
                    Add 1 to Touched-Count
      *             The status date moves only when the status does.
                    If PRD-STATUS = New-Status
                       Move PRD-STATUS-DATE to Pd-Date
                       Perform 6900-FILL-THE-RECORD
                       Move Pd-Date to PRD-STATUS-DATE
                    Else
                       Perform 6900-FILL-THE-RECORD
                    End-If
                 End-If
                 Move PRODUCT-RECORD to PRODUCT-NEW-RECORD
                 Write PRODUCT-NEW-RECORD
           End-Read.

       5000-WITHDRAW-ONE-PRODUCT.

           Display 'Product code to withdraw: ' with No Advancing.
           Accept New-Code from Console.
           Move 'W' to New-Status.

           Perform 7000-KEEP-THE-PREVIOUS.
           Move ZERO to Touched-Count.
           Open Input PRODUCT-FILE.
           If Product-File-Status Not = '00'
              Display '(catalog is empty)'
              Exit Paragraph
           End-If.
           Open Output PRODUCT-NEW-FILE.
           If Product-New-Status Not = '00'
              Close PRODUCT-FILE
              Display '*** cannot rewrite catalog'
              Exit Paragraph
           End-If.
           Perform 5100-WITHDRAW-ONE-ENTRY
               Until Product-File-Status Not = '00'.
           Close PRODUCT-FILE.
           Close PRODUCT-NEW-FILE.
           Call "CBL_RENAME_FILE" using Product-New-Path,
                                         Product-Path
                      returning status-code.
           Display Touched-Count ' product(s) withdrawn'.
           If Touched-Count > ZERO
              Perform 8000-AUDIT-THE-CHANGE
           End-If.

       5100-WITHDRAW-ONE-ENTRY.

           Read PRODUCT-FILE
              At End
                 Move '10' to Product-File-Status
              Not At End
                 If PRD-CODE = New-Code
                    And Not PRD-IS-WITHDRAWN
                    Add 1 to Touched-Count
                    Move 'W' to PRD-STATUS
                    Move Processing-Date to PRD-STATUS-DATE
                 End-If
                 Move PRODUCT-RECORD to PRODUCT-NEW-RECORD
                 Write PRODUCT-NEW-RECORD
           End-Read.

       6000-ACCEPT-AND-VALIDATE.

           Move 'N' to Entry-Is-Good.

           If New-Code = Spaces
              Or New-Code(1:1) = Space Or New-Code(2:1) = Space
              Or New-Code(3:1) = Space Or New-Code(4:1) = Space
              Display 'A product code is four nonblank characters'
              Exit Paragraph
           End-If.

           Display 'Description: ' with No Advancing.
           Accept New-Description from Console.
           If New-Description = Spaces
              Display 'A description is required - entry abandoned'
              Exit Paragraph
           End-If.

           Display 'Currency restriction (3 letters, blank for '
                   'any): ' with No Advancing.
           Accept New-Currency from Console.
           If New-Currency Not = Spaces
              And (New-Currency Not Alphabetic-Upper
                   Or New-Currency(3:1) = Space)
              Display 'Currency must be three capital letters or '
                      'blank - entry abandoned'
              Exit Paragraph
           End-If.

           Display 'Interest-bearing (Y/N): ' with No Advancing.
           Accept New-Interest from Console.
           If New-Interest Not = 'Y' And New-Interest Not = 'N'
              Display 'Flag must be Y or N - entry abandoned'
              Exit Paragraph
           End-If.

           Display 'Overdraft allowed (Y/N): ' with No Advancing.
           Accept New-Overdraft from Console.
           If New-Overdraft Not = 'Y' And New-Overdraft Not = 'N'
              Display 'Flag must be Y or N - entry abandoned'
              Exit Paragraph
           End-If.

           Display 'Statement cycle (M/Q/H/A): ' with No Advancing.
           Accept New-Cycle from Console.
           If Not New-Cycle-Is-Good
              Display 'Cycle must be M, Q, H or A - entry abandoned'
              Exit Paragraph
           End-If.

           Move 'Y' to Entry-Is-Good.

       6900-FILL-THE-RECORD.

           Move Spaces to PRODUCT-RECORD.
           Move New-Code to PRD-CODE.
           Move New-Description to PRD-DESCRIPTION.
           Move New-Currency to PRD-CURRENCY.
           Move New-Interest to PRD-INTEREST-FLAG.
           Move New-Overdraft to PRD-OVERDRAFT-FLAG.
           Move New-Cycle to PRD-STMT-CYCLE.
           Move New-Status to PRD-STATUS.
           Move Processing-Date to PRD-STATUS-DATE.

       7000-KEEP-THE-PREVIOUS.

      *    Every save starts by keeping the version being replaced.
           Call "CBL_COPY_FILE" using Product-Path,
                                       Product-Prev-Path
                      returning Copy-Status.

       8000-AUDIT-THE-CHANGE.

           Move Spaces to Audit-Args.
           String 'product=' New-Code
                  ' status=' New-Status
                  ' by ' Function Trim(Operator-Id)
                  ': ' Function Trim(Change-Reason)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-product-catalog",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.
