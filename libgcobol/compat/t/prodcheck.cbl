      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Nightly product consistency check.  The product catalog
      *  gcobol-product-catalog maintains is the one list of product
      *  codes; this step proves the files that hang off a product
      *  code agree with it:
      *
      *    - the catalog itself is in strict code order with no
      *      duplicates (it is loaded as a reference table);
      *    - every active interest-bearing product has a rate-table
      *      entry in force on the processing date;
      *    - every active product has a GL mapping on both sides -
      *      the control account ('C') and the clearing contra
      *      ('D');
      *    - no account on a withdrawn product still carries a
      *      balance, and no account carries a product code the
      *      catalog has never heard of.
      *
      *  Each exception is spooled through the shared report
      *  writer with the check that failed as the control value
      *  and, for account exceptions, the balance as the amount.
      *  Any exception raises a CBL_RAISE_ALERT warning (PRD-CHK)
      *  and ends the step with error status 1 so the chain stops
      *  on a catalog that no longer describes the book.  Nothing
      *  is changed.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-product-check.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant PRODUCT-CATALOG as "/tmp/feeds/products.dat"
       >>Define Constant RATE-TABLE-PATH as "/tmp/feeds/rates.dat"
       >>Define Constant GL-MAP-PATH as "/tmp/feeds/gl-map.dat"
       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant PRD-RPT-PATH as "/tmp/gcobol-product-check.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE
                  ASSIGN TO Product-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Product-File-Status.
           SELECT RATE-FILE
                  ASSIGN TO Rate-Table-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Rate-File-Status.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BAL-ACCT-NO
                  FILE STATUS IS Balance-File-Status.

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
           05  PRD-STMT-CYCLE       PIC X(01).
           05  PRD-STATUS           PIC X(01).
               88  PRD-IS-ACTIVE        VALUE 'A'.
               88  PRD-IS-WITHDRAWN     VALUE 'W'.
           05  PRD-STATUS-DATE      PIC 9(08).
           05  FILLER               PIC X(15).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-PRODUCT         PIC X(04).
           05  RATE-EFFECTIVE       PIC 9(08).
           05  RATE-VALUE           PIC 9(03)V9(06).
           05  FILLER               PIC X(03).

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
        77 Product-Path         PIC X(100).
        77 Rate-Table-Path      PIC X(100) VALUE RATE-TABLE-PATH.
        77 Map-Path             PIC X(256) VALUE GL-MAP-PATH.
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 Report-Path          PIC X(256) VALUE PRD-RPT-PATH.
        77 Product-File-Status  PIC X(02).
        77 Rate-File-Status     PIC X(02).
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
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).

      * The catalog, held in code order.
        77 Max-Products         BINARY-LONG VALUE 500.
        77 Product-Count        BINARY-LONG VALUE ZERO.
        77 Product-Idx          BINARY-LONG.
        77 Found-Idx            BINARY-LONG.
        77 Previous-Code        PIC X(04) VALUE LOW-VALUES.
        01 Product-Table.
           05 Product-Entry OCCURS 500 TIMES.
              10 Pt-Code            PIC X(04).
              10 Pt-Interest        PIC X(01).
              10 Pt-Status          PIC X(01).
                 88 Pt-Is-Active       VALUE 'A'.
                 88 Pt-Is-Withdrawn    VALUE 'W'.
              10 Pt-Has-Rate        PIC X(01).

      * GL map, loaded as a reference table.
        01 Map-Handle.
           05 Map-Memory        USAGE POINTER.
           05 Map-Count         BINARY-LONG.
           05 Map-Key-Size      BINARY-LONG.
           05 Map-Rec-Size      BINARY-LONG.
        77 Map-Key-Len          BINARY-LONG VALUE 5.
        77 Map-Rec-Len          BINARY-LONG VALUE 16.
        77 Map-Loaded           PIC X(01) VALUE 'N'.
        77 Map-Status           BINARY-LONG SIGNED.
        77 Map-Key              PIC X(05).
        77 Map-Result           PIC X(16).

        77 Alert-Severity       PIC X(01).
        77 Alert-Code           PIC X(08).
        77 Alert-Text           PIC X(200).
        77 Alert-Status         BINARY-LONG SIGNED.

        77 Rates-Read           BINARY-LONG VALUE ZERO.
        77 Accounts-Read        BINARY-LONG VALUE ZERO.
        77 Records-In           BINARY-LONG VALUE ZERO.
        77 Exception-Count      BINARY-LONG VALUE ZERO.
        77 Check-Class          PIC X(32).
        77 Check-Text           PIC X(60).
        77 Balance-Edited       PIC -(13)9.99.
        77 Masked-Acct          PIC X(12).
        77 Redact-Keep          BINARY-LONG VALUE 4.
        77 Redact-Status        PIC 9(8) COMP-5.
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

           Call "CBL_RUN_HEADER" using 'gcobol-product-check'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-product-check'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-SETTINGS.

           Move Spaces to Report-Title.
           String 'PRODUCT CONSISTENCY CHECK - ' Processing-Date
                  Delimited By Size Into Report-Title.
           Move 'PROD ACCOUNT      EXCEPTION                         '
             & '                                    BALANCE'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start product check report '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.

           Perform 1000-LOAD-THE-CATALOG.
           Perform 2000-CHECK-THE-RATES.
           Perform 3000-CHECK-THE-GL-MAP.
           Perform 4000-CHECK-THE-ACCOUNTS.

           Call "CBL_REPORT_END" returning Report-Status.
           If Map-Loaded = 'Y'
              Call "CBL_REF_TABLE_FREE" using Map-Handle
                   returning Map-Status
           End-If.
           Compute Records-In = Product-Count + Accounts-Read.

           Display 'Products cataloged: ' Product-Count.
           Display 'Rate entries read:  ' Rates-Read.
           Display 'Accounts read:      ' Accounts-Read.
           Display 'Exceptions:         ' Exception-Count
                   ' (see ' Function Trim(Report-Path) ')'.

           Move Exception-Count to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' exceptions=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-product-check",
                        Audit-Args,
                        by value Exception-Count
                      returning Audit-Status.

           If Exception-Count > ZERO
              Move 'W' to Alert-Severity
              Move 'PRD-CHK' to Alert-Code
              Move Spaces to Alert-Text
              String 'Product consistency check found '
                     Function Trim(Cnt-Displayed)
                     ' exception(s) - see '
                     Function Trim(Report-Path)
                     Delimited By Size Into Alert-Text
              Call "CBL_RAISE_ALERT" using Alert-Severity,
                           Alert-Code, Alert-Text
                         returning Alert-Status
              Display '*** ' Exception-Count ' product '
                      'exception(s) - the catalog does not '
                      'describe the book'
              Call "CBL_RUN_FOOTER" using 'gcobol-product-check'
                   by value 1, Records-In, Exception-Count
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Call "CBL_RUN_FOOTER" using 'gcobol-product-check'
                by value 0, Records-In, Exception-Count
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

           Move 'PRODUCT-CATALOG' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        PRODUCT-CATALOG
                      returning Config-Status.
           Move Config-Value to Product-Path.

       1000-LOAD-THE-CATALOG.

           Open Input PRODUCT-FILE.
           If Product-File-Status Not = '00'
              Display 'Cannot open product catalog '
                      Function Trim(Product-Path)
                      ' - file status ' Product-File-Status
              Stop Run With Error Status 1
           End-If.
           Perform 1100-LOAD-ONE-PRODUCT
               Until Product-File-Status Not = '00'.
           Close PRODUCT-FILE.

       1100-LOAD-ONE-PRODUCT.

           Read PRODUCT-FILE
              At End
                 Move '10' to Product-File-Status
                 Exit Paragraph
           End-Read.

      *    Out of order or repeated, the catalog will not load as
      *    a reference table anywhere else: say so and skip it.
           If PRD-CODE Not > Previous-Code
              Move 'CATALOG OUT OF ORDER' to Check-Class
              Move 'code repeated or out of ascending order'
                to Check-Text
              Perform 8000-REPORT-PRODUCT-EXCEPTION
              Exit Paragraph
           End-If.
           Move PRD-CODE to Previous-Code.
           If Product-Count >= Max-Products
              Move 'CATALOG TOO LARGE' to Check-Class
              Move 'catalog exceeds the products this check holds'
                to Check-Text
              Perform 8000-REPORT-PRODUCT-EXCEPTION
              Exit Paragraph
           End-If.
           Add 1 to Product-Count.
           Move PRD-CODE to Pt-Code(Product-Count).
           Move PRD-INTEREST-FLAG to Pt-Interest(Product-Count).
           Move PRD-STATUS to Pt-Status(Product-Count).
           Move 'N' to Pt-Has-Rate(Product-Count).

       2000-CHECK-THE-RATES.

           Open Input RATE-FILE.
           If Rate-File-Status = '00'
              Perform 2100-READ-ONE-RATE
                  Until Rate-File-Status Not = '00'
              Close RATE-FILE
           Else
              Display 'No rate table ' Function Trim(Rate-Table-Path)
                      ' - no product has a rate in force'
           End-If.

           Perform 2200-PROVE-ONE-RATE
               Varying Product-Idx From 1 By 1
               Until Product-Idx > Product-Count.

       2100-READ-ONE-RATE.

           Read RATE-FILE
              At End
                 Move '10' to Rate-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Rates-Read.
      *    Only an entry already effective counts as in force.
           If RATE-EFFECTIVE Not Numeric
              Or RATE-EFFECTIVE > Processing-Date
              Exit Paragraph
           End-If.
           Move RATE-PRODUCT to PRD-CODE.
           Perform 7000-FIND-THE-PRODUCT.
           If Found-Idx > ZERO
              Move 'Y' to Pt-Has-Rate(Found-Idx)
           End-If.

       2200-PROVE-ONE-RATE.

           If Pt-Is-Active(Product-Idx)
              And Pt-Interest(Product-Idx) = 'Y'
              And Pt-Has-Rate(Product-Idx) Not = 'Y'
              Move Pt-Code(Product-Idx) to PRD-CODE
              Move 'NO RATE IN FORCE' to Check-Class
              Move 'interest-bearing, no rate-table entry in force'
                to Check-Text
              Perform 8000-REPORT-PRODUCT-EXCEPTION
           End-If.

       3000-CHECK-THE-GL-MAP.

           Call "CBL_REF_TABLE_LOAD"
                using Map-Handle, Map-Path,
                by value Map-Key-Len, by value Map-Rec-Len
                returning Map-Status.
           Evaluate Map-Status
              When ZERO
                 Move 'Y' to Map-Loaded
              When 1
                 Display 'No GL map ' Function Trim(Map-Path)
                         ' - no product is mapped'
              When Other
                 Display 'GL map ' Function Trim(Map-Path)
                         ' failed to load, status ' Map-Status
                 Stop Run With Error Status 1
           End-Evaluate.

           Perform 3100-PROVE-ONE-MAPPING
               Varying Product-Idx From 1 By 1
               Until Product-Idx > Product-Count.

       3100-PROVE-ONE-MAPPING.

           If Not Pt-Is-Active(Product-Idx)
              Exit Paragraph
           End-If.
           Move Pt-Code(Product-Idx) to PRD-CODE.

           Move Pt-Code(Product-Idx) to Map-Key(1:4).
           Move 'C' to Map-Key(5:1).
           Move 1 to Map-Status.
           If Map-Loaded = 'Y'
              Call "CBL_REF_TABLE_FIND" using Map-Handle, Map-Key,
                           Map-Result
                         returning Map-Status
           End-If.
           If Map-Status Not = ZERO
              Move 'NO GL CONTROL MAPPING' to Check-Class
              Move 'no GL control account (side C) mapped'
                to Check-Text
              Perform 8000-REPORT-PRODUCT-EXCEPTION
           End-If.

           Move 'D' to Map-Key(5:1).
           Move 1 to Map-Status.
           If Map-Loaded = 'Y'
              Call "CBL_REF_TABLE_FIND" using Map-Handle, Map-Key,
                           Map-Result
                         returning Map-Status
           End-If.
           If Map-Status Not = ZERO
              Move 'NO GL CONTRA MAPPING' to Check-Class
              Move 'no GL clearing contra (side D) mapped'
                to Check-Text
              Perform 8000-REPORT-PRODUCT-EXCEPTION
           End-If.

       4000-CHECK-THE-ACCOUNTS.

           Open Input BALANCE-FILE.
           If Balance-File-Status Not = '00'
              Display 'Cannot open balance file '
                      Function Trim(Balance-Path)
                      ' - file status ' Balance-File-Status
              Stop Run With Error Status 1
           End-If.
           Perform 4100-CHECK-ONE-ACCOUNT
               Until Balance-File-Status Not = '00'.
           Close BALANCE-FILE.

       4100-CHECK-ONE-ACCOUNT.

           Read BALANCE-FILE Next Record
              At End
                 Move '10' to Balance-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Accounts-Read.
           Move BAL-PRODUCT-CODE to PRD-CODE.
           Perform 7000-FIND-THE-PRODUCT.
           Evaluate True
              When Found-Idx = ZERO
                 Move 'PRODUCT NOT CATALOGED' to Check-Class
                 Move 'account carries a code the catalog lacks'
                   to Check-Text
                 Perform 8100-REPORT-ACCOUNT-EXCEPTION
              When Pt-Is-Withdrawn(Found-Idx)
                   And BAL-BALANCE Not = ZERO
                 Move 'WITHDRAWN WITH BALANCE' to Check-Class
                 Move 'withdrawn product still carrying a balance'
                   to Check-Text
                 Perform 8100-REPORT-ACCOUNT-EXCEPTION
              When Other
                 Continue
           End-Evaluate.

       7000-FIND-THE-PRODUCT.

      *    Returns the catalog slot for PRD-CODE in Found-Idx,
      *    zero when the catalog does not carry it.
           Move ZERO to Found-Idx.
           Perform 7100-MATCH-ONE-PRODUCT
               Varying Product-Idx From 1 By 1
               Until Product-Idx > Product-Count
                  Or Found-Idx > ZERO.

       7100-MATCH-ONE-PRODUCT.

           If Pt-Code(Product-Idx) = PRD-CODE
              Move Product-Idx to Found-Idx
           End-If.

       8000-REPORT-PRODUCT-EXCEPTION.

           Add 1 to Exception-Count.
           Move Spaces to Detail-Line.
           String PRD-CODE ' ' '            ' ' '
                  Check-Text
                  Delimited By Size Into Detail-Line.
           Move Check-Class to Control-Value.
           Move ZERO to Amount-For-Writer.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       8100-REPORT-ACCOUNT-EXCEPTION.

           Add 1 to Exception-Count.
           Move BAL-ACCT-NO to Masked-Acct.
           Call "CBL_REDACT_VALUE" using Masked-Acct,
                by value Redact-Keep
                returning Redact-Status.
           Move BAL-BALANCE to Balance-Edited.
           Move Spaces to Detail-Line.
           String BAL-PRODUCT-CODE ' ' Masked-Acct ' '
                  Check-Text ' ' Balance-Edited
                  Delimited By Size Into Detail-Line.
           Move Check-Class to Control-Value.
           Compute Amount-For-Writer = BAL-BALANCE * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
