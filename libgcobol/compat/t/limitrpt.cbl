      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Nightly overdraft-limit utilization report for credit
      *  operations.  Walks the account limit file the posting
      *  engine enforces (account number, approved limit 11.2 in
      *  base currency, expiry YYYYMMDD or zeros for open-ended)
      *  and looks each account's base balance up on the balance
      *  file.  Every account drawing more than the chosen share of
      *  its approved limit is spooled through the shared report
      *  writer with its limit, balance, and the share in use; an
      *  account still overdrawn on a limit that has expired by the
      *  processing date is listed as EXPIRED, since every unit it
      *  is drawn is unapproved.
      *
      *  The share is site configuration (LIMIT-UTIL-PCT, three
      *  digits, default 080).  The report is read-only: nothing
      *  is posted and no limit is changed.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-limit-utilization.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant LIMIT-PATH as "/tmp/feeds/acct-limits.dat"
       >>Define Constant LIMIT-RPT-PATH as "/tmp/gcobol-limit-util.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-FILE
                  ASSIGN TO Limit-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Limit-File-Status.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BAL-ACCT-NO
                  FILE STATUS IS Balance-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-FILE.
       01  LIMIT-RECORD.
           05  LIM-ACCT-NO          PIC X(12).
           05  LIM-APPROVED         PIC 9(11)V99.
           05  LIM-EXPIRY           PIC 9(08).

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
        77 Limit-Path           PIC X(100) VALUE LIMIT-PATH.
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 Report-Path          PIC X(256) VALUE LIMIT-RPT-PATH.
        77 Limit-File-Status    PIC X(02).
        77 Balance-File-Status  PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Util-Threshold       PIC 9(03) VALUE 80.
        77 As-Of-Date           PIC 9(08).
        77 Epoch-Seconds        BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).

        77 Limits-Read          BINARY-LONG VALUE ZERO.
        77 Accounts-Listed      BINARY-LONG VALUE ZERO.
        77 Expired-In-Use       BINARY-LONG VALUE ZERO.
        77 Drawn-Amount         PIC S9(13)V99.
        77 Used-Pct             PIC 9(05)V9.
        77 Limit-Expired        PIC X(01).
        77 Limit-Edited         PIC Z(10)9.99.
        77 Balance-Edited       PIC -(13)9.99.
        77 Pct-Edited           PIC ZZZZ9.9.
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

           Call "CBL_RUN_HEADER" using 'gcobol-limit-utilization'
                returning status-code.

           Perform 0100-RESOLVE-THE-DATE.

           Open Input LIMIT-FILE.
           If Limit-File-Status Not = '00'
              Display 'No account limit file '
                      Function Trim(Limit-Path)
                      ' - no limits to report on'
              Call "CBL_RUN_FOOTER" using 'gcobol-limit-utilization'
                   by value 0, Limits-Read, Accounts-Listed
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

           Move Spaces to Report-Title.
           String 'OVERDRAFT LIMIT UTILIZATION OVER '
                  Util-Threshold '% - ' As-Of-Date
                  Delimited By Size Into Report-Title.
           Move 'ACCOUNT      PRODUCT        APPROVED LIMIT'
             & '   EXPIRY             BALANCE   USED %'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start utilization report '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.

           Perform 2000-REPORT-ONE-LIMIT
               Until Limit-File-Status Not = '00'.

           Call "CBL_REPORT_END" returning Report-Status.
           Close LIMIT-FILE.
           Close BALANCE-FILE.

           Display 'Limits read:        ' Limits-Read.
           Display 'Accounts listed:    ' Accounts-Listed
                   ' (see ' Function Trim(Report-Path) ')'.
           Display 'Expired and drawn:  ' Expired-In-Use.

           Move Accounts-Listed to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' As-Of-Date
                  ' listed=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-limit-utilization",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-limit-utilization'
                by value 0, Limits-Read, Accounts-Listed
                returning Footer-Status.
           Stop Run.

       0100-RESOLVE-THE-DATE.

           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
           Move tv_sec of Now-Timeval to Epoch-Seconds.
           Move Function posix-localtime(Epoch-Seconds, Now-Tm)
             to status-code.
           Compute As-Of-Date =
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
              Move Pd-Date to As-Of-Date
           End-If.

           Move 'LIMIT-UTIL-PCT' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '080'
                      returning Config-Status.
           If Config-Value(1:3) Numeric
              Move Function Numval(Config-Value(1:3))
                to Util-Threshold
           End-If.

       2000-REPORT-ONE-LIMIT.

           Read LIMIT-FILE
              At End
                 Move '10' to Limit-File-Status
              Not At End
                 Add 1 to Limits-Read
                 If LIM-APPROVED Numeric
                    Perform 3000-MEASURE-THE-ACCOUNT
                 End-If
           End-Read.

       3000-MEASURE-THE-ACCOUNT.

           Move LIM-ACCT-NO to BAL-ACCT-NO.
           Read BALANCE-FILE
              Invalid Key
                 Exit Paragraph
           End-Read.
           If BAL-BALANCE >= ZERO
              Exit Paragraph
           End-If.
           Compute Drawn-Amount = ZERO - BAL-BALANCE.

           Move 'N' to Limit-Expired.
           If LIM-EXPIRY Numeric
              And LIM-EXPIRY Not = ZERO
              And LIM-EXPIRY < As-Of-Date
              Move 'Y' to Limit-Expired
           End-If.

           If Limit-Expired = 'Y' Or LIM-APPROVED = ZERO
              Move 99999.9 to Used-Pct
           Else
              Compute Used-Pct Rounded =
                      Drawn-Amount * 100 / LIM-APPROVED
                 On Size Error
                    Move 99999.9 to Used-Pct
              End-Compute
           End-If.
           If Used-Pct Not > Util-Threshold
              Exit Paragraph
           End-If.

           Add 1 to Accounts-Listed.
           Move LIM-APPROVED to Limit-Edited.
           Move BAL-BALANCE to Balance-Edited.
           Move Spaces to Detail-Line.
           String BAL-ACCT-NO ' ' BAL-PRODUCT-CODE '    '
                  Limit-Edited '   ' LIM-EXPIRY ' '
                  Balance-Edited
                  Delimited By Size Into Detail-Line.
           If Limit-Expired = 'Y'
              Add 1 to Expired-In-Use
              Move '  EXPIRED' to Detail-Line(80:9)
           Else If LIM-APPROVED = ZERO
              Move ' NO LIMIT' to Detail-Line(80:9)
           Else
              Move Used-Pct to Pct-Edited
              Move Pct-Edited to Detail-Line(81:7)
           End-If.

      *    The drawn amount rides into the writer so the grand
      *    total is the night's overdraft exposure on the list.
           Move Spaces to Control-Value.
           Compute Amount-For-Writer = Drawn-Amount * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
