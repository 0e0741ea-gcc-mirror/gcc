      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Account-number check-digit migration report.  Account
      *  numbers opened before the central allocator
      *  (CBL_ACCOUNT_NUMBER) carry no check digit, and the feed
      *  validator, the master update and the posting engine now
      *  refuse a number whose check digit fails.  Run once ahead
      *  of that cutover - and again as often as the renumbering
      *  work needs - this job walks the customer master in key
      *  order and lists, through the shared report writer, every
      *  account whose number would fail the check:
      *
      *    BLANK           no account number at all
      *    NOT NUMERIC     not twelve digits
      *    CHECK DIGIT     twelve digits, but the last is not the
      *                    check digit of the first eleven - the
      *                    digit that would pass is shown
      *    NO CHECK DIGIT  the first eleven digits have no usable
      *                    check digit; the account needs a new
      *                    number
      *
      *  The control value is the class above, so the report
      *  subtotals how much renumbering each kind of failure
      *  needs.  Nothing is changed; accounts that pass are only
      *  counted.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-account-number-audit.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant ACCT-RPT-PATH as "/tmp/gcobol-acct-check.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
                  ASSIGN TO Master-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-ACCT-NO
                  ALTERNATE RECORD KEY IS MASTER-CUST-NAME
                      WITH DUPLICATES
                  FILE STATUS IS Master-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MASTER-KEY           PIC X(20).
           05  MASTER-ACCT-NO       PIC X(12).
           05  MASTER-CUST-NAME     PIC X(40).
           05  MASTER-PRODUCT-CODE  PIC X(04).
           05  MASTER-DETAIL        PIC X(948).

       WORKING-STORAGE SECTION.
        77 Master-Path          PIC X(100) VALUE MASTER-PATH.
        77 Report-Path          PIC X(256) VALUE ACCT-RPT-PATH.
        77 Master-File-Status   PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
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

        01 Acct-Request.
           05 Acct-Function     PIC X(01).
           05 Acct-Branch       PIC X(04).
           05 Acct-Number       PIC X(12).
        77 Acct-Status          BINARY-LONG SIGNED.

        77 Records-Read         BINARY-LONG VALUE ZERO.
        77 Accounts-Passed      BINARY-LONG VALUE ZERO.
        77 Accounts-Failed      BINARY-LONG VALUE ZERO.
        77 Failure-Class        PIC X(16).
        77 Failure-Note         PIC X(40).
        77 Masked-Acct          PIC X(12).
        77 Redact-Keep          BINARY-LONG VALUE 4.
        77 Redact-Status        PIC 9(8) COMP-5.
        77 Amount-For-Writer    BINARY-DOUBLE VALUE ZERO.
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

           Call "CBL_RUN_HEADER" using 'gcobol-account-number-audit'
                returning status-code.

           Perform 0100-RESOLVE-THE-DATE.

           Open Input MASTER-FILE.
           If Master-File-Status Not = '00'
              Display 'Cannot open master - file status '
                      Master-File-Status
              Stop Run With Error Status 1
           End-If.

           Move Spaces to Report-Title.
           String 'ACCOUNT NUMBERS FAILING THE CHECK DIGIT - '
                  Processing-Date
                  Delimited By Size Into Report-Title.
           Move 'KEY                  ACCOUNT      CLASS           '
             & ' NOTE'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start account-number report '
                      Function Trim(Report-Path)
              Close MASTER-FILE
              Stop Run With Error Status 1
           End-If.

           Perform 2000-CHECK-ONE-ACCOUNT
               Until Master-File-Status Not = '00'.

           Call "CBL_REPORT_END" returning Report-Status.
           Close MASTER-FILE.

           Display 'Master records read: ' Records-Read.
           Display 'Numbers that pass:   ' Accounts-Passed.
           Display 'Numbers that fail:   ' Accounts-Failed
                   ' (see ' Function Trim(Report-Path) ')'.

           Move Accounts-Failed to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' failing=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-account-number-audit",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-account-number-audit'
                by value 0, Records-Read, Accounts-Failed
                returning Footer-Status.
           Stop Run.

       0100-RESOLVE-THE-DATE.

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

       2000-CHECK-ONE-ACCOUNT.

           Read MASTER-FILE Next Record
              At End
                 Move '10' to Master-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Records-Read.

           Move 'V' to Acct-Function.
           Move MASTER-ACCT-NO to Acct-Number.
           Call "CBL_ACCOUNT_NUMBER" using Acct-Request
                returning Acct-Status.
           If Acct-Status = ZERO
              Add 1 to Accounts-Passed
              Exit Paragraph
           End-If.

           Move Spaces to Failure-Note.
           Evaluate True
              When MASTER-ACCT-NO = Spaces
                 Move 'BLANK' to Failure-Class
                 Move 'allocate a number' to Failure-Note
              When MASTER-ACCT-NO Not Numeric
                 Move 'NOT NUMERIC' to Failure-Class
                 Move 'allocate a number' to Failure-Note
              When Other
      *          Would any check digit complete these eleven?
                 Move 'C' to Acct-Function
                 Call "CBL_ACCOUNT_NUMBER" using Acct-Request
                      returning Acct-Status
                 If Acct-Status = ZERO
                    Move 'CHECK DIGIT' to Failure-Class
                    String 'passing digit would be '
                           Acct-Number(12:1)
                           Delimited By Size Into Failure-Note
                 Else
                    Move 'NO CHECK DIGIT' to Failure-Class
                    Move 'allocate a number' to Failure-Note
                 End-If
           End-Evaluate.
           Perform 3000-REPORT-THE-FAILURE.

       3000-REPORT-THE-FAILURE.

           Add 1 to Accounts-Failed.
      *    The key finds the record; the number itself is masked
      *    to its tail like every other report that leaves the box.
           Move MASTER-ACCT-NO to Masked-Acct.
           Call "CBL_REDACT_VALUE" using Masked-Acct,
                by value Redact-Keep
                returning Redact-Status.
           Move Spaces to Detail-Line.
           String MASTER-KEY ' ' Masked-Acct ' '
                  Failure-Class ' ' Failure-Note
                  Delimited By Size Into Detail-Line.
           Move Failure-Class to Control-Value.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
