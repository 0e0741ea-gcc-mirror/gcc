      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Monthly held-mail report.  Walks the customer master in
      *  key order and lists, through the shared report writer,
      *  every customer whose mail is held because it came back
      *  (MASTER-MAIL-STATUS 'R', set by the returned-mail screen
      *  or the vendor load): the date the hold began, how many
      *  days it has stood as of the processing date, and the
      *  return reason.  The branch (the first four bytes of the
      *  master key) is the control value and each customer rides
      *  as an amount of one, so every branch's subtotal is the
      *  number of its customers the branch has to chase for a
      *  good address.
      *
      *  Nothing is changed; the hold comes off only with the
      *  next address change on the customer.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-mktime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-held-mail-report.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime
           FUNCTION posix-mktime.

       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant HELD-RPT-PATH as "/tmp/gcobol-held-mail.rpt"

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
           05  MASTER-ADDR-STREET   PIC X(40).
           05  MASTER-ADDR-CITY     PIC X(30).
           05  MASTER-ADDR-COUNTRY  PIC X(03).
           05  MASTER-POSTAL-CODE   PIC X(10).
           05  MASTER-STATUS        PIC X(01).
               88  MASTER-IS-CLOSED     VALUE 'C'.
           05  MASTER-CLOSED-DATE   PIC 9(08).
           05  MASTER-MAIL-STATUS   PIC X(01).
               88  MASTER-MAIL-HELD     VALUE 'R'.
           05  MASTER-MAIL-HELD-DATE PIC 9(08).
           05  MASTER-MAIL-REASON   PIC X(02).
           05  MASTER-MORE-DETAIL   PIC X(845).

       WORKING-STORAGE SECTION.
        77 Master-Path          PIC X(100) VALUE MASTER-PATH.
        77 Report-Path          PIC X(256) VALUE HELD-RPT-PATH.
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

      * Day arithmetic: both dates at noon, so a daylight-saving
      * change between them cannot cost or gain a day.
        01 Day-Tm.
           COPY tm.
        77 Day-Date             PIC 9(08).
        77 Day-Epoch            BINARY-LONG.
        77 Today-Epoch          BINARY-LONG.
        77 Days-Held            BINARY-LONG.
        77 Days-Edited          PIC ZZZZ9.
        77 Reason-Text          PIC X(20).

        77 Records-Read         BINARY-LONG VALUE ZERO.
        77 Customers-Held       BINARY-LONG VALUE ZERO.
        77 Amount-For-Writer    BINARY-DOUBLE VALUE 1.
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

           Call "CBL_RUN_HEADER" using 'gcobol-held-mail-report'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-held-mail-report'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-DATE.

           Open Input MASTER-FILE.
           If Master-File-Status Not = '00'
              Display 'Cannot open master - file status '
                      Master-File-Status
              Stop Run With Error Status 1
           End-If.

           Move Spaces to Report-Title.
           String 'CUSTOMERS WITH MAIL HELD AS RETURNED - AS OF '
                  Processing-Date
                  Delimited By Size Into Report-Title.
           Move 'BRANCH CUSTOMER             NAME                  '
             & '          HELD SINCE   DAYS  REASON'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start held-mail report '
                      Function Trim(Report-Path)
              Close MASTER-FILE
              Stop Run With Error Status 1
           End-If.

           Perform 2000-CONSIDER-ONE-CUSTOMER
               Until Master-File-Status Not = '00'.

           Call "CBL_REPORT_END" returning Report-Status.
           Close MASTER-FILE.

           Display 'Master records read: ' Records-Read.
           Display 'Customers held:      ' Customers-Held
                   ' (see ' Function Trim(Report-Path) ')'.

           Move Customers-Held to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' held=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-held-mail-report",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-held-mail-report'
                by value 0, Records-Read, Customers-Held
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

           Move Processing-Date to Day-Date.
           Perform 8000-SET-THE-DAY-EPOCH.
           Move Day-Epoch to Today-Epoch.

       2000-CONSIDER-ONE-CUSTOMER.

           Read MASTER-FILE Next Record
              At End
                 Move '10' to Master-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Records-Read.
           If Not MASTER-MAIL-HELD
              Exit Paragraph
           End-If.
           Add 1 to Customers-Held.

           Move ZERO to Days-Held.
           If MASTER-MAIL-HELD-DATE Numeric
              And MASTER-MAIL-HELD-DATE Not = ZERO
              And MASTER-MAIL-HELD-DATE Not > Processing-Date
              Move MASTER-MAIL-HELD-DATE to Day-Date
              Perform 8000-SET-THE-DAY-EPOCH
              Compute Days-Held Rounded =
                      (Today-Epoch - Day-Epoch) / 86400
           End-If.
           Move Days-Held to Days-Edited.

           Evaluate MASTER-MAIL-REASON
              When 'GA'
                 Move 'GONE AWAY' to Reason-Text
              When 'NK'
                 Move 'NOT KNOWN' to Reason-Text
              When 'IA'
                 Move 'INSUFFICIENT ADDRESS' to Reason-Text
              When 'RF'
                 Move 'REFUSED' to Reason-Text
              When Other
                 Move 'OTHER' to Reason-Text
           End-Evaluate.

           Move Spaces to Detail-Line.
           String MASTER-KEY(1:4) '   '
                  MASTER-KEY ' '
                  MASTER-CUST-NAME(1:36) ' '
                  MASTER-MAIL-HELD-DATE '   '
                  Days-Edited '  '
                  MASTER-MAIL-REASON ' ' Reason-Text
                  Delimited By Size Into Detail-Line.
           Move Spaces to Control-Value.
           Move MASTER-KEY(1:4) to Control-Value.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       8000-SET-THE-DAY-EPOCH.

           Initialize Day-Tm.
           Compute tm_year of Day-Tm = Day-Date / 10000 - 1900.
           Compute tm_mon  of Day-Tm =
                   Function Mod(Day-Date / 100, 100) - 1.
           Compute tm_mday of Day-Tm =
                   Function Mod(Day-Date, 100).
           Move 12 to tm_hour of Day-Tm.
           Move Function posix-mktime(Day-Tm) to Day-Epoch.
