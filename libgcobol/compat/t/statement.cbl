      *  live journal last - and warns when an in-month run sits in
      *  an already-bundled generation, so activity the cutover
      *  archived never just vanishes from a statement.
      *
      *  A customer whose mail has come back (MASTER-MAIL-STATUS
      *  'R') is not printed: the statement is cut exactly the same
      *  but every line of it goes to the held-mail file
      *  (CBL_HELD_MAIL) under the document name STMT yyyymm, for
      *  the mailroom to release once the address is put right.
        COPY posix-gettimeofday.
        COPY posix-localtime.

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

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
        77 Last-Event-Idx       BINARY-LONG.
        77 Customers-Read       BINARY-LONG VALUE ZERO.
        77 Statements-Cut       BINARY-LONG VALUE ZERO.
        77 Statements-Held      BINARY-LONG VALUE ZERO.
        77 Held-Failures        BINARY-LONG VALUE ZERO.
        77 Held-Status          BINARY-LONG SIGNED.
        01 Held-Request.
           05 Held-Source       PIC X(24).
           05 Held-Master-Key   PIC X(20).
           05 Held-Document     PIC X(12).
           05 Held-Line         PIC X(132).
        77 Held-Displayed       PIC Z(7)9.
        77 Lines-For-Account    BINARY-LONG.
        77 Opening-Balance      PIC S9(13)V99.
        77 Closing-Balance      PIC S9(13)V99.
           Display 'Customers read:   ' Customers-Read.
           Display 'Statements cut:   ' Statements-Cut
                   ' (spooled to ' Function Trim(Report-Path) ')'.
           Display 'Held, mail returned: ' Statements-Held.
           If Held-Failures > ZERO
              Display '*** ' Held-Failures ' statement line(s) '
                      'could not be written to the held-mail file'
           End-If.

           Move Statements-Cut to Cnt-Displayed.
           Move Statements-Held to Held-Displayed.
           Move Spaces to Audit-Args.
           String 'month=' Statement-Month
                  ' statements=' Function Trim(Cnt-Displayed)
                  ' held=' Function Trim(Held-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-statement-run",
                        Audit-Args,
                        by value Held-Failures
                      returning Audit-Status.

           If Held-Failures > ZERO
              Call "CBL_RUN_FOOTER" using 'gcobol-statement-run'
                   by value 1, Customers-Read, Statements-Cut
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           Call "CBL_RUN_FOOTER" using 'gcobol-statement-run'
                by value 0, Customers-Read, Statements-Cut
                returning Footer-Status.
           End-If.

           Move MASTER-ACCT-NO to Control-Value.
           If MASTER-MAIL-HELD
              Move 'gcobol-statement-run' to Held-Source
              Move MASTER-KEY to Held-Master-Key
              Move Spaces to Held-Document
              String 'STMT ' Statement-Month
                     Delimited By Size Into Held-Document
           End-If.

           Move Spaces to Detail-Line.
           String MASTER-ACCT-NO ' STATEMENT FOR '
           Perform 3900-SPOOL-A-ZERO-LINE.

           Add 1 to Statements-Cut.
           If MASTER-MAIL-HELD
              Add 1 to Statements-Held
           End-If.

       3050-NOTE-OPENING-BALANCE.

      *    break totals the month's net movement per account.
           Compute Amount-For-Writer =
                   Movement-Amount * 100.
           Perform 3950-PRINT-OR-HOLD.

       3900-SPOOL-A-ZERO-LINE.

           Move ZERO to Amount-For-Writer.
           Perform 3950-PRINT-OR-HOLD.

       3950-PRINT-OR-HOLD.

      *    Returned mail: the line goes to the held-mail file, not
      *    the spool, so the printed run never carries it.
           If MASTER-MAIL-HELD
              Move Detail-Line to Held-Line
              Call "CBL_HELD_MAIL" using Held-Request
                   returning Held-Status
              If Held-Status Not = ZERO
                 Add 1 to Held-Failures
              End-If
              Exit Paragraph
           End-If.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
