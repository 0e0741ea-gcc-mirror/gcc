      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Monthly runbook review.  The operator runbook catalog
      *  (CBL_ALERT_RUNBOOK, ALERT-RUNBOOK-PATH) is only worth
      *  anything if it covers what actually goes wrong and stays
      *  in step with it.  This job, run early in the month, lists
      *  through the shared report writer:
      *
      *    NO RUNBOOK   every alert code raised during the month that
      *                 has no runbook entry - how often, first and
      *                 last day, and its worst severity - from the
      *                 alert history CBL_RAISE_ALERT keeps
      *    NOT USED     every runbook entry not exercised in the
      *                 year to the end of the month - its code was
      *                 neither raised nor acknowledged - with when
      *                 it last was, and the step that last
      *                 resolved it, from the acknowledgment ledger
      *                 gcobol-alert-ack keeps
      *
      *  The month reviewed is RUNBOOK-REVIEW-MONTH (YYYYMM) when
      *  set, otherwise the month before the processing date.  An
      *  alert code raised without a runbook raises a warning of
      *  its own, so the gap is chased rather than filed.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-runbook-review.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant ALERT-RUNBOOK as "/tmp/gcobol-runbook.dat"
       >>Define Constant ALERT-HISTORY as "/tmp/gcobol-alert-hist.dat"
       >>Define Constant ALERT-ACK-LEDGER as "/tmp/gcobol-alert-ack.dat"
       >>Define Constant RB-REVIEW-RPT as "/tmp/gcobol-rb-review.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNBOOK-FILE
                  ASSIGN TO Runbook-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Runbook-File-Status.
           SELECT HISTORY-FILE
                  ASSIGN TO History-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS History-File-Status.
           SELECT ACK-FILE
                  ASSIGN TO Ack-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Ack-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNBOOK-FILE.
       01  RUNBOOK-RECORD.
           05  RB-CODE              PIC X(08).
           05  RB-KIND              PIC X(01).
               88  RB-IS-HEADER         VALUE 'H'.
               88  RB-IS-STEP           VALUE 'S'.
           05  RB-CONTINUE          PIC X(01).
           05  RB-CONTACT           PIC X(60).
           05  RB-TITLE             PIC X(60).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  AH-DATE              PIC 9(08).
           05  AH-TIME              PIC 9(06).
           05  AH-SEVERITY          PIC X(01).
           05  AH-CODE              PIC X(08).
           05  AH-TEXT              PIC X(100).

       FD  ACK-FILE.
       01  ACK-RECORD.
           05  AK-DATE              PIC 9(08).
           05  AK-TIME              PIC 9(06).
           05  AK-CODE              PIC X(08).
           05  AK-STEP              PIC 9(02).
           05  AK-HAD-RUNBOOK       PIC X(01).
           05  AK-ENTRIES           PIC 9(04).
           05  AK-OPERATOR          PIC X(32).

       WORKING-STORAGE SECTION.
        77 Runbook-Path         PIC X(256).
        77 History-Path         PIC X(100) VALUE ALERT-HISTORY.
        77 Ack-Path             PIC X(100) VALUE ALERT-ACK-LEDGER.
        77 Report-Path          PIC X(256) VALUE RB-REVIEW-RPT.
        77 Runbook-File-Status  PIC X(02).
        77 History-File-Status  PIC X(02).
        77 Ack-File-Status      PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
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

      * The month reviewed, YYYYMM, and the year behind its end:
      * a date after Year-Start and up to Month-End is in the year.
        77 Review-Month         PIC 9(06).
        77 Month-Work           PIC 9(06).
        77 Month-Year           PIC 9(04).
        77 Month-Number         PIC 9(02).
        77 Month-Start          PIC 9(08).
        77 Month-End            PIC 9(08).
        77 Year-Start           PIC 9(08).

      * Every code the catalog has a runbook for.
        77 Book-Count           BINARY-LONG VALUE ZERO.
        77 Book-Max             BINARY-LONG VALUE 500.
        77 Bk-Ix                BINARY-LONG.
        01 Book-Table.
           05 Book-Entry OCCURS 500 TIMES.
              10 Bk-Code        PIC X(08).
              10 Bk-Title       PIC X(60).
              10 Bk-Last-Raised PIC 9(08).
              10 Bk-Last-Acked  PIC 9(08).
              10 Bk-Last-Step   PIC 9(02).
              10 Bk-Exercised   PIC X(01).

      * Codes raised in the month with no runbook.
        77 Bare-Count           BINARY-LONG VALUE ZERO.
        77 Bare-Max             BINARY-LONG VALUE 500.
        77 Br-Ix                BINARY-LONG.
        01 Bare-Table.
           05 Bare-Entry OCCURS 500 TIMES.
              10 Br-Code        PIC X(08).
              10 Br-Raised      BINARY-LONG.
              10 Br-First       PIC 9(08).
              10 Br-Last        PIC 9(08).
              10 Br-Severity    PIC X(01).

        77 Wanted-Code          PIC X(08).
        77 Found-Ix             BINARY-LONG.
        77 Raises-Read          BINARY-LONG VALUE ZERO.
        77 Unused-Count         BINARY-LONG VALUE ZERO.
        77 Run-Rc               BINARY-LONG VALUE ZERO.
        77 Alert-Severity       PIC X(01).
        77 Alert-Code           PIC X(08).
        77 Alert-Text           PIC X(200).
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Date-Shown           PIC X(10).
        77 Date-Work            PIC 9(08).
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-runbook-review'
                returning status-code.

           Perform 0100-RESOLVE-THE-SETTINGS.
           Perform 1000-LOAD-THE-RUNBOOKS.
           Perform 2000-SCAN-THE-HISTORY.
           Perform 3000-SCAN-THE-ACKNOWLEDGMENTS.

           Move Spaces to Report-Title.
           String 'RUNBOOK REVIEW - ' Review-Month(1:4) '-'
                  Review-Month(5:2)
                  Delimited By Size Into Report-Title.
           Move 'SECTION       CODE      DETAIL' to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display '*** cannot open the report '
                      Function Trim(Report-Path)
              Call "CBL_RUN_FOOTER" using 'gcobol-runbook-review'
                   by value 1, 0, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           Move 'NO RUNBOOK' to Control-Value.
           Perform 4000-LIST-ONE-BARE-CODE
               Varying Br-Ix From 1 By 1
                 Until Br-Ix > Bare-Count.
           If Bare-Count = ZERO
              Move Spaces to Detail-Line
              Move 'NO RUNBOOK' to Detail-Line(1:12)
              Move 'every alert code raised in the month has a runbook'
                to Detail-Line(25:60)
              Call "CBL_REPORT_LINE" using Detail-Line,
                   Control-Value, by value 0
                   returning Report-Status
           End-If.

           Move 'NOT USED' to Control-Value.
           Perform 5000-LIST-ONE-UNUSED-BOOK
               Varying Bk-Ix From 1 By 1
                 Until Bk-Ix > Book-Count.
           If Unused-Count = ZERO
              Move Spaces to Detail-Line
              Move 'NOT USED' to Detail-Line(1:12)
              Move 'every runbook entry was exercised in the year'
                to Detail-Line(25:60)
              Call "CBL_REPORT_LINE" using Detail-Line,
                   Control-Value, by value 0
                   returning Report-Status
           End-If.
           Call "CBL_REPORT_END" returning Report-Status.

           If Bare-Count > ZERO
              Move Bare-Count to Cnt-Displayed
              Move 'W' to Alert-Severity
              Move 'RUNBOOK' to Alert-Code
              Move Spaces to Alert-Text
              String Function Trim(Cnt-Displayed)
                     ' alert code(s) raised in ' Review-Month
                     ' with no runbook entry - see '
                     Function Trim(Report-Path)
                     Delimited By Size Into Alert-Text
              Call "CBL_RAISE_ALERT" using Alert-Severity,
                           Alert-Code, Alert-Text
                         returning status-code
           End-If.

           Move Book-Count to Cnt-Displayed.
           Display Function Trim(Cnt-Displayed) ' runbook(s), '
                   With No Advancing.
           Move Bare-Count to Cnt-Displayed.
           Display Function Trim(Cnt-Displayed)
                   ' code(s) raised without one, ' With No Advancing.
           Move Unused-Count to Cnt-Displayed.
           Display Function Trim(Cnt-Displayed)
                   ' not exercised in the year'.
           Call "CBL_RUN_FOOTER" using 'gcobol-runbook-review'
                by value Run-Rc, Raises-Read, Bare-Count
                returning Footer-Status.
           If Run-Rc Not = ZERO
              Stop Run With Error Status 1
           End-If.
           Stop Run.

       0100-RESOLVE-THE-SETTINGS.

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

      *    Left to itself the job reviews the month just closed.
           Divide As-Of-Date by 100 giving Month-Work.
           Divide Month-Work by 100 giving Month-Year
                  remainder Month-Number.
           If Month-Number = 1
              Compute Review-Month = (Month-Year - 1) * 100 + 12
           Else
              Compute Review-Month = Month-Work - 1
           End-If.
           Move 'RUNBOOK-REVIEW-MONTH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ' '
                      returning Config-Status.
           If Config-Value Not = Spaces
              If Config-Value(1:6) Numeric
                 And Config-Value(5:2) >= '01'
                 And Config-Value(5:2) <= '12'
                 Move Config-Value(1:6) to Review-Month
              Else
                 Display 'RUNBOOK-REVIEW-MONTH '
                         Function Trim(Config-Value)
                         ' is not YYYYMM - reviewing ' Review-Month
              End-If
           End-If.
           Compute Month-Start = Review-Month * 100 + 1.
           Compute Month-End = Review-Month * 100 + 31.
           Compute Year-Start = Month-End - 10000.

           Move 'ALERT-RUNBOOK-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ALERT-RUNBOOK
                      returning Config-Status.
           Move Config-Value to Runbook-Path.

       1000-LOAD-THE-RUNBOOKS.

           Open Input RUNBOOK-FILE.
           If Runbook-File-Status Not = '00'
              Display 'No runbook catalog '
                      Function Trim(Runbook-Path)
              Exit Paragraph
           End-If.
           Perform 1100-LOAD-ONE-RUNBOOK-LINE
               Until Runbook-File-Status Not = '00'.
           Close RUNBOOK-FILE.

       1100-LOAD-ONE-RUNBOOK-LINE.

           Read RUNBOOK-FILE
              At End
                 Move '10' to Runbook-File-Status
                 Exit Paragraph
           End-Read.
           If RB-CODE = Spaces
              Or (Not RB-IS-HEADER And Not RB-IS-STEP)
              Exit Paragraph
           End-If.
           Move RB-CODE to Wanted-Code.
           Perform 1200-FIND-THE-BOOK.
           If Found-Ix = ZERO
              If Book-Count Not < Book-Max
                 Exit Paragraph
              End-If
              Add 1 to Book-Count
              Move Book-Count to Found-Ix
              Move RB-CODE to Bk-Code(Found-Ix)
              Move Spaces to Bk-Title(Found-Ix)
              Move ZERO to Bk-Last-Raised(Found-Ix)
                           Bk-Last-Acked(Found-Ix)
                           Bk-Last-Step(Found-Ix)
              Move 'N' to Bk-Exercised(Found-Ix)
           End-If.
           If RB-IS-HEADER
              Move RB-TITLE to Bk-Title(Found-Ix)
           End-If.

       1200-FIND-THE-BOOK.

           Move ZERO to Found-Ix.
           Perform 1210-MATCH-ONE-BOOK
               Varying Bk-Ix From 1 By 1
                 Until Bk-Ix > Book-Count Or Found-Ix Not = ZERO.

       1210-MATCH-ONE-BOOK.

           If Bk-Code(Bk-Ix) = Wanted-Code
              Move Bk-Ix to Found-Ix
           End-If.

      *    Each raise up to the month's end: a runbook code's last
      *    raise, and the month's raises of codes without one.
       2000-SCAN-THE-HISTORY.

           Open Input HISTORY-FILE.
           If History-File-Status Not = '00'
              Display 'No alert history ' Function Trim(History-Path)
              Exit Paragraph
           End-If.
           Perform 2100-FOLD-ONE-RAISE
               Until History-File-Status Not = '00'.
           Close HISTORY-FILE.

       2100-FOLD-ONE-RAISE.

           Read HISTORY-FILE
              At End
                 Move '10' to History-File-Status
                 Exit Paragraph
           End-Read.
           If AH-DATE Not Numeric Or AH-DATE > Month-End
              Exit Paragraph
           End-If.
           Add 1 to Raises-Read.
           Move AH-CODE to Wanted-Code.
           Perform 1200-FIND-THE-BOOK.
           If Found-Ix Not = ZERO
              If AH-DATE > Bk-Last-Raised(Found-Ix)
                 Move AH-DATE to Bk-Last-Raised(Found-Ix)
              End-If
              If AH-DATE > Year-Start
                 Move 'Y' to Bk-Exercised(Found-Ix)
              End-If
              Exit Paragraph
           End-If.
           If AH-DATE < Month-Start
              Exit Paragraph
           End-If.

           Move ZERO to Found-Ix.
           Perform 2200-MATCH-ONE-BARE
               Varying Br-Ix From 1 By 1
                 Until Br-Ix > Bare-Count Or Found-Ix Not = ZERO.
           If Found-Ix = ZERO
              If Bare-Count Not < Bare-Max
                 Exit Paragraph
              End-If
              Add 1 to Bare-Count
              Move Bare-Count to Found-Ix
              Move AH-CODE to Br-Code(Found-Ix)
              Move ZERO to Br-Raised(Found-Ix)
              Move AH-DATE to Br-First(Found-Ix)
              Move ZERO to Br-Last(Found-Ix)
              Move AH-SEVERITY to Br-Severity(Found-Ix)
           End-If.
           Add 1 to Br-Raised(Found-Ix).
           If AH-DATE < Br-First(Found-Ix)
              Move AH-DATE to Br-First(Found-Ix)
           End-If.
           If AH-DATE > Br-Last(Found-Ix)
              Move AH-DATE to Br-Last(Found-Ix)
           End-If.
      *    Worst severity seen: Critical, then Warning, then Info.
           Evaluate True
              When AH-SEVERITY = 'C'
                 Move 'C' to Br-Severity(Found-Ix)
              When AH-SEVERITY = 'W'
               And Br-Severity(Found-Ix) Not = 'C'
                 Move 'W' to Br-Severity(Found-Ix)
              When Other
                 Continue
           End-Evaluate.

       2200-MATCH-ONE-BARE.

           If Br-Code(Br-Ix) = Wanted-Code
              Move Br-Ix to Found-Ix
           End-If.

       3000-SCAN-THE-ACKNOWLEDGMENTS.

           Open Input ACK-FILE.
           If Ack-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 3100-FOLD-ONE-ACK
               Until Ack-File-Status Not = '00'.
           Close ACK-FILE.

       3100-FOLD-ONE-ACK.

           Read ACK-FILE
              At End
                 Move '10' to Ack-File-Status
                 Exit Paragraph
           End-Read.
           If AK-DATE Not Numeric Or AK-DATE > Month-End
              Exit Paragraph
           End-If.
           Move AK-CODE to Wanted-Code.
           Perform 1200-FIND-THE-BOOK.
           If Found-Ix = ZERO
              Exit Paragraph
           End-If.
           If AK-DATE Not < Bk-Last-Acked(Found-Ix)
              Move AK-DATE to Bk-Last-Acked(Found-Ix)
              If AK-STEP Numeric
                 Move AK-STEP to Bk-Last-Step(Found-Ix)
              Else
                 Move ZERO to Bk-Last-Step(Found-Ix)
              End-If
           End-If.
           If AK-DATE > Year-Start
              Move 'Y' to Bk-Exercised(Found-Ix)
           End-If.

       4000-LIST-ONE-BARE-CODE.

           Move Spaces to Detail-Line.
           Move 'NO RUNBOOK' to Detail-Line(1:12).
           Move Br-Code(Br-Ix) to Detail-Line(15:8).
           Move Br-Raised(Br-Ix) to Cnt-Displayed.
           String 'raised ' Function Trim(Cnt-Displayed)
                  ' time(s), severity ' Br-Severity(Br-Ix)
                  ', first ' Br-First(Br-Ix)(1:4) '-'
                  Br-First(Br-Ix)(5:2) '-' Br-First(Br-Ix)(7:2)
                  ', last ' Br-Last(Br-Ix)(1:4) '-'
                  Br-Last(Br-Ix)(5:2) '-' Br-Last(Br-Ix)(7:2)
                  Delimited By Size Into Detail-Line(25:108).
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 1
                returning Report-Status.

       5000-LIST-ONE-UNUSED-BOOK.

           If Bk-Exercised(Bk-Ix) = 'Y'
              Exit Paragraph
           End-If.
           Add 1 to Unused-Count.
           Move Spaces to Detail-Line.
           Move 'NOT USED' to Detail-Line(1:12).
           Move Bk-Code(Bk-Ix) to Detail-Line(15:8).
           Move Bk-Title(Bk-Ix) to Detail-Line(25:50).
           Move Bk-Last-Raised(Bk-Ix) to Date-Work.
           Perform 5100-SHOW-THE-DATE.
           String 'raised ' Date-Shown
                  Delimited By Size Into Detail-Line(77:17).
           Move Bk-Last-Acked(Bk-Ix) to Date-Work.
           Perform 5100-SHOW-THE-DATE.
           If Date-Work = ZERO
              String 'acked ' Date-Shown
                     Delimited By Size Into Detail-Line(95:16)
           Else
              String 'acked ' Date-Shown ' step '
                     Bk-Last-Step(Bk-Ix)
                     Delimited By Size Into Detail-Line(95:24)
           End-If.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 1
                returning Report-Status.

       5100-SHOW-THE-DATE.

           If Date-Work = ZERO
              Move 'never' to Date-Shown
           Else
              Move Spaces to Date-Shown
              String Date-Work(1:4) '-' Date-Work(5:2) '-'
                     Date-Work(7:2)
                     Delimited By Size Into Date-Shown
           End-If.
