      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Nightly dispute case aging.  Walks the dispute case ledger
      *  gcobol-dispute-cases keeps and lists every case not yet
      *  resolved through the shared report writer, the case status
      *  as the control value and the disputed amount as the amount,
      *  with how many business days the case has been open and -
      *  while no provisional credit has been given - how many
      *  business days are left before the regulatory deadline.
      *  Days are counted through the business calendar, the same
      *  calendar that set the deadline when the case was opened.
      *
      *  A case still waiting for its provisional credit raises a
      *  CBL_RAISE_ALERT warning (DSP-DUE) once it is within
      *  DISPUTE-WARN-DAYS business days (two digits, default 02)
      *  of its deadline, and a critical alert (DSP-LATE) once the
      *  deadline has passed, so the case is worked before the
      *  regulator asks about it.  The report is the night's record;
      *  the alerts are the call to act.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-dispute-aging.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant DISPUTE-PATH as "/tmp/gcobol-disputes.dat"
       >>Define Constant DSP-RPT-PATH as "/tmp/gcobol-dispute-aging.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE
                  ASSIGN TO Case-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Case-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       01  CASE-RECORD.
           05  DC-CASE-NO           PIC 9(08).
           05  DC-RUN-STAMP         PIC 9(14).
           05  DC-SEQUENCE          PIC 9(08).
           05  DC-ACCT-NO           PIC X(12).
           05  DC-AMOUNT            PIC 9(13)V99.
           05  DC-CURRENCY          PIC X(03).
           05  DC-VALUE-DATE        PIC 9(08).
           05  DC-STATUS            PIC X(01).
               88  DC-IS-OPENED         VALUE 'O'.
               88  DC-IS-CREDITED       VALUE 'P'.
               88  DC-IS-INVESTIGATING  VALUE 'I'.
               88  DC-IS-RESOLVED       VALUE 'F' 'A'.
           05  DC-OPENED-DATE       PIC 9(08).
           05  DC-CREDIT-DUE        PIC 9(08).
           05  DC-CREDITED-DATE     PIC 9(08).
           05  DC-RESOLVED-DATE     PIC 9(08).
           05  DC-OPENED-BY         PIC X(16).
           05  DC-LAST-BY           PIC X(16).
           05  DC-NOTE              PIC X(40).

       WORKING-STORAGE SECTION.
        77 Case-Path            PIC X(100).
        77 Report-Path          PIC X(256) VALUE DSP-RPT-PATH.
        77 Case-File-Status     PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Processing-Date      PIC 9(08).
        77 Warn-Days            PIC 9(02) VALUE 2.
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        77 Calendar-Status      BINARY-LONG SIGNED.
        01 Cal-Request.
           05 Cal-Function          PIC X(01).
           05 Cal-Date              PIC 9(08).
           05 Cal-Epoch             BINARY-DOUBLE.
           05 Cal-Business-Seconds  BINARY-DOUBLE.

      * Business days between two dates, counted a step at a time.
        77 Count-From           PIC 9(08).
        77 Count-To             PIC 9(08).
        77 Business-Days        BINARY-LONG.
        77 Max-Count-Days       BINARY-LONG VALUE 1000.
        77 Days-Open            BINARY-LONG.
        77 Days-Left            BINARY-LONG.
        77 Credit-Outstanding   PIC X(01).

        77 Alert-Severity       PIC X(01).
        77 Alert-Code           PIC X(08).
        77 Alert-Text           PIC X(200).
        77 Alert-Status         BINARY-LONG SIGNED.

        77 Cases-Read           BINARY-LONG VALUE ZERO.
        77 Cases-Open           BINARY-LONG VALUE ZERO.
        77 Cases-Near-Due       BINARY-LONG VALUE ZERO.
        77 Cases-Late           BINARY-LONG VALUE ZERO.
        77 Amount-Edited        PIC Z(12)9.99.
        77 Open-Edited          PIC ZZZ9.
        77 Left-Edited          PIC -ZZZ9.
        77 Flag-Text            PIC X(12).
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
        77 Late-Displayed       PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-dispute-aging'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-dispute-aging'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-SETTINGS.

           Move Spaces to Report-Title.
           String 'DISPUTE CASE AGING - ' Processing-Date
                  Delimited By Size Into Report-Title.
           Move 'CASE     ACCOUNT                AMOUNT CCY OPENED   '
             & ' CREDIT-DUE OPEN  LEFT FLAG'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start dispute aging report '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.

           Open Input CASE-FILE.
           If Case-File-Status = '00'
              Perform 2000-AGE-ONE-CASE
                  Until Case-File-Status Not = '00'
              Close CASE-FILE
           Else
              Display 'No dispute case ledger '
                      Function Trim(Case-Path)
                      ' - no cases to age'
           End-If.
           Call "CBL_REPORT_END" returning Report-Status.

           Display 'Cases read:          ' Cases-Read.
           Display 'Cases open:          ' Cases-Open.
           Display 'Credit deadline near:' Cases-Near-Due.
           Display 'Credit deadline past:' Cases-Late.

           Move Cases-Open to Cnt-Displayed.
           Move Cases-Late to Late-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' open=' Function Trim(Cnt-Displayed)
                  ' late=' Function Trim(Late-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-dispute-aging",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-dispute-aging'
                by value 0, Cases-Read, Cases-Open
                returning Footer-Status.
           Stop Run.

       0100-RESOLVE-THE-SETTINGS.

      *    The chain's established date first; the business
      *    calendar answers when this step runs outside a chain.
           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.
           If Pd-Status = ZERO And Pd-Date Not = ZERO
              Move Pd-Date to Processing-Date
           Else
              Move 'P' to Cal-Function
              Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                   returning Calendar-Status
              Move Cal-Date to Processing-Date
           End-If.

           Move 'DISPUTE-FILE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        DISPUTE-PATH
                      returning Config-Status.
           Move Config-Value to Case-Path.

           Move 'DISPUTE-WARN-DAYS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '02'
                      returning Config-Status.
           If Config-Value(1:2) Numeric
              Move Function Numval(Config-Value(1:2))
                to Warn-Days
           End-If.

       2000-AGE-ONE-CASE.

           Read CASE-FILE
              At End
                 Move '10' to Case-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Cases-Read.
           If DC-IS-RESOLVED
              Or DC-CASE-NO Not Numeric
              Exit Paragraph
           End-If.
           Add 1 to Cases-Open.

           Move DC-OPENED-DATE to Count-From.
           Move Processing-Date to Count-To.
           Perform 5000-COUNT-BUSINESS-DAYS.
           Move Business-Days to Days-Open.

      *    Only a case still waiting for its provisional credit
      *    runs against the deadline.
           Move Spaces to Flag-Text.
           Move ZERO to Days-Left.
           If DC-CREDITED-DATE = ZERO
              Move 'Y' to Credit-Outstanding
              If DC-CREDIT-DUE < Processing-Date
                 Move DC-CREDIT-DUE to Count-From
                 Move Processing-Date to Count-To
                 Perform 5000-COUNT-BUSINESS-DAYS
                 Compute Days-Left = ZERO - Business-Days
              Else
                 Move Processing-Date to Count-From
                 Move DC-CREDIT-DUE to Count-To
                 Perform 5000-COUNT-BUSINESS-DAYS
                 Move Business-Days to Days-Left
              End-If
              Evaluate True
                 When DC-CREDIT-DUE < Processing-Date
                    Add 1 to Cases-Late
                    Move 'CREDIT LATE' to Flag-Text
                    Perform 4000-RAISE-THE-ALERT
                 When Days-Left Not > Warn-Days
                    Add 1 to Cases-Near-Due
                    Move 'CREDIT DUE' to Flag-Text
                    Perform 4000-RAISE-THE-ALERT
                 When Other
                    Continue
              End-Evaluate
           Else
              Move 'N' to Credit-Outstanding
           End-If.
           Perform 3000-REPORT-THE-CASE.

       3000-REPORT-THE-CASE.

           Move DC-ACCT-NO to Masked-Acct.
           Call "CBL_REDACT_VALUE" using Masked-Acct,
                by value Redact-Keep
                returning Redact-Status.
           Move DC-AMOUNT to Amount-Edited.
           Move Days-Open to Open-Edited.
           Move Spaces to Detail-Line.
           If Credit-Outstanding = 'Y'
              Move Days-Left to Left-Edited
              String DC-CASE-NO ' ' Masked-Acct ' ' Amount-Edited
                     ' ' DC-CURRENCY ' ' DC-OPENED-DATE ' '
                     DC-CREDIT-DUE ' ' Open-Edited ' ' Left-Edited
                     ' ' Flag-Text
                     Delimited By Size Into Detail-Line
           Else
              String DC-CASE-NO ' ' Masked-Acct ' ' Amount-Edited
                     ' ' DC-CURRENCY ' ' DC-OPENED-DATE ' '
                     DC-CREDIT-DUE ' ' Open-Edited '     - '
                     'CREDITED ' DC-CREDITED-DATE
                     Delimited By Size Into Detail-Line
           End-If.
           Move Spaces to Control-Value.
           Evaluate True
              When DC-IS-OPENED
                 Move 'O OPENED' to Control-Value
              When DC-IS-CREDITED
                 Move 'P PROVISIONALLY CREDITED' to Control-Value
              When DC-IS-INVESTIGATING
                 Move 'I INVESTIGATING' to Control-Value
              When Other
                 Move DC-STATUS to Control-Value
           End-Evaluate.
           Compute Amount-For-Writer = DC-AMOUNT * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       4000-RAISE-THE-ALERT.

           Move Spaces to Alert-Text.
           If Days-Left < ZERO
              Move 'C' to Alert-Severity
              Move 'DSP-LATE' to Alert-Code
              String 'Dispute case ' DC-CASE-NO
                     ' passed its provisional-credit deadline '
                     DC-CREDIT-DUE ' with no credit given'
                     Delimited By Size Into Alert-Text
           Else
              Move 'W' to Alert-Severity
              Move 'DSP-DUE' to Alert-Code
              Move Days-Left to Left-Edited
              String 'Dispute case ' DC-CASE-NO
                     ' needs its provisional credit by '
                     DC-CREDIT-DUE ' - '
                     Function Trim(Left-Edited)
                     ' business day(s) left'
                     Delimited By Size Into Alert-Text
           End-If.
           Call "CBL_RAISE_ALERT" using Alert-Severity, Alert-Code,
                        Alert-Text
                      returning Alert-Status.

       5000-COUNT-BUSINESS-DAYS.

      *    Business days after Count-From up to and including
      *    Count-To.
           Move ZERO to Business-Days.
           Move Count-From to Cal-Date.
           Perform 5100-STEP-ONE-BUSINESS-DAY
               Until Cal-Date >= Count-To
                  Or Business-Days >= Max-Count-Days.

       5100-STEP-ONE-BUSINESS-DAY.

           Move 'N' to Cal-Function.
           Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                returning Calendar-Status.
           Add 1 to Business-Days.
