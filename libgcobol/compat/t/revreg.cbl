      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Daily posting-reversal register.  Lists every reversal
      *  gcobol-posting-reversal registered on the processing date
      *  - the original run stamp and sequence, account, side,
      *  amount and currency of the offsetting posting, the reason
      *  code, the operator who raised it and, above the
      *  dual-control amount, the operator who approved it -
      *  through the shared report writer, the reason code as the
      *  control value so each reason carries its own base-amount
      *  subtotal.
      *
      *  The register is site configuration (REVERSAL-REGISTER-
      *  PATH); the report is read-only.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-reversal-register.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant RV-REG-PATH as "/tmp/gcobol-reversal.reg"
       >>Define Constant RV-RPT-PATH as "/tmp/gcobol-reversal.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE
                  ASSIGN TO Register-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Register-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  RVR-DATE             PIC 9(08).
           05  RVR-TIME             PIC 9(06).
           05  RVR-RUN-STAMP        PIC 9(14).
           05  RVR-SEQUENCE         PIC 9(08).
           05  RVR-ACCT-NO          PIC X(12).
           05  RVR-DC-FLAG          PIC X(01).
           05  RVR-AMOUNT           PIC 9(13)V99.
           05  RVR-CURRENCY         PIC X(03).
           05  RVR-BASE-AMOUNT      PIC 9(13)V99.
           05  RVR-REASON           PIC X(04).
           05  RVR-OPERATOR         PIC X(16).
           05  RVR-APPROVED-BY      PIC X(16).
           05  RVR-COUNTER-ACCT     PIC X(12).

       WORKING-STORAGE SECTION.
        77 Register-Path        PIC X(100).
        77 Report-Path          PIC X(256) VALUE RV-RPT-PATH.
        77 Register-File-Status PIC X(02).
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

        77 Entries-Read         BINARY-LONG VALUE ZERO.
        77 Reversals-Listed     BINARY-LONG VALUE ZERO.
        77 Amount-Edited        PIC Z(12)9.99.
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

           Call "CBL_RUN_HEADER" using 'gcobol-reversal-register'
                returning status-code.

           Perform 0100-RESOLVE-THE-DATE.

           Move Spaces to Report-Title.
           String 'POSTING REVERSAL REGISTER - ' As-Of-Date
                  Delimited By Size Into Report-Title.
           Move 'TIME   ORIGINAL RUN   SEQUENCE ACCOUNT      S'
             & '           AMOUNT CCY RSN  OPERATOR         APPROVED'
             & ' BY      COUNTER'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start reversal register '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.

      *    No register yet simply means no reversals: the report
      *    still goes out, empty, so the day is on file.
           Open Input REGISTER-FILE.
           If Register-File-Status = '00'
              Perform 2000-LIST-ONE-REVERSAL
                  Until Register-File-Status Not = '00'
              Close REGISTER-FILE
           End-If.
           Call "CBL_REPORT_END" returning Report-Status.

           Display 'Register entries read: ' Entries-Read.
           Display 'Reversals listed:      ' Reversals-Listed
                   ' (see ' Function Trim(Report-Path) ')'.

           Move Reversals-Listed to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' As-Of-Date
                  ' listed=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-reversal-register",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-reversal-register'
                by value 0, Entries-Read, Reversals-Listed
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

           Move 'REVERSAL-REGISTER-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RV-REG-PATH
                      returning Config-Status.
           Move Config-Value to Register-Path.

       2000-LIST-ONE-REVERSAL.

           Read REGISTER-FILE
              At End
                 Move '10' to Register-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Entries-Read.
           If RVR-DATE Not = As-Of-Date
              Exit Paragraph
           End-If.

           Add 1 to Reversals-Listed.
           Move RVR-AMOUNT to Amount-Edited.
           Move Spaces to Detail-Line.
           String RVR-TIME ' ' RVR-RUN-STAMP ' ' RVR-SEQUENCE ' '
                  RVR-ACCT-NO ' ' RVR-DC-FLAG ' '
                  Amount-Edited ' ' RVR-CURRENCY ' '
                  RVR-REASON ' ' RVR-OPERATOR ' '
                  RVR-APPROVED-BY ' ' RVR-COUNTER-ACCT
                  Delimited By Size Into Detail-Line.
           Move RVR-REASON to Control-Value.
           If RVR-BASE-AMOUNT Numeric
              Compute Amount-For-Writer = RVR-BASE-AMOUNT * 100
           Else
              Move ZERO to Amount-For-Writer
           End-If.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
