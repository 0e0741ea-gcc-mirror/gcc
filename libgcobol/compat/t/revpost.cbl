      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Single-posting reversal.  gcobol-master-rollback puts a
      *  before-image back, which also wipes out every later
      *  posting to the account; when one posting is wrong - a
      *  duplicate debit the partner admits to - this utility
      *  offsets that posting alone and leaves the later activity
      *  standing.
      *
      *  In the gcobol-ops-diag interactive style: give it the run
      *  stamp and sequence number of the applied posting (the 'B'
      *  entries of the live journal) and it shows what the posting
      *  did to each balance it moved.  The operator picks a reason
      *  code from the controlled reason list (code 4, description
      *  36, one per line) and confirms; the utility then writes
      *  the offsetting posting - same account, opposite side,
      *  same amount and currency, origin 'RV' - to the reversal
      *  posting file, and the normal posting engine applies it on
      *  its next run.  A transfer is offset by a transfer the
      *  other way.  The reversal's reference is 'R' followed by
      *  the original run stamp and sequence, so the balance and
      *  its journal image point back at what was reversed.
      *
      *  A posting is reversed once: every reversal is written to
      *  the reversal register (date, time, original run stamp and
      *  sequence, account, side, amount, currency, base amount,
      *  reason, operator, approver, counterparty), and a posting
      *  already on the register is refused, as is a reversal
      *  itself - that is corrected with a fresh posting.  Above
      *  the site's dual-control amount (REVERSAL-DUAL-LIMIT, whole
      *  base units as nine digits, default 000001000) the reversal
      *  needs a standing CBL_APPROVAL for exactly this run stamp
      *  and sequence, approved by a second operator.
      *
      *  gcobol-reversal-register lists each day's register.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-posting-reversal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant REASON-PATH as "/tmp/feeds/rv-reasons.dat"
       >>Define Constant RV-OUT-PATH as "/tmp/feeds/reversal-post.dat"
       >>Define Constant RV-REG-PATH as "/tmp/gcobol-reversal.reg"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT REASON-FILE
                  ASSIGN TO Reason-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Reason-File-Status.
           SELECT RV-FILE
                  ASSIGN TO Rv-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Rv-File-Status.
           SELECT REGISTER-FILE
                  ASSIGN TO Register-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Register-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JN-RUN-STAMP         PIC 9(14).
           05  JN-SEQUENCE          PIC 9(08).
           05  JN-ACTION            PIC X(01).
           05  JN-KEY               PIC X(20).
           05  JN-BEFORE-IMAGE      PIC X(1024).
           05  JN-AFTER-IMAGE       PIC X(1024).

       FD  REASON-FILE.
       01  REASON-RECORD.
           05  RSN-CODE             PIC X(04).
           05  RSN-TEXT             PIC X(36).

       FD  RV-FILE.
       01  RV-RECORD.
           05  RV-ACCT-NO           PIC X(12).
           05  RV-DC-FLAG           PIC X(01).
           05  RV-AMOUNT            PIC 9(13)V99.
           05  RV-VALUE-DATE        PIC 9(08).
           05  RV-CURRENCY          PIC X(03).
           05  RV-ORIGIN            PIC X(02).
           05  RV-REFERENCE         PIC X(24).
           05  RV-COUNTER-ACCT      PIC X(12).

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
        77 Journal-Path        PIC X(100) VALUE JOURNAL-PATH.
        77 Reason-Path         PIC X(100) VALUE REASON-PATH.
        77 Rv-Path             PIC X(100).
        77 Register-Path       PIC X(100).
        77 Journal-File-Status PIC X(02).
        77 Reason-File-Status  PIC X(02).
        77 Rv-File-Status      PIC X(02).
        77 Register-File-Status PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Operator-Id         PIC X(16).
        77 Auth-Tool           PIC X(24).
        77 Auth-Level          PIC X(01).
        77 Auth-Check-Status   BINARY-LONG SIGNED.
        77 Epoch-Seconds       BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        77 Processing-Date     PIC 9(08).
        77 Time-Now            PIC 9(06).
        77 Dual-Limit          PIC 9(09) VALUE 1000.

      * CBL_APPROVAL request block - dual control above the limit.
        01 Ap-Request.
           05 Ap-Function      PIC X(01).
           05 Ap-Action        PIC X(24).
           05 Ap-Params        PIC X(200).
           05 Ap-Operator      PIC X(16).
           05 Ap-Approved-By   PIC X(16).
           05 Ap-Ticket        PIC 9(06).
        77 Ap-Status           BINARY-LONG SIGNED.

        77 Stamp-Answer        PIC X(14).
        77 Sequence-Answer     PIC X(08).
        77 Reason-Answer       PIC X(04).
        77 Confirm-Answer      PIC X(01).
           88 Confirm-Is-Yes      VALUE 'Y' 'y'.
        77 Wanted-Stamp        PIC 9(14).
        77 Wanted-Sequence     PIC 9(08).

      * The controlled reason list.
        77 Reason-Count        BINARY-LONG VALUE ZERO.
        77 Max-Reasons         BINARY-LONG VALUE 50.
        77 Reason-Idx          BINARY-LONG.
        77 Reason-Found        BINARY-LONG.
        77 Reason-Quit         PIC X(01).
        01 Reason-Table.
           05 Reason-Entry OCCURS 50 TIMES.
              10 RT-CODE          PIC X(04).
              10 RT-TEXT          PIC X(36).

      * The balance images the posting left in the journal - one
      * for a posting, two for a transfer.
        77 Leg-Count           BINARY-LONG VALUE ZERO.
        77 Leg-Idx             BINARY-LONG.
        77 Debit-Leg           BINARY-LONG.
        77 Credit-Leg          BINARY-LONG.
        01 Leg-Table.
           05 Leg-Entry OCCURS 2 TIMES.
              10 LEG-ACCT-NO      PIC X(12).
              10 LEG-CURRENCY     PIC X(03).
              10 LEG-ORIGIN       PIC X(02).
              10 LEG-REFERENCE    PIC X(24).
              10 LEG-POSTED       PIC 9(08).
              10 LEG-BASE-MOVE    PIC S9(13)V99.
              10 LEG-ORIG-MOVE    PIC S9(13)V99.
        01 Image-Work.
           05 IMG-ACCT-NO          PIC X(12).
           05 IMG-MASTER-KEY       PIC X(20).
           05 IMG-BALANCE          PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 IMG-LAST-POSTED      PIC 9(08).
           05 IMG-PRODUCT-CODE     PIC X(04).
           05 IMG-CURRENCY         PIC X(03).
           05 IMG-ORIG-BALANCE     PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 IMG-LAST-ORIGIN      PIC X(02).
           05 IMG-LAST-ACTIVITY    PIC 9(08).
           05 IMG-LAST-REFERENCE   PIC X(24).
           05 FILLER               PIC X(15).
        77 Before-Base         PIC S9(13)V99.
        77 Before-Orig         PIC S9(13)V99.
        77 Too-Many-Legs       PIC X(01) VALUE 'N'.

        77 Already-Reversed    PIC X(01) VALUE 'N'.
        77 Reversed-On         PIC 9(08).
        77 Reversed-By         PIC X(16).
        77 Reversal-Amount     PIC 9(13)V99.
        77 Reversal-Base       PIC 9(13)V99.
        77 Reversal-Side       PIC X(01).
        77 Reversal-Acct       PIC X(12).
        77 Reversal-Counter    PIC X(12).
        77 Money-Edited        PIC -(13)9.99.
        77 Amount-Edited       PIC Z(12)9.99.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Display 'gcobol posting reversal - journal '
                   Function Trim(Journal-Path).

           Display 'Operator id: ' with No Advancing.
           Accept Operator-Id from Console.
           Move 'gcobol-posting-reversal' to Auth-Tool.
           Call "CBL_OPERATOR_AUTH" using Operator-Id, Auth-Tool,
                        Auth-Level
                      returning Auth-Check-Status.
           If Auth-Check-Status Not = ZERO
              Or Auth-Level Not = 'U'
              Display 'Operator ' Function Trim(Operator-Id)
                      ' is not authorized for this tool'
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-SETTINGS.
           Perform 1000-LOAD-THE-REASONS.
           If Reason-Count = ZERO
              Display 'No reversal reasons on '
                      Function Trim(Reason-Path)
                      ' - nothing can be reversed without one'
              Stop Run With Error Status 1
           End-If.

           Display 'Run stamp of the posting (14 digits): '
                   with No Advancing.
           Accept Stamp-Answer from Console.
           Display 'Sequence number (8 digits): ' with No Advancing.
           Accept Sequence-Answer from Console.
           If Stamp-Answer Not Numeric
              Or Sequence-Answer Not Numeric
              Display 'Run stamp and sequence must be all digits'
              Stop Run With Error Status 1
           End-If.
           Move Stamp-Answer to Wanted-Stamp.
           Move Sequence-Answer to Wanted-Sequence.

           Perform 2000-FIND-THE-POSTING.
           If Leg-Count = ZERO
              Display 'No applied posting at run ' Wanted-Stamp
                      ' sequence ' Wanted-Sequence
                      ' in the live journal'
              Stop Run With Error Status 1
           End-If.
           If Too-Many-Legs = 'Y'
              Display 'Run ' Wanted-Stamp ' sequence '
                      Wanted-Sequence ' moved more than two '
                      'balances - not a single posting'
              Stop Run With Error Status 1
           End-If.
           If LEG-ORIGIN(1) = 'RV'
              Display 'That posting is itself a reversal - correct '
                      'it with a fresh posting instead'
              Stop Run With Error Status 1
           End-If.

           Perform 2500-CHECK-THE-REGISTER.
           If Already-Reversed = 'Y'
              Display 'Run ' Wanted-Stamp ' sequence '
                      Wanted-Sequence ' was already reversed on '
                      Reversed-On ' by ' Function Trim(Reversed-By)
              Stop Run With Error Status 1
           End-If.

           Perform 3000-SHOW-THE-POSTING.
           Perform 3500-SHAPE-THE-REVERSAL.
           If Reversal-Side = Spaces
              Display 'That posting moved no money - nothing to '
                      'reverse'
              Stop Run With Error Status 1
           End-If.

           Perform 3800-TAKE-THE-REASON.
           If Reason-Found = ZERO
              Display 'No reason given - nothing reversed'
              Stop Run
           End-If.

           Display 'Write the reversal (Y/N)? ' with No Advancing.
           Accept Confirm-Answer from Console.
           If Not Confirm-Is-Yes
              Display 'Nothing reversed'
              Stop Run
           End-If.

      *    Dual control: above the site amount the reversal runs
      *    only against a standing approval for exactly this run
      *    stamp and sequence, approved by a second operator.
           Move Spaces to Ap-Approved-By.
           If Reversal-Base > Dual-Limit
              Move Spaces to Ap-Params
              String 'stamp=' Wanted-Stamp
                     ' seq=' Wanted-Sequence
                     Delimited By Size Into Ap-Params
              Move 'C' to Ap-Function
              Move 'POSTING-REVERSAL' to Ap-Action
              Move Operator-Id to Ap-Operator
              Call "CBL_APPROVAL" using Ap-Request
                   returning Ap-Status
              If Ap-Status Not = ZERO
                 Move 'R' to Ap-Function
                 Call "CBL_APPROVAL" using Ap-Request
                      returning Ap-Status
                 Display 'Above the dual-control amount - request '
                         'parked as ticket ' Ap-Ticket
                         '; have a second operator approve it in '
                         'gcobol-approvals, then rerun with the '
                         'same posting'
                 Stop Run With Error Status 1
              End-If
              Display 'Approved by '
                      Function Trim(Ap-Approved-By)
                      ' (ticket ' Ap-Ticket ')'
           End-If.

           Perform 4000-WRITE-THE-REVERSAL.
           Perform 4500-REGISTER-THE-REVERSAL.

           Move Spaces to Audit-Args.
           String 'stamp=' Wanted-Stamp
                  ' seq=' Wanted-Sequence
                  ' reason=' RT-CODE(Reason-Found)
                  ' by=' Function Trim(Operator-Id)
                  ' approved-by=' Function Trim(Ap-Approved-By)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-posting-reversal",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Display 'Reversal written to ' Function Trim(Rv-Path)
                   ' - it posts on the next posting run'.
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
           Compute Time-Now =
                   tm_hour of Now-Tm * 10000
                 + tm_min  of Now-Tm * 100
                 + tm_sec  of Now-Tm.

      *    The chain's established processing date overrides the
      *    wall-clock date when one is on file.
           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.
           If Pd-Status = ZERO And Pd-Date Not = ZERO
              Move Pd-Date to Processing-Date
           End-If.

           Move 'REVERSAL-DUAL-LIMIT' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '000001000'
                      returning Config-Status.
           If Config-Value(1:9) Numeric
              Move Function Numval(Config-Value(1:9))
                to Dual-Limit
           End-If.

           Move 'REVERSAL-OUT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RV-OUT-PATH
                      returning Config-Status.
           Move Config-Value to Rv-Path.

           Move 'REVERSAL-REGISTER-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RV-REG-PATH
                      returning Config-Status.
           Move Config-Value to Register-Path.

       1000-LOAD-THE-REASONS.

           Open Input REASON-FILE.
           If Reason-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1100-LOAD-ONE-REASON
               Until Reason-File-Status Not = '00'.
           Close REASON-FILE.

       1100-LOAD-ONE-REASON.

           Read REASON-FILE
              At End
                 Move '10' to Reason-File-Status
              Not At End
                 If RSN-CODE Not = Spaces
                    And Reason-Count < Max-Reasons
                    Add 1 to Reason-Count
                    Move RSN-CODE to RT-CODE(Reason-Count)
                    Move RSN-TEXT to RT-TEXT(Reason-Count)
                 End-If
           End-Read.

       2000-FIND-THE-POSTING.

           Open Input JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Display 'Cannot open journal '
                      Function Trim(Journal-Path)
                      ' - file status ' Journal-File-Status
              Stop Run With Error Status 1
           End-If.
           Perform 2100-READ-ONE-ENTRY
               Until Journal-File-Status Not = '00'.
           Close JOURNAL-FILE.

       2100-READ-ONE-ENTRY.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
              Not At End
                 If JN-ACTION = 'B'
                    And JN-RUN-STAMP = Wanted-Stamp
                    And JN-SEQUENCE = Wanted-Sequence
                    Perform 2200-KEEP-ONE-LEG
                 End-If
           End-Read.

       2200-KEEP-ONE-LEG.

           If Leg-Count >= 2
              Move 'Y' to Too-Many-Legs
              Exit Paragraph
           End-If.
           Add 1 to Leg-Count.

           If JN-BEFORE-IMAGE(1:128) = Low-Values
              Move ZERO to Before-Base
              Move ZERO to Before-Orig
           Else
              Move JN-BEFORE-IMAGE(1:128) to Image-Work
              Move IMG-BALANCE to Before-Base
              Move IMG-ORIG-BALANCE to Before-Orig
           End-If.
           Move JN-AFTER-IMAGE(1:128) to Image-Work.
           Move IMG-ACCT-NO to LEG-ACCT-NO(Leg-Count).
           Move IMG-CURRENCY to LEG-CURRENCY(Leg-Count).
           Move IMG-LAST-ORIGIN to LEG-ORIGIN(Leg-Count).
           Move IMG-LAST-REFERENCE to LEG-REFERENCE(Leg-Count).
           Move IMG-LAST-POSTED to LEG-POSTED(Leg-Count).
           Compute LEG-BASE-MOVE(Leg-Count) =
                   IMG-BALANCE - Before-Base.
           Compute LEG-ORIG-MOVE(Leg-Count) =
                   IMG-ORIG-BALANCE - Before-Orig.

       2500-CHECK-THE-REGISTER.

           Open Input REGISTER-FILE.
           If Register-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 2600-CHECK-ONE-REGISTER-LINE
               Until Register-File-Status Not = '00'
                  Or Already-Reversed = 'Y'.
           Close REGISTER-FILE.

       2600-CHECK-ONE-REGISTER-LINE.

           Read REGISTER-FILE
              At End
                 Move '10' to Register-File-Status
              Not At End
                 If RVR-RUN-STAMP = Wanted-Stamp
                    And RVR-SEQUENCE = Wanted-Sequence
                    Move 'Y' to Already-Reversed
                    Move RVR-DATE to Reversed-On
                    Move RVR-OPERATOR to Reversed-By
                 End-If
           End-Read.

       3000-SHOW-THE-POSTING.

           Display 'Run ' Wanted-Stamp ' sequence ' Wanted-Sequence
                   ':'.
           Perform 3100-SHOW-ONE-LEG
               Varying Leg-Idx From 1 By 1
               Until Leg-Idx > Leg-Count.

       3100-SHOW-ONE-LEG.

           Move LEG-ORIG-MOVE(Leg-Idx) to Money-Edited.
           Display '  account ' LEG-ACCT-NO(Leg-Idx)
                   ' moved ' Money-Edited ' ' LEG-CURRENCY(Leg-Idx)
                   ' value ' LEG-POSTED(Leg-Idx).
           Move LEG-BASE-MOVE(Leg-Idx) to Money-Edited.
           Display '    base ' Money-Edited
                   '  origin [' LEG-ORIGIN(Leg-Idx) ']'
                   '  reference ' LEG-REFERENCE(Leg-Idx).

       3500-SHAPE-THE-REVERSAL.

      *    The offset takes the opposite side of the same money:
      *    a debit comes back as a credit, a transfer as a transfer
      *    from its credit account back to its debit account.
           Move Spaces to Reversal-Side.
           Move Spaces to Reversal-Counter.
           If Leg-Count = 1
              Move LEG-ACCT-NO(1) to Reversal-Acct
              Evaluate True
                 When LEG-ORIG-MOVE(1) < ZERO
                    Move 'C' to Reversal-Side
                    Compute Reversal-Amount =
                            ZERO - LEG-ORIG-MOVE(1)
                    Compute Reversal-Base = ZERO - LEG-BASE-MOVE(1)
                 When LEG-ORIG-MOVE(1) > ZERO
                    Move 'D' to Reversal-Side
                    Move LEG-ORIG-MOVE(1) to Reversal-Amount
                    Move LEG-BASE-MOVE(1) to Reversal-Base
              End-Evaluate
              Exit Paragraph
           End-If.

           If LEG-ORIG-MOVE(1) < ZERO
              Move 1 to Debit-Leg
              Move 2 to Credit-Leg
           Else
              Move 2 to Debit-Leg
              Move 1 to Credit-Leg
           End-If.
           If LEG-ORIG-MOVE(Credit-Leg) > ZERO
              Move 'T' to Reversal-Side
              Move LEG-ACCT-NO(Credit-Leg) to Reversal-Acct
              Move LEG-ACCT-NO(Debit-Leg) to Reversal-Counter
              Move LEG-ORIG-MOVE(Credit-Leg) to Reversal-Amount
              Move LEG-BASE-MOVE(Credit-Leg) to Reversal-Base
           End-If.

       3800-TAKE-THE-REASON.

           Display 'Reversal reasons:'.
           Perform 3810-SHOW-ONE-REASON
               Varying Reason-Idx From 1 By 1
               Until Reason-Idx > Reason-Count.
           Move ZERO to Reason-Found.
           Move 'N' to Reason-Quit.
           Perform 3850-ASK-FOR-A-REASON
               Until Reason-Found > ZERO
                  Or Reason-Quit = 'Y'.

       3850-ASK-FOR-A-REASON.

           Display 'Reason code (blank to quit): ' with No Advancing.
           Accept Reason-Answer from Console.
           If Reason-Answer = Spaces
              Move 'Y' to Reason-Quit
              Exit Paragraph
           End-If.
           Move Function Upper-Case(Reason-Answer) to Reason-Answer.
           Perform 3820-MATCH-ONE-REASON
               Varying Reason-Idx From 1 By 1
               Until Reason-Idx > Reason-Count
                  Or Reason-Found > ZERO.
           If Reason-Found = ZERO
              Display 'Not on the reason list'
           End-If.

       3810-SHOW-ONE-REASON.

           Display '  ' RT-CODE(Reason-Idx) '  ' RT-TEXT(Reason-Idx).

       3820-MATCH-ONE-REASON.

           If RT-CODE(Reason-Idx) = Reason-Answer
              Move Reason-Idx to Reason-Found
           End-If.

       4000-WRITE-THE-REVERSAL.

           Open Extend RV-FILE.
           If Rv-File-Status Not = '00'
              Open Output RV-FILE
           End-If.
           If Rv-File-Status Not = '00'
              Display 'Cannot open reversal posting file '
                      Function Trim(Rv-Path)
                      ' - file status ' Rv-File-Status
              Stop Run With Error Status 1
           End-If.

           Move Spaces to RV-RECORD.
           Move Reversal-Acct to RV-ACCT-NO.
           Move Reversal-Side to RV-DC-FLAG.
           Move Reversal-Amount to RV-AMOUNT.
           Move Processing-Date to RV-VALUE-DATE.
           Move LEG-CURRENCY(1) to RV-CURRENCY.
           Move 'RV' to RV-ORIGIN.
           String 'R' Wanted-Stamp Wanted-Sequence
                  Delimited By Size Into RV-REFERENCE.
           Move Reversal-Counter to RV-COUNTER-ACCT.
           Write RV-RECORD.
           Close RV-FILE.

       4500-REGISTER-THE-REVERSAL.

           Open Extend REGISTER-FILE.
           If Register-File-Status Not = '00'
              Open Output REGISTER-FILE
           End-If.
           If Register-File-Status Not = '00'
              Display '*** cannot open reversal register '
                      Function Trim(Register-Path)
                      ' - file status ' Register-File-Status
                      ' - the reversal is written but NOT '
                      'registered; register it by hand'
              Exit Paragraph
           End-If.

           Move Spaces to REGISTER-RECORD.
           Move Processing-Date to RVR-DATE.
           Move Time-Now to RVR-TIME.
           Move Wanted-Stamp to RVR-RUN-STAMP.
           Move Wanted-Sequence to RVR-SEQUENCE.
           Move Reversal-Acct to RVR-ACCT-NO.
           Move Reversal-Side to RVR-DC-FLAG.
           Move Reversal-Amount to RVR-AMOUNT.
           Move LEG-CURRENCY(1) to RVR-CURRENCY.
           Move Reversal-Base to RVR-BASE-AMOUNT.
           Move RT-CODE(Reason-Found) to RVR-REASON.
           Move Operator-Id to RVR-OPERATOR.
           Move Ap-Approved-By to RVR-APPROVED-BY.
           Move Reversal-Counter to RVR-COUNTER-ACCT.
           Write REGISTER-RECORD.
           Close REGISTER-FILE.
