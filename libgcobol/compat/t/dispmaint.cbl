      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Customer dispute cases.  A disputed debit used to live in
      *  someone's inbox while the regulatory clock ran; the case
      *  now lives on the dispute case ledger and this screen, in
      *  the gcobol-ops-diag interactive style, is the only way to
      *  move it:
      *
      *    L  list the cases
      *    O  open a case - give the run stamp and sequence of the
      *       applied posting (the 'B' entries of the live journal);
      *       the debit it made is shown and becomes the disputed
      *       amount.  A posting carries one case for life; a
      *       dispute posting itself cannot be disputed.
      *    P  provisionally credit an opened case
      *    I  mark a case as under investigation
      *    R  resolve a case for (F) or against (A) the customer
      *
      *  Every money step is a posting in the posting feed's own
      *  layout, origin 'DP', written to the dispute posting file
      *  for gcobol-balance-posting to apply on its next run: the
      *  provisional credit (reference 'PC'), a credit at a
      *  finding for the customer when none was given before
      *  ('FC'), and on a finding against the customer the re-debit
      *  of a provisional credit ('RD') - each reference followed by
      *  the case number and the disputed posting's run stamp.
      *  A finding for a customer already credited moves nothing.
      *
      *  Opening a case fixes its provisional-credit deadline: the
      *  opening date stepped on DISPUTE-CREDIT-DAYS business days
      *  (two digits, default 10) through the business calendar.
      *  gcobol-dispute-aging watches that deadline nightly.
      *
      *  Case record: case number (8), disputed run stamp (14) and
      *  sequence (8), account (12), amount (13.2), currency (3),
      *  value date (8), status (1: O opened, P provisionally
      *  credited, I investigating, F resolved for the customer, A
      *  resolved against), opened, credit-due, credited and
      *  resolved dates (8 each), opened-by and last-by operator
      *  (16 each) and a note (40).
      *
      *  CBL_OPERATOR_AUTH level 'U' may open and move cases; any
      *  other authorized operator may list them.  Every save first
      *  copies the current ledger to its .prev name, and every
      *  change lands on the audit trail with the operator.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-dispute-cases.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant DISPUTE-PATH as "/tmp/gcobol-disputes.dat"
       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant DP-OUT-PATH as "/tmp/feeds/dispute-post.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE
                  ASSIGN TO Case-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Case-File-Status.
           SELECT CASE-NEW-FILE
                  ASSIGN TO Case-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Case-New-Status.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT DP-FILE
                  ASSIGN TO Dp-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Dp-File-Status.

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

       FD  CASE-NEW-FILE.
       01  CASE-NEW-RECORD          PIC X(173).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JN-RUN-STAMP         PIC 9(14).
           05  JN-SEQUENCE          PIC 9(08).
           05  JN-ACTION            PIC X(01).
           05  JN-KEY               PIC X(20).
           05  JN-BEFORE-IMAGE      PIC X(1024).
           05  JN-AFTER-IMAGE       PIC X(1024).

      * Dispute postings, in the posting feed's layout.
       FD  DP-FILE.
       01  DP-RECORD.
           05  DP-ACCT-NO           PIC X(12).
           05  DP-DC-FLAG           PIC X(01).
           05  DP-AMOUNT            PIC 9(13)V99.
           05  DP-VALUE-DATE        PIC 9(08).
           05  DP-CURRENCY          PIC X(03).
           05  DP-ORIGIN            PIC X(02).
           05  DP-REFERENCE.
               10  DP-STEP          PIC X(02).
               10  DP-CASE-NO       PIC 9(08).
               10  DP-RUN-STAMP     PIC 9(14).
           05  DP-COUNTER-ACCT      PIC X(12).

       WORKING-STORAGE SECTION.
        77 Case-Path           PIC X(100).
        77 Case-New-Path       PIC X(104).
        77 Case-Prev-Path      PIC X(105).
        77 Journal-Path        PIC X(100) VALUE JOURNAL-PATH.
        77 Dp-Path             PIC X(100).
        77 Case-File-Status    PIC X(02).
        77 Case-New-Status     PIC X(02).
        77 Journal-File-Status PIC X(02).
        77 Dp-File-Status      PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Copy-Status         BINARY-LONG SIGNED.
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
        77 Calendar-Status     BINARY-LONG SIGNED.
        01 Cal-Request.
           05 Cal-Function          PIC X(01).
           05 Cal-Date              PIC 9(08).
           05 Cal-Epoch             BINARY-DOUBLE.
           05 Cal-Business-Seconds  BINARY-DOUBLE.
        77 Processing-Date     PIC 9(08).
        77 Credit-Days         PIC 9(02) VALUE 10.
        77 Due-Steps           BINARY-LONG.

        77 Mode-Answer         PIC X(01).
           88 Mode-Is-List        VALUE 'L' 'l'.
           88 Mode-Is-Open        VALUE 'O' 'o'.
           88 Mode-Is-Credit      VALUE 'P' 'p'.
           88 Mode-Is-Investigate VALUE 'I' 'i'.
           88 Mode-Is-Resolve     VALUE 'R' 'r'.
           88 Mode-Is-Quit        VALUE 'Q' 'q'.
        77 Stamp-Answer        PIC X(14).
        77 Sequence-Answer     PIC X(08).
        77 Case-Answer         PIC X(08).
        77 Finding-Answer      PIC X(01).
        77 Confirm-Answer      PIC X(01).
           88 Confirm-Is-Yes      VALUE 'Y' 'y'.
        77 Note-Answer         PIC X(40).
        77 Wanted-Stamp        PIC 9(14).
        77 Wanted-Sequence     PIC 9(08).
        77 Wanted-Case         PIC 9(08).
        77 Entry-Count         BINARY-LONG.
        77 Last-Case-No        PIC 9(08).
        77 Posting-Has-Case    PIC X(01).
        77 Case-Was-Found      PIC X(01).
        01 Held-Case           PIC X(173).
        77 New-Status          PIC X(01).
        77 Money-Step          PIC X(02).
        77 Money-Side          PIC X(01).
        77 Touched-Count       BINARY-LONG.

      * The balance images the posting left in the journal - one
      * for a posting, two for a transfer; the case is the debit.
        77 Leg-Count           BINARY-LONG VALUE ZERO.
        77 Leg-Idx             BINARY-LONG.
        77 Debit-Leg           BINARY-LONG.
        77 Too-Many-Legs       PIC X(01).
        01 Leg-Table.
           05 Leg-Entry OCCURS 2 TIMES.
              10 LEG-ACCT-NO      PIC X(12).
              10 LEG-CURRENCY     PIC X(03).
              10 LEG-ORIGIN       PIC X(02).
              10 LEG-POSTED       PIC 9(08).
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
        77 Before-Orig         PIC S9(13)V99.
        77 Money-Edited        PIC -(13)9.99.
        77 Amount-Edited       PIC Z(12)9.99.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Perform 0100-RESOLVE-THE-SETTINGS.

           Display 'gcobol dispute cases - '
                   Function Trim(Case-Path).
           Display 'Operator id: ' with No Advancing.
           Accept Operator-Id from Console.
           Move 'gcobol-dispute-cases' to Auth-Tool.
           Call "CBL_OPERATOR_AUTH" using Operator-Id, Auth-Tool,
                        Auth-Level
                      returning Auth-Check-Status.
           If Auth-Check-Status Not = ZERO
              Display 'Operator ' Function Trim(Operator-Id)
                      ' is not authorized for dispute cases'
              Stop Run With Error Status 1
           End-If.

           Perform 1000-ONE-COMMAND
               Until Mode-Is-Quit.
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

           Move 'DISPUTE-FILE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        DISPUTE-PATH
                      returning Config-Status.
           Move Config-Value to Case-Path.
           Move Spaces to Case-New-Path.
           String Function Trim(Case-Path) '.new'
             Delimited By Size Into Case-New-Path.
           Move Spaces to Case-Prev-Path.
           String Function Trim(Case-Path) '.prev'
             Delimited By Size Into Case-Prev-Path.

           Move 'DISPUTE-OUT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        DP-OUT-PATH
                      returning Config-Status.
           Move Config-Value to Dp-Path.

           Move 'DISPUTE-CREDIT-DAYS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '10'
                      returning Config-Status.
           If Config-Value(1:2) Numeric
              Move Function Numval(Config-Value(1:2))
                to Credit-Days
           End-If.

       1000-ONE-COMMAND.

           If Auth-Level = 'U'
              Display 'List, Open, Provisional credit, Investigate, '
                      'Resolve or Quit (L/O/P/I/R/Q): '
                      with No Advancing
           Else
              Display 'List or Quit (L/Q): ' with No Advancing
           End-If.
           Accept Mode-Answer from Console.
           If Auth-Level Not = 'U'
              And Not Mode-Is-List And Not Mode-Is-Quit
              Display 'Operator ' Function Trim(Operator-Id)
                      ' may display cases only'
              Exit Paragraph
           End-If.
           Evaluate True
              When Mode-Is-List
                 Perform 2000-LIST-THE-CASES
              When Mode-Is-Open
                 Perform 3000-OPEN-ONE-CASE
              When Mode-Is-Credit
                 Move 'P' to New-Status
                 Perform 4000-MOVE-ONE-CASE
              When Mode-Is-Investigate
                 Move 'I' to New-Status
                 Perform 4000-MOVE-ONE-CASE
              When Mode-Is-Resolve
                 Display 'Finding - For the customer or Against '
                         '(F/A): ' with No Advancing
                 Accept Finding-Answer from Console
                 Move Function Upper-Case(Finding-Answer)
                   to New-Status
                 If New-Status = 'F' Or New-Status = 'A'
                    Perform 4000-MOVE-ONE-CASE
                 Else
                    Display 'Answer F or A'
                 End-If
              When Mode-Is-Quit
                 Continue
              When Other
                 Display 'Answer L, O, P, I, R or Q'
           End-Evaluate.

       2000-LIST-THE-CASES.

           Move ZERO to Entry-Count.
           Open Input CASE-FILE.
           If Case-File-Status Not = '00'
              Display '(no dispute cases on file)'
              Exit Paragraph
           End-If.
           Perform 2100-LIST-ONE-CASE
               Until Case-File-Status Not = '00'.
           Close CASE-FILE.
           Display Entry-Count ' case(s) on file'.

       2100-LIST-ONE-CASE.

           Read CASE-FILE
              At End
                 Move '10' to Case-File-Status
              Not At End
                 Add 1 to Entry-Count
                 Move DC-AMOUNT to Amount-Edited
                 Display '  ' DC-CASE-NO ' ' DC-ACCT-NO
                         ' ' Amount-Edited ' ' DC-CURRENCY
                         ' status=' DC-STATUS
                         ' posting=' DC-RUN-STAMP '/' DC-SEQUENCE
                 Display '    opened=' DC-OPENED-DATE
                         ' credit-due=' DC-CREDIT-DUE
                         ' credited=' DC-CREDITED-DATE
                         ' resolved=' DC-RESOLVED-DATE
                         ' by=' Function Trim(DC-LAST-BY)
                 If DC-NOTE Not = Spaces
                    Display '    ' DC-NOTE
                 End-If
           End-Read.

       3000-OPEN-ONE-CASE.

           Display 'Run stamp of the disputed posting (14 digits): '
                   with No Advancing.
           Accept Stamp-Answer from Console.
           Display 'Sequence number (8 digits): ' with No Advancing.
           Accept Sequence-Answer from Console.
           If Stamp-Answer Not Numeric
              Or Sequence-Answer Not Numeric
              Display 'Run stamp and sequence must be all digits'
              Exit Paragraph
           End-If.
           Move Stamp-Answer to Wanted-Stamp.
           Move Sequence-Answer to Wanted-Sequence.

           Perform 3100-FIND-THE-POSTING.
           If Leg-Count = ZERO
              Display 'No applied posting at run ' Wanted-Stamp
                      ' sequence ' Wanted-Sequence
                      ' in the live journal'
              Exit Paragraph
           End-If.
           If Too-Many-Legs = 'Y'
              Display 'That run and sequence moved more than two '
                      'balances - not a single posting'
              Exit Paragraph
           End-If.
           Move ZERO to Debit-Leg.
           Perform 3150-FIND-THE-DEBIT-LEG
               Varying Leg-Idx From 1 By 1
               Until Leg-Idx > Leg-Count.
           If Debit-Leg = ZERO
              Display 'That posting debited no account - only a '
                      'debit can be disputed'
              Exit Paragraph
           End-If.
           If LEG-ORIGIN(Debit-Leg) = 'DP'
              Display 'That posting is itself a dispute step - '
                      'work the original case instead'
              Exit Paragraph
           End-If.

      *    One case per posting for life; the case number is one
      *    past the highest on file.
           Move 'N' to Posting-Has-Case.
           Move ZERO to Last-Case-No.
           Open Input CASE-FILE.
           If Case-File-Status = '00'
              Perform 3200-CHECK-ONE-CASE
                  Until Case-File-Status Not = '00'
              Close CASE-FILE
           End-If.
           If Posting-Has-Case = 'Y'
              Display 'That posting already has case ' DC-CASE-NO
              Exit Paragraph
           End-If.

           Compute Money-Edited = ZERO - LEG-ORIG-MOVE(Debit-Leg).
           Display '  account ' LEG-ACCT-NO(Debit-Leg)
                   ' debited ' Money-Edited ' '
                   LEG-CURRENCY(Debit-Leg)
                   ' value ' LEG-POSTED(Debit-Leg)
                   ' origin [' LEG-ORIGIN(Debit-Leg) ']'.
           Display 'Note (optional): ' with No Advancing.
           Accept Note-Answer from Console.
           Display 'Open the case (Y/N)? ' with No Advancing.
           Accept Confirm-Answer from Console.
           If Not Confirm-Is-Yes
              Display 'No case opened'
              Exit Paragraph
           End-If.

           Move Spaces to CASE-RECORD.
           Compute DC-CASE-NO = Last-Case-No + 1.
           Move Wanted-Stamp to DC-RUN-STAMP.
           Move Wanted-Sequence to DC-SEQUENCE.
           Move LEG-ACCT-NO(Debit-Leg) to DC-ACCT-NO.
           Compute DC-AMOUNT = ZERO - LEG-ORIG-MOVE(Debit-Leg).
           Move LEG-CURRENCY(Debit-Leg) to DC-CURRENCY.
           Move LEG-POSTED(Debit-Leg) to DC-VALUE-DATE.
           Move 'O' to DC-STATUS.
           Move Processing-Date to DC-OPENED-DATE.
           Perform 3300-SET-THE-CREDIT-DUE.
           Move ZERO to DC-CREDITED-DATE.
           Move ZERO to DC-RESOLVED-DATE.
           Move Operator-Id to DC-OPENED-BY.
           Move Operator-Id to DC-LAST-BY.
           Move Note-Answer to DC-NOTE.
           Move CASE-RECORD to Held-Case.

           Perform 7000-KEEP-THE-PREVIOUS.
           Open Extend CASE-FILE.
           If Case-File-Status Not = '00'
              Open Output CASE-FILE
           End-If.
           If Case-File-Status Not = '00'
              Display '*** cannot open the dispute case ledger'
              Exit Paragraph
           End-If.
           Move Held-Case to CASE-RECORD.
           Write CASE-RECORD.
           Close CASE-FILE.
           Display 'Case ' DC-CASE-NO ' opened - provisional credit '
                   'due by ' DC-CREDIT-DUE.
           Move DC-CASE-NO to Wanted-Case.
           Move 'O' to New-Status.
           Move Spaces to Money-Step.
           Perform 8000-AUDIT-THE-CHANGE.

       3100-FIND-THE-POSTING.

           Move ZERO to Leg-Count.
           Move 'N' to Too-Many-Legs.
           Open Input JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Display 'Cannot open journal '
                      Function Trim(Journal-Path)
                      ' - file status ' Journal-File-Status
              Exit Paragraph
           End-If.
           Perform 3110-READ-ONE-ENTRY
               Until Journal-File-Status Not = '00'.
           Close JOURNAL-FILE.

       3110-READ-ONE-ENTRY.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
              Not At End
                 If JN-ACTION = 'B'
                    And JN-RUN-STAMP = Wanted-Stamp
                    And JN-SEQUENCE = Wanted-Sequence
                    Perform 3120-KEEP-ONE-LEG
                 End-If
           End-Read.

       3120-KEEP-ONE-LEG.

           If Leg-Count >= 2
              Move 'Y' to Too-Many-Legs
              Exit Paragraph
           End-If.
           Add 1 to Leg-Count.
           If JN-BEFORE-IMAGE(1:128) = Low-Values
              Move ZERO to Before-Orig
           Else
              Move JN-BEFORE-IMAGE(1:128) to Image-Work
              Move IMG-ORIG-BALANCE to Before-Orig
           End-If.
           Move JN-AFTER-IMAGE(1:128) to Image-Work.
           Move IMG-ACCT-NO to LEG-ACCT-NO(Leg-Count).
           Move IMG-CURRENCY to LEG-CURRENCY(Leg-Count).
           Move IMG-LAST-ORIGIN to LEG-ORIGIN(Leg-Count).
           Move IMG-LAST-POSTED to LEG-POSTED(Leg-Count).
           Compute LEG-ORIG-MOVE(Leg-Count) =
                   IMG-ORIG-BALANCE - Before-Orig.

       3150-FIND-THE-DEBIT-LEG.

           If LEG-ORIG-MOVE(Leg-Idx) < ZERO
              Move Leg-Idx to Debit-Leg
           End-If.

       3200-CHECK-ONE-CASE.

           Read CASE-FILE
              At End
                 Move '10' to Case-File-Status
              Not At End
                 If DC-CASE-NO Numeric
                    And DC-CASE-NO > Last-Case-No
                    Move DC-CASE-NO to Last-Case-No
                 End-If
                 If DC-RUN-STAMP = Wanted-Stamp
                    And DC-SEQUENCE = Wanted-Sequence
                    Move 'Y' to Posting-Has-Case
                    Move '10' to Case-File-Status
                 End-If
           End-Read.

       3300-SET-THE-CREDIT-DUE.

      *    The regulatory clock counts business days only.
           Move DC-OPENED-DATE to Cal-Date.
           Perform 3310-STEP-ONE-BUSINESS-DAY
               Varying Due-Steps From 1 By 1
               Until Due-Steps > Credit-Days.
           Move Cal-Date to DC-CREDIT-DUE.

       3310-STEP-ONE-BUSINESS-DAY.

           Move 'N' to Cal-Function.
           Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                returning Calendar-Status.

       4000-MOVE-ONE-CASE.

           Display 'Case number: ' with No Advancing.
           Accept Case-Answer from Console.
           If Function Trim(Case-Answer) Not Numeric
              Display 'A case number is all digits'
              Exit Paragraph
           End-If.
           Move Function Numval(Case-Answer) to Wanted-Case.

           Move 'N' to Case-Was-Found.
           Open Input CASE-FILE.
           If Case-File-Status = '00'
              Perform 4100-FIND-ONE-CASE
                  Until Case-File-Status Not = '00'
              Close CASE-FILE
           End-If.
           If Case-Was-Found = 'N'
              Display 'No case ' Wanted-Case ' on file'
              Exit Paragraph
           End-If.
           Move Held-Case to CASE-RECORD.

      *    What each step may follow, and the money it moves.
           Move Spaces to Money-Step.
           Evaluate True
              When DC-IS-RESOLVED
                 Display 'Case ' Wanted-Case ' is already resolved'
                 Exit Paragraph
              When New-Status = 'P' And Not DC-IS-OPENED
                 Display 'Only an opened case is provisionally '
                         'credited - case is ' DC-STATUS
                 Exit Paragraph
              When New-Status = 'I' And DC-IS-INVESTIGATING
                 Display 'Case is already under investigation'
                 Exit Paragraph
              When New-Status = 'P'
                 Move 'PC' to Money-Step
                 Move 'C' to Money-Side
              When New-Status = 'F' And DC-CREDITED-DATE = ZERO
                 Move 'FC' to Money-Step
                 Move 'C' to Money-Side
              When New-Status = 'A' And DC-CREDITED-DATE Not = ZERO
                 Move 'RD' to Money-Step
                 Move 'D' to Money-Side
              When Other
                 Continue
           End-Evaluate.

           Move DC-AMOUNT to Amount-Edited.
           Display '  case ' DC-CASE-NO ' account ' DC-ACCT-NO
                   ' ' Amount-Edited ' ' DC-CURRENCY
                   ' status ' DC-STATUS ' -> ' New-Status.
           Evaluate Money-Step
              When 'PC'
                 Display '  a provisional credit will be posted'
              When 'FC'
                 Display '  the disputed amount will be credited'
              When 'RD'
                 Display '  the provisional credit will be '
                         're-debited'
              When Other
                 Display '  no money moves'
           End-Evaluate.
           Display 'Note (blank keeps the current one): '
                   with No Advancing.
           Accept Note-Answer from Console.
           Display 'Go ahead (Y/N)? ' with No Advancing.
           Accept Confirm-Answer from Console.
           If Not Confirm-Is-Yes
              Display 'Case not changed'
              Exit Paragraph
           End-If.

           If Money-Step Not = Spaces
              Perform 5000-WRITE-THE-POSTING
              If Dp-File-Status Not = '00'
                 Exit Paragraph
              End-If
              If Money-Step = 'PC' Or Money-Step = 'FC'
                 Move Processing-Date to DC-CREDITED-DATE
              End-If
           End-If.
           Move New-Status to DC-STATUS.
           If DC-IS-RESOLVED
              Move Processing-Date to DC-RESOLVED-DATE
           End-If.
           Move Operator-Id to DC-LAST-BY.
           If Note-Answer Not = Spaces
              Move Note-Answer to DC-NOTE
           End-If.
           Move CASE-RECORD to Held-Case.

           Perform 7000-KEEP-THE-PREVIOUS.
           Move ZERO to Touched-Count.
           Open Input CASE-FILE.
           If Case-File-Status Not = '00'
              Display '*** cannot reopen the dispute case ledger - '
                      'case ' Wanted-Case ' must be set to '
                      New-Status ' by hand'
              Exit Paragraph
           End-If.
           Open Output CASE-NEW-FILE.
           If Case-New-Status Not = '00'
              Close CASE-FILE
              Display '*** cannot rewrite the dispute case ledger - '
                      'case ' Wanted-Case ' must be set to '
                      New-Status ' by hand'
              Exit Paragraph
           End-If.
           Perform 4200-REPLACE-ONE-CASE
               Until Case-File-Status Not = '00'.
           Close CASE-FILE.
           Close CASE-NEW-FILE.
           Call "CBL_RENAME_FILE" using Case-New-Path, Case-Path
                      returning status-code.
      *    Any money has already moved; a case left at its old
      *    status would move it again on the next attempt.
           If status-code Not = ZERO
              Display '*** dispute case ledger not replaced - the '
                      'updated ledger is at '
                      Function Trim(Case-New-Path) '; case '
                      Wanted-Case ' must be set to ' New-Status
                      ' by hand'
              Stop Run With Error Status 1
           End-If.
           Display 'Case ' Wanted-Case ' is now ' New-Status.
           Perform 8000-AUDIT-THE-CHANGE.

       4100-FIND-ONE-CASE.

           Read CASE-FILE
              At End
                 Move '10' to Case-File-Status
              Not At End
                 If DC-CASE-NO = Wanted-Case
                    Move 'Y' to Case-Was-Found
                    Move CASE-RECORD to Held-Case
                    Move '10' to Case-File-Status
                 End-If
           End-Read.

       4200-REPLACE-ONE-CASE.

           Read CASE-FILE
              At End
                 Move '10' to Case-File-Status
              Not At End
                 If DC-CASE-NO = Wanted-Case
                    Add 1 to Touched-Count
                    Move Held-Case to CASE-RECORD
                 End-If
                 Move CASE-RECORD to CASE-NEW-RECORD
                 Write CASE-NEW-RECORD
           End-Read.

       5000-WRITE-THE-POSTING.

           Open Extend DP-FILE.
           If Dp-File-Status Not = '00'
              Open Output DP-FILE
           End-If.
           If Dp-File-Status Not = '00'
              Display 'Cannot open dispute posting file '
                      Function Trim(Dp-Path)
                      ' - file status ' Dp-File-Status
                      ' - case not changed'
              Exit Paragraph
           End-If.
           Move Spaces to DP-RECORD.
           Move DC-ACCT-NO to DP-ACCT-NO.
           Move Money-Side to DP-DC-FLAG.
           Move DC-AMOUNT to DP-AMOUNT.
           Move Processing-Date to DP-VALUE-DATE.
           Move DC-CURRENCY to DP-CURRENCY.
           Move 'DP' to DP-ORIGIN.
           Move Money-Step to DP-STEP.
           Move DC-CASE-NO to DP-CASE-NO.
           Move DC-RUN-STAMP to DP-RUN-STAMP.
           Write DP-RECORD.
           Close DP-FILE.
           Display 'Posting written to ' Function Trim(Dp-Path)
                   ' - it posts on the next posting run'.

       7000-KEEP-THE-PREVIOUS.

      *    Every save starts by keeping the version being replaced.
           Call "CBL_COPY_FILE" using Case-Path, Case-Prev-Path
                      returning Copy-Status.

       8000-AUDIT-THE-CHANGE.

           Move Spaces to Audit-Args.
           String 'case=' Wanted-Case
                  ' status=' New-Status
                  ' money=' Money-Step
                  ' by=' Function Trim(Operator-Id)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-dispute-cases",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.
