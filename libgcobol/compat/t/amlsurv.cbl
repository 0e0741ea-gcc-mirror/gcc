      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Nightly large-transaction and structuring surveillance for
      *  compliance.  Walks the applied money movements in the
      *  shared journal (the 'B' balance images gcobol-balance-
      *  posting writes) instead of grepping the posting feed, so
      *  only money that actually moved is looked at, already in
      *  base currency after FX conversion.  The shop's own
      *  postings - accrual, fee, reversal and interest adjustment
      *  origins - are not customer money and are left out.
      *
      *  Three kinds of hit:
      *
      *    L  a single posting on the processing date at or above
      *       the reporting threshold (AML-THRESHOLD, whole base
      *       units as nine digits, default 000010000);
      *    S  an account whose postings inside the rolling window
      *       (AML-WINDOW-DAYS, three digits, default 010, ending
      *       on the processing date) each stay below the
      *       threshold but together exceed it;
      *    H  the same for a household - the head and every
      *       member linked to it by the relationship file's 'HH'
      *       links - so splitting the money across the family's
      *       accounts does not hide it.
      *
      *  A structuring hit needs at least two postings and at
      *  least one of them on the processing date, so a pattern is
      *  raised when it forms, not again every night it stays in
      *  the window; a subject that already has an open case of
      *  the same kind raised inside the window is listed but not
      *  raised twice.
      *
      *  Hits go to the compliance case file (AML-CASE-PATH) -
      *  case number, date, kind, subject, the posting or window
      *  totals, status 'O' open and room for the worker's id and
      *  note - which is kept apart from the general audit trail;
      *  the audit trail gets the night's counts only.  Every hit
      *  is also listed through the shared report writer, the kind
      *  as the control value.
      *
      *  The window is read from the live journal, so it should
      *  not reach back past the monthly journal cutover.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-mktime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-txn-surveillance.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime
           FUNCTION posix-mktime.

       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant RELATION-PATH as "/tmp/gcobol-relation.mst"
       >>Define Constant AML-CASES as "/tmp/gcobol-aml-cases.dat"
       >>Define Constant AML-RPT-PATH as "/tmp/gcobol-aml-surv.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT RELATION-FILE
                  ASSIGN TO Relation-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REL-KEY
                  FILE STATUS IS Relation-File-Status.
           SELECT CASE-FILE
                  ASSIGN TO Case-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Case-File-Status.

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

       FD  RELATION-FILE.
       01  RELATION-RECORD.
           05  REL-KEY.
               10  REL-FROM-KEY     PIC X(20).
               10  REL-TYPE         PIC X(02).
               10  REL-TO-KEY       PIC X(20).
           05  REL-EFFECTIVE-DATE   PIC 9(08).
           05  FILLER               PIC X(30).

       FD  CASE-FILE.
       01  CASE-RECORD.
           05  CASE-NUMBER          PIC 9(08).
           05  CASE-DATE            PIC 9(08).
           05  CASE-KIND            PIC X(01).
           05  CASE-SUBJECT         PIC X(20).
           05  CASE-RUN-STAMP       PIC 9(14).
           05  CASE-SEQUENCE        PIC 9(08).
           05  CASE-AMOUNT          PIC 9(13)V99.
           05  CASE-POSTINGS        PIC 9(05).
           05  CASE-WINDOW-FROM     PIC 9(08).
           05  CASE-STATUS          PIC X(01).
               88  CASE-IS-OPEN         VALUE 'O'.
           05  CASE-WORKED-BY       PIC X(16).
           05  CASE-NOTE            PIC X(40).

       WORKING-STORAGE SECTION.
        77 Journal-Path         PIC X(100) VALUE JOURNAL-PATH.
        77 Relation-Path        PIC X(100) VALUE RELATION-PATH.
        77 Case-Path            PIC X(100).
        77 Report-Path          PIC X(256) VALUE AML-RPT-PATH.
        77 Journal-File-Status  PIC X(02).
        77 Relation-File-Status PIC X(02).
        77 Case-File-Status     PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Processing-Date      PIC 9(08).
        77 Window-From          PIC 9(08).
        77 Epoch-Seconds        BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        01 Step-Date            PIC 9(08).
        01 Step-Date-Parts REDEFINES Step-Date.
           05 Step-Year         PIC 9(04).
           05 Step-Month        PIC 9(02).
           05 Step-Day          PIC 9(02).
        01 Step-Tm.
           COPY tm.
        77 Step-Epoch           BINARY-LONG.
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).

        77 Threshold            PIC 9(09) VALUE 10000.
        77 Window-Days          PIC 9(03) VALUE 10.

      * The journal's balance images, re-described so the numbers
      * inside the 1024-byte picture can be read back.
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
              88 IMG-IS-SHOP-MONEY    VALUE 'AC' 'FE' 'RV' 'BV'
                                        'DP'.
           05 FILLER               PIC X(47).
        77 Before-Balance       PIC S9(13)V99.
        77 Movement-Amount      PIC S9(13)V99.
        77 Abs-Amount           PIC 9(13)V99.
        77 Entry-Date           PIC 9(08).

      * Household links: member master key to head master key.
        77 Link-Count           BINARY-LONG VALUE ZERO.
        77 Max-Links            BINARY-LONG VALUE 5000.
        77 Link-Idx             BINARY-LONG.
        77 Head-Key             PIC X(20).
        01 Link-Table.
           05 Link-Entry OCCURS 5000 TIMES.
              10 LNK-MEMBER        PIC X(20).
              10 LNK-HEAD          PIC X(20).

      * Sub-threshold postings inside the window, per subject -
      * kind 'S' per account, kind 'H' per household head.
        77 Subject-Count        BINARY-LONG VALUE ZERO.
        77 Max-Subjects         BINARY-LONG VALUE 5000.
        77 Subject-Idx          BINARY-LONG.
        77 Subject-Found        BINARY-LONG.
        77 Wanted-Kind          PIC X(01).
        77 Wanted-Subject       PIC X(20).
        01 Subject-Table.
           05 Subject-Entry OCCURS 5000 TIMES.
              10 SBJ-KIND          PIC X(01).
              10 SBJ-SUBJECT       PIC X(20).
              10 SBJ-TOTAL         PIC 9(15)V99.
              10 SBJ-POSTINGS      BINARY-LONG.
              10 SBJ-TODAY         PIC X(01).

      * Open cases already on file, so a pattern is raised once.
        77 Open-Count           BINARY-LONG VALUE ZERO.
        77 Max-Open             BINARY-LONG VALUE 5000.
        77 Open-Idx             BINARY-LONG.
        77 Open-Found           BINARY-LONG.
        01 Open-Table.
           05 Open-Entry OCCURS 5000 TIMES.
              10 OPN-KIND          PIC X(01).
              10 OPN-SUBJECT       PIC X(20).
              10 OPN-DATE          PIC 9(08).
        77 Last-Case-Number     PIC 9(08) VALUE ZERO.
        77 Overflowed           PIC X(01) VALUE 'N'.

        77 Entries-Read         BINARY-LONG VALUE ZERO.
        77 Movements-Seen       BINARY-LONG VALUE ZERO.
        77 Large-Hits           BINARY-LONG VALUE ZERO.
        77 Pattern-Hits         BINARY-LONG VALUE ZERO.
        77 Cases-Raised         BINARY-LONG VALUE ZERO.
        77 Already-Open         BINARY-LONG VALUE ZERO.
        77 Hit-Kind             PIC X(01).
        77 Hit-Subject          PIC X(20).
        77 Hit-Amount           PIC 9(15)V99.
        77 Hit-Postings         BINARY-LONG.
        77 Hit-Stamp            PIC 9(14).
        77 Hit-Sequence         PIC 9(08).
        77 Hit-Note             PIC X(12).
        77 Amount-Edited        PIC Z(14)9.99.
        77 Postings-Edited      PIC ZZZZ9.
        77 Amount-For-Writer    BINARY-DOUBLE.
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Hit-Displayed        PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.
        77 Run-Status           BINARY-LONG SIGNED VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-txn-surveillance'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-txn-surveillance'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-DATE.
           Perform 1000-LOAD-THE-HOUSEHOLDS.
           Perform 1500-LOAD-THE-OPEN-CASES.

           Open Input JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Display 'Cannot open journal '
                      Function Trim(Journal-Path)
                      ' - file status ' Journal-File-Status
              Stop Run With Error Status 1
           End-If.

           Move Spaces to Report-Title.
           String 'LARGE-TRANSACTION AND STRUCTURING SURVEILLANCE - '
                  Processing-Date
                  Delimited By Size Into Report-Title.
           Move 'K SUBJECT                          AMOUNT POSTS '
             & '   RUN STAMP      SEQUENCE CASE'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start surveillance report '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.

           Open Extend CASE-FILE.
           If Case-File-Status Not = '00'
              Open Output CASE-FILE
           End-If.
           If Case-File-Status Not = '00'
              Display 'Cannot open case file '
                      Function Trim(Case-Path)
                      ' - file status ' Case-File-Status
              Stop Run With Error Status 1
           End-If.

           Perform 2000-SCAN-ONE-ENTRY
               Until Journal-File-Status Not = '00'.
           Close JOURNAL-FILE.

           Perform 4000-PROVE-ONE-SUBJECT
               Varying Subject-Idx From 1 By 1
               Until Subject-Idx > Subject-Count.

           Close CASE-FILE.
           Call "CBL_REPORT_END" returning Report-Status.

           Display 'Window:                ' Window-From
                   ' to ' Processing-Date.
           Display 'Journal entries read:  ' Entries-Read.
           Display 'Customer movements:    ' Movements-Seen.
           Display 'Large postings:        ' Large-Hits.
           Display 'Structuring patterns:  ' Pattern-Hits.
           Display 'Cases raised:          ' Cases-Raised
                   ' (' Function Trim(Case-Path) ')'.
           Display 'Already under case:    ' Already-Open.

      *    A table that filled up means some subjects were never
      *    looked at: the night's surveillance is incomplete.
           If Overflowed = 'Y'
              Display '*** a surveillance table filled up - '
                      'subjects were not examined; raise the table'
              Move 1 to Run-Status
           End-If.

           Move Cases-Raised to Cnt-Displayed.
           Compute Hit-Postings = Large-Hits + Pattern-Hits.
           Move Hit-Postings to Hit-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' hits=' Function Trim(Hit-Displayed)
                  ' cases=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-txn-surveillance",
                        Audit-Args,
                        by value Run-Status
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-txn-surveillance'
                by value Run-Status, Entries-Read, Cases-Raised
                returning Footer-Status.
           If Run-Status Not = ZERO
              Stop Run With Error Status 1
           End-If.
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

           Move 'AML-THRESHOLD' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '000010000'
                      returning Config-Status.
           If Config-Value(1:9) Numeric
              Move Function Numval(Config-Value(1:9))
                to Threshold
           End-If.

           Move 'AML-WINDOW-DAYS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '010'
                      returning Config-Status.
           If Config-Value(1:3) Numeric
              Move Function Numval(Config-Value(1:3))
                to Window-Days
           End-If.
           If Window-Days = ZERO
              Move 1 to Window-Days
           End-If.

           Move 'AML-CASE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        AML-CASES
                      returning Config-Status.
           Move Config-Value to Case-Path.

      *    The window ends on the processing date and reaches back
      *    N days including it; mktime folds the day count back
      *    into a real calendar date.
           Move Processing-Date to Step-Date.
           Initialize Step-Tm.
           Compute tm_year of Step-Tm = Step-Year - 1900.
           Compute tm_mon  of Step-Tm = Step-Month - 1.
           Compute tm_mday of Step-Tm = Step-Day - Window-Days + 1.
           Move 12 to tm_hour of Step-Tm.
           Move -1 to tm_isdst of Step-Tm.
           Move Function posix-mktime(Step-Tm) to Step-Epoch.
           Compute Step-Year  = tm_year of Step-Tm + 1900.
           Compute Step-Month = tm_mon  of Step-Tm + 1.
           Move tm_mday of Step-Tm to Step-Day.
           Move Step-Date to Window-From.

       1000-LOAD-THE-HOUSEHOLDS.

           Open Input RELATION-FILE.
           If Relation-File-Status Not = '00'
              Display 'No relationship file - accounts are watched '
                      'singly, not by household'
              Exit Paragraph
           End-If.
           Perform 1100-LOAD-ONE-LINK
               Until Relation-File-Status Not = '00'.
           Close RELATION-FILE.

       1100-LOAD-ONE-LINK.

           Read RELATION-FILE Next Record
              At End
                 Move '10' to Relation-File-Status
              Not At End
                 If REL-TYPE = 'HH'
                    If Link-Count < Max-Links
                       Add 1 to Link-Count
                       Move REL-TO-KEY to LNK-MEMBER(Link-Count)
                       Move REL-FROM-KEY to LNK-HEAD(Link-Count)
                    Else
                       Move 'Y' to Overflowed
                    End-If
                 End-If
           End-Read.

       1500-LOAD-THE-OPEN-CASES.

           Open Input CASE-FILE.
           If Case-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1600-LOAD-ONE-CASE
               Until Case-File-Status Not = '00'.
           Close CASE-FILE.

       1600-LOAD-ONE-CASE.

           Read CASE-FILE
              At End
                 Move '10' to Case-File-Status
              Not At End
                 If CASE-NUMBER Numeric
                    And CASE-NUMBER > Last-Case-Number
                    Move CASE-NUMBER to Last-Case-Number
                 End-If
                 If CASE-IS-OPEN
                    If Open-Count < Max-Open
                       Add 1 to Open-Count
                       Move CASE-KIND to OPN-KIND(Open-Count)
                       Move CASE-SUBJECT to OPN-SUBJECT(Open-Count)
                       Move CASE-DATE to OPN-DATE(Open-Count)
                    Else
                       Move 'Y' to Overflowed
                    End-If
                 End-If
           End-Read.

       2000-SCAN-ONE-ENTRY.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
              Not At End
                 Add 1 to Entries-Read
                 If JN-ACTION = 'B'
                    And JN-RUN-STAMP Numeric
                    Move JN-RUN-STAMP(1:8) to Entry-Date
                    If Entry-Date >= Window-From
                       And Entry-Date <= Processing-Date
                       Perform 3000-WEIGH-ONE-MOVEMENT
                    End-If
                 End-If
           End-Read.

       3000-WEIGH-ONE-MOVEMENT.

           Move JN-AFTER-IMAGE(1:128) to Image-Work.
           If IMG-BALANCE Not Numeric
              Exit Paragraph
           End-If.
           If JN-BEFORE-IMAGE(1:128) = Low-Values
              Move ZERO to Before-Balance
           Else
              Move JN-BEFORE-IMAGE(1:128) to Image-Work
              If IMG-BALANCE Numeric
                 Move IMG-BALANCE to Before-Balance
              Else
                 Move ZERO to Before-Balance
              End-If
              Move JN-AFTER-IMAGE(1:128) to Image-Work
           End-If.
           If IMG-IS-SHOP-MONEY
              Exit Paragraph
           End-If.
           Compute Movement-Amount = IMG-BALANCE - Before-Balance.
           If Movement-Amount = ZERO
              Exit Paragraph
           End-If.
           If Movement-Amount < ZERO
              Compute Abs-Amount = ZERO - Movement-Amount
           Else
              Move Movement-Amount to Abs-Amount
           End-If.
           Add 1 to Movements-Seen.

      *    At or above the threshold: a large posting, reported on
      *    the day it moved.  Below it: it counts toward the
      *    account's and the household's window totals.
           If Abs-Amount >= Threshold
              If Entry-Date = Processing-Date
                 Add 1 to Large-Hits
                 Move 'L' to Hit-Kind
                 Move IMG-ACCT-NO to Hit-Subject
                 Move Abs-Amount to Hit-Amount
                 Move 1 to Hit-Postings
                 Move JN-RUN-STAMP to Hit-Stamp
                 Move JN-SEQUENCE to Hit-Sequence
                 Perform 5000-RAISE-THE-HIT
              End-If
              Exit Paragraph
           End-If.

           Move 'S' to Wanted-Kind.
           Move IMG-ACCT-NO to Wanted-Subject.
           Perform 3500-ADD-TO-THE-SUBJECT.

           Move Spaces to Head-Key.
           Perform 3100-MATCH-ONE-LINK
               Varying Link-Idx From 1 By 1
               Until Link-Idx > Link-Count
                  Or Head-Key Not = Spaces.
           If Head-Key Not = Spaces
              Move 'H' to Wanted-Kind
              Move Head-Key to Wanted-Subject
              Perform 3500-ADD-TO-THE-SUBJECT
           End-If.

       3100-MATCH-ONE-LINK.

      *    The head's own accounts belong to the household as much
      *    as the members' do.
           If LNK-MEMBER(Link-Idx) = IMG-MASTER-KEY
              Or LNK-HEAD(Link-Idx) = IMG-MASTER-KEY
              Move LNK-HEAD(Link-Idx) to Head-Key
           End-If.

       3500-ADD-TO-THE-SUBJECT.

           Move ZERO to Subject-Found.
           Perform 3510-MATCH-ONE-SUBJECT
               Varying Subject-Idx From 1 By 1
               Until Subject-Idx > Subject-Count
                  Or Subject-Found > ZERO.
           If Subject-Found = ZERO
              If Subject-Count >= Max-Subjects
                 Move 'Y' to Overflowed
                 Exit Paragraph
              End-If
              Add 1 to Subject-Count
              Move Wanted-Kind to SBJ-KIND(Subject-Count)
              Move Wanted-Subject to SBJ-SUBJECT(Subject-Count)
              Move ZERO to SBJ-TOTAL(Subject-Count)
              Move ZERO to SBJ-POSTINGS(Subject-Count)
              Move 'N' to SBJ-TODAY(Subject-Count)
              Move Subject-Count to Subject-Found
           End-If.
           Add Abs-Amount to SBJ-TOTAL(Subject-Found).
           Add 1 to SBJ-POSTINGS(Subject-Found).
           If Entry-Date = Processing-Date
              Move 'Y' to SBJ-TODAY(Subject-Found)
           End-If.

       3510-MATCH-ONE-SUBJECT.

           If SBJ-KIND(Subject-Idx) = Wanted-Kind
              And SBJ-SUBJECT(Subject-Idx) = Wanted-Subject
              Move Subject-Idx to Subject-Found
           End-If.

       4000-PROVE-ONE-SUBJECT.

           If SBJ-POSTINGS(Subject-Idx) < 2
              Or SBJ-TODAY(Subject-Idx) Not = 'Y'
              Or SBJ-TOTAL(Subject-Idx) Not > Threshold
              Exit Paragraph
           End-If.
           Add 1 to Pattern-Hits.
           Move SBJ-KIND(Subject-Idx) to Hit-Kind.
           Move SBJ-SUBJECT(Subject-Idx) to Hit-Subject.
           Move SBJ-TOTAL(Subject-Idx) to Hit-Amount.
           Move SBJ-POSTINGS(Subject-Idx) to Hit-Postings.
           Move ZERO to Hit-Stamp.
           Move ZERO to Hit-Sequence.
           Perform 5000-RAISE-THE-HIT.

       5000-RAISE-THE-HIT.

      *    A structuring subject already under an open case raised
      *    inside the window is the same pattern: listed, not
      *    raised again.
           Move ZERO to Open-Found.
           If Hit-Kind Not = 'L'
              Perform 5010-MATCH-ONE-OPEN-CASE
                  Varying Open-Idx From 1 By 1
                  Until Open-Idx > Open-Count
                     Or Open-Found > ZERO
           End-If.

           If Open-Found > ZERO
              Add 1 to Already-Open
              Move 'CASE OPEN' to Hit-Note
           Else
              Perform 5100-WRITE-THE-CASE
              Move Spaces to Hit-Note
              Move Last-Case-Number to Hit-Note(1:8)
           End-If.

           Move Hit-Amount to Amount-Edited.
           Move Hit-Postings to Postings-Edited.
           Move Spaces to Detail-Line.
           String Hit-Kind ' ' Hit-Subject ' ' Amount-Edited ' '
                  Postings-Edited '    '
                  Delimited By Size Into Detail-Line.
           If Hit-Kind = 'L'
              Move Hit-Stamp to Detail-Line(52:14)
              Move Hit-Sequence to Detail-Line(67:8)
           End-If.
           Move Hit-Note to Detail-Line(76:12).
           Evaluate Hit-Kind
              When 'L'
                 Move 'LARGE POSTING' to Control-Value
              When 'S'
                 Move 'ACCOUNT STRUCTURING' to Control-Value
              When Other
                 Move 'HOUSEHOLD STRUCTURING' to Control-Value
           End-Evaluate.
           Compute Amount-For-Writer = Hit-Amount * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       5010-MATCH-ONE-OPEN-CASE.

           If OPN-KIND(Open-Idx) = Hit-Kind
              And OPN-SUBJECT(Open-Idx) = Hit-Subject
              And OPN-DATE(Open-Idx) >= Window-From
              Move Open-Idx to Open-Found
           End-If.

       5100-WRITE-THE-CASE.

           Add 1 to Last-Case-Number.
           Move Spaces to CASE-RECORD.
           Move Last-Case-Number to CASE-NUMBER.
           Move Processing-Date to CASE-DATE.
           Move Hit-Kind to CASE-KIND.
           Move Hit-Subject to CASE-SUBJECT.
           Move Hit-Stamp to CASE-RUN-STAMP.
           Move Hit-Sequence to CASE-SEQUENCE.
           Move Hit-Amount to CASE-AMOUNT.
           Move Hit-Postings to CASE-POSTINGS.
           If Hit-Kind = 'L'
              Move Processing-Date to CASE-WINDOW-FROM
           Else
              Move Window-From to CASE-WINDOW-FROM
           End-If.
           Move 'O' to CASE-STATUS.
           Write CASE-RECORD.
           Add 1 to Cases-Raised.
