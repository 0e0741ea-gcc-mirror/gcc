      *  field-level checks the batch validator applies (the account
      *  number must be numeric, the name must not be blank).
      *
      *  A new account number must pass the shop's check digit
      *  (CBL_ACCOUNT_NUMBER), and answering '*' instead of a
      *  number takes the next number the central allocator issues
      *  for the record's branch (the key's first four bytes) -
      *  nobody at a terminal invents account numbers any more.
      *
      *  A new holder name is a route onto the master the nightly
      *  watch-list screening never sees, so it is screened here
      *  the way gcobol-watch-screen screens the feed: the new name
      *  and the address on the record, normalized as that step
      *  normalizes them, scored against the same watch list
      *  (WATCH-LIST-PATH) with the same weights and floor
      *  (WATCH-SCORE-FLOOR).  A hit refuses the name change -
      *  the operator is shown the list entry, the score and the
      *  rules that fired, and the refusal is audited for
      *  compliance to follow up.  A watch list that cannot be
      *  loaded refuses every name change; other fields still
      *  change.
      *
      *  Display and update are separately authorizable: the
      *  central operator authorization service (one keyring for
      *  every interactive tool, level 'D' display-only or 'U'

       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant WATCH-LIST as "/tmp/feeds/watch-list.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ASSIGN TO Journal-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT WATCH-FILE
                  ASSIGN TO Watch-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Watch-File-Status.

       DATA DIVISION.
       FILE SECTION.
           05  MASTER-ACCT-NO       PIC X(12).
           05  MASTER-CUST-NAME     PIC X(40).
           05  MASTER-DETAIL        PIC X(952).
       01  MASTER-ADDRESS-VIEW.
           05  FILLER               PIC X(72).
           05  MA-PRODUCT-CODE      PIC X(04).
           05  MA-ADDR-STREET       PIC X(40).
           05  MA-ADDR-CITY         PIC X(30).
           05  MA-ADDR-COUNTRY      PIC X(03).
           05  FILLER               PIC X(875).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JN-BEFORE-IMAGE      PIC X(1024).
           05  JN-AFTER-IMAGE       PIC X(1024).

      *  The watch list: one header line carrying the list version
      *  and issue date, then one line per listed party.
       FD  WATCH-FILE.
       01  WATCH-RECORD.
           05  WL-TYPE              PIC X(01).
           05  WL-ENTRY-ID          PIC X(10).
           05  WL-NAME              PIC X(40).
           05  WL-STREET            PIC X(40).
           05  WL-CITY              PIC X(30).
           05  WL-COUNTRY           PIC X(03).
       01  WATCH-HEADER.
           05  FILLER               PIC X(01).
           05  WLH-VERSION          PIC X(08).
           05  WLH-ISSUED           PIC 9(08).
           05  FILLER               PIC X(107).

       WORKING-STORAGE SECTION.
        77 Master-Path         PIC X(100) VALUE MASTER-PATH.
        77 Journal-Path        PIC X(100) VALUE JOURNAL-PATH.
        77 Run-Stamp           PIC 9(14).
        77 Digit-Idx           BINARY-LONG.
        77 Digit-Bad           PIC X(01).
        01 Acct-Request.
           05 Acct-Function    PIC X(01).
           05 Acct-Branch      PIC X(04).
           05 Acct-Number      PIC X(12).
        77 Acct-Status         BINARY-LONG SIGNED.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
        77 Lock-Holder          PIC X(32).
        77 Holding-The-Lock     PIC X(01) VALUE 'N'.

      *  Watch-list screening of a new name.
        77 Watch-Path          PIC X(100).
        77 Watch-File-Status   PIC X(02).
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Score-Floor         BINARY-LONG VALUE 50.
        77 Name-Cleared        PIC X(01).
        77 List-Version        PIC X(08) VALUE Spaces.
        77 List-Count          BINARY-LONG VALUE ZERO.
        77 List-Overflowed     PIC X(01) VALUE 'N'.
        77 List-Idx            BINARY-LONG.
        01 Watch-Table.
           05 Watch-Entry OCCURS 2000 TIMES.
              10 W-Entry-Id    PIC X(10).
              10 W-Name        PIC X(40).
              10 W-Street      PIC X(40).
              10 W-City        PIC X(30).
              10 W-Country     PIC X(03).
        77 Cand-Name-Norm      PIC X(40).
        77 Cand-Street-Norm    PIC X(40).
        77 Cand-City-Norm      PIC X(30).
        77 Cand-Country        PIC X(03).
        77 Entry-Score         BINARY-LONG.
        77 Entry-Rules         PIC X(40).
        77 Best-Score          BINARY-LONG.
        77 Best-Idx            BINARY-LONG.
        77 Best-Rules          PIC X(40).
        77 Rule-Pointer        BINARY-LONG.
        77 Score-Displayed     PIC ZZ9.
        77 Norm-Input          PIC X(40).
        77 Norm-Output         PIC X(40).
        77 Norm-In-Idx         BINARY-LONG.
        77 Norm-Out-Idx        BINARY-LONG.
        77 Norm-Char           PIC X(01).
        77 Norm-Last-Blank     PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
       3000-ACCEPT-THE-CHANGES.

           Display 'New account (blank keeps '
                   MASTER-ACCT-NO ', * allocates): '
                   with No Advancing.
           Accept New-Account from Console.
           If New-Account = '*'
              Move 'N' to Acct-Function
              Move MASTER-KEY(1:4) to Acct-Branch
              Call "CBL_ACCOUNT_NUMBER" using Acct-Request
                   returning Acct-Status
              If Acct-Status Not = ZERO
                 Display 'No number could be allocated for branch '
                         Acct-Branch ' (status ' Acct-Status
                         ') - unchanged'
                 Move Spaces to New-Account
              Else
                 Move Acct-Number to New-Account
                 Display 'Allocated account ' New-Account
              End-If
           End-If.
           If New-Account Not = Spaces
      *       The batch validator's numeric rule, applied here.
              Move 'N' to Digit-Bad
                  Varying Digit-Idx From 1 By 1
                  Until Digit-Idx > 12
                      Or Digit-Bad = 'Y'
              Move 'V' to Acct-Function
              Move New-Account to Acct-Number
              Call "CBL_ACCOUNT_NUMBER" using Acct-Request
                   returning Acct-Status
              Evaluate True
                 When Digit-Bad = 'Y'
                    Display 'Account must be 12 digits - unchanged'
                 When Acct-Status Not = ZERO
                    Display 'Account check digit fails - unchanged'
                 When Other
                    Move New-Account to MASTER-ACCT-NO
              End-Evaluate
           End-If.

           Display 'New name (blank keeps current): '
                   with No Advancing.
           Accept New-Name from Console.
           If New-Name Not = Spaces
              Perform 3200-SCREEN-THE-NEW-NAME
              If Name-Cleared = 'Y'
                 Move New-Name to MASTER-CUST-NAME
              End-If
           End-If.

       3100-CHECK-ONE-DIGIT.
              Move 'Y' to Digit-Bad
           End-If.

       3200-SCREEN-THE-NEW-NAME.

      *    The name as the master already holds it (normalized) is
      *    no new name, and is not screened again.
           Move 'N' to Name-Cleared.
           Move New-Name to Norm-Input.
           Perform 3300-NORMALIZE-ONE-VALUE.
           Move Norm-Output to Cand-Name-Norm.
           Move MASTER-CUST-NAME to Norm-Input.
           Perform 3300-NORMALIZE-ONE-VALUE.
           If Norm-Output = Cand-Name-Norm
              Move 'Y' to Name-Cleared
              Exit Paragraph
           End-If.

           Perform 3210-LOAD-THE-WATCH-LIST.
           If List-Count = ZERO Or List-Overflowed = 'Y'
              Display '*** watch list ' Function Trim(Watch-Path)
                      ' is missing, empty or over 2000 entries - '
                      'the new name cannot be screened and is '
                      'refused'
              Exit Paragraph
           End-If.

           Move MA-ADDR-STREET to Norm-Input.
           Perform 3300-NORMALIZE-ONE-VALUE.
           Move Norm-Output to Cand-Street-Norm.
           Move Spaces to Norm-Input.
           Move MA-ADDR-CITY to Norm-Input(1:30).
           Perform 3300-NORMALIZE-ONE-VALUE.
           Move Norm-Output(1:30) to Cand-City-Norm.
           Move Function Upper-Case(MA-ADDR-COUNTRY)
             to Cand-Country.

           Move ZERO to Best-Score.
           Move ZERO to Best-Idx.
           Move Spaces to Best-Rules.
           Perform 3230-SCORE-ONE-ENTRY
               Varying List-Idx From 1 By 1
               Until List-Idx > List-Count.

           If Best-Score < Score-Floor Or Best-Score = ZERO
              Move 'Y' to Name-Cleared
              Exit Paragraph
           End-If.

           Move Best-Score to Score-Displayed.
           Display '*** WATCH-LIST HIT - name change refused'.
           Display '  new name:    ' Function Trim(New-Name).
           Display '  list entry:  ' W-Entry-Id(Best-Idx) ' '
                   Function Trim(W-Name(Best-Idx))
                   ' (list version ' List-Version ')'.
           Display '  score:       ' Score-Displayed ' (floor '
                   Score-Floor ')'.
           Display '  rules fired: ' Function Trim(Best-Rules).
           Display '  refer the change to compliance'.

           Move Spaces to Audit-Args.
           String 'key=' Function Trim(MASTER-KEY)
                  ' name change refused - watch-list entry '
                  Function Trim(W-Entry-Id(Best-Idx))
                  ' version ' Function Trim(List-Version)
                  ' score ' Function Trim(Score-Displayed)
                  ' (' Function Trim(Best-Rules) ')'
                  ' by ' Function Trim(Operator-Id)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-master-maint",
                        Audit-Args,
                        by value 1
                      returning Audit-Status.

       3210-LOAD-THE-WATCH-LIST.

           Move 'WATCH-LIST-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        WATCH-LIST
                      returning Config-Status.
           Move Config-Value to Watch-Path.
           Move 'WATCH-SCORE-FLOOR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '050'
                      returning Config-Status.
           If Config-Value(1:3) Numeric
              Move Function Numval(Config-Value(1:3))
                to Score-Floor
           End-If.

           Open Input WATCH-FILE.
           If Watch-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 3220-LOAD-ONE-ENTRY
               Until Watch-File-Status Not = '00'.
           Close WATCH-FILE.

       3220-LOAD-ONE-ENTRY.

           Read WATCH-FILE
              At End
                 Move '10' to Watch-File-Status
                 Exit Paragraph
           End-Read.

           Evaluate WL-TYPE
              When 'H'
                 Move WLH-VERSION to List-Version
              When 'D'
                 If List-Count >= 2000
                    Move 'Y' to List-Overflowed
                    Exit Paragraph
                 End-If
                 Add 1 to List-Count
                 Move WL-ENTRY-ID to W-Entry-Id(List-Count)
                 Move WL-NAME to Norm-Input
                 Perform 3300-NORMALIZE-ONE-VALUE
                 Move Norm-Output to W-Name(List-Count)
                 Move WL-STREET to Norm-Input
                 Perform 3300-NORMALIZE-ONE-VALUE
                 Move Norm-Output to W-Street(List-Count)
                 Move Spaces to Norm-Input
                 Move WL-CITY to Norm-Input(1:30)
                 Perform 3300-NORMALIZE-ONE-VALUE
                 Move Norm-Output(1:30) to W-City(List-Count)
                 Move Function Upper-Case(WL-COUNTRY)
                   to W-Country(List-Count)
              When Other
                 Continue
           End-Evaluate.

       3230-SCORE-ONE-ENTRY.

      *    gcobol-watch-screen's weights: exact name 50, close name
      *    (first ten characters) 30, street 20, city 10, country
      *    20 - and which of them fired, for the operator.
           Move ZERO to Entry-Score.
           Move Spaces to Entry-Rules.
           Move 1 to Rule-Pointer.
           Evaluate True
              When Cand-Name-Norm = Spaces
                 Continue
              When Cand-Name-Norm = W-Name(List-Idx)
                 Add 50 to Entry-Score
                 String 'exact name ' Delimited By Size
                   Into Entry-Rules With Pointer Rule-Pointer
              When Cand-Name-Norm(1:10) = W-Name(List-Idx)(1:10)
                 Add 30 to Entry-Score
                 String 'close name ' Delimited By Size
                   Into Entry-Rules With Pointer Rule-Pointer
              When Other
                 Continue
           End-Evaluate.
           If Cand-Street-Norm = W-Street(List-Idx)
              And Cand-Street-Norm Not = Spaces
              Add 20 to Entry-Score
              String 'street ' Delimited By Size
                Into Entry-Rules With Pointer Rule-Pointer
           End-If.
           If Cand-City-Norm = W-City(List-Idx)
              And Cand-City-Norm Not = Spaces
              Add 10 to Entry-Score
              String 'city ' Delimited By Size
                Into Entry-Rules With Pointer Rule-Pointer
           End-If.
           If Cand-Country = W-Country(List-Idx)
              And Cand-Country Not = Spaces
              Add 20 to Entry-Score
              String 'country ' Delimited By Size
                Into Entry-Rules With Pointer Rule-Pointer
           End-If.

           If Entry-Score > Best-Score
              Move Entry-Score to Best-Score
              Move List-Idx to Best-Idx
              Move Entry-Rules to Best-Rules
           End-If.

       3300-NORMALIZE-ONE-VALUE.

      *    Uppercase, strip noise punctuation, collapse blank
      *    runs - gcobol-name-standard's normalization, so list
      *    and customer compare on the same terms.
           Move Function Upper-Case(Norm-Input) to Norm-Input.
           Move Spaces to Norm-Output.
           Move ZERO to Norm-Out-Idx.
           Move 'Y' to Norm-Last-Blank.
           Perform 3310-NORMALIZE-ONE-CHAR
               Varying Norm-In-Idx From 1 By 1
               Until Norm-In-Idx > 40.

       3310-NORMALIZE-ONE-CHAR.

           Move Norm-Input(Norm-In-Idx:1) to Norm-Char.
           Evaluate True
              When Norm-Char = '.' Or Norm-Char = ','
                   Or Norm-Char = '-' Or Norm-Char = ''''
                 Continue
              When Norm-Char = Space
                 If Norm-Last-Blank Not = 'Y'
                    And Norm-Out-Idx < 40
                    Add 1 to Norm-Out-Idx
                    Move Space to Norm-Output(Norm-Out-Idx:1)
                    Move 'Y' to Norm-Last-Blank
                 End-If
              When Other
                 If Norm-Out-Idx < 40
                    Add 1 to Norm-Out-Idx
                    Move Norm-Char to Norm-Output(Norm-Out-Idx:1)
                    Move 'N' to Norm-Last-Blank
                 End-If
           End-Evaluate.

       4000-JOURNAL-AND-REWRITE.

      *    The rewrite goes first: a journal record or an audit
