      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Watch-list rescreen.  gcobol-watch-screen only sees the
      *  customers a night's feed adds or changes; a party added
      *  to the watch list later would sit in the master unseen.
      *  This periodic job compares the version on the watch
      *  list's header line with the version it last rescreened
      *  (kept in the rescreen state file) and, when a new version
      *  has arrived, walks the whole customer master and scores
      *  every record against it on gcobol-watch-screen's terms -
      *  normalized name exact 50 or close 30, street 20, city 10,
      *  country 20, floor WATCH-SCORE-FLOOR (default 50).
      *
      *  Existing customers are not parked - there is no
      *  transaction to hold - so each hit is listed on the
      *  rescreen report through the shared report writer, broken
      *  by list entry, and any hit at all raises a warning alert
      *  for compliance.  The state file is rewritten only after
      *  a complete walk, so an interrupted rescreen runs again in
      *  full; a run against an unchanged version does nothing.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-watch-rescreen.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.

       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant WATCH-LIST as "/tmp/feeds/watch-list.dat"
       >>Define Constant STATE-PATH as "/tmp/gcobol-watch-state.dat"
       >>Define Constant RESCREEN-RPT as "/tmp/gcobol-watch-all.rpt"

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
           SELECT WATCH-FILE
                  ASSIGN TO Watch-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Watch-File-Status.
           SELECT STATE-FILE
                  ASSIGN TO State-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS State-File-Status.

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
           05  MASTER-DETAIL        PIC X(865).

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

       FD  STATE-FILE.
       01  STATE-RECORD.
           05  ST-VERSION           PIC X(08).
           05  ST-RESCREEN-DATE     PIC 9(08).
           05  ST-RECORDS           PIC 9(10).
           05  ST-HITS              PIC 9(08).

       WORKING-STORAGE SECTION.
        77 Master-Path         PIC X(100) VALUE MASTER-PATH.
        77 Watch-Path          PIC X(100).
        77 State-Path          PIC X(100) VALUE STATE-PATH.
        77 Report-Path         PIC X(256) VALUE RESCREEN-RPT.
        77 Master-File-Status  PIC X(02).
        77 Watch-File-Status   PIC X(02).
        77 State-File-Status   PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Score-Floor         BINARY-LONG VALUE 50.
        77 Last-Version        PIC X(08) VALUE Spaces.
        77 Processing-Date     PIC 9(08).
        77 Calendar-Status     BINARY-LONG SIGNED.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        01 Cal-Request.
           05 Cal-Function          PIC X(01).
           05 Cal-Date              PIC 9(08).
           05 Cal-Epoch             BINARY-DOUBLE.
           05 Cal-Business-Seconds  BINARY-DOUBLE.

      *  The loaded watch list, normalized.
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

      *  The customer, normalized, and its best match.
        77 Cand-Name-Norm      PIC X(40).
        77 Cand-Street-Norm    PIC X(40).
        77 Cand-City-Norm      PIC X(30).
        77 Cand-Country        PIC X(03).
        77 Entry-Score         BINARY-LONG.
        77 Best-Score          BINARY-LONG.
        77 Best-Idx            BINARY-LONG.
        77 Score-Displayed     PIC ZZ9.

      *  Normalization work area, sized for the widest field.
        77 Norm-Input          PIC X(40).
        77 Norm-Output         PIC X(40).
        77 Norm-In-Idx         BINARY-LONG.
        77 Norm-Out-Idx        BINARY-LONG.
        77 Norm-Char           PIC X(01).
        77 Norm-Last-Blank     PIC X(01).

        77 Records-Read        BINARY-LONG VALUE ZERO.
        77 Hits-Reported       BINARY-LONG VALUE ZERO.

        77 Alert-Severity      PIC X(01).
        77 Alert-Code          PIC X(08).
        77 Alert-Text          PIC X(200).
        77 Alert-Status        BINARY-LONG SIGNED.
        77 Report-Title        PIC X(80).
        77 Column-Heading      PIC X(132).
        77 Detail-Line         PIC X(132).
        77 Control-Value       PIC X(32).
        77 Report-Status       BINARY-LONG SIGNED.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.
        77 Cnt-Displayed       PIC Z(7)9.
        77 Footer-Status       BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-watch-rescreen'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-watch-rescreen'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-READ-THE-CONFIGURATION.

           Perform 1000-LOAD-THE-WATCH-LIST.
           If List-Count = ZERO Or List-Overflowed = 'Y'
              Display '*** watch list ' Function Trim(Watch-Path)
                      ' is missing, empty or over 2000 entries - '
                      'nothing rescreened'
              Stop Run With Error Status 1
           End-If.

           Open Input STATE-FILE.
           If State-File-Status = '00'
              Read STATE-FILE
                 Not At End
                    Move ST-VERSION to Last-Version
              End-Read
              Close STATE-FILE
           End-If.

           If List-Version = Last-Version
              Display 'Watch list version ' List-Version
                      ' already rescreened - nothing to do'
              Call "CBL_RUN_FOOTER" using 'gcobol-watch-rescreen'
                   by value 0, 0, 0
                   returning Footer-Status
              Stop Run
           End-If.
           Display 'Rescreening the master against watch list '
                   'version ' List-Version ' (' List-Count
                   ' entries; last rescreened '
                   Function Trim(Last-Version) ')'.

           Open Input MASTER-FILE.
           If Master-File-Status Not = '00'
              Display 'Cannot open master - file status '
                      Master-File-Status
              Stop Run With Error Status 1
           End-If.

           Move Spaces to Report-Title.
           String 'WATCH-LIST RESCREEN - LIST VERSION ' List-Version
                  Delimited By Size Into Report-Title.
           Move 'KEY                  SCORE ENTRY      '
             & 'CUSTOMER NAME / LISTED NAME'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.

           Perform 2000-RESCREEN-ONE-CUSTOMER
               Until Master-File-Status Not = '00'.

           Call "CBL_REPORT_END" returning Report-Status.
           Close MASTER-FILE.

      *    The walk finished: only now is the version on record
      *    as rescreened.
           Open Output STATE-FILE.
           If State-File-Status = '00'
              Move List-Version to ST-VERSION
              Move Processing-Date to ST-RESCREEN-DATE
              Move Records-Read to ST-RECORDS
              Move Hits-Reported to ST-HITS
              Write STATE-RECORD
              Close STATE-FILE
           Else
              Display '*** state file ' Function Trim(State-Path)
                      ' will not open - the next run rescreens '
                      'this version again'
           End-If.

           Move Hits-Reported to Cnt-Displayed.
           If Hits-Reported > ZERO
              Move 'W' to Alert-Severity
              Move 'WATCHHIT' to Alert-Code
              Move Spaces to Alert-Text
              String 'Watch-list rescreen (version '
                     Function Trim(List-Version) ') found '
                     Function Trim(Cnt-Displayed)
                     ' existing customer(s) - see '
                     Function Trim(Report-Path)
                     Delimited By Size Into Alert-Text
              Call "CBL_RAISE_ALERT" using Alert-Severity,
                           Alert-Code, Alert-Text
                         returning Alert-Status
           End-If.

           Display 'Customers rescreened: ' Records-Read.
           Display 'Hits reported:        ' Hits-Reported
                   ' (see ' Function Trim(Report-Path) ')'.

           Move Spaces to Audit-Args.
           String 'version=' Function Trim(List-Version)
                  ' hits=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-watch-rescreen",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-watch-rescreen'
                by value 0, Records-Read, Hits-Reported
                returning Footer-Status.
           Stop Run.

       0100-READ-THE-CONFIGURATION.

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

      *    The chain's established date first; the business
      *    calendar answers when this job runs outside a chain.
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

       1000-LOAD-THE-WATCH-LIST.

           Open Input WATCH-FILE.
           If Watch-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1100-LOAD-ONE-ENTRY
               Until Watch-File-Status Not = '00'.
           Close WATCH-FILE.

       1100-LOAD-ONE-ENTRY.

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
                 Perform 5000-NORMALIZE-ONE-VALUE
                 Move Norm-Output to W-Name(List-Count)
                 Move WL-STREET to Norm-Input
                 Perform 5000-NORMALIZE-ONE-VALUE
                 Move Norm-Output to W-Street(List-Count)
                 Move Spaces to Norm-Input
                 Move WL-CITY to Norm-Input(1:30)
                 Perform 5000-NORMALIZE-ONE-VALUE
                 Move Norm-Output(1:30) to W-City(List-Count)
                 Move Function Upper-Case(WL-COUNTRY)
                   to W-Country(List-Count)
              When Other
                 Continue
           End-Evaluate.

       2000-RESCREEN-ONE-CUSTOMER.

           Read MASTER-FILE Next Record
              At End
                 Move '10' to Master-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Records-Read.

           Move MASTER-CUST-NAME to Norm-Input.
           Perform 5000-NORMALIZE-ONE-VALUE.
           Move Norm-Output to Cand-Name-Norm.
           Move MASTER-ADDR-STREET to Norm-Input.
           Perform 5000-NORMALIZE-ONE-VALUE.
           Move Norm-Output to Cand-Street-Norm.
           Move Spaces to Norm-Input.
           Move MASTER-ADDR-CITY to Norm-Input(1:30).
           Perform 5000-NORMALIZE-ONE-VALUE.
           Move Norm-Output(1:30) to Cand-City-Norm.
           Move Function Upper-Case(MASTER-ADDR-COUNTRY)
             to Cand-Country.

           Move ZERO to Best-Score.
           Move ZERO to Best-Idx.
           Perform 3000-SCORE-ONE-ENTRY
               Varying List-Idx From 1 By 1
               Until List-Idx > List-Count.

           If Best-Score >= Score-Floor And Best-Score > ZERO
              Perform 4000-REPORT-THE-HIT
           End-If.

       3000-SCORE-ONE-ENTRY.

           Move ZERO to Entry-Score.
           Evaluate True
              When Cand-Name-Norm = Spaces
                 Continue
              When Cand-Name-Norm = W-Name(List-Idx)
                 Add 50 to Entry-Score
              When Cand-Name-Norm(1:10) = W-Name(List-Idx)(1:10)
                 Add 30 to Entry-Score
              When Other
                 Continue
           End-Evaluate.
           If Cand-Street-Norm = W-Street(List-Idx)
              And Cand-Street-Norm Not = Spaces
              Add 20 to Entry-Score
           End-If.
           If Cand-City-Norm = W-City(List-Idx)
              And Cand-City-Norm Not = Spaces
              Add 10 to Entry-Score
           End-If.
           If Cand-Country = W-Country(List-Idx)
              And Cand-Country Not = Spaces
              Add 20 to Entry-Score
           End-If.

           If Entry-Score > Best-Score
              Move Entry-Score to Best-Score
              Move List-Idx to Best-Idx
           End-If.

       4000-REPORT-THE-HIT.

           Add 1 to Hits-Reported.
           Move Best-Score to Score-Displayed.
           Move Spaces to Detail-Line.
           String MASTER-KEY ' ' Score-Displayed '   '
                  W-Entry-Id(Best-Idx) ' '
                  Function Trim(MASTER-CUST-NAME)
                  ' / '
                  Function Trim(W-Name(Best-Idx))
                  Delimited By Size Into Detail-Line.
           Move Spaces to Control-Value.
           Move W-Entry-Id(Best-Idx) to Control-Value(1:10).
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.

       5000-NORMALIZE-ONE-VALUE.

      *    Uppercase, strip noise punctuation, collapse blank
      *    runs - gcobol-name-standard's normalization, so list
      *    and customer compare on the same terms.
           Move Function Upper-Case(Norm-Input) to Norm-Input.
           Move Spaces to Norm-Output.
           Move ZERO to Norm-Out-Idx.
           Move 'Y' to Norm-Last-Blank.
           Perform 5100-NORMALIZE-ONE-CHAR
               Varying Norm-In-Idx From 1 By 1
               Until Norm-In-Idx > 40.

       5100-NORMALIZE-ONE-CHAR.

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
