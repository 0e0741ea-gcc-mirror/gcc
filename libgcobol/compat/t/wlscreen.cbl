      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Watch-list screening.  Runs between gcobol-name-standard
      *  and the master update - the last step before it, so work
      *  gcobol-park-release lets out of parking is screened too -
      *  over the clean file the master update would read.  Every
      *  add, and every change that alters the customer's name or
      *  address against what the master holds today, is scored
      *  against the loaded watch list on the same normalized
      *  values gcobol-name-standard produces (uppercased, noise
      *  punctuation stripped, blank runs collapsed) - the list's
      *  own entries are normalized the same way as they load.
      *
      *  Scoring follows gcobol-duplicate-report: an exact
      *  normalized name is worth 50, a close name (the same first
      *  ten normalized characters - the duplicate report's name
      *  neighborhood) 30, the street 20, the city 10 and the
      *  country 20.  The best-scoring list entry at or over the
      *  floor (default 50, site key WATCH-SCORE-FLOOR) is a hit:
      *  the transaction is parked in the review queue, stamped
      *  with the score, the list entry and the list version,
      *  instead of applying, and listed on the screening report.
      *  Everything else is rewritten as the clean file through a
      *  work file and an atomic rename.
      *
      *  Compliance works the queue in gcobol-watch-review.  Items
      *  released there flow into the clean file here, ahead of
      *  the night's own records and without being screened
      *  again, and leave the queue for the closed ledger as
      *  flowed ('F'); rejected items ('J') go straight to the
      *  closed ledger.  Items still pending stay queued.
      *
      *  Screening fails closed: a missing, empty or oversized
      *  watch list stops the step before the clean file is
      *  touched, so the chain never applies unscreened customers.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-watch-screen.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.

       >>Define Constant CLEAN-PATH as "/tmp/feeds/daily-txn.cln"
       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant WATCH-LIST as "/tmp/feeds/watch-list.dat"
       >>Define Constant REVIEW-QUEUE as "/tmp/feeds/watch-queue.dat"
       >>Define Constant CLOSED-PATH as "/tmp/gcobol-watch-cls.dat"
       >>Define Constant SCREEN-RPT-PATH as "/tmp/gcobol-watch.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEAN-FILE
                  ASSIGN TO Clean-File-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Clean-File-Status.
           SELECT RETAINED-FILE
                  ASSIGN TO Retained-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Retained-File-Status.
           SELECT MASTER-FILE
                  ASSIGN TO Master-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-ACCT-NO
                  ALTERNATE RECORD KEY IS MASTER-CUST-NAME
                      WITH DUPLICATES
                  FILE STATUS IS Master-File-Status.
           SELECT WATCH-FILE
                  ASSIGN TO Watch-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Watch-File-Status.
           SELECT QUEUE-FILE
                  ASSIGN TO Queue-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Queue-File-Status.
           SELECT KEPT-FILE
                  ASSIGN TO Kept-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Kept-File-Status.
           SELECT CLOSED-FILE
                  ASSIGN TO Closed-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Closed-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-FILE.
       01  CLEAN-RECORD.
           05  CLN-ACTION           PIC X(01).
           05  CLN-KEY              PIC X(20).
           05  CLN-DATA.
               10  CLN-ACCT-NO      PIC X(12).
               10  CLN-CUST-NAME    PIC X(40).
               10  CLN-PRODUCT      PIC X(04).
               10  CLN-ADDR-STREET  PIC X(40).
               10  CLN-ADDR-CITY    PIC X(30).
               10  CLN-ADDR-COUNTRY PIC X(03).
               10  CLN-POSTAL-CODE  PIC X(10).
               10  CLN-DETAIL       PIC X(865).

       FD  RETAINED-FILE.
       01  RETAINED-RECORD          PIC X(1025).

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

       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           05  WQ-SEQUENCE          PIC 9(06).
           05  WQ-STATUS            PIC X(01).
           05  WQ-QUEUED-DATE       PIC 9(08).
           05  WQ-SCORE             PIC 9(03).
           05  WQ-ENTRY-ID          PIC X(10).
           05  WQ-LIST-VERSION      PIC X(08).
           05  WQ-DECIDED-BY        PIC X(16).
           05  WQ-DECIDED-DATE      PIC 9(08).
           05  WQ-NOTE              PIC X(30).
           05  WQ-DATA              PIC X(1025).

       FD  KEPT-FILE.
       01  KEPT-RECORD              PIC X(1115).

       FD  CLOSED-FILE.
       01  CLOSED-RECORD            PIC X(1115).

       WORKING-STORAGE SECTION.
        77 Clean-File-Path     PIC X(100).
        77 Retained-Path       PIC X(104).
        77 Master-Path         PIC X(100) VALUE MASTER-PATH.
        77 Watch-Path          PIC X(100).
        77 Queue-Path          PIC X(100).
        77 Kept-Path           PIC X(104).
        77 Closed-Path         PIC X(100) VALUE CLOSED-PATH.
        77 Report-Path         PIC X(256) VALUE SCREEN-RPT-PATH.
        77 Clean-File-Status   PIC X(02).
        77 Retained-File-Status PIC X(02).
        77 Master-File-Status  PIC X(02).
        77 Watch-File-Status   PIC X(02).
        77 Queue-File-Status   PIC X(02).
        77 Kept-File-Status    PIC X(02).
        77 Closed-File-Status  PIC X(02).
        77 Master-Open         PIC X(01) VALUE 'N'.
        77 Closed-Usable       PIC X(01) VALUE 'N'.
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Score-Floor         BINARY-LONG VALUE 50.
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

        77 Total-Status         BINARY-LONG SIGNED.
      * CBL_CONTROL_TOTAL request block - the step changes the
      * clean file's record count after the validator recorded its
      * total, so a superseding produced total keeps the nightly
      * reconciliation balanced (latest wins).
        01 Total-Request.
           05 Total-Role          PIC X(01).
           05 Total-File-Name     PIC X(100).
           05 Total-Record-Count  PIC 9(10).
           05 Total-Hash          PIC 9(16).

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

      *  The candidate, normalized, and its best match.
        77 Cand-Name-Norm      PIC X(40).
        77 Cand-Street-Norm    PIC X(40).
        77 Cand-City-Norm      PIC X(30).
        77 Cand-Country        PIC X(03).
        77 Entry-Score         BINARY-LONG.
        77 Best-Score          BINARY-LONG.
        77 Best-Idx            BINARY-LONG.
        77 Score-Displayed     PIC ZZ9.
        77 Needs-Screening     PIC X(01).

      *  Normalization work area, sized for the widest field.
        77 Norm-Input          PIC X(40).
        77 Norm-Output         PIC X(40).
        77 Norm-In-Idx         BINARY-LONG.
        77 Norm-Out-Idx        BINARY-LONG.
        77 Norm-Char           PIC X(01).
        77 Norm-Last-Blank     PIC X(01).

        77 Next-Sequence       BINARY-LONG VALUE ZERO.
        77 Records-Read        BINARY-LONG VALUE ZERO.
        77 Records-Screened    BINARY-LONG VALUE ZERO.
        77 Records-Queued      BINARY-LONG VALUE ZERO.
        77 Records-Retained    BINARY-LONG VALUE ZERO.
        77 Queue-Read          BINARY-LONG VALUE ZERO.
        77 Released-Flowed     BINARY-LONG VALUE ZERO.
        77 Rejected-Closed     BINARY-LONG VALUE ZERO.
        77 Still-Pending       BINARY-LONG VALUE ZERO.

        77 Report-Title        PIC X(80).
        77 Column-Heading      PIC X(132).
        77 Detail-Line         PIC X(132).
        77 Control-Value       PIC X(32).
        77 Report-Status       BINARY-LONG SIGNED.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.
        77 Cnt-Displayed       PIC Z(7)9.
        77 Rel-Displayed       PIC Z(7)9.
        77 Footer-Status       BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-watch-screen'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-watch-screen'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-READ-THE-CONFIGURATION.

           Perform 1000-LOAD-THE-WATCH-LIST.
           If List-Count = ZERO Or List-Overflowed = 'Y'
              Display '*** watch list ' Function Trim(Watch-Path)
                      ' is missing, empty or over 2000 entries - '
                      'nothing screened, clean file untouched'
              Stop Run With Error Status 1
           End-If.
           Display 'Screening against watch list version '
                   List-Version ' (' List-Count ' entries)'.

           Open Input CLEAN-FILE.
           If Clean-File-Status Not = '00'
              Display 'Cannot open clean file '
                      Function Trim(Clean-File-Path)
                      ' - file status ' Clean-File-Status
              Stop Run With Error Status 1
           End-If.
           Open Output RETAINED-FILE.
           If Retained-File-Status Not = '00'
              Display 'Cannot open work file '
                      Function Trim(Retained-Path)
              Stop Run With Error Status 1
           End-If.
           Open Output KEPT-FILE.
           If Kept-File-Status Not = '00'
              Display 'Cannot open work file '
                      Function Trim(Kept-Path)
              Stop Run With Error Status 1
           End-If.

      *    A master that will not open (the first night) simply
      *    means every change is screened like an add.
           Open Input MASTER-FILE.
           If Master-File-Status = '00'
              Move 'Y' to Master-Open
           End-If.

           Move Spaces to Report-Title.
           String 'WATCH-LIST SCREENING - LIST VERSION ' List-Version
                  Delimited By Size Into Report-Title.
           Move 'KEY                  A SCORE ENTRY      '
             & 'CUSTOMER NAME / LISTED NAME'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.

      *    Released items go in first, ahead of tonight's records,
      *    so a released add lands before any change behind it.
           Perform 2000-CARRY-THE-QUEUE.

           Perform 3000-SCREEN-ONE-RECORD
               Until Clean-File-Status Not = '00'.

           Call "CBL_REPORT_END" returning Report-Status.
           Close CLEAN-FILE RETAINED-FILE KEPT-FILE.
           If Master-Open = 'Y'
              Close MASTER-FILE
           End-If.

      *    The clean file first: should its swap fail, the chain
      *    stops here and no queued hit can reach the master.
           Call "CBL_RENAME_FILE" using Retained-Path,
                                         Clean-File-Path
                      returning status-code.
           If status-code Not = ZERO
              Display '*** clean-file swap failed - screened '
                      'records left at '
                      Function Trim(Retained-Path)
              Stop Run With Error Status 1
           End-If.
           Call "CBL_RENAME_FILE" using Kept-Path, Queue-Path
                      returning status-code.
           If status-code Not = ZERO
              Display '*** review-queue swap failed - tonight''s '
                      'queue is at ' Function Trim(Kept-Path)
                      ' and must replace '
                      Function Trim(Queue-Path)
                      ' before the next run'
              Stop Run With Error Status 1
           End-If.

           Move 'P' to Total-Role.
           Move Clean-File-Path to Total-File-Name.
           Move Records-Retained to Total-Record-Count.
           Move ZERO to Total-Hash.
           Call "CBL_CONTROL_TOTAL" using 'gcobol-watch-screen',
                        Total-Request
                      returning Total-Status.

           Display 'Records read:       ' Records-Read.
           Display 'Screened:           ' Records-Screened.
           Display 'Queued for review:  ' Records-Queued
                   ' (see ' Function Trim(Report-Path) ')'.
           Display 'Released, flowed:   ' Released-Flowed.
           Display 'Rejected, closed:   ' Rejected-Closed.
           Display 'Still pending:      ' Still-Pending.
           Display 'Passed through:     ' Records-Retained.

           Move Records-Queued to Cnt-Displayed.
           Move Released-Flowed to Rel-Displayed.
           Move Spaces to Audit-Args.
           String 'version=' Function Trim(List-Version)
                  ' queued=' Function Trim(Cnt-Displayed)
                  ' released=' Function Trim(Rel-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-watch-screen",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-watch-screen'
                by value 0, Records-Read, Records-Retained
                returning Footer-Status.
           Stop Run.

       0100-READ-THE-CONFIGURATION.

           Move 'FEED-CLEAN-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CLEAN-PATH
                      returning Config-Status.
           Move Config-Value to Clean-File-Path.
           Move Spaces to Retained-Path.
           String Function Trim(Clean-File-Path) '.new'
             Delimited By Size Into Retained-Path.

           Move 'WATCH-LIST-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        WATCH-LIST
                      returning Config-Status.
           Move Config-Value to Watch-Path.

           Move 'WATCH-QUEUE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        REVIEW-QUEUE
                      returning Config-Status.
           Move Config-Value to Queue-Path.
           Move Spaces to Kept-Path.
           String Function Trim(Queue-Path) '.new'
             Delimited By Size Into Kept-Path.

           Move 'WATCH-SCORE-FLOOR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '050'
                      returning Config-Status.
           If Config-Value(1:3) Numeric
              Move Function Numval(Config-Value(1:3))
                to Score-Floor
           End-If.

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

       2000-CARRY-THE-QUEUE.

           Open Input QUEUE-FILE.
           If Queue-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Open Extend CLOSED-FILE.
           If Closed-File-Status Not = '00'
              Open Output CLOSED-FILE
           End-If.
           If Closed-File-Status = '00'
              Move 'Y' to Closed-Usable
           End-If.

           Perform 2100-CARRY-ONE-QUEUED
               Until Queue-File-Status Not = '00'.

           Close QUEUE-FILE.
           If Closed-Usable = 'Y'
              Close CLOSED-FILE
           End-If.

       2100-CARRY-ONE-QUEUED.

           Read QUEUE-FILE
              At End
                 Move '10' to Queue-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Queue-Read.
           If WQ-SEQUENCE Numeric And WQ-SEQUENCE > Next-Sequence
              Move WQ-SEQUENCE to Next-Sequence
           End-If.

      *    Decided items leave the working queue only when the
      *    closed ledger can take them; otherwise they stay put
      *    (a release is flowed once it is closed, never before).
           Evaluate True
              When WQ-STATUS = 'R' And Closed-Usable = 'Y'
                 Move WQ-DATA to RETAINED-RECORD
                 Write RETAINED-RECORD
                 Add 1 to Records-Retained
                 Add 1 to Released-Flowed
                 Move 'F' to WQ-STATUS
                 Move QUEUE-RECORD to CLOSED-RECORD
                 Write CLOSED-RECORD
              When WQ-STATUS = 'J' And Closed-Usable = 'Y'
                 Add 1 to Rejected-Closed
                 Move QUEUE-RECORD to CLOSED-RECORD
                 Write CLOSED-RECORD
              When Other
                 If WQ-STATUS = 'P'
                    Add 1 to Still-Pending
                 End-If
                 Move QUEUE-RECORD to KEPT-RECORD
                 Write KEPT-RECORD
           End-Evaluate.

       3000-SCREEN-ONE-RECORD.

           Read CLEAN-FILE
              At End
                 Move '10' to Clean-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Records-Read.

           Perform 3100-DECIDE-TO-SCREEN.
           Move ZERO to Best-Score.
           If Needs-Screening = 'Y'
              Add 1 to Records-Screened
              Perform 3200-SCORE-THE-RECORD
           End-If.

           If Best-Score >= Score-Floor And Best-Score > ZERO
              Perform 3300-QUEUE-THE-HIT
           Else
              Move CLEAN-RECORD to RETAINED-RECORD
              Write RETAINED-RECORD
              Add 1 to Records-Retained
           End-If.

       3100-DECIDE-TO-SCREEN.

      *    Every add is screened; a change only when the name or
      *    any part of the address differs from the master today.
           Move 'N' to Needs-Screening.
           Evaluate CLN-ACTION
              When 'A'
                 Move 'Y' to Needs-Screening
              When 'C'
                 Move 'Y' to Needs-Screening
                 If Master-Open = 'Y'
                    Move CLN-KEY to MASTER-KEY
                    Read MASTER-FILE
                       Invalid Key
                          Exit Paragraph
                    End-Read
                    Perform 3150-COMPARE-WITH-MASTER
                 End-If
              When Other
                 Continue
           End-Evaluate.

       3150-COMPARE-WITH-MASTER.

           Move CLN-CUST-NAME to Norm-Input.
           Perform 5000-NORMALIZE-ONE-VALUE.
           Move Norm-Output to Cand-Name-Norm.
           Move MASTER-CUST-NAME to Norm-Input.
           Perform 5000-NORMALIZE-ONE-VALUE.
           If Norm-Output Not = Cand-Name-Norm
              Exit Paragraph
           End-If.

           Move CLN-ADDR-STREET to Norm-Input.
           Perform 5000-NORMALIZE-ONE-VALUE.
           Move Norm-Output to Cand-Street-Norm.
           Move MASTER-ADDR-STREET to Norm-Input.
           Perform 5000-NORMALIZE-ONE-VALUE.
           If Norm-Output Not = Cand-Street-Norm
              Exit Paragraph
           End-If.

           Move Spaces to Norm-Input.
           Move CLN-ADDR-CITY to Norm-Input(1:30).
           Perform 5000-NORMALIZE-ONE-VALUE.
           Move Norm-Output(1:30) to Cand-City-Norm.
           Move Spaces to Norm-Input.
           Move MASTER-ADDR-CITY to Norm-Input(1:30).
           Perform 5000-NORMALIZE-ONE-VALUE.
           If Norm-Output(1:30) Not = Cand-City-Norm
              Exit Paragraph
           End-If.

           If CLN-ADDR-COUNTRY Not = MASTER-ADDR-COUNTRY
              Or CLN-POSTAL-CODE Not = MASTER-POSTAL-CODE
              Exit Paragraph
           End-If.

      *    Name and address as the master already holds them: a
      *    change to other fields is not screened again.
           Move 'N' to Needs-Screening.

       3200-SCORE-THE-RECORD.

           Move CLN-CUST-NAME to Norm-Input.
           Perform 5000-NORMALIZE-ONE-VALUE.
           Move Norm-Output to Cand-Name-Norm.
           Move CLN-ADDR-STREET to Norm-Input.
           Perform 5000-NORMALIZE-ONE-VALUE.
           Move Norm-Output to Cand-Street-Norm.
           Move Spaces to Norm-Input.
           Move CLN-ADDR-CITY to Norm-Input(1:30).
           Perform 5000-NORMALIZE-ONE-VALUE.
           Move Norm-Output(1:30) to Cand-City-Norm.
           Move Function Upper-Case(CLN-ADDR-COUNTRY)
             to Cand-Country.

           Move ZERO to Best-Idx.
           Perform 3210-SCORE-ONE-ENTRY
               Varying List-Idx From 1 By 1
               Until List-Idx > List-Count.

       3210-SCORE-ONE-ENTRY.

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

       3300-QUEUE-THE-HIT.

           Add 1 to Next-Sequence.
           Add 1 to Records-Queued.
           Move Spaces to QUEUE-RECORD.
           Move Next-Sequence to WQ-SEQUENCE.
           Move 'P' to WQ-STATUS.
           Move Processing-Date to WQ-QUEUED-DATE.
           Move Best-Score to WQ-SCORE.
           Move W-Entry-Id(Best-Idx) to WQ-ENTRY-ID.
           Move List-Version to WQ-LIST-VERSION.
           Move ZERO to WQ-DECIDED-DATE.
           Move CLEAN-RECORD to WQ-DATA.
           Move QUEUE-RECORD to KEPT-RECORD.
           Write KEPT-RECORD.

           Move Best-Score to Score-Displayed.
           Move Spaces to Detail-Line.
           String CLN-KEY ' ' CLN-ACTION ' ' Score-Displayed '   '
                  W-Entry-Id(Best-Idx) ' '
                  Function Trim(CLN-CUST-NAME)
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
