      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Monthly master data-quality scorecard by branch.  The
      *  name-standard step fixes what it can and the duplicate
      *  report finds twins; this job says whether a branch's data
      *  is getting better or worse.  The branch is the first four
      *  bytes of MASTER-KEY.  Per branch it measures, as a share of
      *  the branch's records:
      *
      *    - street, city, country and postal code left blank,
      *      each counted on its own,
      *    - postal codes that do not fit their country's shape in
      *      the same pattern table the name-standard step checks
      *      ('9' digit, 'A' letter, anything else literal),
      *    - names that are blank, carry digits, or open with
      *      placeholder text (UNKNOWN, TEST, DUMMY and the like),
      *    - duplicate-candidate pairs at or over DUP-SCORE-FLOOR,
      *      scored exactly as the duplicate report scores them
      *      over the name index; a pair spanning two branches
      *      counts against both,
      *    - records never changed since they were added: no 'C'
      *      entry for the key in any journal generation still on
      *      disk (generations already bundled are not opened, and
      *      the run says how many were passed over).
      *
      *  The branch score is the share of checks passed, eight
      *  checks per record.  Every month's figures go to the
      *  scorecard history (DQ-HISTORY-PATH); a rerun in the same
      *  month replaces that month's rows.  The report, through the
      *  shared report writer, lists the branches worst score
      *  first: a score line and one line per metric, each with
      *  this month, last month, the change, and the twelve-month
      *  trend oldest to newest ('-' where a month has no figures).
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-dq-scorecard.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant JNL-INDEX-PATH as "/tmp/gcobol-jnl-index.dat"
       >>Define Constant POSTAL-PAT as "/tmp/feeds/postal-pat.dat"
       >>Define Constant DQ-HIST-PATH as "/tmp/gcobol-dq-hist.dat"
       >>Define Constant DQ-RPT-PATH as "/tmp/gcobol-dq-scorecard.rpt"
       >>Define Constant DUP-FLOOR as 60

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
                  ASSIGN TO Master-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-ACCT-NO
                  ALTERNATE RECORD KEY IS MASTER-CUST-NAME
                      WITH DUPLICATES
                  FILE STATUS IS Master-File-Status.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Read-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT INDEX-FILE
                  ASSIGN TO Index-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Index-File-Status.
           SELECT HISTORY-FILE
                  ASSIGN TO History-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS History-File-Status.
           SELECT HISTORY-NEW-FILE
                  ASSIGN TO History-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS History-New-Status.

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

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JN-RUN-STAMP         PIC 9(14).
           05  JN-SEQUENCE          PIC 9(08).
           05  JN-ACTION            PIC X(01).
           05  JN-KEY               PIC X(20).
           05  JN-BEFORE-IMAGE      PIC X(1024).
           05  JN-AFTER-IMAGE       PIC X(1024).

       FD  INDEX-FILE.
       01  INDEX-RECORD.
           05  JX-RUN-STAMP         PIC 9(14).
           05  FILLER               PIC X(01).
           05  JX-FIRST-SEQ         PIC 9(08).
           05  FILLER               PIC X(01).
           05  JX-LAST-SEQ          PIC 9(08).
           05  FILLER               PIC X(01).
           05  JX-LOCATION          PIC X(01).
           05  FILLER               PIC X(01).
           05  JX-FILE-PATH         PIC X(200).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  SH-PERIOD            PIC 9(06).
           05  SH-BRANCH            PIC X(04).
           05  SH-RECORDS           PIC 9(08).
           05  SH-METRIC            PIC 9(08) OCCURS 8 TIMES.
           05  SH-SCORE             PIC 9(03)V9.

       FD  HISTORY-NEW-FILE.
       01  HISTORY-NEW-RECORD       PIC X(86).

       WORKING-STORAGE SECTION.
        77 Master-Path          PIC X(100) VALUE MASTER-PATH.
        77 Live-Journal-Path    PIC X(200).
        77 Journal-Read-Path    PIC X(200).
        77 Index-Path           PIC X(100) VALUE JNL-INDEX-PATH.
        77 Pattern-Path         PIC X(100) VALUE POSTAL-PAT.
        77 History-Path         PIC X(100).
        77 History-New-Path     PIC X(104).
        77 Report-Path          PIC X(256) VALUE DQ-RPT-PATH.
        77 Master-File-Status   PIC X(02).
        77 Journal-File-Status  PIC X(02).
        77 Index-File-Status    PIC X(02).
        77 History-File-Status  PIC X(02).
        77 History-New-Status   PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Score-Floor          BINARY-LONG VALUE DUP-FLOOR.
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

        77 This-Period          PIC 9(06).
        01 Period-Work          PIC 9(06).
        01 Period-Parts REDEFINES Period-Work.
           05 Period-Year       PIC 9(04).
           05 Period-Month      PIC 9(02).
        77 This-Months          BINARY-LONG.
        77 Row-Months           BINARY-LONG.
        77 Month-Back           BINARY-LONG.

      *  The postal pattern table, as the name-standard step loads it.
        77 Pattern-Status       BINARY-LONG SIGNED.
        77 Pattern-Key-Len      BINARY-LONG VALUE 3.
        77 Pattern-Rec-Len      BINARY-LONG VALUE 16.
        01 Pattern-Table-Handle.
           05 Pattern-Rt-Memory  USAGE POINTER.
           05 Pattern-Rt-Count   BINARY-LONG.
           05 Pattern-Rt-Key-Len BINARY-LONG.
           05 Pattern-Rt-Rec-Len BINARY-LONG.
        01 Pattern-Result.
           05 Pat-Res-Country   PIC X(03).
           05 Pat-Res-Pattern   PIC X(10).
           05 FILLER            PIC X(03).
        77 Postal-Fits          PIC X(01).
        77 Pat-Idx              BINARY-LONG.
        77 Pat-Char             PIC X(01).
        77 Val-Char             PIC X(01).

      *  Metric names in history column order.
        01 Metric-Names.
           05 FILLER PIC X(20) VALUE 'STREET BLANK'.
           05 FILLER PIC X(20) VALUE 'CITY BLANK'.
           05 FILLER PIC X(20) VALUE 'COUNTRY BLANK'.
           05 FILLER PIC X(20) VALUE 'POSTAL CODE BLANK'.
           05 FILLER PIC X(20) VALUE 'POSTAL CODE MISFIT'.
           05 FILLER PIC X(20) VALUE 'NAME SUSPECT'.
           05 FILLER PIC X(20) VALUE 'DUPLICATE PAIRS'.
           05 FILLER PIC X(20) VALUE 'NEVER CHANGED'.
        01 Metric-Name-Table REDEFINES Metric-Names.
           05 Metric-Name       PIC X(20) OCCURS 8 TIMES.
        77 Metric-Count         BINARY-LONG VALUE 8.
        77 Met-Ix               BINARY-LONG.

      *  First words that mark a name as a placeholder, not a name.
        01 Placeholder-Words.
           05 FILLER PIC X(10) VALUE 'UNKNOWN'.
           05 FILLER PIC X(10) VALUE 'UNK'.
           05 FILLER PIC X(10) VALUE 'TEST'.
           05 FILLER PIC X(10) VALUE 'DUMMY'.
           05 FILLER PIC X(10) VALUE 'NONE'.
           05 FILLER PIC X(10) VALUE 'N/A'.
           05 FILLER PIC X(10) VALUE 'TBA'.
           05 FILLER PIC X(10) VALUE 'TBD'.
           05 FILLER PIC X(10) VALUE 'XXX'.
           05 FILLER PIC X(10) VALUE '?'.
        01 Placeholder-Table REDEFINES Placeholder-Words.
           05 Placeholder-Word  PIC X(10) OCCURS 10 TIMES.
        77 Placeholder-Count    BINARY-LONG VALUE 10.
        77 Ph-Ix                BINARY-LONG.
        77 First-Word           PIC X(40).
        77 Digit-Tally          BINARY-LONG.
        77 Name-Suspect         PIC X(01).

      *  One entry per branch: this month's counts, then twelve
      *  months of figures - month 1 this month, 2 last month.
        77 Branch-Count         BINARY-LONG VALUE ZERO.
        77 Branch-Max           BINARY-LONG VALUE 500.
        77 Br-Ix                BINARY-LONG.
        77 Last-Br-Ix           BINARY-LONG VALUE ZERO.
        77 Wanted-Branch        PIC X(04).
        77 Branches-Full        PIC X(01) VALUE 'N'.
        01 Branch-Table.
           05 Branch-Entry OCCURS 500 TIMES.
              10 Br-Code        PIC X(04).
              10 Br-Records     BINARY-LONG.
              10 Br-Metric      BINARY-LONG OCCURS 8 TIMES.
              10 Br-Score       PIC 9(03)V9.
              10 Br-Month OCCURS 12 TIMES.
                 15 Bm-Present  PIC X(01).
                 15 Bm-Records  BINARY-LONG.
                 15 Bm-Metric   BINARY-LONG OCCURS 8 TIMES.
                 15 Bm-Score    PIC 9(03)V9.
        01 Branch-Order-Table.
           05 Branch-Order      BINARY-LONG OCCURS 500 TIMES.
        77 Order-Count          BINARY-LONG VALUE ZERO.
        77 Ord-Ix               BINARY-LONG.
        77 Mo-Ix                BINARY-LONG.

      *  Keys with a journaled change, sorted for the lookup.
        77 Changed-Count        BINARY-LONG VALUE ZERO.
        77 Changed-Max          BINARY-LONG VALUE 50000.
        77 Changed-Full         PIC X(01) VALUE 'N'.
        01 Changed-Key-Table.
           05 Changed-Key       PIC X(20) OCCURS 50000 TIMES.
        77 Gap-Size             BINARY-LONG.
        77 Sort-I               BINARY-LONG.
        77 Sort-J               BINARY-LONG.
        77 Swap-Needed          PIC X(01).
        77 Swap-Key             PIC X(20).
        77 Swap-Order           BINARY-LONG.
        77 Search-Low           BINARY-LONG.
        77 Search-High          BINARY-LONG.
        77 Search-Mid           BINARY-LONG.
        77 Key-Was-Changed      PIC X(01).
        77 Generations-Read     BINARY-LONG VALUE ZERO.
        77 Generations-Bundled  BINARY-LONG VALUE ZERO.

      *  The duplicate walk, as the duplicate report keeps it.
        77 Scan-Done            PIC X(01).
        77 Have-Previous        PIC X(01).
        77 Pair-Score           BINARY-LONG.
        77 Pairs-Counted        BINARY-LONG VALUE ZERO.
        77 Prev-Key             PIC X(20).
        77 Prev-Name-Norm       PIC X(40).
        77 Prev-Street-Norm     PIC X(40).
        77 Prev-City-Norm       PIC X(30).
        77 Prev-Postal          PIC X(10).
        77 This-Name-Norm       PIC X(40).
        77 This-Street-Norm     PIC X(40).
        77 This-City-Norm       PIC X(30).
        77 Norm-Input           PIC X(40).
        77 Norm-Output          PIC X(40).
        77 Norm-In-Idx          BINARY-LONG.
        77 Norm-Out-Idx         BINARY-LONG.
        77 Norm-Char            PIC X(01).
        77 Norm-Last-Blank      PIC X(01).

        77 Defect-Total         BINARY-LONG.
        77 Score-Work           PIC S9(05)V9.
        77 Rate-This            PIC S9(05)V9.
        77 Rate-Last            PIC S9(05)V9.
        77 Rate-Change          PIC S9(05)V9.
        77 Rate-Whole           PIC 9(03).
        77 Rate-Edited          PIC ZZ9.9.
        77 Change-Edited        PIC +++9.9.
        77 Whole-Edited         PIC ZZ9.
        77 Trend-Metric         BINARY-LONG.
        77 Trend-Text           PIC X(48).
        77 Trend-Pos            BINARY-LONG.
        77 Records-Edited       PIC Z(7)9.

        77 Records-Read         BINARY-LONG VALUE ZERO.
        77 History-Kept         BINARY-LONG VALUE ZERO.
        77 Run-Rc               BINARY-LONG VALUE ZERO.
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Audit-Args           PIC X(1024).
        77 Audit-Pointer        BINARY-LONG.
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-dq-scorecard'
                returning status-code.

           Perform 0100-RESOLVE-THE-SETTINGS.

           Open Input MASTER-FILE.
           If Master-File-Status Not = '00'
              Display 'Cannot open master - file status '
                      Master-File-Status
              Stop Run With Error Status 1
           End-If.

      *    A missing pattern table only disables the postal check.
           Call "CBL_REF_TABLE_LOAD"
                using Pattern-Table-Handle, Pattern-Path,
                by value Pattern-Key-Len, by value Pattern-Rec-Len
                returning Pattern-Status.

           Perform 1000-LOAD-THE-HISTORY.
           Perform 2000-COLLECT-CHANGED-KEYS.
           Perform 3000-MEASURE-THE-MASTER.
           Perform 4000-COUNT-DUPLICATE-PAIRS.
           Close MASTER-FILE.
           Call "CBL_REF_TABLE_FREE" using Pattern-Table-Handle
                returning Pattern-Status.

           Perform 5000-SCORE-ONE-BRANCH
               Varying Br-Ix From 1 By 1
                 Until Br-Ix > Branch-Count.
           Perform 5500-ORDER-WORST-FIRST.

           Perform 6000-REWRITE-THE-HISTORY.
           Perform 7000-PRINT-THE-SCORECARD.

           Display 'Master records:     ' Records-Read.
           Display 'Branches scored:    ' Order-Count.
           Display 'Duplicate pairs:    ' Pairs-Counted.
           Display 'Journal generations:' Generations-Read
                   ' read, ' Generations-Bundled ' bundled'
                   ' (not opened)'.
           If Changed-Full = 'Y'
              Display '*** changed-key table full at '
                      Changed-Max ' - never-changed counts are high'
           End-If.
           If Branches-Full = 'Y'
              Display '*** more than ' Branch-Max
                      ' branches - the rest were not scored'
           End-If.
           Display 'Scorecard at ' Function Trim(Report-Path).

           Move Order-Count to Cnt-Displayed.
           Move Spaces to Audit-Args.
           Move 1 to Audit-Pointer.
           String 'period=' This-Period
                  ' branches=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args With Pointer Audit-Pointer.
           If Order-Count > ZERO
              Move Branch-Order(1) to Br-Ix
              Move Br-Score(Br-Ix) to Rate-Edited
              String ' worst=' Br-Code(Br-Ix)
                     '/' Function Trim(Rate-Edited)
                     Delimited By Size
                Into Audit-Args With Pointer Audit-Pointer
           End-If.
           Call "CBL_AUDIT_LOG" using "gcobol-dq-scorecard",
                        Audit-Args,
                        by value Run-Rc
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-dq-scorecard'
                by value Run-Rc, Records-Read, Order-Count
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
           Move As-Of-Date(1:6) to This-Period.
           Move This-Period to Period-Work.
           Compute This-Months = Period-Year * 12 + Period-Month.

           Move 'DUP-SCORE-FLOOR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '60'
                      returning Config-Status.
           If Config-Value(1:3) Numeric
              Move Function Numval(Config-Value(1:3))
                to Score-Floor
           End-If.

           Move 'JOURNAL-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        JOURNAL-PATH
                      returning Config-Status.
           Move Config-Value to Live-Journal-Path.

           Move 'DQ-HISTORY-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        DQ-HIST-PATH
                      returning Config-Status.
           Move Config-Value to History-Path.
           Move Spaces to History-New-Path.
           String Function Trim(History-Path) '.new'
             Delimited By Size Into History-New-Path.

      *    Earlier months' figures, up to eleven back, go into the
      *    branch table; this month's rows from an earlier run are
      *    left behind, since this run measures the month afresh.
       1000-LOAD-THE-HISTORY.

           Open Input HISTORY-FILE.
           If History-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1100-LOAD-ONE-HISTORY-ROW
               Until History-File-Status Not = '00'.
           Close HISTORY-FILE.

       1100-LOAD-ONE-HISTORY-ROW.

           Read HISTORY-FILE
              At End
                 Move '10' to History-File-Status
                 Exit Paragraph
           End-Read.
           If SH-PERIOD Not Numeric Or SH-RECORDS Not Numeric
              Exit Paragraph
           End-If.
           Move SH-PERIOD to Period-Work.
           Compute Row-Months = Period-Year * 12 + Period-Month.
           Compute Month-Back = This-Months - Row-Months + 1.
           If Month-Back < 2 Or Month-Back > 12
              Exit Paragraph
           End-If.

           Move SH-BRANCH to Wanted-Branch.
           Perform 8000-FIND-THE-BRANCH.
           If Br-Ix = ZERO
              Exit Paragraph
           End-If.
           Move 'Y' to Bm-Present(Br-Ix, Month-Back).
           Move SH-RECORDS to Bm-Records(Br-Ix, Month-Back).
           Move SH-SCORE to Bm-Score(Br-Ix, Month-Back).
           Perform 1200-LOAD-ONE-HISTORY-METRIC
               Varying Met-Ix From 1 By 1
                 Until Met-Ix > Metric-Count.

       1200-LOAD-ONE-HISTORY-METRIC.

           If SH-METRIC(Met-Ix) Numeric
              Move SH-METRIC(Met-Ix)
                to Bm-Metric(Br-Ix, Month-Back, Met-Ix)
           End-If.

      *    Every journal generation the run-stamp index still has on
      *    disk, then the live journal, in the history viewer's
      *    order; a key with a 'C' entry anywhere has been changed.
       2000-COLLECT-CHANGED-KEYS.

           Open Input INDEX-FILE.
           If Index-File-Status = '00'
              Perform 2100-WALK-ONE-INDEX-LINE
                  Until Index-File-Status Not = '00'
              Close INDEX-FILE
           End-If.
           Move Live-Journal-Path to Journal-Read-Path.
           Perform 2200-WALK-THIS-JOURNAL.

           If Changed-Count > 1
              Perform 2500-SORT-THE-CHANGED-KEYS
           End-If.

       2100-WALK-ONE-INDEX-LINE.

           Read INDEX-FILE
              At End
                 Move '10' to Index-File-Status
                 Exit Paragraph
           End-Read.
           If JX-LOCATION = 'A'
              Add 1 to Generations-Bundled
              Exit Paragraph
           End-If.
           Move JX-FILE-PATH to Journal-Read-Path.
           Perform 2200-WALK-THIS-JOURNAL.

       2200-WALK-THIS-JOURNAL.

           Open Input JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Add 1 to Generations-Read.
           Perform 2300-NOTE-ONE-ENTRY
               Until Journal-File-Status Not = '00'.
           Close JOURNAL-FILE.

       2300-NOTE-ONE-ENTRY.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
                 Exit Paragraph
           End-Read.
           If JN-ACTION Not = 'C'
              Exit Paragraph
           End-If.
           If Changed-Count < Changed-Max
              Add 1 to Changed-Count
              Move JN-KEY to Changed-Key(Changed-Count)
           Else
              Move 'Y' to Changed-Full
           End-If.

       2500-SORT-THE-CHANGED-KEYS.

      *    Knuth's gap sequence, largest gap under the count.
           Move 1 to Gap-Size.
           Perform 2550-GROW-THE-GAP
               Until Gap-Size > Changed-Count / 3.
           Perform 2600-ONE-GAP-PASS
               Until Gap-Size < 1.

       2550-GROW-THE-GAP.

           Compute Gap-Size = Gap-Size * 3 + 1.

       2600-ONE-GAP-PASS.

           Perform 2700-INSERT-ONE
               Varying Sort-I From 1 By 1
               Until Sort-I > Changed-Count - Gap-Size.
           Compute Gap-Size = Gap-Size / 3.

       2700-INSERT-ONE.

           Compute Sort-J = Sort-I.
           Move 'Y' to Swap-Needed.
           Perform 2800-SIFT-ONE
               Until Sort-J < 1
                   Or Swap-Needed = 'N'.

       2800-SIFT-ONE.

           If Changed-Key(Sort-J) > Changed-Key(Sort-J + Gap-Size)
              Move Changed-Key(Sort-J) to Swap-Key
              Move Changed-Key(Sort-J + Gap-Size)
                to Changed-Key(Sort-J)
              Move Swap-Key to Changed-Key(Sort-J + Gap-Size)
              Compute Sort-J = Sort-J - Gap-Size
           Else
              Move 'N' to Swap-Needed
           End-If.

      *    One pass over the master in key order for everything
      *    that can be judged from a record alone.
       3000-MEASURE-THE-MASTER.

           Move Low-Values to MASTER-KEY.
           Start MASTER-FILE Key Is Not Less Than MASTER-KEY
              Invalid Key
                 Exit Paragraph
           End-Start.
           Perform 3100-MEASURE-ONE-RECORD
               Until Master-File-Status Not = '00'.

       3100-MEASURE-ONE-RECORD.

           Read MASTER-FILE Next Record
              At End
                 Move '10' to Master-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Records-Read.
           Move MASTER-KEY(1:4) to Wanted-Branch.
           Perform 8000-FIND-THE-BRANCH.
           If Br-Ix = ZERO
              Exit Paragraph
           End-If.
           Add 1 to Br-Records(Br-Ix).

           If MASTER-ADDR-STREET = Spaces
              Add 1 to Br-Metric(Br-Ix, 1)
           End-If.
           If MASTER-ADDR-CITY = Spaces
              Add 1 to Br-Metric(Br-Ix, 2)
           End-If.
           If MASTER-ADDR-COUNTRY = Spaces
              Add 1 to Br-Metric(Br-Ix, 3)
           End-If.
           If MASTER-POSTAL-CODE = Spaces
              Add 1 to Br-Metric(Br-Ix, 4)
           Else
              Perform 3200-CHECK-THE-POSTAL-SHAPE
              If Postal-Fits = 'N'
                 Add 1 to Br-Metric(Br-Ix, 5)
              End-If
           End-If.

           Perform 3400-JUDGE-THE-NAME.
           If Name-Suspect = 'Y'
              Add 1 to Br-Metric(Br-Ix, 6)
           End-If.

           Perform 3600-LOOK-FOR-A-CHANGE.
           If Key-Was-Changed = 'N'
              Add 1 to Br-Metric(Br-Ix, 8)
           End-If.

       3200-CHECK-THE-POSTAL-SHAPE.

           Move 'Y' to Postal-Fits.
           If Pattern-Rt-Count = ZERO
              Or MASTER-ADDR-COUNTRY = Spaces
              Exit Paragraph
           End-If.
           Call "CBL_REF_TABLE_FIND"
                using Pattern-Table-Handle, MASTER-ADDR-COUNTRY,
                      Pattern-Result
                returning Pattern-Status.
           If Pattern-Status Not = ZERO
      *       A country with no pattern on file is not a finding.
              Exit Paragraph
           End-If.
           Perform 3300-CHECK-ONE-POSITION
               Varying Pat-Idx From 1 By 1
               Until Pat-Idx > 10.

       3300-CHECK-ONE-POSITION.

           Move Pat-Res-Pattern(Pat-Idx:1) to Pat-Char.
           Move MASTER-POSTAL-CODE(Pat-Idx:1) to Val-Char.
           Evaluate True
              When Pat-Char = Space
                 If Val-Char Not = Space
                    Move 'N' to Postal-Fits
                 End-If
              When Pat-Char = '9'
                 If Val-Char < '0' Or Val-Char > '9'
                    Move 'N' to Postal-Fits
                 End-If
              When Pat-Char = 'A'
                 If Val-Char < 'A' Or Val-Char > 'Z'
                    Move 'N' to Postal-Fits
                 End-If
              When Other
                 If Val-Char Not = Pat-Char
                    Move 'N' to Postal-Fits
                 End-If
           End-Evaluate.

       3400-JUDGE-THE-NAME.

           Move 'N' to Name-Suspect.
           If MASTER-CUST-NAME = Spaces
              Move 'Y' to Name-Suspect
              Exit Paragraph
           End-If.
           Move ZERO to Digit-Tally.
           Inspect MASTER-CUST-NAME Tallying Digit-Tally
               For All '0' All '1' All '2' All '3' All '4'
                   All '5' All '6' All '7' All '8' All '9'.
           If Digit-Tally > ZERO
              Move 'Y' to Name-Suspect
              Exit Paragraph
           End-If.

           Move MASTER-CUST-NAME to Norm-Input.
           Perform 9000-NORMALIZE-ONE-VALUE.
           Move Spaces to First-Word.
           Unstring Norm-Output Delimited By Space
               Into First-Word.
           Perform 3500-MATCH-ONE-PLACEHOLDER
               Varying Ph-Ix From 1 By 1
                 Until Ph-Ix > Placeholder-Count
                    Or Name-Suspect = 'Y'.

       3500-MATCH-ONE-PLACEHOLDER.

           If First-Word = Placeholder-Word(Ph-Ix)
              Move 'Y' to Name-Suspect
           End-If.

       3600-LOOK-FOR-A-CHANGE.

           Move 'N' to Key-Was-Changed.
           Move 1 to Search-Low.
           Move Changed-Count to Search-High.
           Perform 3700-HALVE-THE-RANGE
               Until Search-Low > Search-High
                  Or Key-Was-Changed = 'Y'.

       3700-HALVE-THE-RANGE.

           Compute Search-Mid = (Search-Low + Search-High) / 2.
           Evaluate True
              When Changed-Key(Search-Mid) = MASTER-KEY
                 Move 'Y' to Key-Was-Changed
              When Changed-Key(Search-Mid) < MASTER-KEY
                 Compute Search-Low = Search-Mid + 1
              When Other
                 Compute Search-High = Search-Mid - 1
           End-Evaluate.

      *    The duplicate report's neighbor walk over the name index.
       4000-COUNT-DUPLICATE-PAIRS.

           Move 'N' to Scan-Done.
           Move 'N' to Have-Previous.
           Move Low-Values to MASTER-CUST-NAME.
           Start MASTER-FILE
              Key Is >= MASTER-CUST-NAME
              Invalid Key
                 Move 'Y' to Scan-Done
           End-Start.
           Perform 4100-COMPARE-ONE-NEIGHBOR
               Until Scan-Done = 'Y'.

       4100-COMPARE-ONE-NEIGHBOR.

           Read MASTER-FILE Next Record
              At End
                 Move 'Y' to Scan-Done
              Not At End
                 Perform 4200-SCORE-AGAINST-PREVIOUS
                 Perform 4300-REMEMBER-THIS-RECORD
           End-Read.

       4200-SCORE-AGAINST-PREVIOUS.

           If Have-Previous Not = 'Y'
              Exit Paragraph
           End-If.

           Move MASTER-CUST-NAME to Norm-Input.
           Perform 9000-NORMALIZE-ONE-VALUE.
           Move Norm-Output to This-Name-Norm.
           If This-Name-Norm(1:10) Not = Prev-Name-Norm(1:10)
              Exit Paragraph
           End-If.

           Move MASTER-ADDR-STREET to Norm-Input.
           Perform 9000-NORMALIZE-ONE-VALUE.
           Move Norm-Output to This-Street-Norm.
           Move MASTER-ADDR-CITY to Norm-Input.
           Perform 9000-NORMALIZE-ONE-VALUE.
           Move Norm-Output(1:30) to This-City-Norm.

           Move ZERO to Pair-Score.
           If This-Name-Norm = Prev-Name-Norm
              Add 50 to Pair-Score
           End-If.
           If MASTER-POSTAL-CODE = Prev-Postal
              And MASTER-POSTAL-CODE Not = Spaces
              Add 20 to Pair-Score
           End-If.
           If This-Street-Norm = Prev-Street-Norm
              And This-Street-Norm Not = Spaces
              Add 20 to Pair-Score
           End-If.
           If This-City-Norm = Prev-City-Norm
              And This-City-Norm Not = Spaces
              Add 10 to Pair-Score
           End-If.
           If Pair-Score < Score-Floor
              Exit Paragraph
           End-If.

           Add 1 to Pairs-Counted.
           Move MASTER-KEY(1:4) to Wanted-Branch.
           Perform 8000-FIND-THE-BRANCH.
           If Br-Ix Not = ZERO
              Add 1 to Br-Metric(Br-Ix, 7)
           End-If.
           If Prev-Key(1:4) Not = MASTER-KEY(1:4)
              Move Prev-Key(1:4) to Wanted-Branch
              Perform 8000-FIND-THE-BRANCH
              If Br-Ix Not = ZERO
                 Add 1 to Br-Metric(Br-Ix, 7)
              End-If
           End-If.

       4300-REMEMBER-THIS-RECORD.

           Move MASTER-KEY to Prev-Key.
           Move MASTER-CUST-NAME to Norm-Input.
           Perform 9000-NORMALIZE-ONE-VALUE.
           Move Norm-Output to Prev-Name-Norm.
           Move MASTER-ADDR-STREET to Norm-Input.
           Perform 9000-NORMALIZE-ONE-VALUE.
           Move Norm-Output to Prev-Street-Norm.
           Move MASTER-ADDR-CITY to Norm-Input.
           Perform 9000-NORMALIZE-ONE-VALUE.
           Move Norm-Output(1:30) to Prev-City-Norm.
           Move MASTER-POSTAL-CODE to Prev-Postal.
           Move 'Y' to Have-Previous.

      *    Score: the share of the branch's record checks passed,
      *    eight per record.  This month becomes month 1 of the
      *    trend.
       5000-SCORE-ONE-BRANCH.

           If Br-Records(Br-Ix) = ZERO
              Exit Paragraph
           End-If.
           Move ZERO to Defect-Total.
           Perform 5100-ADD-ONE-METRIC
               Varying Met-Ix From 1 By 1
                 Until Met-Ix > Metric-Count.
           Compute Score-Work Rounded =
                   100 - Defect-Total * 100
                         / (Br-Records(Br-Ix) * Metric-Count).
           If Score-Work < ZERO
              Move ZERO to Score-Work
           End-If.
           Move Score-Work to Br-Score(Br-Ix).

           Move 'Y' to Bm-Present(Br-Ix, 1).
           Move Br-Records(Br-Ix) to Bm-Records(Br-Ix, 1).
           Move Br-Score(Br-Ix) to Bm-Score(Br-Ix, 1).

           Add 1 to Order-Count.
           Move Br-Ix to Branch-Order(Order-Count).

       5100-ADD-ONE-METRIC.

           Add Br-Metric(Br-Ix, Met-Ix) to Defect-Total.
           Move Br-Metric(Br-Ix, Met-Ix)
             to Bm-Metric(Br-Ix, 1, Met-Ix).

      *    Worst score first; equal scores in branch order.
       5500-ORDER-WORST-FIRST.

           If Order-Count < 2
              Exit Paragraph
           End-If.
           Move 1 to Gap-Size.
           Perform 2550-GROW-THE-GAP
               Until Gap-Size > Order-Count / 3.
           Perform 5600-ONE-GAP-PASS
               Until Gap-Size < 1.

       5600-ONE-GAP-PASS.

           Perform 5700-INSERT-ONE
               Varying Sort-I From 1 By 1
               Until Sort-I > Order-Count - Gap-Size.
           Compute Gap-Size = Gap-Size / 3.

       5700-INSERT-ONE.

           Compute Sort-J = Sort-I.
           Move 'Y' to Swap-Needed.
           Perform 5800-SIFT-ONE
               Until Sort-J < 1
                   Or Swap-Needed = 'N'.

       5800-SIFT-ONE.

           Move 'N' to Swap-Needed.
           Move Branch-Order(Sort-J) to Br-Ix.
           Move Branch-Order(Sort-J + Gap-Size) to Ord-Ix.
           If Br-Score(Br-Ix) > Br-Score(Ord-Ix)
              Or (Br-Score(Br-Ix) = Br-Score(Ord-Ix)
                  And Br-Code(Br-Ix) > Br-Code(Ord-Ix))
              Move 'Y' to Swap-Needed
           End-If.
           If Swap-Needed = 'Y'
              Move Branch-Order(Sort-J) to Swap-Order
              Move Branch-Order(Sort-J + Gap-Size)
                to Branch-Order(Sort-J)
              Move Swap-Order to Branch-Order(Sort-J + Gap-Size)
              Compute Sort-J = Sort-J - Gap-Size
           End-If.

      *    Every other month's rows carry over; this month's rows are
      *    written fresh, and the new history replaces the old in
      *    one rename.
       6000-REWRITE-THE-HISTORY.

           Open Output HISTORY-NEW-FILE.
           If History-New-Status Not = '00'
              Display '*** cannot write scorecard history '
                      Function Trim(History-New-Path)
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.

           Open Input HISTORY-FILE.
           If History-File-Status = '00'
              Perform 6100-CARRY-ONE-HISTORY-ROW
                  Until History-File-Status Not = '00'
              Close HISTORY-FILE
           End-If.

           Perform 6200-WRITE-ONE-BRANCH-ROW
               Varying Ord-Ix From 1 By 1
                 Until Ord-Ix > Order-Count.
           Close HISTORY-NEW-FILE.

           Call "CBL_RENAME_FILE" using History-New-Path,
                                         History-Path
                      returning status-code.
           If status-code Not = ZERO
              Display '*** scorecard history swap failed - new '
                      'history left at '
                      Function Trim(History-New-Path)
              Move 1 to Run-Rc
           End-If.

       6100-CARRY-ONE-HISTORY-ROW.

           Read HISTORY-FILE
              At End
                 Move '10' to History-File-Status
                 Exit Paragraph
           End-Read.
           If SH-PERIOD = This-Period
              Exit Paragraph
           End-If.
           Move HISTORY-RECORD to HISTORY-NEW-RECORD.
           Write HISTORY-NEW-RECORD.
           Add 1 to History-Kept.

       6200-WRITE-ONE-BRANCH-ROW.

           Move Branch-Order(Ord-Ix) to Br-Ix.
           Move Spaces to HISTORY-RECORD.
           Move This-Period to SH-PERIOD.
           Move Br-Code(Br-Ix) to SH-BRANCH.
           Move Br-Records(Br-Ix) to SH-RECORDS.
           Move Br-Score(Br-Ix) to SH-SCORE.
           Perform 6300-MOVE-ONE-METRIC
               Varying Met-Ix From 1 By 1
                 Until Met-Ix > Metric-Count.
           Move HISTORY-RECORD to HISTORY-NEW-RECORD.
           Write HISTORY-NEW-RECORD.

       6300-MOVE-ONE-METRIC.

           Move Br-Metric(Br-Ix, Met-Ix) to SH-METRIC(Met-Ix).

       7000-PRINT-THE-SCORECARD.

           Move Spaces to Report-Title.
           String 'MASTER DATA-QUALITY SCORECARD BY BRANCH - '
                  This-Period
                  Delimited By Size Into Report-Title.
           Move 'BRANCH  RECORDS/METRIC   THIS    LAST  CHANGE'
             & '   TWELVE-MONTH TREND, OLDEST TO NEWEST'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start scorecard report '
                      Function Trim(Report-Path)
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.

           Perform 7100-PRINT-ONE-BRANCH
               Varying Ord-Ix From 1 By 1
                 Until Ord-Ix > Order-Count.

           Call "CBL_REPORT_END" returning Report-Status.

       7100-PRINT-ONE-BRANCH.

           Move Branch-Order(Ord-Ix) to Br-Ix.
           Move Spaces to Control-Value.
           Move Br-Code(Br-Ix) to Control-Value.

      *    The score line: score this month and last, then trend.
           Move Br-Records(Br-Ix) to Records-Edited.
           Move Spaces to Detail-Line.
           String 'BRANCH ' Br-Code(Br-Ix) ' '
                  Records-Edited
                  Delimited By Size Into Detail-Line.
           Move Br-Score(Br-Ix) to Rate-This.
           If Bm-Present(Br-Ix, 2) = 'Y'
              Move Bm-Score(Br-Ix, 2) to Rate-Last
           End-If.
           Move ZERO to Trend-Metric.
           Perform 7300-FILL-THE-COLUMNS.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.

           Perform 7200-PRINT-ONE-METRIC
               Varying Met-Ix From 1 By 1
                 Until Met-Ix > Metric-Count.

       7200-PRINT-ONE-METRIC.

           Move Spaces to Detail-Line.
           Move Metric-Name(Met-Ix) to Detail-Line(3:20).
           Compute Rate-This Rounded =
                   Br-Metric(Br-Ix, Met-Ix) * 100
                 / Br-Records(Br-Ix).
           If Bm-Present(Br-Ix, 2) = 'Y'
              And Bm-Records(Br-Ix, 2) > ZERO
              Compute Rate-Last Rounded =
                      Bm-Metric(Br-Ix, 2, Met-Ix) * 100
                    / Bm-Records(Br-Ix, 2)
           End-If.
           Move Met-Ix to Trend-Metric.
           Perform 7300-FILL-THE-COLUMNS.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.

      *    This month at 24, last month at 32, the change at 40 and
      *    the trend from 49; Trend-Metric zero means the score.
       7300-FILL-THE-COLUMNS.

           Move Rate-This to Rate-Edited.
           Move Rate-Edited to Detail-Line(24:5).
           If Bm-Present(Br-Ix, 2) = 'Y'
              And Bm-Records(Br-Ix, 2) > ZERO
              Move Rate-Last to Rate-Edited
              Move Rate-Edited to Detail-Line(32:5)
              Compute Rate-Change = Rate-This - Rate-Last
              Move Rate-Change to Change-Edited
              Move Change-Edited to Detail-Line(40:6)
           Else
              Move '  n/a' to Detail-Line(32:5)
           End-If.

           Move Spaces to Trend-Text.
           Perform 7400-FILL-ONE-TREND-MONTH
               Varying Mo-Ix From 12 By -1
                 Until Mo-Ix < 1.
           Move Trend-Text to Detail-Line(49:48).

       7400-FILL-ONE-TREND-MONTH.

           Compute Trend-Pos = (12 - Mo-Ix) * 4 + 2.
           If Bm-Present(Br-Ix, Mo-Ix) Not = 'Y'
              Or Bm-Records(Br-Ix, Mo-Ix) = ZERO
              Move '  -' to Trend-Text(Trend-Pos:3)
              Exit Paragraph
           End-If.
           If Trend-Metric = ZERO
              Compute Rate-Whole Rounded = Bm-Score(Br-Ix, Mo-Ix)
           Else
              Compute Rate-Whole Rounded =
                      Bm-Metric(Br-Ix, Mo-Ix, Trend-Metric) * 100
                    / Bm-Records(Br-Ix, Mo-Ix)
           End-If.
           Move Rate-Whole to Whole-Edited.
           Move Whole-Edited to Trend-Text(Trend-Pos:3).

      *    Branch lookup; a new branch takes the next free entry.
      *    The master walk meets branches in key order, so the last
      *    one found is tried first.
       8000-FIND-THE-BRANCH.

           If Last-Br-Ix Not = ZERO
              If Br-Code(Last-Br-Ix) = Wanted-Branch
                 Move Last-Br-Ix to Br-Ix
                 Exit Paragraph
              End-If
           End-If.
           Move ZERO to Ord-Ix.
           Perform 8100-MATCH-ONE-BRANCH
               Varying Br-Ix From 1 By 1
                 Until Br-Ix > Branch-Count
                    Or Ord-Ix Not = ZERO.
           If Ord-Ix Not = ZERO
              Move Ord-Ix to Br-Ix
              Move Br-Ix to Last-Br-Ix
              Exit Paragraph
           End-If.

           If Branch-Count Not < Branch-Max
              Move 'Y' to Branches-Full
              Move ZERO to Br-Ix
              Exit Paragraph
           End-If.
           Add 1 to Branch-Count.
           Move Branch-Count to Br-Ix.
           Initialize Branch-Entry(Br-Ix).
           Move Wanted-Branch to Br-Code(Br-Ix).
           Move Br-Ix to Last-Br-Ix.

       8100-MATCH-ONE-BRANCH.

           If Br-Code(Br-Ix) = Wanted-Branch
              Move Br-Ix to Ord-Ix
           End-If.

       9000-NORMALIZE-ONE-VALUE.

      *    Uppercase, strip noise punctuation, collapse blank runs -
      *    the duplicate report's normalization.
           Move Function Upper-Case(Norm-Input) to Norm-Input.
           Move Spaces to Norm-Output.
           Move ZERO to Norm-Out-Idx.
           Move 'Y' to Norm-Last-Blank.
           Perform 9100-NORMALIZE-ONE-CHAR
               Varying Norm-In-Idx From 1 By 1
               Until Norm-In-Idx > 40.

       9100-NORMALIZE-ONE-CHAR.

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
