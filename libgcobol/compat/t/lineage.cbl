      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Data lineage trace, in the gcobol-ops-diag style.  Give it
      *  an output file and a processing date and it answers "where
      *  did these numbers come from" from the control-total ledger
      *  alone:
      *
      *    - the producing run is the last 'P' ledger line for that
      *      file whose run id (CBL_RUN_ID - host, pid, processing
      *      date, sequence) carries the processing date asked for;
      *    - that run's 'C' lines are the files it consumed;
      *    - each consumed file's producer is the last 'P' line for
      *      it written before the consuming run read it - the
      *      ledger is append-only, so that is the generation the
      *      run actually saw - and the trace climbs through it the
      *      same way, until it reaches an inbound feed (a file in
      *      the feed catalog, or one nothing in the ledger
      *      produced).
      *
      *  Every level shows the run id, record count and hash total
      *  the ledger holds for that generation, and the generation
      *  number CBL_FEED_GENERATION last accepted under the file's
      *  path or base name.  A file met a second time in one trace
      *  (a master both read and rewritten by the nightly update)
      *  is shown but not climbed again, so one night's trace does
      *  not unwind the master's whole history.
      *
      *  The tree is displayed indented and spooled through the
      *  shared report writer, which files it in the report
      *  repository catalog; the audit trail records the trace and
      *  the report path, so an auditor's lineage question is
      *  answered by a cataloged report rather than a re-run.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-lineage-trace.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.

       >>Define Constant CTL-TOTALS-PATH as "/tmp/gcobol-ctl-totals.dat"
       >>Define Constant FEED-CATALOG as "/tmp/feeds/feed-catalog.dat"
       >>Define Constant FEED-GEN-PATH as "/tmp/gcobol-feed-gen.dat"
       >>Define Constant LINEAGE-RPT-DIR as "/tmp"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE
                  ASSIGN TO Ledger-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Ledger-File-Status.
           SELECT CATALOG-FILE
                  ASSIGN TO Catalog-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Catalog-File-Status.
           SELECT GEN-CONTROL-FILE
                  ASSIGN TO Gen-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Gen-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LED-DATE             PIC 9(08).
           05  LED-ROLE             PIC X(01).
           05  LED-JOB              PIC X(32).
           05  LED-FILE             PIC X(100).
           05  LED-COUNT            PIC 9(10).
           05  LED-HASH             PIC 9(16).
           05  LED-RUN-ID           PIC X(40).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-FEED-PATH        PIC X(100).
           05  FILLER               PIC X(31).

       FD  GEN-CONTROL-FILE.
       01  GEN-CONTROL-RECORD.
           05  GEN-FEED-NAME        PIC X(100).
           05  GEN-LAST-PROCESSED   PIC 9(08).

       WORKING-STORAGE SECTION.
        77 Ledger-Path         PIC X(100).
        77 Catalog-Path        PIC X(100).
        77 Gen-Path            PIC X(100) VALUE FEED-GEN-PATH.
        77 Report-Dir          PIC X(100) VALUE LINEAGE-RPT-DIR.
        77 Config-Key          PIC X(32) VALUE 'CTL-TOTALS-PATH'.
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Ledger-File-Status  PIC X(02).
        77 Catalog-File-Status PIC X(02).
        77 Gen-File-Status     PIC X(02).
        77 Wanted-File         PIC X(100).
        77 Wanted-Date-Text    PIC X(08).
        77 Wanted-Date         PIC 9(08).
        77 Id-Length           BINARY-LONG.

      * The ledger, in file order - the order is the history.
        77 Led-Entries         BINARY-LONG VALUE ZERO.
        77 Max-Entries         BINARY-LONG VALUE 4000.
        77 Led-Idx             BINARY-LONG.
        01 Led-Table.
           05 Led-Entry        OCCURS 4000 TIMES.
              10 Le-Role       PIC X(01).
              10 Le-Job        PIC X(32).
              10 Le-File       PIC X(100).
              10 Le-Count      PIC 9(10).
              10 Le-Hash       PIC 9(16).
              10 Le-Run-Id     PIC X(40).
              10 Le-Run-Date   PIC 9(08).

        77 Feed-Count          BINARY-LONG VALUE ZERO.
        77 Max-Feeds           BINARY-LONG VALUE 256.
        77 Feed-Idx            BINARY-LONG.
        01 Feed-Table.
           05 Feed-Path        PIC X(100) OCCURS 256 TIMES.

        77 Gen-Count           BINARY-LONG VALUE ZERO.
        77 Max-Gens            BINARY-LONG VALUE 100.
        77 Gen-Idx             BINARY-LONG.
        01 Gen-Table.
           05 Gen-Entry        OCCURS 100 TIMES.
              10 Gen-Feed      PIC X(100).
              10 Gen-Number    PIC 9(08).

      * Files still to be traced.  COBOL does not recurse, so the
      * climb is a stack: a node's inputs are pushed in reverse so
      * they come off, and print, in ledger order.  Stack-Before is
      * the ledger line of the 'C' record that read the file - the
      * producer must come before it - or zero for the output asked
      * about, which is matched by processing date instead.
        77 Stack-Top           BINARY-LONG VALUE ZERO.
        77 Max-Stack           BINARY-LONG VALUE 200.
        01 Stack-Table.
           05 Stack-Entry      OCCURS 200 TIMES.
              10 Stack-File    PIC X(100).
              10 Stack-Level   BINARY-LONG.
              10 Stack-Before  BINARY-LONG.

        77 Shown-Count         BINARY-LONG VALUE ZERO.
        77 Max-Shown           BINARY-LONG VALUE 200.
        77 Shown-Idx           BINARY-LONG.
        01 Shown-Table.
           05 Shown-File       PIC X(100) OCCURS 200 TIMES.

        77 Max-Depth           BINARY-LONG VALUE 20.
        77 Node-File           PIC X(100).
        77 Node-Level          BINARY-LONG.
        77 Node-Before         BINARY-LONG.
        77 Node-Count          BINARY-LONG VALUE ZERO.
        77 Feed-Leaves         BINARY-LONG VALUE ZERO.
        77 Producer-Idx        BINARY-LONG.
        77 Search-Limit        BINARY-LONG.
        77 Is-Feed             PIC X(01).
        77 Was-Shown           PIC X(01).
        77 Base-Name           PIC X(100).
        77 Char-Idx            BINARY-LONG.
        77 Slash-Idx           BINARY-LONG.
        77 Gen-Text            PIC X(08).
        77 Line-Pointer        BINARY-LONG.
        77 Line-Text           PIC X(132).

        77 Report-Path         PIC X(256).
        77 Report-Title        PIC X(80).
        77 Column-Heading      PIC X(132).
        77 Detail-Line         PIC X(132).
        77 Control-Value       PIC X(32) VALUE SPACES.
        77 Amount-For-Writer   BINARY-DOUBLE VALUE ZERO.
        77 Report-Status       BINARY-LONG SIGNED.
        77 Report-Open         PIC X(01) VALUE 'N'.
        77 Root-Missing        PIC X(01) VALUE 'N'.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.
        77 Cnt-Displayed       PIC Z(7)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CTL-TOTALS-PATH
                      returning Config-Status.
           Move Config-Value to Ledger-Path.
           Move 'FEED-CATALOG' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        FEED-CATALOG
                      returning Config-Status.
           Move Config-Value to Catalog-Path.

           Display 'gcobol data lineage trace'.
           Display 'Output file: ' with No Advancing.
           Accept Wanted-File from Console.
           If Wanted-File = Spaces
              Display 'An output file is required'
              Stop Run With Error Status 1
           End-If.
           Display 'Processing date (YYYYMMDD): ' with No Advancing.
           Accept Wanted-Date-Text from Console.
           If Wanted-Date-Text Not Numeric
              Display 'A processing date is required'
              Stop Run With Error Status 1
           End-If.
           Move Wanted-Date-Text to Wanted-Date.

           Perform 1000-LOAD-THE-LEDGER.
           If Led-Entries = ZERO
              Display 'Control-total ledger ' Function Trim(Ledger-Path)
                      ' is empty or missing'
              Stop Run With Error Status 1
           End-If.
           Perform 1200-LOAD-THE-FEED-CATALOG.
           Perform 1400-LOAD-THE-GENERATIONS.

           Perform 2000-START-THE-REPORT.

           Add 1 to Stack-Top.
           Move Wanted-File to Stack-File(Stack-Top).
           Move ZERO to Stack-Level(Stack-Top).
           Move ZERO to Stack-Before(Stack-Top).
           Perform 3000-TRACE-ONE-NODE
               Until Stack-Top = ZERO.

           If Report-Open = 'Y'
              Call "CBL_REPORT_END" returning Report-Status
           End-If.

           Move Node-Count to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'file=' Function Trim(Wanted-File)
                  ' date=' Wanted-Date
                  ' nodes=' Function Trim(Cnt-Displayed)
                  ' report=' Function Trim(Report-Path)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-lineage-trace",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Display Node-Count ' file(s) traced, '
                   Feed-Leaves ' inbound feed(s) reached'.
           If Report-Open = 'Y'
              Display 'Report: ' Function Trim(Report-Path)
           End-If.
           If Root-Missing = 'Y'
              Stop Run With Error Status 1
           End-If.
           Stop Run.

       1000-LOAD-THE-LEDGER.

           Open Input LEDGER-FILE.
           If Ledger-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1100-LOAD-ONE-LEDGER
               Until Ledger-File-Status Not = '00'.
           Close LEDGER-FILE.

       1100-LOAD-ONE-LEDGER.

           Read LEDGER-FILE
              At End
                 Move '10' to Ledger-File-Status
              Not At End
                 If Led-Entries < Max-Entries
                    Add 1 to Led-Entries
                    Move LED-ROLE to Le-Role(Led-Entries)
                    Move LED-JOB to Le-Job(Led-Entries)
                    Move LED-FILE to Le-File(Led-Entries)
                    Move LED-COUNT to Le-Count(Led-Entries)
                    Move LED-HASH to Le-Hash(Led-Entries)
                    Move LED-RUN-ID to Le-Run-Id(Led-Entries)
                    Perform 1150-DATE-THE-RUN
                 End-If
           End-Read.

       1150-DATE-THE-RUN.

      *    The run id ends '-yyyymmdd-ssss'; that date is the
      *    processing date the run belonged to.  The ledger's own
      *    date is the wall clock, which is only the fallback.
           Move LED-DATE to Le-Run-Date(Led-Entries).
           If LED-RUN-ID = Spaces
              Exit Paragraph
           End-If.
           Move Function Length(Function Trim(LED-RUN-ID, Trailing))
             to Id-Length.
           If Id-Length > 13
              If LED-RUN-ID(Id-Length - 12:8) Numeric
                 Move LED-RUN-ID(Id-Length - 12:8)
                   to Le-Run-Date(Led-Entries)
              End-If
           End-If.

       1200-LOAD-THE-FEED-CATALOG.

           Open Input CATALOG-FILE.
           If Catalog-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1250-LOAD-ONE-FEED
               Until Catalog-File-Status Not = '00'.
           Close CATALOG-FILE.

       1250-LOAD-ONE-FEED.

           Read CATALOG-FILE
              At End
                 Move '10' to Catalog-File-Status
              Not At End
                 If Feed-Count < Max-Feeds
                    Add 1 to Feed-Count
                    Move CAT-FEED-PATH to Feed-Path(Feed-Count)
                 End-If
           End-Read.

       1400-LOAD-THE-GENERATIONS.

           Open Input GEN-CONTROL-FILE.
           If Gen-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1450-LOAD-ONE-GENERATION
               Until Gen-File-Status Not = '00'.
           Close GEN-CONTROL-FILE.

       1450-LOAD-ONE-GENERATION.

           Read GEN-CONTROL-FILE
              At End
                 Move '10' to Gen-File-Status
              Not At End
                 If Gen-Count < Max-Gens
                    Add 1 to Gen-Count
                    Move GEN-FEED-NAME to Gen-Feed(Gen-Count)
                    Move GEN-LAST-PROCESSED to Gen-Number(Gen-Count)
                 End-If
           End-Read.

       2000-START-THE-REPORT.

      *    One report per output and date, named after the file's
      *    base name, so the repository keeps each trace separately.
           Move Wanted-File to Node-File.
           Perform 3700-FIND-THE-BASE-NAME.
           Move Spaces to Report-Path.
           String Function Trim(Report-Dir) '/gcobol-lineage-'
                  Wanted-Date '-' Function Trim(Base-Name) '.rpt'
                  Delimited By Size Into Report-Path.
           Move Spaces to Report-Title.
           String 'DATA LINEAGE - ' Function Trim(Base-Name)
                  ' - ' Wanted-Date
                  Delimited By Size Into Report-Title.
           Move 'FILE / PRODUCING RUN / GENERATION, COUNT, HASH'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status = ZERO
              Move 'Y' to Report-Open
           Else
              Display 'Cannot start lineage report '
                      Function Trim(Report-Path)
                      ' - the trace is displayed only'
           End-If.

       3000-TRACE-ONE-NODE.

           Move Stack-File(Stack-Top) to Node-File.
           Move Stack-Level(Stack-Top) to Node-Level.
           Move Stack-Before(Stack-Top) to Node-Before.
           Subtract 1 from Stack-Top.
           Add 1 to Node-Count.

           Perform 3100-FIND-THE-PRODUCER.
           Perform 3700-FIND-THE-BASE-NAME.
           Perform 3750-FIND-THE-GENERATION.
           Move 'N' to Is-Feed.
           Perform 3800-CHECK-ONE-FEED
               Varying Feed-Idx From 1 By 1
               Until Feed-Idx > Feed-Count Or Is-Feed = 'Y'.
           Move 'N' to Was-Shown.
           Perform 3850-CHECK-ONE-SHOWN
               Varying Shown-Idx From 1 By 1
               Until Shown-Idx > Shown-Count Or Was-Shown = 'Y'.

           Move Spaces to Line-Text.
           String '+- ' Function Trim(Node-File)
                  Delimited By Size Into Line-Text.
           Perform 8000-EMIT-ONE-LINE.

      *    Inbound feed: the end of the climb.  What it holds is what
      *    the consuming run recorded reading.
           If Node-Level > ZERO
              And (Is-Feed = 'Y' Or Producer-Idx = ZERO)
              Add 1 to Feed-Leaves
              Move Spaces to Line-Text
              If Is-Feed = 'Y'
                 String '   inbound feed, generation ' Gen-Text
                        Delimited By Size Into Line-Text
              Else
                 String '   inbound (no producer in the ledger), '
                        'generation ' Gen-Text
                        Delimited By Size Into Line-Text
              End-If
              Perform 8000-EMIT-ONE-LINE
              Move Spaces to Line-Text
              String '   read by run ' Function Trim(Le-Run-Id(
                                                       Node-Before))
                     ' count ' Le-Count(Node-Before)
                     ' hash ' Le-Hash(Node-Before)
                     Delimited By Size Into Line-Text
              Perform 8000-EMIT-ONE-LINE
              Exit Paragraph
           End-If.

           If Producer-Idx = ZERO
              Move 'Y' to Root-Missing
              Move Spaces to Line-Text
              String '   no production recorded for processing date '
                     Wanted-Date
                     Delimited By Size Into Line-Text
              Perform 8000-EMIT-ONE-LINE
              Exit Paragraph
           End-If.

           Move Spaces to Line-Text.
           String '   produced by ' Function Trim(Le-Job(Producer-Idx))
                  ' run ' Function Trim(Le-Run-Id(Producer-Idx))
                  Delimited By Size Into Line-Text.
           Perform 8000-EMIT-ONE-LINE.
           Move Spaces to Line-Text.
           String '   generation ' Gen-Text
                  ' count ' Le-Count(Producer-Idx)
                  ' hash ' Le-Hash(Producer-Idx)
                  Delimited By Size Into Line-Text.
           Perform 8000-EMIT-ONE-LINE.

           If Was-Shown = 'Y'
              Move Spaces to Line-Text
              Move '   earlier generation of a file already traced - '
                 & 'not climbed again' to Line-Text
              Perform 8000-EMIT-ONE-LINE
              Exit Paragraph
           End-If.
           If Shown-Count < Max-Shown
              Add 1 to Shown-Count
              Move Node-File to Shown-File(Shown-Count)
           End-If.
           If Node-Level >= Max-Depth
              Move Spaces to Line-Text
              Move '   lineage deeper than the trace limit - inputs '
                 & 'not shown' to Line-Text
              Perform 8000-EMIT-ONE-LINE
              Exit Paragraph
           End-If.

      *    Push the producing run's inputs, last first.
           Perform 3200-PUSH-ONE-INPUT
               Varying Led-Idx From Led-Entries By -1
               Until Led-Idx < 1.

       3100-FIND-THE-PRODUCER.

           Move ZERO to Producer-Idx.
           If Node-Before = ZERO
              Move Led-Entries to Search-Limit
           Else
              Compute Search-Limit = Node-Before - 1
           End-If.
           Perform 3150-CHECK-ONE-PRODUCER
               Varying Led-Idx From Search-Limit By -1
               Until Led-Idx < 1 Or Producer-Idx Not = ZERO.

       3150-CHECK-ONE-PRODUCER.

           If Le-Role(Led-Idx) = 'P'
              And Le-File(Led-Idx) = Node-File
              If Node-Before Not = ZERO
                 Or Le-Run-Date(Led-Idx) = Wanted-Date
                 Move Led-Idx to Producer-Idx
              End-If
           End-If.

       3200-PUSH-ONE-INPUT.

           If Le-Role(Led-Idx) Not = 'C'
              Or Le-Run-Id(Led-Idx) Not = Le-Run-Id(Producer-Idx)
              Exit Paragraph
           End-If.
           If Stack-Top >= Max-Stack
              Move Spaces to Line-Text
              String '   input ' Function Trim(Le-File(Led-Idx))
                     ' not traced - the trace is too large'
                     Delimited By Size Into Line-Text
              Perform 8000-EMIT-ONE-LINE
              Exit Paragraph
           End-If.
           Add 1 to Stack-Top.
           Move Le-File(Led-Idx) to Stack-File(Stack-Top).
           Compute Stack-Level(Stack-Top) = Node-Level + 1.
           Move Led-Idx to Stack-Before(Stack-Top).

       3700-FIND-THE-BASE-NAME.

           Move ZERO to Slash-Idx.
           Perform 3720-CHECK-ONE-CHARACTER
               Varying Char-Idx From 100 By -1
               Until Char-Idx < 1 Or Slash-Idx Not = ZERO.
           Move Spaces to Base-Name.
           If Slash-Idx = ZERO Or Slash-Idx = 100
              Move Node-File to Base-Name
           Else
              Move Node-File(Slash-Idx + 1:) to Base-Name
           End-If.

       3720-CHECK-ONE-CHARACTER.

           If Node-File(Char-Idx:1) = '/'
              Move Char-Idx to Slash-Idx
           End-If.

       3750-FIND-THE-GENERATION.

      *    Feeds are registered with CBL_FEED_GENERATION under a path
      *    or an interface name; try both.
           Move '-' to Gen-Text.
           Perform 3760-CHECK-ONE-GENERATION
               Varying Gen-Idx From 1 By 1
               Until Gen-Idx > Gen-Count Or Gen-Text Not = '-'.

       3760-CHECK-ONE-GENERATION.

           If Gen-Feed(Gen-Idx) = Node-File
              Or Gen-Feed(Gen-Idx) = Base-Name
              Move Gen-Number(Gen-Idx) to Gen-Text
           End-If.

       3800-CHECK-ONE-FEED.

           If Feed-Path(Feed-Idx) = Node-File
              Move 'Y' to Is-Feed
           End-If.

       3850-CHECK-ONE-SHOWN.

           If Shown-File(Shown-Idx) = Node-File
              Move 'Y' to Was-Shown
           End-If.

       8000-EMIT-ONE-LINE.

      *    Three columns of indent per level, on screen and in the
      *    report alike.
           Move Spaces to Detail-Line.
           Compute Line-Pointer = Node-Level * 3 + 1.
           String Line-Text Delimited By Size
             Into Detail-Line With Pointer Line-Pointer.
           Display Function Trim(Detail-Line, Trailing).
           If Report-Open = 'Y'
              Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                   by value Amount-For-Writer
                   returning Report-Status
           End-If.
