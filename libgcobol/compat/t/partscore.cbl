      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Monthly partner delivery scorecard.  The evidence of how a
      *  partner delivers is written night by night to the
      *  feed-event ledger (CBL_FEED_EVENT, FEED-EVENT-PATH):
      *  preflight's arrival verdict against the feed catalog's
      *  delivery deadline, the validator's repeat deliveries,
      *  generation gaps, reject counts and retransmission
      *  requests, gcobol-feed-profile's anomaly holds and
      *  gcobol-partner-recon's control-file mismatches.  This job
      *  turns one month of it into a scorecard per partner feed:
      *
      *    on-time delivery      arrivals on time / arrival verdicts
      *    repeated generations  nights a generation came again
      *    skipped generations   generations the partner skipped
      *    anomaly holds         nights the profile held the feed
      *    reject rate           records rejected / details read
      *    control mismatches    nights the control file disagreed
      *    gap-fill requests     retransmission requests sent
      *
      *  each beside the prior month's figure, the change, the
      *  level agreed in the partner SLA file (PARTNER-SLA-PATH)
      *  and whether it was met.  A step rerun the same night
      *  counts once: the last event of each kind per feed per
      *  processing date is the one scored.
      *
      *  SLA file, one fixed line per feed: the feed's delivered
      *  path (100), the partner (16), then the agreed levels -
      *  minimum on-time percent (3 digits), maximum repeats,
      *  skipped generations and holds (3 digits each), maximum
      *  reject percent (5 digits, two of them decimals), maximum
      *  control mismatches and gap-fill requests (3 digits each).
      *  A blank level is not part of the agreement.  A feed that
      *  has events but no SLA line is scored under NO-SLA.
      *
      *  The month scored is SCORECARD-MONTH (YYYYMM) when set,
      *  otherwise the month before the processing date.  The
      *  report goes through the shared report writer with one
      *  section per partner (the control field, with a subtotal of
      *  levels missed); the partner name fills columns 1-16 of
      *  every section line, so gcobol-report-burst with a key in
      *  columns 1-16 splits it into one report per partner for
      *  sending.  Any level missed raises a warning alert.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-partner-scorecard.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant PARTNER-SLA as "/tmp/feeds/partner-sla.dat"
       >>Define Constant FEED-EVENTS as "/tmp/gcobol-feed-event.dat"
       >>Define Constant SCORECARD-RPT as "/tmp/gcobol-partscore.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-FILE
                  ASSIGN TO Sla-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Sla-File-Status.
           SELECT EVENT-FILE
                  ASSIGN TO Event-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Event-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-FILE.
       01  SLA-RECORD.
           05  SLA-FEED-PATH        PIC X(100).
           05  SLA-PARTNER          PIC X(16).
           05  SLA-LEVELS.
               10  SLA-MIN-ONTIME-PCT   PIC 9(03).
               10  SLA-MAX-REPEATS      PIC 9(03).
               10  SLA-MAX-GAPS         PIC 9(03).
               10  SLA-MAX-HOLDS        PIC 9(03).
               10  SLA-MAX-REJECT-PCT   PIC 9(03)V99.
               10  SLA-MAX-MISMATCHES   PIC 9(03).
               10  SLA-MAX-GAPFILLS     PIC 9(03).

       FD  EVENT-FILE.
       01  EVENT-RECORD.
           05  FEV-DATE             PIC 9(08).
           05  FEV-TIME             PIC 9(06).
           05  FEV-FEED             PIC X(100).
           05  FEV-EVENT            PIC X(08).
           05  FEV-OUTCOME          PIC X(08).
           05  FEV-COUNT-1          PIC 9(10).
           05  FEV-COUNT-2          PIC 9(10).
           05  FEV-RUN-ID           PIC X(40).

       WORKING-STORAGE SECTION.
        77 Sla-Path             PIC X(256).
        77 Event-Path           PIC X(256).
        77 Report-Path          PIC X(256) VALUE SCORECARD-RPT.
        77 Sla-File-Status      PIC X(02).
        77 Event-File-Status    PIC X(02).
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

      * The month scored and the one it is compared with, YYYYMM.
        77 Score-Month          PIC 9(06).
        77 Prior-Month          PIC 9(06).
        77 Month-Work           PIC 9(06).
        77 Month-Year           PIC 9(04).
        77 Month-Number         PIC 9(02).
        77 Event-Month          PIC 9(06).
        77 Event-Day            PIC 9(02).

        77 Feed-Count           BINARY-LONG VALUE ZERO.
        77 Feed-Max             BINARY-LONG VALUE 50.
        77 Fd-Ix                BINARY-LONG.
        77 Found-Ix             BINARY-LONG.
        77 Feed-Wanted          PIC X(100).
        01 Feed-Table.
           05 Feed-Entry OCCURS 50 TIMES.
              10 Fd-Path        PIC X(100).
              10 Fd-Partner     PIC X(16).
              10 Fd-Has-Sla     PIC X(01).
                 88 Fd-Is-Agreed    VALUE 'Y'.
              10 Fd-Levels.
                 15 Fd-Min-Ontime-Pct   PIC 9(03).
                 15 Fd-Max-Repeats      PIC 9(03).
                 15 Fd-Max-Gaps         PIC 9(03).
                 15 Fd-Max-Holds        PIC 9(03).
                 15 Fd-Max-Reject-Pct   PIC 9(03)V99.
                 15 Fd-Max-Mismatches   PIC 9(03).
                 15 Fd-Max-Gapfills     PIC 9(03).

        77 Partner-Count        BINARY-LONG VALUE ZERO.
        77 Pt-Ix                BINARY-LONG.
        01 Partner-Table.
           05 Pt-Name OCCURS 50 TIMES PIC X(16).
        77 Partner-Wanted       PIC X(16).
        77 Partner-Found        BINARY-LONG.
        77 No-Sla-Partner       PIC X(16) VALUE 'NO-SLA'.

      * The last event of each kind, per feed, month and day.
      * Events 1-7: ARRIVAL REPEAT GAP REJECTS HOLD CTLMISM GAPFILL.
        77 Mo-Ix                BINARY-LONG.
        77 Dy-Ix                BINARY-LONG.
        77 Ev-Ix                BINARY-LONG.
        01 Day-Grid.
           05 Grid-Feed OCCURS 50 TIMES.
              10 Grid-Month OCCURS 2 TIMES.
                 15 Grid-Day OCCURS 31 TIMES.
                    20 Grid-Event OCCURS 7 TIMES.
                       25 Ge-Seen       PIC X(01).
                       25 Ge-Outcome    PIC X(08).
                       25 Ge-Count-1    BINARY-DOUBLE.
                       25 Ge-Count-2    BINARY-DOUBLE.

      * One feed's month totals, this month (1) and prior (2).
        01 Month-Tallies.
           05 Month-Tally OCCURS 2 TIMES.
              10 Ty-Arrivals    BINARY-DOUBLE.
              10 Ty-Ontime      BINARY-DOUBLE.
              10 Ty-Repeats     BINARY-DOUBLE.
              10 Ty-Gaps        BINARY-DOUBLE.
              10 Ty-Holds       BINARY-DOUBLE.
              10 Ty-Rejected    BINARY-DOUBLE.
              10 Ty-Details     BINARY-DOUBLE.
              10 Ty-Mismatches  BINARY-DOUBLE.
              10 Ty-Gapfills    BINARY-DOUBLE.

      * One measure line: what it is, its two figures, the level.
        77 Measure-Label        PIC X(24).
        77 Measure-Kind         PIC X(01).
           88 Measure-Is-Pct        VALUE 'P'.
        77 Measure-Sense        PIC X(01).
           88 Measure-At-Least      VALUE 'L'.
        77 This-Value           PIC S9(09)V99.
        77 This-Known           PIC X(01).
        77 Prior-Value          PIC S9(09)V99.
        77 Prior-Known          PIC X(01).
        77 Change-Value         PIC S9(09)V99.
        77 Agreed-Value         PIC S9(09)V99.
        77 Agreed-Known         PIC X(01).
        77 Measure-Verdict      PIC X(06).
        77 Pct-Shown            PIC Z(6)9.99.
        77 Count-Shown          PIC Z(9)9.
        77 Pct-Change-Shown     PIC +(7)9.99.
        77 Count-Change-Shown   PIC +(9)9.

        77 Events-Read          BINARY-LONG VALUE ZERO.
        77 Events-Scored        BINARY-LONG VALUE ZERO.
        77 Feeds-Scored         BINARY-LONG VALUE ZERO.
        77 Levels-Missed        BINARY-LONG VALUE ZERO.
        77 Run-Rc               BINARY-LONG VALUE ZERO.
        77 Alert-Severity       PIC X(01).
        77 Alert-Code           PIC X(08).
        77 Alert-Text           PIC X(200).
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Prior-Displayed      PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-partner-scorecard'
                returning status-code.

           Perform 0100-RESOLVE-THE-SETTINGS.
           Initialize Day-Grid.
           Perform 1000-LOAD-THE-AGREEMENTS.
           Perform 1500-LOAD-THE-EVENTS.

           Move Spaces to Report-Title.
           String 'PARTNER DELIVERY SCORECARD - ' Score-Month(1:4)
                  '-' Score-Month(5:2) ' (PRIOR ' Prior-Month(1:4)
                  '-' Prior-Month(5:2) ')'
                  Delimited By Size Into Report-Title.
           Move Spaces to Column-Heading.
           Move 'PARTNER' to Column-Heading(1:7).
           Move 'MEASURE' to Column-Heading(19:7).
           Move 'THIS MONTH' to Column-Heading(47:10).
           Move 'PRIOR MONTH' to Column-Heading(60:11).
           Move 'CHANGE' to Column-Heading(79:6).
           Move 'AGREED LEVEL' to Column-Heading(88:12).
           Move 'MET' to Column-Heading(102:3).
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display '*** cannot open the report '
                      Function Trim(Report-Path)
              Call "CBL_RUN_FOOTER" using 'gcobol-partner-scorecard'
                   by value 1, 0, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           If Feed-Count = ZERO
              Move Spaces to Detail-Line
              String 'No partner feeds in '
                     Function Trim(Sla-Path)
                     ' and no feed events for the month'
                     Delimited By Size Into Detail-Line
              Move Spaces to Control-Value
              Call "CBL_REPORT_LINE" using Detail-Line,
                   Control-Value, by value 0
                   returning Report-Status
           End-If.
           Perform 2000-SCORE-ONE-PARTNER
               Varying Pt-Ix From 1 By 1
                 Until Pt-Ix > Partner-Count.
           Call "CBL_REPORT_END" returning Report-Status.

           If Levels-Missed > ZERO
              Move Levels-Missed to Cnt-Displayed
              Move 'W' to Alert-Severity
              Move 'PARTSLA' to Alert-Code
              Move Spaces to Alert-Text
              String Function Trim(Cnt-Displayed)
                     ' partner service level(s) missed in '
                     Score-Month ' - see ' Function Trim(Report-Path)
                     Delimited By Size Into Alert-Text
              Call "CBL_RAISE_ALERT" using Alert-Severity,
                           Alert-Code, Alert-Text
                         returning status-code
           End-If.

           Move Feeds-Scored to Cnt-Displayed.
           Display Function Trim(Cnt-Displayed) ' feed(s) scored for '
                   Score-Month ', ' With No Advancing.
           Move Events-Scored to Cnt-Displayed.
           Display Function Trim(Cnt-Displayed) ' event(s) used, '
                   With No Advancing.
           Move Levels-Missed to Cnt-Displayed.
           Display Function Trim(Cnt-Displayed)
                   ' service level(s) missed'.
           Call "CBL_RUN_FOOTER" using 'gcobol-partner-scorecard'
                by value Run-Rc, Events-Read, Feeds-Scored
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

      *    Left to itself the job scores the month just closed.
           Divide As-Of-Date by 100 giving Month-Work.
           Perform 0200-STEP-BACK-A-MONTH.
           Move Month-Work to Score-Month.
           Move 'SCORECARD-MONTH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ' '
                      returning Config-Status.
           If Config-Value Not = Spaces
              If Config-Value(1:6) Numeric
                 And Config-Value(5:2) >= '01'
                 And Config-Value(5:2) <= '12'
                 Move Config-Value(1:6) to Score-Month
              Else
                 Display 'SCORECARD-MONTH '
                         Function Trim(Config-Value)
                         ' is not YYYYMM - scoring ' Score-Month
              End-If
           End-If.
           Move Score-Month to Month-Work.
           Perform 0200-STEP-BACK-A-MONTH.
           Move Month-Work to Prior-Month.

           Move 'PARTNER-SLA-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        PARTNER-SLA
                      returning Config-Status.
           Move Config-Value to Sla-Path.
           Move 'FEED-EVENT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        FEED-EVENTS
                      returning Config-Status.
           Move Config-Value to Event-Path.

       0200-STEP-BACK-A-MONTH.

           Divide Month-Work by 100 giving Month-Year
                  remainder Month-Number.
           If Month-Number = 1
              Compute Month-Work = (Month-Year - 1) * 100 + 12
           Else
              Subtract 1 from Month-Work
           End-If.

      *    The agreements first: their partners' sections come out
      *    in the order the SLA file lists them.
       1000-LOAD-THE-AGREEMENTS.

           Open Input SLA-FILE.
           If Sla-File-Status Not = '00'
              Display 'No partner SLA file '
                      Function Trim(Sla-Path)
                      ' - every feed is scored under NO-SLA'
              Exit Paragraph
           End-If.
           Perform 1100-LOAD-ONE-AGREEMENT
               Until Sla-File-Status Not = '00'.
           Close SLA-FILE.

       1100-LOAD-ONE-AGREEMENT.

           Read SLA-FILE
              At End
                 Move '10' to Sla-File-Status
                 Exit Paragraph
           End-Read.
           If SLA-FEED-PATH = Spaces Or SLA-FEED-PATH(1:1) = '*'
              Exit Paragraph
           End-If.
           Move SLA-FEED-PATH to Feed-Wanted.
           Perform 1650-FIND-THE-FEED.
           If Found-Ix = ZERO
              If Feed-Count Not < Feed-Max
                 Display '*** more than ' Feed-Max ' partner feeds - '
                         Function Trim(SLA-FEED-PATH) ' not scored'
                 Exit Paragraph
              End-If
              Add 1 to Feed-Count
              Move Feed-Count to Found-Ix
           End-If.
           Move SLA-FEED-PATH to Fd-Path(Found-Ix).
           Move SLA-PARTNER to Fd-Partner(Found-Ix).
           If SLA-PARTNER = Spaces
              Move SLA-FEED-PATH to Fd-Partner(Found-Ix)
           End-If.
           Move 'Y' to Fd-Has-Sla(Found-Ix).
           Move SLA-LEVELS to Fd-Levels(Found-Ix).
           Move Fd-Partner(Found-Ix) to Partner-Wanted.
           Perform 1700-NOTE-THE-PARTNER.

       1500-LOAD-THE-EVENTS.

           Open Input EVENT-FILE.
           If Event-File-Status Not = '00'
              Display 'No feed-event ledger '
                      Function Trim(Event-Path)
                      ' - nothing delivered to score'
              Exit Paragraph
           End-If.
           Perform 1600-KEEP-ONE-EVENT
               Until Event-File-Status Not = '00'.
           Close EVENT-FILE.

       1600-KEEP-ONE-EVENT.

           Read EVENT-FILE
              At End
                 Move '10' to Event-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Events-Read.
           If FEV-DATE Not Numeric
              Exit Paragraph
           End-If.
           Divide FEV-DATE by 100 giving Event-Month
                  remainder Event-Day.
           Evaluate True
              When Event-Month = Score-Month
                 Move 1 to Mo-Ix
              When Event-Month = Prior-Month
                 Move 2 to Mo-Ix
              When Other
                 Exit Paragraph
           End-Evaluate.
           If Event-Day < 1 Or Event-Day > 31
              Exit Paragraph
           End-If.
           Move Event-Day to Dy-Ix.
           Evaluate FEV-EVENT
              When 'ARRIVAL'
                 Move 1 to Ev-Ix
              When 'REPEAT'
                 Move 2 to Ev-Ix
              When 'GAP'
                 Move 3 to Ev-Ix
              When 'REJECTS'
                 Move 4 to Ev-Ix
              When 'HOLD'
                 Move 5 to Ev-Ix
              When 'CTLMISM'
                 Move 6 to Ev-Ix
              When 'GAPFILL'
                 Move 7 to Ev-Ix
              When Other
                 Exit Paragraph
           End-Evaluate.

           Move FEV-FEED to Feed-Wanted.
           Perform 1650-FIND-THE-FEED.
           If Found-Ix = ZERO
              If Feed-Count Not < Feed-Max
                 Exit Paragraph
              End-If
              Add 1 to Feed-Count
              Move Feed-Count to Found-Ix
              Move FEV-FEED to Fd-Path(Found-Ix)
              Move No-Sla-Partner to Fd-Partner(Found-Ix)
              Move 'N' to Fd-Has-Sla(Found-Ix)
              Move Spaces to Fd-Levels(Found-Ix)
              Move No-Sla-Partner to Partner-Wanted
              Perform 1700-NOTE-THE-PARTNER
           End-If.

      *    A rerun's event replaces the earlier one for the night.
           Move 'Y' to Ge-Seen(Found-Ix, Mo-Ix, Dy-Ix, Ev-Ix).
           Move FEV-OUTCOME
             to Ge-Outcome(Found-Ix, Mo-Ix, Dy-Ix, Ev-Ix).
           If FEV-COUNT-1 Numeric
              Move FEV-COUNT-1
                to Ge-Count-1(Found-Ix, Mo-Ix, Dy-Ix, Ev-Ix)
           Else
              Move ZERO to Ge-Count-1(Found-Ix, Mo-Ix, Dy-Ix, Ev-Ix)
           End-If.
           If FEV-COUNT-2 Numeric
              Move FEV-COUNT-2
                to Ge-Count-2(Found-Ix, Mo-Ix, Dy-Ix, Ev-Ix)
           Else
              Move ZERO to Ge-Count-2(Found-Ix, Mo-Ix, Dy-Ix, Ev-Ix)
           End-If.
           Add 1 to Events-Scored.

       1650-FIND-THE-FEED.

           Move ZERO to Found-Ix.
           Perform 1660-MATCH-ONE-FEED
               Varying Fd-Ix From 1 By 1
                 Until Fd-Ix > Feed-Count Or Found-Ix Not = ZERO.

       1660-MATCH-ONE-FEED.

           If Fd-Path(Fd-Ix) = Feed-Wanted
              Move Fd-Ix to Found-Ix
           End-If.

       1700-NOTE-THE-PARTNER.

           Move ZERO to Partner-Found.
           Perform 1710-MATCH-ONE-PARTNER
               Varying Pt-Ix From 1 By 1
                 Until Pt-Ix > Partner-Count
                    Or Partner-Found Not = ZERO.
           If Partner-Found = ZERO
              Add 1 to Partner-Count
              Move Partner-Wanted to Pt-Name(Partner-Count)
           End-If.

       1710-MATCH-ONE-PARTNER.

           If Pt-Name(Pt-Ix) = Partner-Wanted
              Move Pt-Ix to Partner-Found
           End-If.

      *    One report section per partner: its feeds in turn.
       2000-SCORE-ONE-PARTNER.

           Move Spaces to Control-Value.
           Move Pt-Name(Pt-Ix) to Control-Value.
           Perform 2100-SCORE-ONE-FEED
               Varying Fd-Ix From 1 By 1
                 Until Fd-Ix > Feed-Count.

       2100-SCORE-ONE-FEED.

           If Fd-Partner(Fd-Ix) Not = Pt-Name(Pt-Ix)
              Exit Paragraph
           End-If.
           Add 1 to Feeds-Scored.
           Initialize Month-Tallies.
           Perform 2200-TALLY-ONE-DAY
               Varying Mo-Ix From 1 By 1 Until Mo-Ix > 2
                 After Dy-Ix From 1 By 1 Until Dy-Ix > 31.

           Move Spaces to Detail-Line.
           Move Pt-Name(Pt-Ix) to Detail-Line(1:16).
           Move Ty-Arrivals(1) to Cnt-Displayed.
           Move Ty-Arrivals(2) to Prior-Displayed.
           String 'FEED ' Function Trim(Fd-Path(Fd-Ix))
                  ' - arrival verdicts ' Function Trim(Cnt-Displayed)
                  ' (prior ' Function Trim(Prior-Displayed) ')'
                  Delimited By Size Into Detail-Line(19:114).
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.
           If Not Fd-Is-Agreed(Fd-Ix)
              Move Spaces to Detail-Line
              Move Pt-Name(Pt-Ix) to Detail-Line(1:16)
              Move '  no service level agreed for this feed'
                to Detail-Line(19:40)
              Call "CBL_REPORT_LINE" using Detail-Line,
                   Control-Value, by value 0
                   returning Report-Status
           End-If.

           Move '  on-time delivery %' to Measure-Label.
           Move 'P' to Measure-Kind.
           Move 'L' to Measure-Sense.
           Move 'N' to This-Known Prior-Known.
           If Ty-Arrivals(1) > ZERO
              Compute This-Value Rounded =
                      Ty-Ontime(1) * 100 / Ty-Arrivals(1)
              Move 'Y' to This-Known
           End-If.
           If Ty-Arrivals(2) > ZERO
              Compute Prior-Value Rounded =
                      Ty-Ontime(2) * 100 / Ty-Arrivals(2)
              Move 'Y' to Prior-Known
           End-If.
           Move 'N' to Agreed-Known.
           If Fd-Is-Agreed(Fd-Ix) And Fd-Min-Ontime-Pct(Fd-Ix) Numeric
              Move Fd-Min-Ontime-Pct(Fd-Ix) to Agreed-Value
              Move 'Y' to Agreed-Known
           End-If.
           Perform 3000-WRITE-ONE-MEASURE.

           Move '  repeated generations' to Measure-Label.
           Move Ty-Repeats(1) to This-Value.
           Move Ty-Repeats(2) to Prior-Value.
           Move 'N' to Agreed-Known.
           If Fd-Is-Agreed(Fd-Ix) And Fd-Max-Repeats(Fd-Ix) Numeric
              Move Fd-Max-Repeats(Fd-Ix) to Agreed-Value
              Move 'Y' to Agreed-Known
           End-If.
           Perform 2500-WRITE-A-COUNT.

           Move '  skipped generations' to Measure-Label.
           Move Ty-Gaps(1) to This-Value.
           Move Ty-Gaps(2) to Prior-Value.
           Move 'N' to Agreed-Known.
           If Fd-Is-Agreed(Fd-Ix) And Fd-Max-Gaps(Fd-Ix) Numeric
              Move Fd-Max-Gaps(Fd-Ix) to Agreed-Value
              Move 'Y' to Agreed-Known
           End-If.
           Perform 2500-WRITE-A-COUNT.

           Move '  anomaly holds' to Measure-Label.
           Move Ty-Holds(1) to This-Value.
           Move Ty-Holds(2) to Prior-Value.
           Move 'N' to Agreed-Known.
           If Fd-Is-Agreed(Fd-Ix) And Fd-Max-Holds(Fd-Ix) Numeric
              Move Fd-Max-Holds(Fd-Ix) to Agreed-Value
              Move 'Y' to Agreed-Known
           End-If.
           Perform 2500-WRITE-A-COUNT.

           Move '  reject rate %' to Measure-Label.
           Move 'P' to Measure-Kind.
           Move 'M' to Measure-Sense.
           Move 'N' to This-Known Prior-Known.
           If Ty-Details(1) > ZERO
              Compute This-Value Rounded =
                      Ty-Rejected(1) * 100 / Ty-Details(1)
              Move 'Y' to This-Known
           End-If.
           If Ty-Details(2) > ZERO
              Compute Prior-Value Rounded =
                      Ty-Rejected(2) * 100 / Ty-Details(2)
              Move 'Y' to Prior-Known
           End-If.
           Move 'N' to Agreed-Known.
           If Fd-Is-Agreed(Fd-Ix) And Fd-Max-Reject-Pct(Fd-Ix) Numeric
              Move Fd-Max-Reject-Pct(Fd-Ix) to Agreed-Value
              Move 'Y' to Agreed-Known
           End-If.
           Perform 3000-WRITE-ONE-MEASURE.

           Move '  control mismatches' to Measure-Label.
           Move Ty-Mismatches(1) to This-Value.
           Move Ty-Mismatches(2) to Prior-Value.
           Move 'N' to Agreed-Known.
           If Fd-Is-Agreed(Fd-Ix) And Fd-Max-Mismatches(Fd-Ix) Numeric
              Move Fd-Max-Mismatches(Fd-Ix) to Agreed-Value
              Move 'Y' to Agreed-Known
           End-If.
           Perform 2500-WRITE-A-COUNT.

           Move '  gap-fill requests sent' to Measure-Label.
           Move Ty-Gapfills(1) to This-Value.
           Move Ty-Gapfills(2) to Prior-Value.
           Move 'N' to Agreed-Known.
           If Fd-Is-Agreed(Fd-Ix) And Fd-Max-Gapfills(Fd-Ix) Numeric
              Move Fd-Max-Gapfills(Fd-Ix) to Agreed-Value
              Move 'Y' to Agreed-Known
           End-If.
           Perform 2500-WRITE-A-COUNT.

       2200-TALLY-ONE-DAY.

           If Ge-Seen(Fd-Ix, Mo-Ix, Dy-Ix, 1) = 'Y'
              Add 1 to Ty-Arrivals(Mo-Ix)
              If Ge-Outcome(Fd-Ix, Mo-Ix, Dy-Ix, 1) = 'ONTIME'
                 Add 1 to Ty-Ontime(Mo-Ix)
              End-If
           End-If.
           If Ge-Seen(Fd-Ix, Mo-Ix, Dy-Ix, 2) = 'Y'
              Add 1 to Ty-Repeats(Mo-Ix)
           End-If.
           If Ge-Seen(Fd-Ix, Mo-Ix, Dy-Ix, 3) = 'Y'
              Add Ge-Count-1(Fd-Ix, Mo-Ix, Dy-Ix, 3)
                to Ty-Gaps(Mo-Ix)
           End-If.
           If Ge-Seen(Fd-Ix, Mo-Ix, Dy-Ix, 4) = 'Y'
              Add Ge-Count-1(Fd-Ix, Mo-Ix, Dy-Ix, 4)
                to Ty-Rejected(Mo-Ix)
              Add Ge-Count-2(Fd-Ix, Mo-Ix, Dy-Ix, 4)
                to Ty-Details(Mo-Ix)
           End-If.
           If Ge-Seen(Fd-Ix, Mo-Ix, Dy-Ix, 5) = 'Y'
              Add 1 to Ty-Holds(Mo-Ix)
           End-If.
           If Ge-Seen(Fd-Ix, Mo-Ix, Dy-Ix, 6) = 'Y'
              Add 1 to Ty-Mismatches(Mo-Ix)
           End-If.
           If Ge-Seen(Fd-Ix, Mo-Ix, Dy-Ix, 7) = 'Y'
              Add 1 to Ty-Gapfills(Mo-Ix)
           End-If.

      *    The counted measures are always known and held to a
      *    maximum.
       2500-WRITE-A-COUNT.

           Move 'C' to Measure-Kind.
           Move 'M' to Measure-Sense.
           Move 'Y' to This-Known Prior-Known.
           Perform 3000-WRITE-ONE-MEASURE.

      *    PARTNER  MEASURE  THIS MONTH  PRIOR MONTH  CHANGE  AGREED
      *    MET - a level missed counts 1 toward the partner's
      *    subtotal.
       3000-WRITE-ONE-MEASURE.

           Move Spaces to Detail-Line.
           Move Pt-Name(Pt-Ix) to Detail-Line(1:16).
           Move Measure-Label to Detail-Line(19:24).
           If This-Known = 'Y'
              If Measure-Is-Pct
                 Move This-Value to Pct-Shown
                 Move Pct-Shown to Detail-Line(47:10)
              Else
                 Move This-Value to Count-Shown
                 Move Count-Shown to Detail-Line(47:10)
              End-If
           Else
              Move 'n/a' to Detail-Line(54:3)
           End-If.
           If Prior-Known = 'Y'
              If Measure-Is-Pct
                 Move Prior-Value to Pct-Shown
                 Move Pct-Shown to Detail-Line(61:10)
              Else
                 Move Prior-Value to Count-Shown
                 Move Count-Shown to Detail-Line(61:10)
              End-If
           Else
              Move 'n/a' to Detail-Line(68:3)
           End-If.
           If This-Known = 'Y' And Prior-Known = 'Y'
              Compute Change-Value = This-Value - Prior-Value
              If Measure-Is-Pct
                 Move Change-Value to Pct-Change-Shown
                 Move Pct-Change-Shown to Detail-Line(74:11)
              Else
                 Move Change-Value to Count-Change-Shown
                 Move Count-Change-Shown to Detail-Line(75:10)
              End-If
           End-If.

           Evaluate True
              When Agreed-Known Not = 'Y'
                 Move '-' to Measure-Verdict
              When This-Known Not = 'Y'
                 Move 'n/a' to Measure-Verdict
              When Measure-At-Least And This-Value < Agreed-Value
                 Move 'NO' to Measure-Verdict
              When Not Measure-At-Least
               And This-Value > Agreed-Value
                 Move 'NO' to Measure-Verdict
              When Other
                 Move 'YES' to Measure-Verdict
           End-Evaluate.
           If Agreed-Known = 'Y'
              If Measure-At-Least
                 Move 'min' to Detail-Line(88:3)
              Else
                 Move 'max' to Detail-Line(88:3)
              End-If
              If Measure-Is-Pct
                 Move Agreed-Value to Pct-Shown
                 Move Pct-Shown to Detail-Line(91:10)
              Else
                 Move Agreed-Value to Count-Shown
                 Move Count-Shown to Detail-Line(91:10)
              End-If
           End-If.
           Move Measure-Verdict to Detail-Line(102:6).

           If Measure-Verdict = 'NO'
              Add 1 to Levels-Missed
              Call "CBL_REPORT_LINE" using Detail-Line,
                   Control-Value, by value 1
                   returning Report-Status
           Else
              Call "CBL_REPORT_LINE" using Detail-Line,
                   Control-Value, by value 0
                   returning Report-Status
           End-If.
