      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  FX rate feed loader.  Takes treasury's daily rate delivery
      *  and builds from it the FX rate table gcobol-balance-posting
      *  and gcobol-revaluation load through CBL_REF_TABLE_LOAD -
      *  currency code (3), base units per foreign unit (3.6
      *  digits), in currency order - so nobody keys rates by hand.
      *
      *  The delivery comes in the shop's H/D/T envelope: a header
      *  ('H', delivery date in 2-9, generation in 10-17), one 'D'
      *  per currency (currency in 2-4, rate in 5-13 as 3.6
      *  digits), and a trailer ('T', detail count in 2-9).  A
      *  broken envelope - no header, a delivery dated other than
      *  the processing date, a repeated generation, a count that
      *  does not match, no trailer - loads nothing: the table in
      *  place stands and a critical FX-FEED alert goes out.
      *
      *  Each rate is held against the previous business day's:
      *  the rate the history shows in force on that day, or, for
      *  a currency the history has not seen, the one in the table
      *  now.  A rate that moved more than FX-TOLERANCE-PCT percent
      *  (default 5, decimals allowed) - the decimal point in the
      *  wrong place - is not taken; the previous rate is held and
      *  a critical FX-RATE alert names the currency, both rates
      *  and the move.  So is a rate that is not a positive number,
      *  or a currency delivered twice.  A currency with no
      *  previous rate is taken as delivered; one in the table but
      *  missing from the delivery carries its rate forward.
      *
      *  The table is written to a work file and renamed over the
      *  live one, so the posting engine never opens half a table.
      *  Every currency's rate for the day is then appended to the
      *  rate-history file - processing date, currency, rate, how
      *  it was arrived at ('F' fed, 'H' held, 'C' carried, 'N'
      *  new), the previous rate it was held against, and the
      *  delivery generation - so a back-dated rerun or an auditor
      *  can see exactly which rate was in force on which day.  A
      *  rerun for a date appends a fresh set; the last set written
      *  for a date is the one that was in force.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-fx-rate-load.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant FX-FEED-PATH as "/tmp/feeds/fx-rate-feed.dat"
       >>Define Constant FX-RATE-PATH as "/tmp/feeds/fx-rates.dat"
       >>Define Constant FX-RATE-NEW as "/tmp/feeds/fx-rates.new"
       >>Define Constant FX-HISTORY-PATH as "/tmp/gcobol-fx-history.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE
                  ASSIGN TO Feed-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Feed-File-Status.
           SELECT RATE-FILE
                  ASSIGN TO Rate-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Rate-File-Status.
           SELECT RATE-NEW-FILE
                  ASSIGN TO Rate-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Rate-New-Status.
           SELECT HISTORY-FILE
                  ASSIGN TO History-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS History-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-RECORD.
           05  FEED-REC-TYPE        PIC X(01).
               88  FEED-IS-HEADER       VALUE 'H'.
               88  FEED-IS-DETAIL       VALUE 'D'.
               88  FEED-IS-TRAILER      VALUE 'T'.
           05  FEED-REC-BODY        PIC X(79).
       01  FEED-HEADER-VIEW REDEFINES FEED-RECORD.
           05  FILLER               PIC X(01).
           05  FEED-HEADER-DATE     PIC 9(08).
           05  FEED-HEADER-GEN      PIC 9(08).
           05  FILLER               PIC X(63).
       01  FEED-DETAIL-VIEW REDEFINES FEED-RECORD.
           05  FILLER               PIC X(01).
           05  FEED-CURRENCY        PIC X(03).
           05  FEED-RATE            PIC 9(03)V9(06).
           05  FILLER               PIC X(67).
       01  FEED-TRAILER-VIEW REDEFINES FEED-RECORD.
           05  FILLER               PIC X(01).
           05  FEED-TRAILER-COUNT   PIC 9(08).
           05  FILLER               PIC X(71).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  FXT-CURRENCY         PIC X(03).
           05  FXT-RATE             PIC 9(03)V9(06).
           05  FILLER               PIC X(04).

       FD  RATE-NEW-FILE.
       01  RATE-NEW-RECORD.
           05  FXN-CURRENCY         PIC X(03).
           05  FXN-RATE             PIC 9(03)V9(06).
           05  FILLER               PIC X(04).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  FXH-PROC-DATE        PIC 9(08).
           05  FXH-CURRENCY         PIC X(03).
           05  FXH-RATE             PIC 9(03)V9(06).
           05  FXH-SOURCE           PIC X(01).
           05  FXH-PREV-RATE        PIC 9(03)V9(06).
           05  FXH-GENERATION       PIC 9(08).

       WORKING-STORAGE SECTION.
        77 Feed-Path           PIC X(100).
        77 Rate-Path           PIC X(100).
        77 Rate-New-Path       PIC X(100).
        77 History-Path        PIC X(100).
        77 Feed-File-Status    PIC X(02).
        77 Rate-File-Status    PIC X(02).
        77 Rate-New-Status     PIC X(02).
        77 History-File-Status PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.

        77 Processing-Date     PIC 9(08).
        77 Prev-Business-Day   PIC 9(08).
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

      * Tolerance: a percentage, decimals allowed.
        77 Tolerance-Config    PIC X(16).
        77 Tolerance-Digits    PIC X(16).
        77 Dot-Count           BINARY-LONG.
        77 Tolerance-Pct       PIC 9(05)V9(04) VALUE 5.
        77 Tolerance-Edited    PIC Z(4)9.99.

      * CBL_FEED_GENERATION request block.
        77 Generation-Status   BINARY-LONG SIGNED.
        01 Gen-Request.
           05 Gen-Function        PIC X(01).
           05 Gen-This-Delivery   PIC 9(08).
           05 Gen-Last-Processed  PIC 9(08).
           05 Gen-Result          PIC X(01).
              88 Gen-Repeat          VALUE 'R'.
              88 Gen-Gap             VALUE 'G'.

      * One entry per currency: the previous rate and where it came
      * from, the delivered rate, and the rate the day settles on.
        77 Fx-Max              BINARY-LONG VALUE 500.
        77 Fx-Count            BINARY-LONG VALUE ZERO.
        77 Fx-Idx              BINARY-LONG.
        77 Fx-Found            BINARY-LONG.
        01 Fx-Table.
           05 Fx-Entry         OCCURS 500 TIMES.
              10 FXR-CURRENCY     PIC X(03).
              10 FXR-PREV-RATE    PIC 9(03)V9(06).
              10 FXR-PREV-FROM    PIC X(01).
                 88 FXR-NO-PREVIOUS  VALUE SPACE.
              10 FXR-PREV-DATE    PIC 9(08).
              10 FXR-FED          PIC X(01).
              10 FXR-FED-RATE     PIC 9(03)V9(06).
              10 FXR-FED-BAD      PIC X(01).
              10 FXR-RATE         PIC 9(03)V9(06).
              10 FXR-SOURCE       PIC X(01).
        77 Wanted-Currency     PIC X(03).
        77 Table-Full          PIC X(01) VALUE 'N'.

        77 Gap-Size            BINARY-LONG.
        77 Sort-I              BINARY-LONG.
        77 Sort-J              BINARY-LONG.
        77 Sort-K              BINARY-LONG.
        77 Swap-Needed         PIC X(01).
        77 Swap-Hold           PIC X(50).

      * Envelope checking.
        77 Envelope-Error      PIC X(120) VALUE SPACES.
        77 Header-Seen         PIC X(01) VALUE 'N'.
        77 Trailer-Seen        PIC X(01) VALUE 'N'.
        77 Feed-Generation     PIC 9(08) VALUE ZERO.
        77 Details-Read        BINARY-LONG VALUE ZERO.
        77 Count-Edited        PIC Z(7)9.

        77 Rate-Diff           PIC 9(03)V9(06).
        77 Move-Pct            PIC 9(07)V9(04).
        77 Move-Edited         PIC Z(6)9.99.
        77 Rate-Edited         PIC ZZ9.999999.
        77 Prev-Edited         PIC ZZ9.999999.

        77 Rates-Fed           BINARY-LONG VALUE ZERO.
        77 Rates-Held          BINARY-LONG VALUE ZERO.
        77 Rates-Carried       BINARY-LONG VALUE ZERO.
        77 Rates-New           BINARY-LONG VALUE ZERO.
        77 Rates-Written       BINARY-LONG VALUE ZERO.
        77 Alert-Severity      PIC X(01).
        77 Alert-Code          PIC X(08).
        77 Alert-Text          PIC X(200).
        77 Alert-Status        BINARY-LONG SIGNED.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.
        77 Cnt-Displayed       PIC Z(7)9.
        77 Held-Displayed      PIC Z(7)9.
        77 Footer-Status       BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-fx-rate-load'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-fx-rate-load'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-DATE.
           Perform 0200-READ-THE-SETTINGS.

           Perform 1000-LOAD-THE-PREVIOUS-RATES.
           Perform 1500-READ-THE-DELIVERY.
           If Envelope-Error Not = Spaces
              Perform 9000-REFUSE-THE-DELIVERY
           End-If.

           Perform 2000-SETTLE-ONE-CURRENCY
               Varying Fx-Idx From 1 By 1
               Until Fx-Idx > Fx-Count.
           Perform 7000-ORDER-THE-CURRENCIES.

           Perform 3000-WRITE-THE-TABLE.
           Perform 4000-APPEND-THE-HISTORY.

      *    Only a loaded delivery consumes the generation.
           Move 'A' to Gen-Function.
           Move Feed-Generation to Gen-This-Delivery.
           Call "CBL_FEED_GENERATION" using Feed-Path, Gen-Request
                      returning Generation-Status.

           Display 'FX rates for ' Processing-Date ': '
                   Rates-Written ' in table, '
                   Rates-Fed ' fed, ' Rates-Held ' held, '
                   Rates-Carried ' carried, ' Rates-New ' new'.

           Move Rates-Written to Cnt-Displayed.
           Move Rates-Held to Held-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' gen=' Feed-Generation
                  ' rates=' Function Trim(Cnt-Displayed)
                  ' held=' Function Trim(Held-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-fx-rate-load",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-fx-rate-load'
                by value 0, Details-Read, Rates-Written
                returning Footer-Status.
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

           Move 'B' to Cal-Function.
           Move Processing-Date to Cal-Date.
           Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                returning Calendar-Status.
           Move Cal-Date to Prev-Business-Day.

       0200-READ-THE-SETTINGS.

           Move 'FX-FEED-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        FX-FEED-PATH
                      returning Config-Status.
           Move Config-Value to Feed-Path.
           Move 'FX-RATE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        FX-RATE-PATH
                      returning Config-Status.
           Move Config-Value to Rate-Path.
           Move 'FX-RATE-NEW' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        FX-RATE-NEW
                      returning Config-Status.
           Move Config-Value to Rate-New-Path.
           Move 'FX-HISTORY-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        FX-HISTORY-PATH
                      returning Config-Status.
           Move Config-Value to History-Path.

           Move 'FX-TOLERANCE-PCT' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ' '
                      returning Config-Status.
           Move Config-Value to Tolerance-Config.
           If Tolerance-Config Not = Spaces
              Move ZERO to Dot-Count
              Inspect Tolerance-Config Tallying Dot-Count
                      For All '.'
              Move Tolerance-Config to Tolerance-Digits
              Inspect Tolerance-Digits Replacing All '.' By '0'
              If Function Trim(Tolerance-Digits) Numeric
                 And Dot-Count < 2
                 Move Function Numval(Tolerance-Config)
                   to Tolerance-Pct
              Else
                 Display 'FX-TOLERANCE-PCT '
                         Function Trim(Tolerance-Config)
                         ' is not a percentage - 5 used'
              End-If
           End-If.
           Move Tolerance-Pct to Tolerance-Edited.

       1000-LOAD-THE-PREVIOUS-RATES.

      *    The table in place first, then the history's rate in
      *    force on the previous business day over it.
           Open Input RATE-FILE.
           If Rate-File-Status Not = '00'
              Display '(no FX rate table ' Function Trim(Rate-Path)
                      ' - every delivered rate is new)'
           Else
              Perform 1100-TAKE-ONE-TABLE-RATE
                  Until Rate-File-Status Not = '00'
              Close RATE-FILE
           End-If.

           Open Input HISTORY-FILE.
           If History-File-Status = '00'
              Perform 1200-TAKE-ONE-HISTORY-RATE
                  Until History-File-Status Not = '00'
              Close HISTORY-FILE
           End-If.

       1100-TAKE-ONE-TABLE-RATE.

           Read RATE-FILE
              At End
                 Move '10' to Rate-File-Status
                 Exit Paragraph
           End-Read.
           If FXT-CURRENCY = Spaces Or FXT-RATE Not Numeric
              Exit Paragraph
           End-If.
           Move FXT-CURRENCY to Wanted-Currency.
           Perform 8000-FIND-THE-CURRENCY.
           If Fx-Found = ZERO
              Exit Paragraph
           End-If.
           Move FXT-RATE to FXR-PREV-RATE(Fx-Found).
           Move 'T' to FXR-PREV-FROM(Fx-Found).
           Move ZERO to FXR-PREV-DATE(Fx-Found).

       1200-TAKE-ONE-HISTORY-RATE.

           Read HISTORY-FILE
              At End
                 Move '10' to History-File-Status
                 Exit Paragraph
           End-Read.
           If FXH-PROC-DATE Not Numeric
              Or FXH-RATE Not Numeric
              Or FXH-PROC-DATE > Prev-Business-Day
              Exit Paragraph
           End-If.
           Move FXH-CURRENCY to Wanted-Currency.
           Perform 8000-FIND-THE-CURRENCY.
           If Fx-Found = ZERO
              Exit Paragraph
           End-If.
      *    The latest day wins; within a day, the last set written.
           If FXR-PREV-FROM(Fx-Found) = 'H'
              And FXH-PROC-DATE < FXR-PREV-DATE(Fx-Found)
              Exit Paragraph
           End-If.
           Move FXH-RATE to FXR-PREV-RATE(Fx-Found).
           Move 'H' to FXR-PREV-FROM(Fx-Found).
           Move FXH-PROC-DATE to FXR-PREV-DATE(Fx-Found).

       1500-READ-THE-DELIVERY.

           Open Input FEED-FILE.
           If Feed-File-Status Not = '00'
              String 'FX rate delivery ' Function Trim(Feed-Path)
                     ' cannot be opened - file status '
                     Feed-File-Status
                     Delimited By Size Into Envelope-Error
              Exit Paragraph
           End-If.
           Perform 1600-TAKE-ONE-FEED-RECORD
               Until Feed-File-Status Not = '00'
                  Or Envelope-Error Not = Spaces.
           Close FEED-FILE.

           If Envelope-Error = Spaces
              If Header-Seen = 'N'
                 Move 'FX rate delivery is empty' to Envelope-Error
              Else
                 If Trailer-Seen = 'N'
                    Move 'FX rate delivery has no trailer'
                      to Envelope-Error
                 End-If
              End-If
           End-If.
           If Envelope-Error = Spaces And Table-Full = 'Y'
              Move 'FX rate delivery has more currencies than the '
                 & 'table holds' to Envelope-Error
           End-If.

       1600-TAKE-ONE-FEED-RECORD.

           Read FEED-FILE
              At End
                 Move '10' to Feed-File-Status
                 Exit Paragraph
           End-Read.

           If Trailer-Seen = 'Y'
              Move 'FX rate delivery has records after its trailer'
                to Envelope-Error
              Exit Paragraph
           End-If.

           If Header-Seen = 'N'
              Perform 1700-CHECK-THE-HEADER
              Exit Paragraph
           End-If.

           Evaluate True
              When FEED-IS-DETAIL
                 Add 1 to Details-Read
                 Perform 1800-TAKE-ONE-DETAIL
              When FEED-IS-TRAILER
                 Move 'Y' to Trailer-Seen
                 Move Details-Read to Count-Edited
                 If FEED-TRAILER-COUNT Not Numeric
                    Or FEED-TRAILER-COUNT Not = Details-Read
                    String 'FX rate delivery trailer count '
                           FEED-TRAILER-COUNT ' but '
                           Function Trim(Count-Edited)
                           ' detail(s) read'
                           Delimited By Size Into Envelope-Error
                 End-If
              When Other
                 Move Details-Read to Count-Edited
                 String 'FX rate delivery has a record of type '
                        FEED-REC-TYPE ' after detail '
                        Function Trim(Count-Edited)
                        Delimited By Size Into Envelope-Error
           End-Evaluate.

       1700-CHECK-THE-HEADER.

           Move 'Y' to Header-Seen.
           If Not FEED-IS-HEADER
              Move 'FX rate delivery does not start with a header'
                to Envelope-Error
              Exit Paragraph
           End-If.
           If FEED-HEADER-DATE Not Numeric
              Or FEED-HEADER-GEN Not Numeric
              Move 'FX rate delivery header date or generation is '
                 & 'not numeric' to Envelope-Error
              Exit Paragraph
           End-If.
           If FEED-HEADER-DATE Not = Processing-Date
              String 'FX rate delivery is dated ' FEED-HEADER-DATE
                     ', processing date is ' Processing-Date
                     Delimited By Size Into Envelope-Error
              Exit Paragraph
           End-If.
           Move FEED-HEADER-GEN to Feed-Generation.

      *    A repeat is yesterday's rates over again; a gap is only
      *    noted - today's delivery is whole on its own.
           Move 'C' to Gen-Function.
           Move Feed-Generation to Gen-This-Delivery.
           Call "CBL_FEED_GENERATION" using Feed-Path, Gen-Request
                      returning Generation-Status.
           Evaluate True
              When Gen-Repeat
                 String 'FX rate delivery generation '
                        Gen-This-Delivery ' is a repeat (last '
                        'loaded ' Gen-Last-Processed ')'
                        Delimited By Size Into Envelope-Error
              When Gen-Gap
                 Display 'FX rate delivery generation '
                         Gen-This-Delivery ' follows '
                         Gen-Last-Processed
                         ' - earlier deliveries never loaded'
              When Other
                 Continue
           End-Evaluate.

       1800-TAKE-ONE-DETAIL.

           If FEED-CURRENCY = Spaces
              Exit Paragraph
           End-If.
           Move FEED-CURRENCY to Wanted-Currency.
           Perform 8000-FIND-THE-CURRENCY.
           If Fx-Found = ZERO
              Exit Paragraph
           End-If.
      *    A second rate for one currency leaves neither trusted.
           If FXR-FED(Fx-Found) = 'Y'
              Move 'D' to FXR-FED-BAD(Fx-Found)
              Exit Paragraph
           End-If.
           Move 'Y' to FXR-FED(Fx-Found).
           If FEED-RATE Not Numeric
              Move 'N' to FXR-FED-BAD(Fx-Found)
              Move ZERO to FXR-FED-RATE(Fx-Found)
              Exit Paragraph
           End-If.
           Move FEED-RATE to FXR-FED-RATE(Fx-Found).
           If FEED-RATE = ZERO
              Move 'Z' to FXR-FED-BAD(Fx-Found)
           End-If.

       2000-SETTLE-ONE-CURRENCY.

           Move FXR-PREV-RATE(Fx-Idx) to FXR-RATE(Fx-Idx).

           If FXR-FED(Fx-Idx) Not = 'Y'
              If FXR-NO-PREVIOUS(Fx-Idx)
                 Exit Paragraph
              End-If
              Move 'C' to FXR-SOURCE(Fx-Idx)
              Add 1 to Rates-Carried
              Display FXR-CURRENCY(Fx-Idx)
                      ' not in the delivery - previous rate carried'
              Exit Paragraph
           End-If.

           If FXR-FED-BAD(Fx-Idx) Not = Space
              Perform 2100-HOLD-BAD-RATE
              Exit Paragraph
           End-If.

           If FXR-NO-PREVIOUS(Fx-Idx)
              Move FXR-FED-RATE(Fx-Idx) to FXR-RATE(Fx-Idx)
              Move 'N' to FXR-SOURCE(Fx-Idx)
              Add 1 to Rates-New
              Display FXR-CURRENCY(Fx-Idx)
                      ' has no previous rate - taken as delivered'
              Exit Paragraph
           End-If.

           If FXR-FED-RATE(Fx-Idx) > FXR-PREV-RATE(Fx-Idx)
              Compute Rate-Diff =
                      FXR-FED-RATE(Fx-Idx) - FXR-PREV-RATE(Fx-Idx)
           Else
              Compute Rate-Diff =
                      FXR-PREV-RATE(Fx-Idx) - FXR-FED-RATE(Fx-Idx)
           End-If.
           If FXR-PREV-RATE(Fx-Idx) = ZERO
              Move 9999999 to Move-Pct
           Else
              Compute Move-Pct Rounded =
                      Rate-Diff * 100 / FXR-PREV-RATE(Fx-Idx)
                 On Size Error
                    Move 9999999 to Move-Pct
              End-Compute
           End-If.

           If Move-Pct > Tolerance-Pct
              Perform 2200-HOLD-MOVED-RATE
              Exit Paragraph
           End-If.
           Move FXR-FED-RATE(Fx-Idx) to FXR-RATE(Fx-Idx).
           Move 'F' to FXR-SOURCE(Fx-Idx).
           Add 1 to Rates-Fed.

       2100-HOLD-BAD-RATE.

           Move Spaces to Alert-Text.
           Evaluate FXR-FED-BAD(Fx-Idx)
              When 'D'
                 String FXR-CURRENCY(Fx-Idx)
                        ' delivered more than once'
                        Delimited By Size Into Alert-Text
              When 'N'
                 String FXR-CURRENCY(Fx-Idx)
                        ' delivered rate is not numeric'
                        Delimited By Size Into Alert-Text
              When Other
                 String FXR-CURRENCY(Fx-Idx)
                        ' delivered rate is zero'
                        Delimited By Size Into Alert-Text
           End-Evaluate.
           If FXR-NO-PREVIOUS(Fx-Idx)
              String Function Trim(Alert-Text)
                     ' - no previous rate, currency left out'
                     Delimited By Size Into Alert-Text
              Move Space to FXR-SOURCE(Fx-Idx)
           Else
              Move FXR-PREV-RATE(Fx-Idx) to Prev-Edited
              String Function Trim(Alert-Text)
                     ' - previous rate ' Function Trim(Prev-Edited)
                     ' held'
                     Delimited By Size Into Alert-Text
              Move 'H' to FXR-SOURCE(Fx-Idx)
              Add 1 to Rates-Held
           End-If.
           Perform 8500-RAISE-RATE-ALERT.

       2200-HOLD-MOVED-RATE.

           Move 'H' to FXR-SOURCE(Fx-Idx).
           Add 1 to Rates-Held.
           Move FXR-FED-RATE(Fx-Idx) to Rate-Edited.
           Move FXR-PREV-RATE(Fx-Idx) to Prev-Edited.
           Move Move-Pct to Move-Edited.
           Move Spaces to Alert-Text.
           String FXR-CURRENCY(Fx-Idx) ' rate '
                  Function Trim(Rate-Edited) ' moved '
                  Function Trim(Move-Edited) '% from '
                  Function Trim(Prev-Edited) ' (tolerance '
                  Function Trim(Tolerance-Edited)
                  '%) - previous rate held'
                  Delimited By Size Into Alert-Text.
           Perform 8500-RAISE-RATE-ALERT.

       3000-WRITE-THE-TABLE.

           Open Output RATE-NEW-FILE.
           If Rate-New-Status Not = '00'
              Display 'Cannot write FX rate work file '
                      Function Trim(Rate-New-Path)
                      ' - file status ' Rate-New-Status
              Call "CBL_RUN_FOOTER" using 'gcobol-fx-rate-load'
                   by value 1, Details-Read, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Perform 3100-WRITE-ONE-RATE
               Varying Fx-Idx From 1 By 1
               Until Fx-Idx > Fx-Count.
           Close RATE-NEW-FILE.

           If Rates-Written = ZERO
              Move 'FX rate delivery leaves no usable rate - table '
                 & 'not replaced' to Envelope-Error
              Perform 9000-REFUSE-THE-DELIVERY
           End-If.

           Call "CBL_RENAME_FILE" using Rate-New-Path, Rate-Path
                      returning status-code.
           If status-code Not = ZERO
              Move Spaces to Envelope-Error
              String 'FX rate table could not be renamed into '
                     Function Trim(Rate-Path)
                     Delimited By Size Into Envelope-Error
              Perform 9000-REFUSE-THE-DELIVERY
           End-If.

       3100-WRITE-ONE-RATE.

           If FXR-SOURCE(Fx-Idx) = Space
              Exit Paragraph
           End-If.
           Move Spaces to RATE-NEW-RECORD.
           Move FXR-CURRENCY(Fx-Idx) to FXN-CURRENCY.
           Move FXR-RATE(Fx-Idx) to FXN-RATE.
           Write RATE-NEW-RECORD.
           Add 1 to Rates-Written.

       4000-APPEND-THE-HISTORY.

           Open Extend HISTORY-FILE.
           If History-File-Status Not = '00'
              Open Output HISTORY-FILE
           End-If.
           If History-File-Status Not = '00'
              Move 'W' to Alert-Severity
              Move 'FX-HIST' to Alert-Code
              Move Spaces to Alert-Text
              String 'FX rate history ' Function Trim(History-Path)
                     ' cannot be opened - file status '
                     History-File-Status
                     Delimited By Size Into Alert-Text
              Display '*** ' Function Trim(Alert-Text)
              Call "CBL_RAISE_ALERT" using Alert-Severity,
                           Alert-Code, Alert-Text
                         returning Alert-Status
              Exit Paragraph
           End-If.
           Perform 4100-RECORD-ONE-RATE
               Varying Fx-Idx From 1 By 1
               Until Fx-Idx > Fx-Count.
           Close HISTORY-FILE.

       4100-RECORD-ONE-RATE.

           If FXR-SOURCE(Fx-Idx) = Space
              Exit Paragraph
           End-If.
           Move Processing-Date to FXH-PROC-DATE.
           Move FXR-CURRENCY(Fx-Idx) to FXH-CURRENCY.
           Move FXR-RATE(Fx-Idx) to FXH-RATE.
           Move FXR-SOURCE(Fx-Idx) to FXH-SOURCE.
           Move FXR-PREV-RATE(Fx-Idx) to FXH-PREV-RATE.
           Move Feed-Generation to FXH-GENERATION.
           Write HISTORY-RECORD.

       7000-ORDER-THE-CURRENCIES.

      *    Shell sort on currency code: CBL_REF_TABLE_LOAD wants
      *    the table in key order.
           Move 1 to Gap-Size.
           Perform 7050-GROW-THE-GAP
               Until Gap-Size > Fx-Count / 3.

           Perform 7100-ONE-GAP-PASS
               Until Gap-Size < 1.

       7050-GROW-THE-GAP.

           Compute Gap-Size = Gap-Size * 3 + 1.

       7100-ONE-GAP-PASS.

           Perform 7200-INSERT-ONE
               Varying Sort-I From 1 By 1
               Until Sort-I > Fx-Count - Gap-Size.
           Compute Gap-Size = Gap-Size / 3.

       7200-INSERT-ONE.

           Compute Sort-J = Sort-I.
           Move 'Y' to Swap-Needed.
           Perform 7300-SIFT-ONE
               Until Sort-J < 1
                   Or Swap-Needed = 'N'.

       7300-SIFT-ONE.

           Compute Sort-K = Sort-J + Gap-Size.
           If FXR-CURRENCY(Sort-J) > FXR-CURRENCY(Sort-K)
              Move Fx-Entry(Sort-J) to Swap-Hold
              Move Fx-Entry(Sort-K) to Fx-Entry(Sort-J)
              Move Swap-Hold to Fx-Entry(Sort-K)
              Compute Sort-J = Sort-J - Gap-Size
           Else
              Move 'N' to Swap-Needed
           End-If.

       8000-FIND-THE-CURRENCY.

      *    Finds Wanted-Currency, adding it when new; Fx-Found is
      *    zero only when the table is full.
           Move ZERO to Fx-Found.
           Perform 8100-LOOK-AT-ONE-CURRENCY
               Varying Fx-Idx From 1 By 1
               Until Fx-Idx > Fx-Count
                  Or Fx-Found Not = ZERO.
           If Fx-Found Not = ZERO
              Exit Paragraph
           End-If.
           If Fx-Count Not < Fx-Max
              Move 'Y' to Table-Full
              Exit Paragraph
           End-If.
           Add 1 to Fx-Count.
           Move Fx-Count to Fx-Found.
           Move Spaces to Fx-Entry(Fx-Found).
           Move Wanted-Currency to FXR-CURRENCY(Fx-Found).
           Move ZERO to FXR-PREV-RATE(Fx-Found).
           Move ZERO to FXR-PREV-DATE(Fx-Found).
           Move ZERO to FXR-FED-RATE(Fx-Found).
           Move ZERO to FXR-RATE(Fx-Found).

       8100-LOOK-AT-ONE-CURRENCY.

           If FXR-CURRENCY(Fx-Idx) = Wanted-Currency
              Move Fx-Idx to Fx-Found
           End-If.

       8500-RAISE-RATE-ALERT.

           Move 'C' to Alert-Severity.
           Move 'FX-RATE' to Alert-Code.
           Display '*** ' Function Trim(Alert-Text).
           Call "CBL_RAISE_ALERT" using Alert-Severity, Alert-Code,
                        Alert-Text
                      returning Alert-Status.

       9000-REFUSE-THE-DELIVERY.

      *    Nothing is loaded: the table in place stands.
           Move 'C' to Alert-Severity.
           Move 'FX-FEED' to Alert-Code.
           Move Spaces to Alert-Text.
           String Function Trim(Envelope-Error)
                  ' - FX rate table unchanged'
                  Delimited By Size Into Alert-Text.
           Display '*** ' Function Trim(Alert-Text).
           Call "CBL_RAISE_ALERT" using Alert-Severity, Alert-Code,
                        Alert-Text
                      returning Alert-Status.
           Call "CBL_RUN_FOOTER" using 'gcobol-fx-rate-load'
                by value 1, Details-Read, 0
                returning Footer-Status.
           Stop Run With Error Status 1.
