      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Nightly holiday-calendar readiness.  A calendar with no
      *  dates for next year answers "weekends only" from the first
      *  of January: every holiday is then a business day, a value
      *  date lands on a closed market and a staleness check pages
      *  on a day nobody sends.  From the first of October
      *  (CALENDAR-READY-FROM, MMDD, default 1001) this job reads
      *  the holiday file CBL_BUSINESS_CALENDAR answers from and
      *  raises a warning through CBL_RAISE_ALERT (code CALYEAR) for
      *  every calendar holding no date in the coming year, naming
      *  the calendar and the year and pointing at gcobol-calendar-
      *  maint, every night until the dates are entered.
      *
      *  The calendars checked are every calendar with a date in
      *  the file, the shop's own (SHOP) always, and any named in
      *  CALENDAR-READY-LIST (names separated by spaces, e.g.
      *  "EUR GBP CTRY-DE") - a calendar the shop relies on but
      *  nobody has set up yet is exactly the one to chase.
      *
      *  The date is the chain's processing date when one is
      *  established, otherwise the wall-clock date.  Before the
      *  check is due the job says so and ends clean.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-calendar-readiness.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant HOLIDAY-CAL-PATH as "/tmp/gcobol-holidays.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE
                  ASSIGN TO Holiday-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Holiday-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE             PIC X(08).
           05  HOL-CALENDAR         PIC X(08).
           05  HOL-ADDED-BY         PIC X(16).
           05  HOL-ADDED-ON         PIC X(08).
           05  HOL-REASON           PIC X(64).

       WORKING-STORAGE SECTION.
        77 Holiday-Path         PIC X(100) VALUE HOLIDAY-CAL-PATH.
        77 Holiday-File-Status  PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        01 As-Of-Date           PIC 9(08).
        01 As-Of-Parts REDEFINES As-Of-Date.
           05 As-Of-Year        PIC 9(04).
           05 As-Of-Mmdd        PIC 9(04).
        77 Epoch-Seconds        BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).

      * The check runs from Ready-From (MMDD) to the year end, for
      * the year after the processing date's.
        77 Ready-From           PIC 9(04) VALUE 1001.
        77 Coming-Year          PIC 9(04).
        01 Line-Date            PIC 9(08).
        01 Line-Date-Parts REDEFINES Line-Date.
           05 Line-Year         PIC 9(04).
           05 Line-Mmdd         PIC 9(04).
        77 Line-Calendar        PIC X(08).
        77 Shop-Calendar        PIC X(08) VALUE 'SHOP'.

      * Every calendar known, and its dates in the coming year.
        77 Cal-Count            BINARY-LONG VALUE ZERO.
        77 Cal-Max              BINARY-LONG VALUE 100.
        77 Cal-Ix               BINARY-LONG.
        77 Found-Ix             BINARY-LONG.
        01 Cal-Table.
           05 Cal-Entry OCCURS 100 TIMES.
              10 Cl-Name        PIC X(08).
              10 Cl-Dates       BINARY-LONG.
              10 Cl-Coming      BINARY-LONG.

        77 List-Pointer         BINARY-LONG.
        77 List-Name            PIC X(08).
        77 Lines-Read           BINARY-LONG VALUE ZERO.
        77 Missing-Count        BINARY-LONG VALUE ZERO.
        77 Run-Rc               BINARY-LONG VALUE ZERO.
        77 Alert-Severity       PIC X(01).
        77 Alert-Code           PIC X(08).
        77 Alert-Text           PIC X(200).
        77 Cnt-Displayed        PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-calendar-readiness'
                returning status-code.

           Perform 0100-RESOLVE-THE-SETTINGS.
           If As-Of-Mmdd < Ready-From
              Display 'Calendar readiness for ' Coming-Year
                      ' is not due until ' Ready-From(1:2) '/'
                      Ready-From(3:2)
              Call "CBL_RUN_FOOTER" using 'gcobol-calendar-readiness'
                   by value Run-Rc, 0, 0
                   returning Footer-Status
              Stop Run
           End-If.

      *    The shop's calendar is always checked, and first.
           Move Shop-Calendar to Line-Calendar.
           Perform 2100-FIND-THE-CALENDAR.
           Perform 0200-ADD-THE-LISTED-CALENDARS.

           Open Input HOLIDAY-FILE.
           If Holiday-File-Status = '00'
              Perform 1000-READ-ONE-HOLIDAY
                  Until Holiday-File-Status Not = '00'
              Close HOLIDAY-FILE
           Else
              Display 'No holiday file ' Function Trim(Holiday-Path)
           End-If.

           Perform 3000-CHECK-ONE-CALENDAR
               Varying Cal-Ix From 1 By 1
                 Until Cal-Ix > Cal-Count.

           Move Cal-Count to Cnt-Displayed.
           Display Function Trim(Cnt-Displayed) ' calendar(s), '
                   With No Advancing.
           Move Missing-Count to Cnt-Displayed.
           Display Function Trim(Cnt-Displayed)
                   ' with no dates for ' Coming-Year.
           Call "CBL_RUN_FOOTER" using 'gcobol-calendar-readiness'
                by value Run-Rc, Lines-Read, Missing-Count
                returning Footer-Status.
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
           Compute Coming-Year = As-Of-Year + 1.

           Move 'CALENDAR-READY-FROM' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '1001'
                      returning Config-Status.
           If Config-Value(1:4) Numeric
              And Config-Value(5:) = Spaces
              And Config-Value(1:2) >= '01'
              And Config-Value(1:2) <= '12'
              And Config-Value(3:2) >= '01'
              And Config-Value(3:2) <= '31'
              Move Config-Value(1:4) to Ready-From
           Else
              Display 'CALENDAR-READY-FROM '
                      Function Trim(Config-Value)
                      ' is not MMDD - checking from ' Ready-From
           End-If.

       0200-ADD-THE-LISTED-CALENDARS.

           Move 'CALENDAR-READY-LIST' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ' '
                      returning Config-Status.
           Move Function Upper-Case(Config-Value) to Config-Value.
           Move 1 to List-Pointer.
           Perform 0210-TAKE-ONE-LISTED-NAME
               Until List-Pointer > Length of Config-Value.

       0210-TAKE-ONE-LISTED-NAME.

           Move Spaces to List-Name.
           Unstring Config-Value Delimited By All Space
               Into List-Name
               With Pointer List-Pointer.
           If List-Name Not = Spaces
              Move List-Name to Line-Calendar
              Perform 2100-FIND-THE-CALENDAR
           End-If.

       1000-READ-ONE-HOLIDAY.

           Read HOLIDAY-FILE
              At End
                 Move '10' to Holiday-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Lines-Read.
           If HOL-DATE Not Numeric
              Exit Paragraph
           End-If.
      *    A line carrying only a date is the shop's.
           Move HOL-CALENDAR to Line-Calendar.
           If Line-Calendar = Spaces
              Move Shop-Calendar to Line-Calendar
           End-If.
           Perform 2100-FIND-THE-CALENDAR.
           If Found-Ix = ZERO
              Exit Paragraph
           End-If.
           Add 1 to Cl-Dates(Found-Ix).
           Move HOL-DATE to Line-Date.
           If Line-Year = Coming-Year
              Add 1 to Cl-Coming(Found-Ix)
           End-If.

       2100-FIND-THE-CALENDAR.

           Move ZERO to Found-Ix.
           Perform 2110-MATCH-ONE-CALENDAR
               Varying Cal-Ix From 1 By 1
                 Until Cal-Ix > Cal-Count.
           If Found-Ix = ZERO And Cal-Count < Cal-Max
              Add 1 to Cal-Count
              Move Cal-Count to Found-Ix
              Move Line-Calendar to Cl-Name(Found-Ix)
              Move ZERO to Cl-Dates(Found-Ix)
              Move ZERO to Cl-Coming(Found-Ix)
           End-If.

       2110-MATCH-ONE-CALENDAR.

           If Cl-Name(Cal-Ix) = Line-Calendar
              Move Cal-Ix to Found-Ix
           End-If.

       3000-CHECK-ONE-CALENDAR.

           Move Cl-Coming(Cal-Ix) to Cnt-Displayed.
           Display '  ' Cl-Name(Cal-Ix) ' '
                   Function Trim(Cnt-Displayed) ' date(s) in '
                   Coming-Year.
           If Cl-Coming(Cal-Ix) > ZERO
              Exit Paragraph
           End-If.

           Add 1 to Missing-Count.
           Move 'W' to Alert-Severity.
           Move 'CALYEAR' to Alert-Code.
           Move Spaces to Alert-Text.
           String 'holiday calendar ' Function Trim(Cl-Name(Cal-Ix))
                  ' has no dates for ' Coming-Year
                  ' - enter them with gcobol-calendar-maint'
                  Delimited By Size Into Alert-Text.
           Call "CBL_RAISE_ALERT" using Alert-Severity,
                        Alert-Code, Alert-Text
                      returning status-code.
