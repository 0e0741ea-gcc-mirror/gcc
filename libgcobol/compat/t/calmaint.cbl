      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Holiday-calendar maintenance, in the gcobol-catalog-maint
      *  style.  CBL_BUSINESS_CALENDAR answers every staleness,
      *  scheduling and value-date question against the holiday
      *  file, and that file used to be edited by hand - one
      *  mistyped date and a business day silently vanished, with
      *  no record of who had touched it.  It now holds several
      *  named calendars:
      *
      *    SHOP      the shop's own
      *    EUR, GBP  one per currency, named by the ISO code
      *    CTRY-DE   one per partner country, 'CTRY-' and the ISO
      *              country code
      *
      *  and this screen is the only supported way to change it:
      *
      *    L  list one calendar, or every calendar with how many
      *       dates it holds and the last one
      *    A  add a holiday - the calendar name must be one of the
      *       three forms above, the date a real YYYYMMDD from the
      *       current year to five years ahead and not already on
      *       that calendar, a weekend date is confirmed (it moves
      *       nothing), and the holiday's name or cause is required;
      *       the line records the operator and the date it was
      *       added
      *    R  remove a holiday from one calendar
      *
      *  Every save first copies the current file to its .prev
      *  name, so one bad session is one rename away from undone,
      *  and every change lands on the audit trail with the
      *  operator and the session's reason.  gcobol-calendar-
      *  readiness checks each calendar for the coming year.

        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-calendar-maint.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.
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
           SELECT HOLIDAY-NEW-FILE
                  ASSIGN TO Holiday-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Holiday-New-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE             PIC X(08).
           05  HOL-CALENDAR         PIC X(08).
           05  HOL-ADDED-BY         PIC X(16).
           05  HOL-ADDED-ON         PIC X(08).
           05  HOL-REASON           PIC X(64).

       FD  HOLIDAY-NEW-FILE.
       01  HOLIDAY-NEW-RECORD       PIC X(104).

       WORKING-STORAGE SECTION.
        77 Holiday-Path        PIC X(100) VALUE HOLIDAY-CAL-PATH.
        77 Holiday-New-Path    PIC X(104).
        77 Holiday-Prev-Path   PIC X(105).
        77 Holiday-File-Status PIC X(02).
        77 Holiday-New-Status  PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Operator-Id         PIC X(16).
        77 Change-Reason       PIC X(64).
        77 Auth-Tool           PIC X(24).
        77 Auth-Level          PIC X(01).
        77 Auth-Check-Status   BINARY-LONG SIGNED.
        77 Mode-Answer         PIC X(01).
           88 Mode-Is-List        VALUE 'L' 'l'.
           88 Mode-Is-Add         VALUE 'A' 'a'.
           88 Mode-Is-Remove      VALUE 'R' 'r'.
           88 Mode-Is-Quit        VALUE 'Q' 'q'.
        77 Copy-Status         BINARY-LONG SIGNED.
        77 Entry-Count         BINARY-LONG.
        77 Touched-Count       BINARY-LONG.
        77 Func-Status         BINARY-LONG.
        77 Epoch-Seconds       BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        01 Today-Date          PIC 9(08).
        01 Today-Parts REDEFINES Today-Date.
           05 Today-Year       PIC 9(04).
           05 Today-Mmdd       PIC 9(04).

      *  The entry being validated.
        77 Shop-Calendar       PIC X(08) VALUE 'SHOP'.
        77 New-Calendar        PIC X(08).
        77 Line-Calendar       PIC X(08).
        77 Wanted-Calendar     PIC X(08).
        01 New-Date            PIC 9(08).
        01 New-Date-Parts REDEFINES New-Date.
           05 New-Year         PIC 9(04).
           05 New-Mmdd         PIC 9(04).
        77 New-Reason          PIC X(64).
        77 Field-Answer        PIC X(64).
        77 Week-Day            BINARY-LONG.
        77 Entry-Is-Good       PIC X(01).
        77 Date-Is-Held        PIC X(01).
        77 Audit-Action        PIC X(08).
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.

      *  One line per calendar for the listing of them all.
        77 Calendar-Count      BINARY-LONG.
        77 Calendar-Idx        BINARY-LONG.
        77 Found-Idx           BINARY-LONG.
        77 Calendar-Limit      BINARY-LONG VALUE 100.
        01 Calendar-Table.
           05 Calendar-Entry OCCURS 100 TIMES.
              10 Ct-Name       PIC X(08).
              10 Ct-Dates      BINARY-LONG.
              10 Ct-Last       PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Move Spaces to Holiday-New-Path.
           String Function Trim(Holiday-Path) '.new'
             Delimited By Size Into Holiday-New-Path.
           Move Spaces to Holiday-Prev-Path.
           String Function Trim(Holiday-Path) '.prev'
             Delimited By Size Into Holiday-Prev-Path.

           Move Function posix-gettimeofday(Now-Timeval)
             to Func-Status.
           Move tv_sec of Now-Timeval to Epoch-Seconds.
           Move Function posix-localtime(Epoch-Seconds, Now-Tm)
             to Func-Status.
           Compute Today-Date = (tm_year of Now-Tm + 1900) * 10000
                              + (tm_mon  of Now-Tm + 1) * 100
                              +  tm_mday of Now-Tm.

           Display 'gcobol holiday-calendar maintenance - '
                   Function Trim(Holiday-Path).
           Display 'Operator id: ' with No Advancing.
           Accept Operator-Id from Console.
           Display 'Reason for this session: ' with No Advancing.
           Accept Change-Reason from Console.
           If Operator-Id = Spaces Or Change-Reason = Spaces
              Display 'An operator id and a reason are both '
                      'required'
              Stop Run With Error Status 1
           End-If.

           Move 'gcobol-calendar-maint' to Auth-Tool.
           Call "CBL_OPERATOR_AUTH" using Operator-Id, Auth-Tool,
                        Auth-Level
                      returning Auth-Check-Status.
           If Auth-Check-Status Not = ZERO
              Or Auth-Level Not = 'U'
              Display 'Operator ' Function Trim(Operator-Id)
                      ' is not authorized for calendar maintenance'
              Stop Run With Error Status 1
           End-If.

           Perform 1000-ONE-COMMAND
               Until Mode-Is-Quit.
           Stop Run.

       1000-ONE-COMMAND.

           Display 'List, Add, Remove or Quit (L/A/R/Q): '
                   with No Advancing.
           Accept Mode-Answer from Console.
           Evaluate True
              When Mode-Is-List
                 Perform 2000-LIST-THE-CALENDARS
              When Mode-Is-Add
                 Perform 3000-ADD-ONE-HOLIDAY
              When Mode-Is-Remove
                 Perform 4000-REMOVE-ONE-HOLIDAY
              When Mode-Is-Quit
                 Continue
              When Other
                 Display 'Answer L, A, R or Q'
           End-Evaluate.

       2000-LIST-THE-CALENDARS.

           Display 'Calendar (blank = all of them): '
                   with No Advancing.
           Accept Wanted-Calendar from Console.
           Move Function Upper-Case(Wanted-Calendar)
             to Wanted-Calendar.
           Move ZERO to Entry-Count.
           Move ZERO to Calendar-Count.
           Open Input HOLIDAY-FILE.
           If Holiday-File-Status Not = '00'
              Display '(no holiday file - weekends only)'
              Exit Paragraph
           End-If.
           Perform 2100-LIST-ONE-ENTRY
               Until Holiday-File-Status Not = '00'.
           Close HOLIDAY-FILE.
           If Wanted-Calendar Not = Spaces
              Display Entry-Count ' holiday(s) on '
                      Function Trim(Wanted-Calendar)
           Else
              Perform 2200-LIST-ONE-CALENDAR
                  Varying Calendar-Idx From 1 By 1
                  Until Calendar-Idx > Calendar-Count
              Display Calendar-Count ' calendar(s), '
                      Entry-Count ' holiday(s)'
           End-If.

       2100-LIST-ONE-ENTRY.

           Read HOLIDAY-FILE
              At End
                 Move '10' to Holiday-File-Status
                 Exit Paragraph
           End-Read.
           If HOL-DATE Not Numeric
              Exit Paragraph
           End-If.
           Move HOL-CALENDAR to Line-Calendar.
           If Line-Calendar = Spaces
              Move Shop-Calendar to Line-Calendar
           End-If.
           If Wanted-Calendar = Spaces
              Add 1 to Entry-Count
              Perform 2150-COUNT-THE-CALENDAR
              Exit Paragraph
           End-If.
           If Line-Calendar = Wanted-Calendar
              Add 1 to Entry-Count
              Display '  ' HOL-DATE ' ' Line-Calendar
                      ' ' Function Trim(HOL-REASON)
              If HOL-ADDED-BY Not = Spaces
                 Display '           added ' HOL-ADDED-ON
                         ' by ' Function Trim(HOL-ADDED-BY)
              End-If
           End-If.

       2150-COUNT-THE-CALENDAR.

           Move ZERO to Found-Idx.
           Perform 2160-MATCH-ONE-NAME
               Varying Calendar-Idx From 1 By 1
               Until Calendar-Idx > Calendar-Count.
           If Found-Idx = ZERO
              If Calendar-Count >= Calendar-Limit
                 Exit Paragraph
              End-If
              Add 1 to Calendar-Count
              Move Calendar-Count to Found-Idx
              Move Line-Calendar to Ct-Name(Found-Idx)
              Move ZERO to Ct-Dates(Found-Idx)
              Move ZERO to Ct-Last(Found-Idx)
           End-If.
           Add 1 to Ct-Dates(Found-Idx).
           If HOL-DATE > Ct-Last(Found-Idx)
              Move HOL-DATE to Ct-Last(Found-Idx)
           End-If.

       2160-MATCH-ONE-NAME.

           If Ct-Name(Calendar-Idx) = Line-Calendar
              Move Calendar-Idx to Found-Idx
           End-If.

       2200-LIST-ONE-CALENDAR.

           Display '  ' Ct-Name(Calendar-Idx)
                   ' ' Ct-Dates(Calendar-Idx) ' date(s), last '
                   Ct-Last(Calendar-Idx).

       3000-ADD-ONE-HOLIDAY.

           Perform 6000-ACCEPT-AND-VALIDATE.
           If Entry-Is-Good Not = 'Y'
              Exit Paragraph
           End-If.

           Perform 7000-KEEP-THE-PREVIOUS.
           Open Extend HOLIDAY-FILE.
           If Holiday-File-Status Not = '00'
              Open Output HOLIDAY-FILE
           End-If.
           If Holiday-File-Status Not = '00'
              Display '*** cannot open holiday file'
              Exit Paragraph
           End-If.
           Perform 6900-FILL-THE-RECORD.
           Write HOLIDAY-RECORD.
           Close HOLIDAY-FILE.
           Display 'Added.'.
           Move 'add' to Audit-Action.
           Perform 8000-AUDIT-THE-CHANGE.

       4000-REMOVE-ONE-HOLIDAY.

           Move 'N' to Entry-Is-Good.
           Perform 6100-ACCEPT-THE-CALENDAR.
           If Entry-Is-Good Not = 'Y'
              Exit Paragraph
           End-If.
           Display 'Date to remove (YYYYMMDD): ' with No Advancing.
           Accept Field-Answer from Console.
           If Field-Answer(1:8) Not Numeric
              Or Field-Answer(9:) Not = Spaces
              Display 'Date must be YYYYMMDD - nothing removed'
              Exit Paragraph
           End-If.
           Move Field-Answer(1:8) to New-Date.
           Move Spaces to New-Reason.

           Perform 7000-KEEP-THE-PREVIOUS.
           Move ZERO to Touched-Count.
           Open Input HOLIDAY-FILE.
           If Holiday-File-Status Not = '00'
              Display '(no holiday file)'
              Exit Paragraph
           End-If.
           Open Output HOLIDAY-NEW-FILE.
           If Holiday-New-Status Not = '00'
              Close HOLIDAY-FILE
              Display '*** cannot rewrite holiday file'
              Exit Paragraph
           End-If.
           Perform 4100-DROP-ONE-ENTRY
               Until Holiday-File-Status Not = '00'.
           Close HOLIDAY-FILE.
           Close HOLIDAY-NEW-FILE.
           Call "CBL_RENAME_FILE" using Holiday-New-Path,
                                         Holiday-Path
                      returning status-code.
           Display Touched-Count ' holiday(s) removed'.
           If Touched-Count > ZERO
              Move 'remove' to Audit-Action
              Perform 8000-AUDIT-THE-CHANGE
           End-If.

       4100-DROP-ONE-ENTRY.

           Read HOLIDAY-FILE
              At End
                 Move '10' to Holiday-File-Status
                 Exit Paragraph
           End-Read.
           Move HOL-CALENDAR to Line-Calendar.
           If Line-Calendar = Spaces
              Move Shop-Calendar to Line-Calendar
           End-If.
           If HOL-DATE = New-Date
              And Line-Calendar = New-Calendar
              Add 1 to Touched-Count
              Move HOL-REASON to New-Reason
           Else
              Move HOLIDAY-RECORD to HOLIDAY-NEW-RECORD
              Write HOLIDAY-NEW-RECORD
           End-If.

       6000-ACCEPT-AND-VALIDATE.

           Move 'N' to Entry-Is-Good.

           Perform 6100-ACCEPT-THE-CALENDAR.
           If Entry-Is-Good Not = 'Y'
              Exit Paragraph
           End-If.
           Move 'N' to Entry-Is-Good.

           Display 'Holiday date (YYYYMMDD): ' with No Advancing.
           Accept Field-Answer from Console.
           If Field-Answer(1:8) Not Numeric
              Or Field-Answer(9:) Not = Spaces
              Display 'Date must be YYYYMMDD - entry abandoned'
              Exit Paragraph
           End-If.
           Move Field-Answer(1:8) to New-Date.
           If Function Test-Date-YYYYMMDD(New-Date) Not = ZERO
              Display 'No such date - entry abandoned'
              Exit Paragraph
           End-If.
           If New-Year < Today-Year Or New-Year > Today-Year + 5
              Display 'Date outside ' Today-Year ' to five years '
                      'ahead - entry abandoned'
              Exit Paragraph
           End-If.

           Perform 6200-LOOK-FOR-THE-DATE.
           If Date-Is-Held = 'Y'
              Display New-Date ' is already on '
                      Function Trim(New-Calendar)
                      ' - entry abandoned'
              Exit Paragraph
           End-If.

      *    Day 1 of the integer calendar was a Monday.
           Compute Week-Day =
                   Function Mod(Function Integer-Of-Date(New-Date), 7).
           If Week-Day = 0 Or Week-Day = 6
              Display New-Date ' is a weekend day already - add it '
                      'anyway (Y to confirm)? ' with No Advancing
              Accept Field-Answer from Console
              If Field-Answer(1:1) Not = 'Y'
                 And Field-Answer(1:1) Not = 'y'
                 Display 'Entry abandoned'
                 Exit Paragraph
              End-If
           End-If.

           Display 'Holiday name or cause: ' with No Advancing.
           Accept New-Reason from Console.
           If New-Reason = Spaces
              Display 'The holiday needs a name - entry abandoned'
              Exit Paragraph
           End-If.

           Move 'Y' to Entry-Is-Good.

       6100-ACCEPT-THE-CALENDAR.

      *    SHOP, a three-letter currency code, or CTRY- and a
      *    two-letter country code.
           Display 'Calendar (SHOP, currency or CTRY-cc): '
                   with No Advancing.
           Accept New-Calendar from Console.
           Move Function Upper-Case(New-Calendar) to New-Calendar.
           Evaluate True
              When New-Calendar = Shop-Calendar
                 Move 'Y' to Entry-Is-Good
              When New-Calendar(1:3) Is Alphabetic-Upper
               And New-Calendar(1:1) Not = Space
               And New-Calendar(2:1) Not = Space
               And New-Calendar(3:1) Not = Space
               And New-Calendar(4:) = Spaces
                 Move 'Y' to Entry-Is-Good
              When New-Calendar(1:5) = 'CTRY-'
               And New-Calendar(6:2) Is Alphabetic-Upper
               And New-Calendar(6:1) Not = Space
               And New-Calendar(7:1) Not = Space
               And New-Calendar(8:1) = Space
                 Move 'Y' to Entry-Is-Good
              When Other
                 Display 'Calendar must be SHOP, a currency code '
                         '(EUR) or CTRY- and a country code (CTRY-DE)'
           End-Evaluate.

       6200-LOOK-FOR-THE-DATE.

           Move 'N' to Date-Is-Held.
           Open Input HOLIDAY-FILE.
           If Holiday-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 6250-MATCH-ONE-ENTRY
               Until Holiday-File-Status Not = '00'.
           Close HOLIDAY-FILE.

       6250-MATCH-ONE-ENTRY.

           Read HOLIDAY-FILE
              At End
                 Move '10' to Holiday-File-Status
                 Exit Paragraph
           End-Read.
           Move HOL-CALENDAR to Line-Calendar.
           If Line-Calendar = Spaces
              Move Shop-Calendar to Line-Calendar
           End-If.
           If HOL-DATE = New-Date
              And Line-Calendar = New-Calendar
              Move 'Y' to Date-Is-Held
           End-If.

       6900-FILL-THE-RECORD.

           Move Spaces to HOLIDAY-RECORD.
           Move New-Date to HOL-DATE.
           Move New-Calendar to HOL-CALENDAR.
           Move Operator-Id to HOL-ADDED-BY.
           Move Today-Date to HOL-ADDED-ON.
           Move New-Reason to HOL-REASON.

       7000-KEEP-THE-PREVIOUS.

      *    Every save starts by keeping the version being replaced.
           Call "CBL_COPY_FILE" using Holiday-Path,
                                       Holiday-Prev-Path
                      returning Copy-Status.

       8000-AUDIT-THE-CHANGE.

           Move Spaces to Audit-Args.
           String Function Trim(Audit-Action)
                  ' calendar=' Function Trim(New-Calendar)
                  ' date=' New-Date
                  ' ' Function Trim(New-Reason)
                  ' by ' Function Trim(Operator-Id)
                  ': ' Function Trim(Change-Reason)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-calendar-maint",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.
