      *       as a future feed, the age and size must be numeric
      *       and plausible, the required flag R or O, the day
      *       mask exactly seven Y/N characters, the trigger flag
      *       T or blank, the delivery deadline HHMM or blank for
      *       none
      *    C  change a feed (same validation)
      *    R  retire a feed
      *
           05  CAT-REQUIRED-FLAG    PIC X(01).
           05  CAT-DAYS-EXPECTED    PIC X(07).
           05  CAT-TRIGGER-FLAG     PIC X(01).
           05  CAT-DEADLINE         PIC X(04).

       FD  CATALOG-NEW-FILE.
       01  CATALOG-NEW-RECORD       PIC X(131).

       WORKING-STORAGE SECTION.
        77 Catalog-Path        PIC X(100).
        77 New-Required        PIC X(01).
        77 New-Days            PIC X(07).
        77 New-Trigger         PIC X(01).
        77 New-Deadline        PIC X(04).
        77 Field-Answer        PIC X(100).
        77 Day-Idx             BINARY-LONG.
        77 Entry-Is-Good       PIC X(01).
                         ' ' CAT-REQUIRED-FLAG
                         ' days=' CAT-DAYS-EXPECTED
                         ' trigger=' CAT-TRIGGER-FLAG
                         ' deadline=' CAT-DEADLINE
           End-Read.

       3000-ADD-ONE-FEED.
              Exit Paragraph
           End-If.

           Display 'Delivery deadline HHMM (blank = none): '
                   with No Advancing.
           Accept New-Deadline from Console.
           If New-Deadline Not = Spaces
              If New-Deadline Not Numeric
                 Or New-Deadline(1:2) > '23'
                 Or New-Deadline(3:2) > '59'
                 Display 'Deadline must be HHMM - entry abandoned'
                 Exit Paragraph
              End-If
           End-If.

           Move 'Y' to Entry-Is-Good.

       6100-CHECK-ONE-DAY.
           Move New-Required to CAT-REQUIRED-FLAG.
           Move New-Days to CAT-DAYS-EXPECTED.
           Move New-Trigger to CAT-TRIGGER-FLAG.
           Move New-Deadline to CAT-DEADLINE.

       7000-KEEP-THE-PREVIOUS.

