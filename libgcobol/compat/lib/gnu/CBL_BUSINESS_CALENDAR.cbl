      *  Contributed by
      *
      *  CALL "CBL_BUSINESS_CALENDAR" using     BC-REQUEST
      *                                         [CALENDAR-NAME]
      *                               returning RETURN-CODE
      *
      *  The shop business-calendar service.  A flat max-age check
      *         when today is not one.  Result in BC-DATE.
      *    'B'  previous business day before BC-DATE (YYYYMMDD in,
      *         YYYYMMDD out).
      *    'N'  next business day after BC-DATE (YYYYMMDD in,
      *         YYYYMMDD out).
      *    'F'  following business day: BC-DATE itself when it is a
      *         business day, otherwise the next one - where a
      *         scheduled date that lands on a weekend or holiday
      *         actually falls.
      *    'A'  business age: how many business seconds old is a
      *         file whose modification epoch is BC-EPOCH - elapsed
      *         seconds minus 86400 for every intervening weekend or
      *
      *  A missing holiday file is not an error: the calendar then
      *  holds weekends only, which is the correct degraded answer.
      *
      *  The holiday file holds several named calendars: the shop's
      *  own ('SHOP'), one per currency (the ISO code, 'EUR', 'GBP')
      *  and one per partner country ('CTRY-' and the ISO country
      *  code).  Each line is the date, the calendar name, and who
      *  added it, when, and why - gcobol-calendar-maint keeps it:
      *
      *    date (8), calendar (8), added by (16), added on (8),
      *    reason (64)
      *
      *  A line carrying only a date (the file as it was first kept
      *  by hand) belongs to the shop calendar.  CALENDAR-NAME is an
      *  optional second argument naming the calendar the question
      *  is asked against; omitted or blank, it is the shop
      *  calendar.  Only that calendar's dates are loaded.
      *
      *  RETURN-CODE: 0 answered, 1 unknown BC-FUNCTION, 2 answered
      *  but the named calendar has no dates at all - a calendar
      *  nobody has set up yet, so the answer is weekends only and
      *  the caller may want to say so.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       IDENTIFICATION DIVISION.
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
       77  WS-CALENDAR-PATH         PIC X(100) VALUE HOLIDAY-CAL-PATH.
       77  WS-HOLIDAY-IDX           BINARY-LONG.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE      PIC 9(08) OCCURS 400 TIMES.
       77  WS-WANTED-CALENDAR       PIC X(08).
       77  WS-LINE-CALENDAR         PIC X(08).
       77  WS-SHOP-CALENDAR         PIC X(08) VALUE 'SHOP'.
       77  WS-FUNC-STATUS           BINARY-LONG.
       77  WS-EPOCH-SECONDS         BINARY-LONG.
       77  WS-NOW-EPOCH             BINARY-DOUBLE.
               88  BC-PROCESSING-DATE   VALUE 'P'.
               88  BC-PREV-BUSINESS-DAY VALUE 'B'.
               88  BC-BUSINESS-AGE      VALUE 'A'.
               88  BC-NEXT-BUSINESS-DAY VALUE 'N'.
               88  BC-FOLLOWING-DAY     VALUE 'F'.
           05  BC-DATE              PIC 9(08).
           05  BC-EPOCH             BINARY-DOUBLE.
           05  BC-BUSINESS-SECONDS  BINARY-DOUBLE.
       01  CALENDAR-NAME            PIC X(08).

       PROCEDURE DIVISION USING BC-REQUEST,
                          BY REFERENCE OPTIONAL CALENDAR-NAME,
                          RETURNING RETURN-CODE.

       0000-MAINLINE.

           MOVE ZERO TO RETURN-CODE.

           MOVE WS-SHOP-CALENDAR TO WS-WANTED-CALENDAR.
           IF CALENDAR-NAME IS NOT OMITTED
              IF CALENDAR-NAME NOT = SPACES
                 MOVE CALENDAR-NAME TO WS-WANTED-CALENDAR
              END-IF
           END-IF.

           PERFORM 1000-LOAD-HOLIDAYS.
           IF WS-HOLIDAY-COUNT = ZERO
              AND WS-WANTED-CALENDAR NOT = WS-SHOP-CALENDAR
              MOVE 2 TO RETURN-CODE
           END-IF.

           MOVE FUNCTION posix-gettimeofday(WS-NOW-TIMEVAL)
             TO WS-FUNC-STATUS.
                 PERFORM 3000-FIND-PREV-BUSINESS-DAY
              WHEN BC-BUSINESS-AGE
                 PERFORM 4000-COMPUTE-BUSINESS-AGE
              WHEN BC-NEXT-BUSINESS-DAY
                 PERFORM 3100-FIND-NEXT-BUSINESS-DAY
              WHEN BC-FOLLOWING-DAY
                 PERFORM 3200-FIND-FOLLOWING-DAY
              WHEN OTHER
                 MOVE 1 TO RETURN-CODE
           END-EVALUATE.
              AT END
                 MOVE '10' TO WS-FILE-STATUS
              NOT AT END
                 MOVE HOL-CALENDAR TO WS-LINE-CALENDAR
                 IF WS-LINE-CALENDAR = SPACES
                    MOVE WS-SHOP-CALENDAR TO WS-LINE-CALENDAR
                 END-IF
                 IF HOL-DATE IS NUMERIC
                    AND WS-LINE-CALENDAR = WS-WANTED-CALENDAR
                    AND WS-HOLIDAY-COUNT < WS-MAX-HOLIDAYS
                    ADD 1 TO WS-HOLIDAY-COUNT
                    MOVE HOL-DATE
                      TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                 END-IF
           END-READ.
                   OR WS-STEP-LIMIT = ZERO.
           MOVE WS-TEST-DATE TO BC-DATE.

       3100-FIND-NEXT-BUSINESS-DAY.

           MOVE BC-DATE TO WS-TEST-DATE.
           PERFORM 5300-STEP-FORWARD-ONE-DAY.
           PERFORM 5000-TEST-BUSINESS-DAY.
           MOVE 400 TO WS-STEP-LIMIT.
           PERFORM 5400-STEP-FORWARD-UNTIL-BUSINESS
               UNTIL WS-IS-BUSINESS-DAY
                   OR WS-STEP-LIMIT = ZERO.
           MOVE WS-TEST-DATE TO BC-DATE.

       3200-FIND-FOLLOWING-DAY.

           MOVE BC-DATE TO WS-TEST-DATE.
           PERFORM 5000-TEST-BUSINESS-DAY.
           MOVE 400 TO WS-STEP-LIMIT.
           PERFORM 5400-STEP-FORWARD-UNTIL-BUSINESS
               UNTIL WS-IS-BUSINESS-DAY
                   OR WS-STEP-LIMIT = ZERO.
           MOVE WS-TEST-DATE TO BC-DATE.

       4000-COMPUTE-BUSINESS-AGE.

           IF BC-EPOCH > WS-NOW-EPOCH
           ADD 1 TO tm_mday OF WS-WORK-TM.
           PERFORM 6200-TM-TO-DATE.

       5400-STEP-FORWARD-UNTIL-BUSINESS.

           PERFORM 5300-STEP-FORWARD-ONE-DAY.
           PERFORM 5000-TEST-BUSINESS-DAY.
           SUBTRACT 1 FROM WS-STEP-LIMIT.

       6000-EPOCH-TO-DATE.

           MOVE WS-NOW-EPOCH TO WS-EPOCH-SECONDS.
