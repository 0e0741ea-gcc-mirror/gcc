       >>PUSH SOURCE FORMAT
       >>SOURCE FIXED
      * Include the posix-open, posix-flock and posix-close functions
        COPY posix-open.
        COPY posix-flock.
        COPY posix-close.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      *
      *  CALL "CBL_ACCOUNT_NUMBER" using     AN-REQUEST
      *                            returning RETURN-CODE
      *
      *  Central account-number allocation.  Account numbers used
      *  to be invented by whoever opened the account, which gave
      *  collisions across branches and let a transposed digit in
      *  a partner feed post money to the wrong customer.  Every
      *  number this routine issues is twelve digits: a four-digit
      *  prefix owned by one branch, a seven-digit serial within
      *  it, and a mod-11 check digit.  AN-FUNCTION selects:
      *
      *    'N'  issue the next number for branch AN-BRANCH into
      *         AN-ACCT-NO.  A branch seen for the first time is
      *         given the next unused prefix.  RETURN-CODE 2 when
      *         the branch's serials are exhausted, 4 when the
      *         control file has no room for another branch.
      *    'V'  verify AN-ACCT-NO: twelve digits whose last is the
      *         check digit of the first eleven.  RETURN-CODE 1
      *         when it fails.
      *    'C'  complete AN-ACCT-NO: compute the check digit of the
      *         first eleven digits into the twelfth.  RETURN-CODE
      *         1 when the eleven are not digits or carry no usable
      *         check digit.
      *
      *  Check digit (shop standard, mod 11): the eleven digits are
      *  weighted 2 through 7 repeating from the right, the
      *  weighted sum is divided by 11, and the check digit is 11
      *  less the remainder - 0 when that is 11.  A number whose
      *  check digit would be 10 is never issued; the allocator
      *  steps over that serial, and verification always fails it.
      *
      *  Verification and completion touch no file.  Allocation's
      *  load-modify-save of the control file (branch, prefix,
      *  last serial issued) is serialized with a dedicated flock on
      *  a companion file, the same way CBL_FEED_GENERATION and the
      *  lock registry protect their own rewrites, so two sessions
      *  opening accounts at once never receive the same number.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_ACCOUNT_NUMBER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-open
           FUNCTION posix-flock
           FUNCTION posix-close.

       >>Define Constant ACCT-ALLOC-PATH as "/tmp/gcobol-acct-alloc.dat"
       >>Define Constant ACCT-ALLOC-LOCK as "/tmp/gcobol-acct-alloc.lck"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOC-CONTROL-FILE
                  ASSIGN TO WS-CONTROL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOC-CONTROL-FILE.
       01  ALLOC-CONTROL-RECORD.
           05  ALC-BRANCH           PIC X(04).
           05  ALC-PREFIX           PIC 9(04).
           05  ALC-LAST-SERIAL      PIC 9(07).

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-PATH          PIC X(100) VALUE ACCT-ALLOC-PATH.
       77  WS-LOCKFILE-PATH         PIC X(100) VALUE ACCT-ALLOC-LOCK.
       77  WS-LOCK-FD               PIC 9(8) COMP-5.
       77  WS-LOCK-STATUS           PIC 9(8) COMP-5.
       01  WS-LOCK-MODE             BINARY-LONG VALUE 420.
       77  WS-FILE-STATUS           PIC X(02).
       77  WS-MAX-ENTRIES           BINARY-LONG VALUE 500.
       77  WS-ENTRY-COUNT           BINARY-LONG VALUE ZERO.
       77  WS-ENTRY-IDX             BINARY-LONG.
       77  WS-FOUND-IDX             BINARY-LONG VALUE ZERO.
       77  WS-HIGH-PREFIX           PIC 9(04).
       77  WS-FIRST-PREFIX          PIC 9(04) VALUE 1000.
       77  WS-MAX-SERIAL            PIC 9(07) VALUE 9999999.
       77  WS-SERIAL                PIC 9(07).
       77  WS-ISSUED                PIC X(01).
       01  WS-CONTROL-TABLE.
           05  WS-CONTROL-ENTRY     OCCURS 500 TIMES.
               10  WS-ENTRY-BRANCH  PIC X(04).
               10  WS-ENTRY-PREFIX  PIC 9(04).
               10  WS-ENTRY-SERIAL  PIC 9(07).

      * Mod-11 working storage.
       01  WS-WEIGHT-STRING         PIC X(11) VALUE '65432765432'.
       01  WS-WEIGHTS REDEFINES WS-WEIGHT-STRING.
           05  WS-WEIGHT            PIC 9(01) OCCURS 11 TIMES.
       01  WS-NUMBER                PIC X(12).
       01  WS-NUMBER-DIGITS REDEFINES WS-NUMBER.
           05  WS-DIGIT             PIC 9(01) OCCURS 12 TIMES.
       77  WS-DIGIT-IDX             BINARY-LONG.
       77  WS-WEIGHTED-SUM          BINARY-LONG.
       77  WS-QUOTIENT              BINARY-LONG.
       77  WS-REMAINDER             BINARY-LONG.
       77  WS-CHECK-DIGIT           BINARY-LONG.
       77  WS-CHECK-USABLE          PIC X(01).

       LINKAGE SECTION.
       77  RETURN-CODE              PIC 9(8) COMP-5.
       01  AN-REQUEST.
           05  AN-FUNCTION          PIC X(01).
               88  AN-NEXT-NUMBER       VALUE 'N'.
               88  AN-VERIFY            VALUE 'V'.
               88  AN-COMPLETE          VALUE 'C'.
           05  AN-BRANCH            PIC X(04).
           05  AN-ACCT-NO           PIC X(12).

       PROCEDURE DIVISION USING AN-REQUEST,
                          RETURNING RETURN-CODE.

       0000-MAINLINE.

           MOVE ZERO TO RETURN-CODE.

           EVALUATE TRUE
              WHEN AN-VERIFY
                 PERFORM 3000-VERIFY-THE-NUMBER
              WHEN AN-COMPLETE
                 PERFORM 4000-COMPLETE-THE-NUMBER
              WHEN AN-NEXT-NUMBER
                 PERFORM 1000-ISSUE-NEXT-NUMBER
              WHEN OTHER
                 MOVE 3 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

       1000-ISSUE-NEXT-NUMBER.

      *    O_CREAT + O_RDWR = 64 + 2
           MOVE FUNCTION posix-open(WS-LOCKFILE-PATH, 66,
                                     WS-LOCK-MODE)
             TO WS-LOCK-FD.
           IF WS-LOCK-FD < ZERO
              MOVE WS-LOCK-FD TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION posix-flock(WS-LOCK-FD, 2)
             TO WS-LOCK-STATUS.

           PERFORM 1100-LOAD-CONTROL-FILE.

           MOVE ZERO TO WS-FOUND-IDX.
           MOVE ZERO TO WS-HIGH-PREFIX.
           PERFORM 1200-FIND-BRANCH-ENTRY
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.

           IF WS-FOUND-IDX = ZERO
              PERFORM 1300-ADD-BRANCH-ENTRY
           END-IF.

           IF RETURN-CODE = ZERO
      *       Serials whose check digit would be 10 are skipped.
              MOVE 'N' TO WS-ISSUED
              MOVE WS-ENTRY-SERIAL(WS-FOUND-IDX) TO WS-SERIAL
              PERFORM 1400-TRY-NEXT-SERIAL
                  UNTIL WS-ISSUED = 'Y'
                     OR RETURN-CODE NOT = ZERO
           END-IF.

           IF RETURN-CODE = ZERO
              MOVE WS-SERIAL TO WS-ENTRY-SERIAL(WS-FOUND-IDX)
              PERFORM 5000-SAVE-CONTROL-FILE
           END-IF.

           MOVE FUNCTION posix-flock(WS-LOCK-FD, 8)
             TO WS-LOCK-STATUS.
           MOVE FUNCTION posix-close(WS-LOCK-FD)
             TO WS-LOCK-STATUS.

       1100-LOAD-CONTROL-FILE.

           MOVE ZERO TO WS-ENTRY-COUNT.

           OPEN INPUT ALLOC-CONTROL-FILE.
           IF WS-FILE-STATUS = '00'
              PERFORM 1150-READ-ONE-ENTRY
                 UNTIL WS-FILE-STATUS NOT = '00'
              CLOSE ALLOC-CONTROL-FILE
           END-IF.

       1150-READ-ONE-ENTRY.

           READ ALLOC-CONTROL-FILE
              AT END
                 MOVE '10' TO WS-FILE-STATUS
              NOT AT END
                 IF WS-ENTRY-COUNT < WS-MAX-ENTRIES
                    AND ALC-PREFIX IS NUMERIC
                    AND ALC-LAST-SERIAL IS NUMERIC
                    ADD 1 TO WS-ENTRY-COUNT
                    MOVE ALC-BRANCH
                      TO WS-ENTRY-BRANCH(WS-ENTRY-COUNT)
                    MOVE ALC-PREFIX
                      TO WS-ENTRY-PREFIX(WS-ENTRY-COUNT)
                    MOVE ALC-LAST-SERIAL
                      TO WS-ENTRY-SERIAL(WS-ENTRY-COUNT)
                 END-IF
           END-READ.

       1200-FIND-BRANCH-ENTRY.

           IF WS-ENTRY-BRANCH(WS-ENTRY-IDX) = AN-BRANCH
              MOVE WS-ENTRY-IDX TO WS-FOUND-IDX
           END-IF.
           IF WS-ENTRY-PREFIX(WS-ENTRY-IDX) > WS-HIGH-PREFIX
              MOVE WS-ENTRY-PREFIX(WS-ENTRY-IDX) TO WS-HIGH-PREFIX
           END-IF.

       1300-ADD-BRANCH-ENTRY.

           IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
              OR WS-HIGH-PREFIX = 9999
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE WS-ENTRY-COUNT TO WS-FOUND-IDX.
           MOVE AN-BRANCH TO WS-ENTRY-BRANCH(WS-FOUND-IDX).
           IF WS-HIGH-PREFIX < WS-FIRST-PREFIX
              MOVE WS-FIRST-PREFIX TO WS-ENTRY-PREFIX(WS-FOUND-IDX)
           ELSE
              COMPUTE WS-ENTRY-PREFIX(WS-FOUND-IDX) =
                      WS-HIGH-PREFIX + 1
           END-IF.
           MOVE ZERO TO WS-ENTRY-SERIAL(WS-FOUND-IDX).

       1400-TRY-NEXT-SERIAL.

           IF WS-SERIAL >= WS-MAX-SERIAL
              MOVE 2 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SERIAL.
           MOVE SPACES TO WS-NUMBER.
           MOVE WS-ENTRY-PREFIX(WS-FOUND-IDX) TO WS-NUMBER(1:4).
           MOVE WS-SERIAL TO WS-NUMBER(5:7).
           PERFORM 6000-COMPUTE-CHECK-DIGIT.
           IF WS-CHECK-USABLE = 'Y'
              MOVE WS-CHECK-DIGIT TO WS-DIGIT(12)
              MOVE WS-NUMBER TO AN-ACCT-NO
              MOVE 'Y' TO WS-ISSUED
           END-IF.

       3000-VERIFY-THE-NUMBER.

           MOVE AN-ACCT-NO TO WS-NUMBER.
           IF WS-NUMBER IS NOT NUMERIC
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 6000-COMPUTE-CHECK-DIGIT.
           IF WS-CHECK-USABLE NOT = 'Y'
              OR WS-CHECK-DIGIT NOT = WS-DIGIT(12)
              MOVE 1 TO RETURN-CODE
           END-IF.

       4000-COMPLETE-THE-NUMBER.

           MOVE AN-ACCT-NO TO WS-NUMBER.
           IF WS-NUMBER(1:11) IS NOT NUMERIC
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 6000-COMPUTE-CHECK-DIGIT.
           IF WS-CHECK-USABLE NOT = 'Y'
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE WS-CHECK-DIGIT TO WS-DIGIT(12)
              MOVE WS-NUMBER TO AN-ACCT-NO
           END-IF.

       5000-SAVE-CONTROL-FILE.

           OPEN OUTPUT ALLOC-CONTROL-FILE.
           PERFORM 5100-WRITE-ONE-ENTRY
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.
           CLOSE ALLOC-CONTROL-FILE.

       5100-WRITE-ONE-ENTRY.

           MOVE WS-ENTRY-BRANCH(WS-ENTRY-IDX) TO ALC-BRANCH.
           MOVE WS-ENTRY-PREFIX(WS-ENTRY-IDX) TO ALC-PREFIX.
           MOVE WS-ENTRY-SERIAL(WS-ENTRY-IDX) TO ALC-LAST-SERIAL.
           WRITE ALLOC-CONTROL-RECORD.

       6000-COMPUTE-CHECK-DIGIT.

      *    Mod 11 over WS-NUMBER(1:11), weights 2-7 from the right.
           MOVE ZERO TO WS-WEIGHTED-SUM.
           PERFORM 6100-WEIGH-ONE-DIGIT
               VARYING WS-DIGIT-IDX FROM 1 BY 1
               UNTIL WS-DIGIT-IDX > 11.
           DIVIDE WS-WEIGHTED-SUM BY 11 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER.
           COMPUTE WS-CHECK-DIGIT = 11 - WS-REMAINDER.
           MOVE 'Y' TO WS-CHECK-USABLE.
           EVALUATE WS-CHECK-DIGIT
              WHEN 11
                 MOVE ZERO TO WS-CHECK-DIGIT
              WHEN 10
                 MOVE 'N' TO WS-CHECK-USABLE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       6100-WEIGH-ONE-DIGIT.

           COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                 + WS-DIGIT(WS-DIGIT-IDX) * WS-WEIGHT(WS-DIGIT-IDX).

           END PROGRAM CBL_ACCOUNT_NUMBER.

        >> POP SOURCE FORMAT
