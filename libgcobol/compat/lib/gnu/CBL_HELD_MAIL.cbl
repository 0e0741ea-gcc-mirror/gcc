       >>PUSH SOURCE FORMAT
       >>SOURCE FIXED
      * Include the posix-gettimeofday and posix-localtime functions
        COPY posix-gettimeofday.
        COPY posix-localtime.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      *
      *  CALL "CBL_HELD_MAIL" using     HM-REQUEST
      *                       returning RETURN-CODE
      *
      *  Held-mail file.  A customer whose mail has come back
      *  undeliverable carries the address-invalid indicator on the
      *  master, and every job that prints something for a customer
      *  - statements, letters, notices - hands that customer's
      *  document to this routine instead of the printer.  Each
      *  call appends one line of one document to the held-mail
      *  file: the processing date, the job holding it, the
      *  customer key, the document (the job's own name for it -
      *  a statement month, a letter type), and the line itself,
      *  so the mailroom can release or destroy a document whole
      *  once the customer has a good address.
      *
      *  The file's location is site configuration (HELD-MAIL-PATH)
      *  with a shipped default.  RETURN-CODE is nonzero when the
      *  line could not be written.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_HELD_MAIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant HELD-MAIL-DFLT as "/tmp/gcobol-held-mail.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-MAIL-FILE
                  ASSIGN TO WS-HELD-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           05  HML-HELD-DATE        PIC 9(08).
           05  FILLER               PIC X(01).
           05  HML-SOURCE           PIC X(24).
           05  FILLER               PIC X(01).
           05  HML-MASTER-KEY       PIC X(20).
           05  FILLER               PIC X(01).
           05  HML-DOCUMENT         PIC X(12).
           05  FILLER               PIC X(01).
           05  HML-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-HELD-PATH             PIC X(256).
       77  WS-CONFIG-KEY            PIC X(32)
                                     VALUE 'HELD-MAIL-PATH'.
       77  WS-CONFIG-STATUS         PIC 9(8) COMP-5.
       77  WS-FILE-STATUS           PIC X(02).
       77  WS-STATUS                BINARY-LONG.
       77  WS-EPOCH-SECONDS         BINARY-LONG.
       01  WS-NOW-TIMEVAL.
           COPY timeval.
       01  WS-NOW-TM.
           COPY tm.
       77  WS-HELD-DATE             PIC 9(08).
       77  WS-PD-STATUS             BINARY-LONG SIGNED.
       01  WS-PD-REQUEST.
           05  WS-PD-FUNCTION       PIC X(01).
           05  WS-PD-DATE           PIC 9(08).

       LINKAGE SECTION.
       77  RETURN-CODE              PIC 9(8) COMP-5.
       01  HM-REQUEST.
           05  HM-SOURCE            PIC X(24).
           05  HM-MASTER-KEY        PIC X(20).
           05  HM-DOCUMENT          PIC X(12).
           05  HM-LINE              PIC X(132).

       PROCEDURE DIVISION USING HM-REQUEST,
                          RETURNING RETURN-CODE.

       0000-MAINLINE.

           MOVE ZERO TO RETURN-CODE.

           CALL "CBL_CONFIG_GET" USING WS-CONFIG-KEY, WS-HELD-PATH,
                        HELD-MAIL-DFLT
                      RETURNING WS-CONFIG-STATUS.

      *    The chain's processing date when one is established,
      *    otherwise today.
           MOVE FUNCTION posix-gettimeofday(WS-NOW-TIMEVAL)
             TO WS-STATUS.
           MOVE tv_sec OF WS-NOW-TIMEVAL TO WS-EPOCH-SECONDS.
           MOVE FUNCTION posix-localtime(WS-EPOCH-SECONDS, WS-NOW-TM)
             TO WS-STATUS.
           COMPUTE WS-HELD-DATE =
                   (tm_year OF WS-NOW-TM + 1900) * 10000
                 + (tm_mon  OF WS-NOW-TM + 1)    * 100
                 +  tm_mday OF WS-NOW-TM.
           MOVE 'G' TO WS-PD-FUNCTION.
           MOVE ZERO TO WS-PD-DATE.
           CALL "CBL_PROCESSING_DATE" USING WS-PD-REQUEST
                RETURNING WS-PD-STATUS.
           IF WS-PD-STATUS = ZERO AND WS-PD-DATE NOT = ZERO
              MOVE WS-PD-DATE TO WS-HELD-DATE
           END-IF.

           OPEN EXTEND HELD-MAIL-FILE.
           IF WS-FILE-STATUS NOT = '00'
              OPEN OUTPUT HELD-MAIL-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = '00'
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO HELD-MAIL-RECORD.
           MOVE WS-HELD-DATE  TO HML-HELD-DATE.
           MOVE HM-SOURCE     TO HML-SOURCE.
           MOVE HM-MASTER-KEY TO HML-MASTER-KEY.
           MOVE HM-DOCUMENT   TO HML-DOCUMENT.
           MOVE HM-LINE       TO HML-LINE.
           WRITE HELD-MAIL-RECORD.
           IF WS-FILE-STATUS NOT = '00'
              MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE HELD-MAIL-FILE.

           GOBACK.

           END PROGRAM CBL_HELD_MAIL.

        >> POP SOURCE FORMAT
