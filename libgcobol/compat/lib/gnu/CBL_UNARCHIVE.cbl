       >>PUSH SOURCE FORMAT
       >>SOURCE FIXED
      * Include the posix-open, posix-read, posix-write, posix-close
      * and posix-stat functions
        COPY posix-open.
        COPY posix-read.
        COPY posix-write.
        COPY posix-close.
        COPY posix-stat.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      *
      *  CALL "CBL_UNARCHIVE" using     ARCHIVE-PATH
      *                                  TARGET-DIR
      *                                  MEMBER-COUNT
      *                                  MEMBER-TABLE
      *                        returning RETURN-CODE
      *
      *  The companion unbundling routine for CBL_ARCHIVE's plain
      *  layout: walks the bundle's member headers - name padded
      *  to 256 bytes, 12-digit decimal size, then that many bytes
      *  of content - and extracts every member flat into
      *  TARGET-DIR under its base name (mode 0644, truncated if
      *  already there).  MEMBER-COUNT and MEMBER-TABLE come back
      *  with the extracted paths, in bundle order, so a batch job
      *  can read archived files without an operator running
      *  gcobol-archive-tool first.  The caller owns the extracted
      *  copies and deletes them when done.
      *
      *  Every header is checked before it is believed, as the
      *  archive tool does: a non-numeric size, or content running
      *  past the bundle's physical size, stops the walk.
      *
      *  RETURN-CODE: 0 every member extracted; 1 the bundle will
      *  not stat or open; 2 truncated or corrupt bundle; 3 more
      *  than 64 members; 4 an extracted copy could not be
      *  written.  Members extracted before a failure stay listed
      *  so the caller can clean them up.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_UNARCHIVE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-open
           FUNCTION posix-read
           FUNCTION posix-write
           FUNCTION posix-close
           FUNCTION posix-stat.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  ARC-MAX-FILES           PIC 9(8) COMP-5 VALUE 64.
       77  FD-IN                   BINARY-LONG.
       77  FD-OUT                  BINARY-LONG.
       77  FUNC-RETURN-VALUE       BINARY-LONG.
       77  BYTES-READ              BINARY-LONG.
       77  BYTES-WRITTEN           BINARY-LONG.
       77  CHUNK-SIZE              BINARY-LONG.
       77  ARC-BUFFER              PIC X(32768).
       77  ARCHIVE-SIZE            BINARY-DOUBLE.
       77  CURRENT-OFFSET          BINARY-DOUBLE.
       77  BYTES-LEFT              BINARY-DOUBLE.
       77  NAME-IDX                BINARY-LONG.
       77  LAST-SLASH              BINARY-LONG.
       77  WALK-STATE              PIC X(01).
           88  WALK-CONTINUES          VALUE 'Y'.
           88  WALK-IS-DONE            VALUE 'N'.
       77  OUT-PATH                PIC X(256).
       77  BASE-NAME               PIC X(256).
       01  ARC-STAT-BUFFER.
           COPY statbuf.
       01  MODE-0644               BINARY-LONG VALUE 420.
       01  ARC-HEADER-RECORD.
           05  ARC-HDR-NAME        PIC X(256).
           05  ARC-HDR-SIZE        PIC 9(12).
       77  WS-AUDIT-ARGS           PIC X(1024).
       77  WS-AUDIT-STATUS         PIC 9(8) COMP-5.
       77  WS-COUNT-DISPLAYED      PIC Z(7)9.

       LINKAGE SECTION.
       77  RETURN-CODE             PIC 9(8) COMP-5.
       01  ARCHIVE-PATH            PIC X ANY LENGTH.
       01  TARGET-DIR              PIC X ANY LENGTH.
       77  MEMBER-COUNT            PIC 9(8) COMP-5.
       01  MEMBER-TABLE.
           05  MEMBER-ENTRY        PIC X(256) OCCURS 64 TIMES.

       PROCEDURE DIVISION USING ARCHIVE-PATH, TARGET-DIR,
                          MEMBER-COUNT, MEMBER-TABLE,
                          RETURNING RETURN-CODE.

           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO MEMBER-COUNT.
           MOVE SPACES TO MEMBER-TABLE.

           MOVE FUNCTION posix-stat(ARCHIVE-PATH, ARC-STAT-BUFFER)
             TO FUNC-RETURN-VALUE.
           IF FUNC-RETURN-VALUE NOT = ZERO
              MOVE 1 TO RETURN-CODE
              PERFORM LOG-THE-CALL
              GOBACK
           END-IF.
           MOVE st_size OF ARC-STAT-BUFFER TO ARCHIVE-SIZE.

           MOVE FUNCTION posix-open(ARCHIVE-PATH, 0, 0) TO FD-IN.
           IF FD-IN < ZERO
              MOVE 1 TO RETURN-CODE
              PERFORM LOG-THE-CALL
              GOBACK
           END-IF.

           MOVE ZERO TO CURRENT-OFFSET.
           SET WALK-CONTINUES TO TRUE.
           PERFORM EXTRACT-ONE-MEMBER THRU EXTRACT-ONE-MEMBER-EXIT
              UNTIL WALK-IS-DONE.

           MOVE FUNCTION posix-close(FD-IN) TO FUNC-RETURN-VALUE.
           PERFORM LOG-THE-CALL.
           GOBACK.

           LOG-THE-CALL.
               MOVE MEMBER-COUNT TO WS-COUNT-DISPLAYED.
               MOVE SPACES TO WS-AUDIT-ARGS.
               STRING 'bundle='                   DELIMITED BY SIZE
                      FUNCTION TRIM(ARCHIVE-PATH)  DELIMITED BY SIZE
                      ' members='                 DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAYED)
                                                  DELIMITED BY SIZE
                 INTO WS-AUDIT-ARGS.
               CALL "CBL_AUDIT_LOG" USING "CBL_UNARCHIVE",
                            WS-AUDIT-ARGS,
                            BY VALUE RETURN-CODE
                          RETURNING WS-AUDIT-STATUS.

           EXTRACT-ONE-MEMBER.
               IF CURRENT-OFFSET >= ARCHIVE-SIZE
                  SET WALK-IS-DONE TO TRUE
                  GO TO EXTRACT-ONE-MEMBER-EXIT
               END-IF.

               MOVE FUNCTION posix-read(FD-IN, ARC-HEADER-RECORD,
                                         LENGTH OF ARC-HEADER-RECORD)
                 TO BYTES-READ.
               IF BYTES-READ NOT = LENGTH OF ARC-HEADER-RECORD
                  OR ARC-HDR-SIZE NOT NUMERIC
                  MOVE 2 TO RETURN-CODE
                  SET WALK-IS-DONE TO TRUE
                  GO TO EXTRACT-ONE-MEMBER-EXIT
               END-IF.
               COMPUTE CURRENT-OFFSET = CURRENT-OFFSET
                                      + LENGTH OF ARC-HEADER-RECORD.
               IF CURRENT-OFFSET + ARC-HDR-SIZE > ARCHIVE-SIZE
                  MOVE 2 TO RETURN-CODE
                  SET WALK-IS-DONE TO TRUE
                  GO TO EXTRACT-ONE-MEMBER-EXIT
               END-IF.
               IF MEMBER-COUNT >= ARC-MAX-FILES
                  MOVE 3 TO RETURN-CODE
                  SET WALK-IS-DONE TO TRUE
                  GO TO EXTRACT-ONE-MEMBER-EXIT
               END-IF.

      *        Members were bundled under the path they were cut
      *        at; they land flat in the target under the base name.
               MOVE ZERO TO LAST-SLASH.
               PERFORM FIND-ONE-SLASH
                  VARYING NAME-IDX FROM 1 BY 1
                  UNTIL NAME-IDX > 256.
               MOVE SPACES TO BASE-NAME.
               IF LAST-SLASH = ZERO
                  MOVE ARC-HDR-NAME TO BASE-NAME
               ELSE
                  MOVE ARC-HDR-NAME(LAST-SLASH + 1:) TO BASE-NAME
               END-IF.
               MOVE SPACES TO OUT-PATH.
               STRING FUNCTION TRIM(TARGET-DIR) '/'
                      FUNCTION TRIM(BASE-NAME)
                      DELIMITED BY SIZE
                 INTO OUT-PATH.

      *        O_CREAT + O_WRONLY + O_TRUNC = 64 + 1 + 512
               MOVE FUNCTION posix-open(OUT-PATH, 577, MODE-0644)
                 TO FD-OUT.
               IF FD-OUT < ZERO
                  MOVE 4 TO RETURN-CODE
                  SET WALK-IS-DONE TO TRUE
                  GO TO EXTRACT-ONE-MEMBER-EXIT
               END-IF.
               ADD 1 TO MEMBER-COUNT.
               MOVE OUT-PATH TO MEMBER-ENTRY(MEMBER-COUNT).

               MOVE ARC-HDR-SIZE TO BYTES-LEFT.
               PERFORM COPY-A-BLOCK
                  UNTIL BYTES-LEFT = ZERO
                      OR RETURN-CODE NOT = ZERO.
               MOVE FUNCTION posix-close(FD-OUT) TO FUNC-RETURN-VALUE.
               IF RETURN-CODE NOT = ZERO
                  SET WALK-IS-DONE TO TRUE
                  GO TO EXTRACT-ONE-MEMBER-EXIT
               END-IF.
               ADD ARC-HDR-SIZE TO CURRENT-OFFSET.

           EXTRACT-ONE-MEMBER-EXIT.
               EXIT.

           FIND-ONE-SLASH.
               IF ARC-HDR-NAME(NAME-IDX:1) = '/'
                  MOVE NAME-IDX TO LAST-SLASH
               END-IF.

           COPY-A-BLOCK.
               IF BYTES-LEFT > LENGTH OF ARC-BUFFER
                  MOVE LENGTH OF ARC-BUFFER TO CHUNK-SIZE
               ELSE
                  MOVE BYTES-LEFT TO CHUNK-SIZE
               END-IF.
               MOVE FUNCTION posix-read(FD-IN, ARC-BUFFER, CHUNK-SIZE)
                 TO BYTES-READ.
               IF BYTES-READ NOT > ZERO
                  MOVE 2 TO RETURN-CODE
               ELSE
                  MOVE FUNCTION posix-write(FD-OUT, ARC-BUFFER,
                                             BYTES-READ)
                    TO BYTES-WRITTEN
                  IF BYTES-WRITTEN NOT = BYTES-READ
                     MOVE 4 TO RETURN-CODE
                  ELSE
                     SUBTRACT BYTES-READ FROM BYTES-LEFT
                  END-IF
               END-IF.

           END PROGRAM CBL_UNARCHIVE.

        >> POP SOURCE FORMAT
