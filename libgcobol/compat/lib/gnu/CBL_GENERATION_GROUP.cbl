       >>PUSH SOURCE FORMAT
       >>SOURCE FIXED
      * Include the posix-open, posix-flock, posix-close and
      * posix-getenv functions
        COPY posix-open.
        COPY posix-flock.
        COPY posix-close.
        COPY posix-getenv.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      *
      *  CALL "CBL_GENERATION_GROUP" using     GROUP-NAME
      *                                        GG-REQUEST
      *                              returning RETURN-CODE
      *
      *  Generation groups for produced files.  Instead of every job
      *  inventing its own overwrite, date-suffix or .bak habit, a
      *  file that is kept in versions belongs to a group in the
      *  group catalog (GDG-CATALOG-PATH): a base name, a generation
      *  limit, and what happens to a generation that rolls off -
      *  scratched (CBL_DELETE_FILE) or archived
      *  (CBL_ARCHIVE_AND_PURGE into the group's archive directory).
      *  Generation n of a group is the file <base>.GnnnnV00, with
      *  the four digits running 0001-9999 and wrapping.
      *  GG-FUNCTION selects:
      *
      *    'D'  define the group, or alter it: GG-BASE-NAME,
      *         GG-LIMIT (1-999), GG-ACTION ('S' scratch, 'A'
      *         archive) and, for archive, GG-ARCHIVE-DIR.
      *         Generations already catalogued keep their names.
      *    'R'  resolve GG-RELATIVE to an absolute file name in
      *         GG-PATH: +1 is the name the next generation is to be
      *         written under, 0 the current generation, -1, -2 ...
      *         the ones before it.  For a catalogued generation
      *         GG-RUN-ID, GG-CHECKSUM and GG-CATALOGED-DATE/TIME
      *         describe it.  The group's definition comes back in
      *         every case.
      *    'C'  catalog GG-PATH - the +1 name, fully written - as
      *         the group's new current generation, stamped with the
      *         run id and the file's checksum.  Call this only when
      *         the producing job has completed: until then the new
      *         file is not a generation, and 0 still resolves to
      *         the previous one.  Generations beyond the limit then
      *         roll off, oldest first; GG-ROLLED-OFF counts them.
      *
      *  RETURN-CODE: 0 done; 1 group not defined; 2 no such
      *  generation (or a positive relative other than +1); 3
      *  unknown function; 4 catalog full; 5 definition invalid, or
      *  GG-PATH not the group's +1 name or not readable; 6 the new
      *  generation is catalogued but an old one could not be rolled
      *  off - it stays catalogued and is tried again next time.
      *
      *  The catalog's load-modify-save cycle is serialized with a
      *  flock on a companion file, as CBL_FEED_GENERATION does.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_GENERATION_GROUP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-open
           FUNCTION posix-flock
           FUNCTION posix-close
           FUNCTION posix-getenv.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GDG-CATALOG-FILE
                  ASSIGN TO WS-CATALOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GDG-CATALOG-FILE.
       01  GDG-GROUP-RECORD.
           05  GDG-TYPE             PIC X(01).
               88  GDG-IS-GROUP         VALUE 'G'.
               88  GDG-IS-GENERATION    VALUE 'N'.
           05  GDG-GROUP-NAME       PIC X(40).
           05  GDG-BASE-NAME        PIC X(200).
           05  GDG-LIMIT            PIC 9(03).
           05  GDG-ACTION           PIC X(01).
           05  GDG-ARCHIVE-DIR      PIC X(200).
           05  GDG-LAST-ABSOLUTE    PIC 9(04).
           05  FILLER               PIC X(02).
       01  GDG-GENERATION-RECORD.
           05  FILLER               PIC X(01).
           05  GDG-GEN-GROUP        PIC X(40).
           05  GDG-GEN-ABSOLUTE     PIC 9(04).
           05  GDG-GEN-PATH         PIC X(256).
           05  GDG-GEN-RUN-ID       PIC X(40).
           05  GDG-GEN-CHECKSUM     PIC 9(10).
           05  GDG-GEN-DATE         PIC 9(08).
           05  GDG-GEN-TIME         PIC 9(06).
           05  FILLER               PIC X(86).

       WORKING-STORAGE SECTION.
       77  WS-CATALOG-PATH          PIC X(256).
       77  WS-LOCKFILE-PATH         PIC X(260).
       77  WS-CONFIG-KEY            PIC X(32).
       77  WS-CONFIG-STATUS         BINARY-LONG SIGNED.
       77  WS-LOCK-FD               PIC 9(8) COMP-5.
       77  WS-LOCK-STATUS           PIC 9(8) COMP-5.
       01  WS-LOCK-MODE             BINARY-LONG VALUE 420.
       77  WS-FILE-STATUS           PIC X(02).
       77  WS-CALL-STATUS           BINARY-LONG SIGNED.
       77  WS-CATALOG-CHANGED       PIC X(01) VALUE 'N'.

       77  WS-MAX-GROUPS            BINARY-LONG VALUE 200.
       77  WS-GROUP-COUNT           BINARY-LONG VALUE ZERO.
       77  WS-GROUP-IDX             BINARY-LONG.
       77  WS-FOUND-GROUP           BINARY-LONG VALUE ZERO.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY       OCCURS 200 TIMES.
               10  WS-GRP-NAME      PIC X(40).
               10  WS-GRP-BASE      PIC X(200).
               10  WS-GRP-LIMIT     PIC 9(03).
               10  WS-GRP-ACTION    PIC X(01).
               10  WS-GRP-ARCHIVE   PIC X(200).
               10  WS-GRP-LAST      PIC 9(04).

      *    Generations in catalog order - oldest first within each
      *    group, since every new one is added at the end.
       77  WS-MAX-GENS              BINARY-LONG VALUE 5000.
       77  WS-GEN-COUNT             BINARY-LONG VALUE ZERO.
       77  WS-GEN-IDX               BINARY-LONG.
       77  WS-HELD-COUNT            BINARY-LONG.
       77  WS-WANTED-POSITION       BINARY-LONG.
       77  WS-POSITION              BINARY-LONG.
       77  WS-OLDEST-IDX            BINARY-LONG.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY         OCCURS 5000 TIMES.
               10  WS-GEN-GROUP     PIC X(40).
               10  WS-GEN-ABSOLUTE  PIC 9(04).
               10  WS-GEN-PATH      PIC X(256).
               10  WS-GEN-RUN-ID    PIC X(40).
               10  WS-GEN-CHECKSUM  PIC 9(10).
               10  WS-GEN-DATE      PIC 9(08).
               10  WS-GEN-TIME      PIC 9(06).
               10  WS-GEN-DROPPED   PIC X(01).

       77  WS-NEXT-ABSOLUTE         PIC 9(04).
       77  WS-NEXT-PATH             PIC X(256).
       77  WS-FILE-CHECKSUM         PIC 9(10).
       77  WS-ROLL-PATH             PIC X(256).
       77  WS-ARCHIVE-PATH          PIC X(256).
       77  WS-NAME-START            BINARY-LONG.
       77  WS-CHAR-IDX              BINARY-LONG.
       77  WS-PATH-LENGTH           BINARY-LONG.
       77  WS-ROLL-FAILED           PIC X(01).
       77  WS-RUN-ID                PIC X(40).
       77  WS-RUN-ID-STATUS         BINARY-LONG.
       77  WS-PD-STATUS             BINARY-LONG SIGNED.
       01  WS-PD-REQUEST.
           05  WS-PD-FUNCTION       PIC X(01).
           05  WS-PD-DATE           PIC 9(08).
       01  WS-NOW.
           05  WS-NOW-DATE          PIC 9(08).
           05  WS-NOW-TIME          PIC 9(06).
           05  FILLER               PIC X(07).
       77  WS-AUDIT-ARGS            PIC X(1024).
       77  WS-AUDIT-STATUS          PIC 9(8) COMP-5.

       LINKAGE SECTION.
       77  RETURN-CODE              PIC 9(8) COMP-5.
       01  GROUP-NAME               PIC X ANY LENGTH.
       01  GG-REQUEST.
           05  GG-FUNCTION          PIC X(01).
               88  GG-DEFINE            VALUE 'D'.
               88  GG-RESOLVE           VALUE 'R'.
               88  GG-CATALOG           VALUE 'C'.
           05  GG-RELATIVE          PIC S9(04)
                                    SIGN LEADING SEPARATE.
           05  GG-BASE-NAME         PIC X(200).
           05  GG-LIMIT             PIC 9(03).
           05  GG-ACTION            PIC X(01).
               88  GG-SCRATCH           VALUE 'S'.
               88  GG-ARCHIVE           VALUE 'A'.
           05  GG-ARCHIVE-DIR       PIC X(200).
           05  GG-ABSOLUTE          PIC 9(04).
           05  GG-PATH              PIC X(256).
           05  GG-RUN-ID            PIC X(40).
           05  GG-CHECKSUM          PIC 9(10).
           05  GG-CATALOGED-DATE    PIC 9(08).
           05  GG-CATALOGED-TIME    PIC 9(06).
           05  GG-ROLLED-OFF        PIC 9(03).

       PROCEDURE DIVISION USING GROUP-NAME, GG-REQUEST,
                          RETURNING RETURN-CODE.

       0000-MAINLINE.

           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO WS-FOUND-GROUP.
           MOVE 'N' TO WS-CATALOG-CHANGED.

           MOVE 'GDG-CATALOG-PATH' TO WS-CONFIG-KEY.
           CALL "CBL_CONFIG_GET" USING WS-CONFIG-KEY,
                        WS-CATALOG-PATH,
                        '/tmp/gcobol-gdg-cat.dat'
                      RETURNING WS-CONFIG-STATUS.
           MOVE SPACES TO WS-LOCKFILE-PATH.
           STRING FUNCTION TRIM(WS-CATALOG-PATH) '.lck'
                  DELIMITED BY SIZE INTO WS-LOCKFILE-PATH.
           INSPECT WS-LOCKFILE-PATH
                   REPLACING TRAILING SPACE BY LOW-VALUE.

      *    O_CREAT + O_RDWR = 64 + 2
           MOVE FUNCTION posix-open(WS-LOCKFILE-PATH, 66,
                                     WS-LOCK-MODE)
             TO WS-LOCK-FD.
           IF WS-LOCK-FD < ZERO
              MOVE WS-LOCK-FD TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE FUNCTION posix-flock(WS-LOCK-FD, 2)
             TO WS-LOCK-STATUS.

           PERFORM 1000-LOAD-CATALOG-FILE.

           PERFORM 2000-FIND-GROUP-ENTRY
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                   OR WS-FOUND-GROUP NOT = ZERO.

           EVALUATE TRUE
              WHEN GG-DEFINE
                 PERFORM 3000-DEFINE-GROUP
              WHEN GG-RESOLVE
                 PERFORM 4000-RESOLVE-GENERATION
              WHEN GG-CATALOG
                 PERFORM 5000-CATALOG-GENERATION
              WHEN OTHER
                 MOVE 3 TO RETURN-CODE
           END-EVALUATE.

           IF WS-CATALOG-CHANGED = 'Y'
              PERFORM 7000-SAVE-CATALOG-FILE
           END-IF.

           MOVE FUNCTION posix-flock(WS-LOCK-FD, 8)
             TO WS-LOCK-STATUS.
           MOVE FUNCTION posix-close(WS-LOCK-FD)
             TO WS-LOCK-STATUS.

           GOBACK.

       1000-LOAD-CATALOG-FILE.

           MOVE ZERO TO WS-GROUP-COUNT.
           MOVE ZERO TO WS-GEN-COUNT.

           OPEN INPUT GDG-CATALOG-FILE.
           IF WS-FILE-STATUS = '00'
              PERFORM 1100-READ-ONE-ENTRY
                 UNTIL WS-FILE-STATUS NOT = '00'
              CLOSE GDG-CATALOG-FILE
           END-IF.

       1100-READ-ONE-ENTRY.

           READ GDG-CATALOG-FILE
              AT END
                 MOVE '10' TO WS-FILE-STATUS
              NOT AT END
                 EVALUATE TRUE
                    WHEN GDG-IS-GROUP
                       PERFORM 1110-KEEP-GROUP-ENTRY
                    WHEN GDG-IS-GENERATION
                       PERFORM 1120-KEEP-GENERATION-ENTRY
                 END-EVALUATE
           END-READ.

       1110-KEEP-GROUP-ENTRY.

           IF WS-GROUP-COUNT < WS-MAX-GROUPS
              AND GDG-LIMIT IS NUMERIC
              AND GDG-LAST-ABSOLUTE IS NUMERIC
              ADD 1 TO WS-GROUP-COUNT
              MOVE GDG-GROUP-NAME TO WS-GRP-NAME(WS-GROUP-COUNT)
              MOVE GDG-BASE-NAME TO WS-GRP-BASE(WS-GROUP-COUNT)
              MOVE GDG-LIMIT TO WS-GRP-LIMIT(WS-GROUP-COUNT)
              MOVE GDG-ACTION TO WS-GRP-ACTION(WS-GROUP-COUNT)
              MOVE GDG-ARCHIVE-DIR TO WS-GRP-ARCHIVE(WS-GROUP-COUNT)
              MOVE GDG-LAST-ABSOLUTE TO WS-GRP-LAST(WS-GROUP-COUNT)
           END-IF.

       1120-KEEP-GENERATION-ENTRY.

           IF WS-GEN-COUNT < WS-MAX-GENS
              AND GDG-GEN-ABSOLUTE IS NUMERIC
              ADD 1 TO WS-GEN-COUNT
              MOVE GDG-GEN-GROUP TO WS-GEN-GROUP(WS-GEN-COUNT)
              MOVE GDG-GEN-ABSOLUTE TO WS-GEN-ABSOLUTE(WS-GEN-COUNT)
              MOVE GDG-GEN-PATH TO WS-GEN-PATH(WS-GEN-COUNT)
              MOVE GDG-GEN-RUN-ID TO WS-GEN-RUN-ID(WS-GEN-COUNT)
              MOVE GDG-GEN-CHECKSUM TO WS-GEN-CHECKSUM(WS-GEN-COUNT)
              MOVE GDG-GEN-DATE TO WS-GEN-DATE(WS-GEN-COUNT)
              MOVE GDG-GEN-TIME TO WS-GEN-TIME(WS-GEN-COUNT)
              MOVE 'N' TO WS-GEN-DROPPED(WS-GEN-COUNT)
           END-IF.

       2000-FIND-GROUP-ENTRY.

           IF WS-GRP-NAME(WS-GROUP-IDX) = GROUP-NAME
              MOVE WS-GROUP-IDX TO WS-FOUND-GROUP
           END-IF.

       3000-DEFINE-GROUP.

           IF GROUP-NAME = SPACES
              OR GG-BASE-NAME = SPACES
              OR GG-LIMIT IS NOT NUMERIC
              OR GG-LIMIT = ZERO
              OR NOT (GG-SCRATCH OR GG-ARCHIVE)
              OR (GG-ARCHIVE AND GG-ARCHIVE-DIR = SPACES)
              MOVE 5 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           IF WS-FOUND-GROUP = ZERO
              IF WS-GROUP-COUNT >= WS-MAX-GROUPS
                 MOVE 4 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-GROUP-COUNT
              MOVE WS-GROUP-COUNT TO WS-FOUND-GROUP
              MOVE GROUP-NAME TO WS-GRP-NAME(WS-FOUND-GROUP)
              MOVE ZERO TO WS-GRP-LAST(WS-FOUND-GROUP)
           END-IF.
           MOVE GG-BASE-NAME TO WS-GRP-BASE(WS-FOUND-GROUP).
           MOVE GG-LIMIT TO WS-GRP-LIMIT(WS-FOUND-GROUP).
           MOVE GG-ACTION TO WS-GRP-ACTION(WS-FOUND-GROUP).
           MOVE GG-ARCHIVE-DIR TO WS-GRP-ARCHIVE(WS-FOUND-GROUP).
           MOVE 'Y' TO WS-CATALOG-CHANGED.

           MOVE SPACES TO WS-AUDIT-ARGS.
           STRING 'define ' FUNCTION TRIM(GROUP-NAME)
                  ' base=' FUNCTION TRIM(GG-BASE-NAME)
                  ' limit=' GG-LIMIT
                  ' action=' GG-ACTION
                  DELIMITED BY SIZE INTO WS-AUDIT-ARGS.
           CALL "CBL_AUDIT_LOG" USING "CBL_GENERATION_GROUP",
                        WS-AUDIT-ARGS,
                        BY VALUE RETURN-CODE
                      RETURNING WS-AUDIT-STATUS.

       4000-RESOLVE-GENERATION.

           IF WS-FOUND-GROUP = ZERO
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 6000-DESCRIBE-GROUP.

           IF GG-RELATIVE > ZERO
              IF GG-RELATIVE NOT = 1
                 MOVE 2 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-NEXT-ABSOLUTE TO GG-ABSOLUTE
              MOVE WS-NEXT-PATH TO GG-PATH
              EXIT PARAGRAPH
           END-IF.

      *    0 is the newest held, -1 the one before it, and so on.
           COMPUTE WS-WANTED-POSITION = WS-HELD-COUNT + GG-RELATIVE.
           IF WS-WANTED-POSITION < 1
              MOVE 2 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-POSITION.
           PERFORM 4100-COUNT-TO-WANTED-GEN
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT
                   OR WS-POSITION = WS-WANTED-POSITION.
           SUBTRACT 1 FROM WS-GEN-IDX.
           MOVE WS-GEN-ABSOLUTE(WS-GEN-IDX) TO GG-ABSOLUTE.
           MOVE WS-GEN-PATH(WS-GEN-IDX) TO GG-PATH.
           MOVE WS-GEN-RUN-ID(WS-GEN-IDX) TO GG-RUN-ID.
           MOVE WS-GEN-CHECKSUM(WS-GEN-IDX) TO GG-CHECKSUM.
           MOVE WS-GEN-DATE(WS-GEN-IDX) TO GG-CATALOGED-DATE.
           MOVE WS-GEN-TIME(WS-GEN-IDX) TO GG-CATALOGED-TIME.

       4100-COUNT-TO-WANTED-GEN.

           IF WS-GEN-GROUP(WS-GEN-IDX) = GROUP-NAME
              ADD 1 TO WS-POSITION
           END-IF.

       5000-CATALOG-GENERATION.

           MOVE ZERO TO GG-ROLLED-OFF.
           IF WS-FOUND-GROUP = ZERO
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 6000-DESCRIBE-GROUP.
           IF GG-PATH NOT = WS-NEXT-PATH
              MOVE 5 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           CALL "CBL_FILE_CHECKSUM" USING WS-NEXT-PATH,
                        WS-FILE-CHECKSUM
                      RETURNING WS-CALL-STATUS.
           IF WS-CALL-STATUS NOT = ZERO
              MOVE 5 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           IF WS-GEN-COUNT >= WS-MAX-GENS
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-RUN-ID.
           MOVE FUNCTION posix-getenv('GCOBOL_RUN_ID', WS-RUN-ID)
             TO WS-RUN-ID-STATUS.
           IF WS-RUN-ID-STATUS NOT = ZERO
              MOVE SPACES TO WS-RUN-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE 'G' TO WS-PD-FUNCTION.
           MOVE ZERO TO WS-PD-DATE.
           CALL "CBL_PROCESSING_DATE" USING WS-PD-REQUEST
                      RETURNING WS-PD-STATUS.
           IF WS-PD-STATUS = ZERO AND WS-PD-DATE NOT = ZERO
              MOVE WS-PD-DATE TO WS-NOW-DATE
           END-IF.

           ADD 1 TO WS-GEN-COUNT.
           MOVE GROUP-NAME TO WS-GEN-GROUP(WS-GEN-COUNT).
           MOVE WS-NEXT-ABSOLUTE TO WS-GEN-ABSOLUTE(WS-GEN-COUNT).
           MOVE WS-NEXT-PATH TO WS-GEN-PATH(WS-GEN-COUNT).
           MOVE WS-RUN-ID TO WS-GEN-RUN-ID(WS-GEN-COUNT).
           MOVE WS-FILE-CHECKSUM TO WS-GEN-CHECKSUM(WS-GEN-COUNT).
           MOVE WS-NOW-DATE TO WS-GEN-DATE(WS-GEN-COUNT).
           MOVE WS-NOW-TIME TO WS-GEN-TIME(WS-GEN-COUNT).
           MOVE 'N' TO WS-GEN-DROPPED(WS-GEN-COUNT).
           MOVE WS-NEXT-ABSOLUTE TO WS-GRP-LAST(WS-FOUND-GROUP).
           ADD 1 TO WS-HELD-COUNT.
           MOVE 'Y' TO WS-CATALOG-CHANGED.

           MOVE WS-NEXT-ABSOLUTE TO GG-ABSOLUTE.
           MOVE WS-RUN-ID TO GG-RUN-ID.
           MOVE WS-FILE-CHECKSUM TO GG-CHECKSUM.
           MOVE WS-NOW-DATE TO GG-CATALOGED-DATE.
           MOVE WS-NOW-TIME TO GG-CATALOGED-TIME.

           MOVE SPACES TO WS-AUDIT-ARGS.
           STRING 'catalog ' FUNCTION TRIM(GROUP-NAME)
                  ' G' WS-NEXT-ABSOLUTE 'V00 '
                  FUNCTION TRIM(WS-NEXT-PATH)
                  DELIMITED BY SIZE INTO WS-AUDIT-ARGS.
           CALL "CBL_AUDIT_LOG" USING "CBL_GENERATION_GROUP",
                        WS-AUDIT-ARGS,
                        BY VALUE RETURN-CODE
                      RETURNING WS-AUDIT-STATUS.

      *    Roll off the oldest until the group is back at its limit;
      *    one that cannot be rolled off stops the roll for now.
           MOVE 'N' TO WS-ROLL-FAILED.
           PERFORM 5100-ROLL-OFF-OLDEST
               UNTIL WS-HELD-COUNT NOT > WS-GRP-LIMIT(WS-FOUND-GROUP)
                  OR WS-ROLL-FAILED = 'Y'.
           IF WS-ROLL-FAILED = 'Y'
              MOVE 6 TO RETURN-CODE
           END-IF.

       5100-ROLL-OFF-OLDEST.

           MOVE ZERO TO WS-OLDEST-IDX.
           PERFORM 5110-FIND-OLDEST-GEN
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT
                   OR WS-OLDEST-IDX NOT = ZERO.
           MOVE WS-GEN-PATH(WS-OLDEST-IDX) TO WS-ROLL-PATH.

      *    A generation whose file is already gone needs no action.
           CALL "CBL_FILE_CHECKSUM" USING WS-ROLL-PATH,
                        WS-FILE-CHECKSUM
                      RETURNING WS-CALL-STATUS.
           IF WS-CALL-STATUS NOT = ZERO
              MOVE ZERO TO WS-CALL-STATUS
           ELSE
              IF WS-GRP-ACTION(WS-FOUND-GROUP) = 'A'
                 PERFORM 5120-BUILD-ARCHIVE-PATH
                 CALL "CBL_ARCHIVE_AND_PURGE" USING WS-ROLL-PATH,
                              WS-ARCHIVE-PATH
                            RETURNING WS-CALL-STATUS
              ELSE
                 CALL "CBL_DELETE_FILE" USING WS-ROLL-PATH
                            RETURNING WS-CALL-STATUS
              END-IF
           END-IF.

           IF WS-CALL-STATUS NOT = ZERO
              MOVE 'Y' TO WS-ROLL-FAILED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-GEN-DROPPED(WS-OLDEST-IDX).
           SUBTRACT 1 FROM WS-HELD-COUNT.
           ADD 1 TO GG-ROLLED-OFF.

       5110-FIND-OLDEST-GEN.

           IF WS-GEN-GROUP(WS-GEN-IDX) = GROUP-NAME
              AND WS-GEN-DROPPED(WS-GEN-IDX) = 'N'
              MOVE WS-GEN-IDX TO WS-OLDEST-IDX
           END-IF.

      *    <archive dir>/<the generation's own file name>
       5120-BUILD-ARCHIVE-PATH.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROLL-PATH TRAILING))
             TO WS-PATH-LENGTH.
           MOVE 1 TO WS-NAME-START.
           PERFORM 5121-NOTE-ONE-SLASH
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-PATH-LENGTH.
           MOVE SPACES TO WS-ARCHIVE-PATH.
           STRING FUNCTION TRIM(WS-GRP-ARCHIVE(WS-FOUND-GROUP)) '/'
                  WS-ROLL-PATH(WS-NAME-START:
                               WS-PATH-LENGTH - WS-NAME-START + 1)
                  DELIMITED BY SIZE INTO WS-ARCHIVE-PATH.

       5121-NOTE-ONE-SLASH.

           IF WS-ROLL-PATH(WS-CHAR-IDX:1) = '/'
              COMPUTE WS-NAME-START = WS-CHAR-IDX + 1
           END-IF.

      *    The group's definition, how many generations it holds,
      *    and the name its +1 generation would have.
       6000-DESCRIBE-GROUP.

           MOVE WS-GRP-BASE(WS-FOUND-GROUP) TO GG-BASE-NAME.
           MOVE WS-GRP-LIMIT(WS-FOUND-GROUP) TO GG-LIMIT.
           MOVE WS-GRP-ACTION(WS-FOUND-GROUP) TO GG-ACTION.
           MOVE WS-GRP-ARCHIVE(WS-FOUND-GROUP) TO GG-ARCHIVE-DIR.
           MOVE ZERO TO GG-ABSOLUTE.
           MOVE SPACES TO GG-RUN-ID.
           MOVE ZERO TO GG-CHECKSUM.
           MOVE ZERO TO GG-CATALOGED-DATE.
           MOVE ZERO TO GG-CATALOGED-TIME.

           MOVE ZERO TO WS-HELD-COUNT.
           PERFORM 6100-COUNT-ONE-GEN
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT.

           IF WS-GRP-LAST(WS-FOUND-GROUP) = 9999
              MOVE 1 TO WS-NEXT-ABSOLUTE
           ELSE
              COMPUTE WS-NEXT-ABSOLUTE =
                      WS-GRP-LAST(WS-FOUND-GROUP) + 1
           END-IF.
           MOVE SPACES TO WS-NEXT-PATH.
           STRING FUNCTION TRIM(WS-GRP-BASE(WS-FOUND-GROUP))
                  '.G' WS-NEXT-ABSOLUTE 'V00'
                  DELIMITED BY SIZE INTO WS-NEXT-PATH.

       6100-COUNT-ONE-GEN.

           IF WS-GEN-GROUP(WS-GEN-IDX) = GROUP-NAME
              ADD 1 TO WS-HELD-COUNT
           END-IF.

       7000-SAVE-CATALOG-FILE.

           OPEN OUTPUT GDG-CATALOG-FILE.
           IF WS-FILE-STATUS NOT = '00'
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 7100-WRITE-ONE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           PERFORM 7200-WRITE-ONE-GENERATION
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT.
           CLOSE GDG-CATALOG-FILE.

       7100-WRITE-ONE-GROUP.

           MOVE SPACES TO GDG-GROUP-RECORD.
           MOVE 'G' TO GDG-TYPE.
           MOVE WS-GRP-NAME(WS-GROUP-IDX) TO GDG-GROUP-NAME.
           MOVE WS-GRP-BASE(WS-GROUP-IDX) TO GDG-BASE-NAME.
           MOVE WS-GRP-LIMIT(WS-GROUP-IDX) TO GDG-LIMIT.
           MOVE WS-GRP-ACTION(WS-GROUP-IDX) TO GDG-ACTION.
           MOVE WS-GRP-ARCHIVE(WS-GROUP-IDX) TO GDG-ARCHIVE-DIR.
           MOVE WS-GRP-LAST(WS-GROUP-IDX) TO GDG-LAST-ABSOLUTE.
           WRITE GDG-GROUP-RECORD.

       7200-WRITE-ONE-GENERATION.

           IF WS-GEN-DROPPED(WS-GEN-IDX) = 'Y'
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO GDG-GENERATION-RECORD.
           MOVE 'N' TO GDG-TYPE.
           MOVE WS-GEN-GROUP(WS-GEN-IDX) TO GDG-GEN-GROUP.
           MOVE WS-GEN-ABSOLUTE(WS-GEN-IDX) TO GDG-GEN-ABSOLUTE.
           MOVE WS-GEN-PATH(WS-GEN-IDX) TO GDG-GEN-PATH.
           MOVE WS-GEN-RUN-ID(WS-GEN-IDX) TO GDG-GEN-RUN-ID.
           MOVE WS-GEN-CHECKSUM(WS-GEN-IDX) TO GDG-GEN-CHECKSUM.
           MOVE WS-GEN-DATE(WS-GEN-IDX) TO GDG-GEN-DATE.
           MOVE WS-GEN-TIME(WS-GEN-IDX) TO GDG-GEN-TIME.
           WRITE GDG-GENERATION-RECORD.

           END PROGRAM CBL_GENERATION_GROUP.

        >> POP SOURCE FORMAT
