      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Weekly restore drill.  Every bundle CBL_ARCHIVE and
      *  CBL_ARCHIVE_COMPRESSED write is in the shop-wide archive
      *  catalog, but nothing proved any of them could be read back
      *  until the day one was needed.  This job draws a random
      *  sample of cataloged bundles (RESTORE-DRILL-SAMPLE, default
      *  5) and for each one:
      *
      *    - extracts one member, itself drawn at random, into the
      *      scratch area (RESTORE-DRILL-DIR) with the same header-
      *      checked walk and run-length decode gcobol-archive-tool
      *      uses,
      *    - verifies the restored bytes' CBL_FILE_CHECKSUM against
      *      the checksum the catalog took when the member went in,
      *    - checks the DR mirror catalog names a mirror of the
      *      bundle and that the mirror's checksum equals the
      *      bundle's,
      *    - and removes the restored copy.
      *
      *  The draw is weighted: a bundle counts once plus once more
      *  for every full week since its processing date, and double
      *  again when it is compressed - old and compressed bundles
      *  are the ones nobody has opened lately.  A bundle is taken
      *  for compressed when its first header carries the stored
      *  length and method byte only that layout has.  A cataloged
      *  bundle no longer on disk is not drawn (retention purges
      *  are legitimate); it is counted on the report for
      *  gcobol-archive-catalog to chase.  When a bundle was
      *  cataloged again under a new processing date, only the
      *  latest registration's members are drawn from.
      *
      *  Every drill is a line on the drill report through the
      *  shared report writer.  A failed restore or a missing or
      *  different mirror raises a critical alert at once - a bad
      *  bundle has to be found while its originals may still
      *  exist - and the run ends nonzero.
        COPY posix-errno.
        COPY posix-open.
        COPY posix-read.
        COPY posix-write.
        COPY posix-close.
        COPY posix-lseek.
        COPY posix-stat.
        COPY posix-mkdir.
        COPY posix-gettimeofday.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-restore-drill.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-errno
           FUNCTION posix-open
           FUNCTION posix-read
           FUNCTION posix-write
           FUNCTION posix-close
           FUNCTION posix-lseek
           FUNCTION posix-stat
           FUNCTION posix-mkdir
           FUNCTION posix-gettimeofday.

       >>Define Constant ARCH-CAT as "/tmp/gcobol-arch-cat.dat"
       >>Define Constant MIRROR-CAT as "/tmp/gcobol-mirror-cat.dat"
       >>Define Constant DRILL-WORK as "/tmp/gcobol-drill"
       >>Define Constant DRILL-RPT as "/tmp/gcobol-restore-drill.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE
                  ASSIGN TO Catalog-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Catalog-File-Status.
           SELECT MIRROR-FILE
                  ASSIGN TO Mirror-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Mirror-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  AC-BUNDLE-PATH       PIC X(256).
           05  AC-MEMBER-NAME       PIC X(256).
           05  AC-MEMBER-SIZE       PIC 9(12).
           05  AC-MEMBER-CHECKSUM   PIC 9(10).
           05  AC-PROC-DATE         PIC 9(08).

       FD  MIRROR-FILE.
       01  MIRROR-RECORD.
           05  MC-SOURCE            PIC X(100).
           05  MC-TARGET            PIC X(100).
           05  MC-EPOCH             PIC 9(12).
           05  MC-CHECKSUM          PIC 9(10).

       WORKING-STORAGE SECTION.
        77 Catalog-Path        PIC X(100).
        77 Mirror-Path         PIC X(100) VALUE MIRROR-CAT.
        77 Work-Dir            PIC X(256).
        77 Catalog-File-Status PIC X(02).
        77 Mirror-File-Status  PIC X(02).
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 status-code         BINARY-LONG SIGNED.
        77 Footer-Status       BINARY-LONG SIGNED.
        77 Err-Msg             PIC X(100).
        01 Dir-Mode-0755       BINARY-LONG VALUE 493.
        01 Mode-0644           BINARY-LONG VALUE 420.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        01 Now-Timeval.
           COPY timeval.
        77 Random-Seed         BINARY-LONG.
        77 Random-Value        COMP-2.

      * What the catalog says is in the archive.
        77 Sample-Size         BINARY-LONG VALUE 5.
        77 Catalog-Entries     BINARY-LONG VALUE ZERO.
        77 Bundle-Count        BINARY-LONG VALUE ZERO.
        77 Max-Bundles         BINARY-LONG VALUE 500.
        77 Bundle-Idx          BINARY-LONG.
        77 Found-Bundle        BINARY-LONG.
        77 Member-Count        BINARY-LONG VALUE ZERO.
        77 Max-Members         BINARY-LONG VALUE 4000.
        77 Member-Idx          BINARY-LONG.
        77 Found-Member        BINARY-LONG.
        77 Drill-Member        BINARY-LONG.
        77 Age-Days            BINARY-LONG.
        01 Bundle-Table.
           05 Bundle-Entry OCCURS 500 TIMES.
              10 Bd-Path           PIC X(256).
              10 Bd-Date           PIC 9(08).
              10 Bd-Members        BINARY-LONG.
              10 Bd-Format         PIC X(01).
                 88 Bd-Is-Plain       VALUE 'P'.
                 88 Bd-Is-Compressed  VALUE 'C'.
                 88 Bd-Is-Gone        VALUE 'G'.
              10 Bd-Weight         BINARY-LONG.
              10 Bd-Drawn          PIC X(01).
        01 Member-Table.
           05 Member-Entry OCCURS 4000 TIMES.
              10 Mb-Bundle         BINARY-LONG.
              10 Mb-Name           PIC X(256).
              10 Mb-Size           PIC 9(12).
              10 Mb-Checksum       PIC 9(10).

        77 Mirror-Count        BINARY-LONG VALUE ZERO.
        77 Max-Mirrors         BINARY-LONG VALUE 500.
        77 Mirror-Idx          BINARY-LONG.
        77 Found-Mirror        BINARY-LONG.
        01 Mirror-Table.
           05 Mirror-Entry OCCURS 500 TIMES.
              10 Mr-Source         PIC X(100).
              10 Mr-Target         PIC X(100).

      * The draw.
        77 Total-Weight        BINARY-LONG.
        77 Running-Weight      BINARY-LONG.
        77 Pick-Point          BINARY-LONG.
        77 Drill-Idx           BINARY-LONG.
        77 Drill-Bundle        BINARY-LONG.
        77 Eligible-Count      BINARY-LONG VALUE ZERO.
        77 Gone-Count          BINARY-LONG VALUE ZERO.
        77 Compressed-Count    BINARY-LONG VALUE ZERO.
        77 Drilled-Count       BINARY-LONG VALUE ZERO.
        77 Failed-Count        BINARY-LONG VALUE ZERO.
        77 Verified-Count      BINARY-LONG VALUE ZERO.
        77 Restore-Result      PIC X(18).
        77 Mirror-Result       PIC X(18).
        77 Restored-Checksum   PIC 9(10).
        77 Bundle-Checksum     PIC 9(10).
        77 Mirror-Checksum     PIC 9(10).
        77 Checksum-Status     BINARY-LONG SIGNED.
        77 Mirror-Target       PIC X(256).
        77 Cnt-Displayed       PIC Z(7)9.
        77 Drilled-Shown       PIC Z(7)9.
        77 Verified-Shown      PIC Z(7)9.
        77 Failed-Shown        PIC Z(7)9.

      * The bundle walk, as gcobol-archive-tool does it.
        77 Archive-Path     PIC X(256).
        77 Member-Wanted    PIC X(256).
        77 Archive-Fd       BINARY-LONG.
        77 Out-Fd           BINARY-LONG.
        77 Archive-Size     BINARY-DOUBLE.
        77 Current-Offset   BINARY-DOUBLE.
        77 Content-Offset   BINARY-DOUBLE.
        77 Bytes-Read       BINARY-LONG.
        77 Bytes-Written    BINARY-LONG.
        77 Bytes-Left       BINARY-DOUBLE.
        77 Chunk-Size       BINARY-LONG.
        77 Header-Length    BINARY-LONG.
        77 Seek-Result      BINARY-DOUBLE.
        77 Extract-Count    BINARY-LONG VALUE ZERO.
        77 Trouble-Count    BINARY-LONG VALUE ZERO.
        77 Walk-State       PIC X(01).
           88 Walk-Continues    VALUE 'Y'.
           88 Walk-Is-Done      VALUE 'N'.
        77 Copy-Buffer      PIC X(32768).
        77 Out-Path         PIC X(512).
        77 Base-Name        PIC X(256).
        77 Name-Idx         BINARY-LONG.
        77 Last-Slash       BINARY-LONG.
        01 Archive-Header.
           05 Arch-Member-Name  PIC X(256).
           05 Arch-Member-Size  PIC 9(12).
        01 Comp-Header.
           05 Comp-Member-Name  PIC X(256).
           05 Comp-Real-Size    PIC 9(12).
           05 Comp-Stored-Size  PIC 9(12).
           05 Comp-Method       PIC X(01).
        77 Stored-Size       BINARY-DOUBLE.
        77 Real-Size         BINARY-DOUBLE.
        77 Marker-Byte       PIC X(01).
        77 Decode-State      BINARY-LONG VALUE ZERO.
        77 Decode-Run-Byte   PIC X(01).
        77 Decode-Run-Count  BINARY-LONG.
        77 Byte-Idx          BINARY-LONG.
        77 Fill-Idx          BINARY-LONG.
        77 Out-Used          BINARY-LONG VALUE ZERO.
        77 Out-Limit         BINARY-LONG VALUE 32000.
        77 Out-Buffer        PIC X(32768).
        01 Arch-Stat-Buffer.
           COPY statbuf.

        77 Report-Path         PIC X(256) VALUE DRILL-RPT.
        77 Report-Title        PIC X(80).
        77 Column-Heading      PIC X(132).
        77 Detail-Line         PIC X(132).
        77 Control-Value       PIC X(32) VALUE SPACES.
        77 Amount-For-Writer   BINARY-DOUBLE VALUE ZERO.
        77 Report-Status       BINARY-LONG SIGNED.
        77 Alert-Severity      PIC X(01) VALUE 'C'.
        77 Alert-Code          PIC X(08) VALUE 'RST-DRIL'.
        77 Alert-Text          PIC X(200).
        77 Alert-Status        BINARY-LONG SIGNED.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-restore-drill'
                returning status-code.

           Perform 0100-RESOLVE-THE-SETTINGS.
           Perform 1000-LOAD-THE-CATALOG.
           Perform 1200-LOAD-THE-MIRRORS.
           Perform 1300-SIZE-UP-ONE-BUNDLE
               Varying Bundle-Idx From 1 By 1
               Until Bundle-Idx > Bundle-Count.

           Display 'Archive catalog: ' Catalog-Entries ' entr(ies), '
                   Bundle-Count ' bundle(s), ' Eligible-Count
                   ' on disk'.

           Move Spaces to Report-Title.
           String 'RESTORE DRILL ' Pd-Date
                  Delimited By Size Into Report-Title.
           Move 'RESTORE            MIRROR             F DATE      '
             & 'BUNDLE / MEMBER'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start drill report '
                      Function Trim(Report-Path)
              Call "CBL_RUN_FOOTER" using 'gcobol-restore-drill'
                   by value 1, 0, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           If Eligible-Count = ZERO
              Move 'Nothing on disk to drill - the catalog is empty '
                & 'or every bundle is gone'
                to Detail-Line
              Perform 8000-EMIT-ONE-LINE
           End-If.
           Perform 2000-DRILL-ONE-BUNDLE
               Varying Drill-Idx From 1 By 1
               Until Drill-Idx > Sample-Size
                  Or Drilled-Count >= Eligible-Count.

           Perform 5000-SUMMARISE-THE-DRILL.
           Call "CBL_REPORT_END" returning Report-Status.
           Display 'Report: ' Function Trim(Report-Path).

           Move Drilled-Count to Drilled-Shown.
           Move Verified-Count to Verified-Shown.
           Move Failed-Count to Failed-Shown.
           Move Spaces to Audit-Args.
           String 'drilled=' Function Trim(Drilled-Shown)
                  ' verified=' Function Trim(Verified-Shown)
                  ' failed=' Function Trim(Failed-Shown)
                  ' report=' Function Trim(Report-Path)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-restore-drill",
                        Audit-Args,
                        by value Failed-Count
                      returning Audit-Status.

           If Failed-Count > ZERO
              Call "CBL_RUN_FOOTER" using 'gcobol-restore-drill'
                   by value 1, Drilled-Count, Verified-Count
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Call "CBL_RUN_FOOTER" using 'gcobol-restore-drill'
                by value 0, Drilled-Count, Verified-Count
                returning Footer-Status.
           Stop Run.

       0100-RESOLVE-THE-SETTINGS.

           Move 'ARCHIVE-CAT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ARCH-CAT
                      returning Config-Status.
           Move Config-Value to Catalog-Path.

           Move 'RESTORE-DRILL-DIR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        DRILL-WORK
                      returning Config-Status.
           Move Config-Value to Work-Dir.
           Move Function posix-mkdir(Work-Dir, Dir-Mode-0755)
             to status-code.

           Move 'RESTORE-DRILL-SAMPLE' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '5'
                      returning Config-Status.
           If Function Trim(Config-Value) Numeric
              Move Function Numval(Config-Value) to Sample-Size
           End-If.

           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.

      *    A fresh draw every week: seed from the clock.
           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
           Compute Random-Seed =
                   Function Mod(tv_sec of Now-Timeval, 100000)
                 * 1000
                 + Function Mod(tv_usec of Now-Timeval, 1000).
           Compute Random-Value = Function Random(Random-Seed).

           Move Function Char(30) to Marker-Byte.

       1000-LOAD-THE-CATALOG.

           Open Input CATALOG-FILE.
           If Catalog-File-Status Not = '00'
              Display 'No archive catalog at '
                      Function Trim(Catalog-Path)
              Exit Paragraph
           End-If.
           Perform 1100-ABSORB-ONE-ENTRY
               Until Catalog-File-Status Not = '00'.
           Close CATALOG-FILE.

       1100-ABSORB-ONE-ENTRY.

           Read CATALOG-FILE
              At End
                 Move '10' to Catalog-File-Status
              Not At End
                 Add 1 to Catalog-Entries
                 Perform 1110-FIND-THE-BUNDLE
                 If Found-Bundle Not = ZERO
                    Perform 1130-POST-THE-MEMBER
                 End-If
           End-Read.

       1110-FIND-THE-BUNDLE.

           Move ZERO to Found-Bundle.
           Perform 1115-CHECK-ONE-BUNDLE
               Varying Bundle-Idx From 1 By 1
               Until Bundle-Idx > Bundle-Count
                  Or Found-Bundle Not = ZERO.

           If Found-Bundle = ZERO
              If Bundle-Count >= Max-Bundles
                 Display '*** More than ' Max-Bundles
                         ' bundles cataloged - the rest are not drawn'
                 Exit Paragraph
              End-If
              Add 1 to Bundle-Count
              Move Bundle-Count to Found-Bundle
              Move AC-BUNDLE-PATH to Bd-Path(Found-Bundle)
              Move AC-PROC-DATE to Bd-Date(Found-Bundle)
              Move ZERO to Bd-Members(Found-Bundle)
              Move 'N' to Bd-Drawn(Found-Bundle)
              Exit Paragraph
           End-If.

      *    Cataloged again under a new date: the bundle was rebuilt,
      *    and only the new registration describes what is in it.
           If Bd-Date(Found-Bundle) Not = AC-PROC-DATE
              Perform 1120-FORGET-ONE-MEMBER
                  Varying Member-Idx From 1 By 1
                  Until Member-Idx > Member-Count
              Move AC-PROC-DATE to Bd-Date(Found-Bundle)
              Move ZERO to Bd-Members(Found-Bundle)
           End-If.

       1115-CHECK-ONE-BUNDLE.

           If Bd-Path(Bundle-Idx) = AC-BUNDLE-PATH
              Move Bundle-Idx to Found-Bundle
           End-If.

       1120-FORGET-ONE-MEMBER.

           If Mb-Bundle(Member-Idx) = Found-Bundle
              Move ZERO to Mb-Bundle(Member-Idx)
           End-If.

       1130-POST-THE-MEMBER.

      *    A same-day rerun registers the members again; one entry
      *    per member, the latest figures.
           Move ZERO to Found-Member.
           Perform 1135-CHECK-ONE-MEMBER
               Varying Member-Idx From 1 By 1
               Until Member-Idx > Member-Count
                  Or Found-Member Not = ZERO.
           If Found-Member = ZERO
              If Member-Count >= Max-Members
                 Display '*** More than ' Max-Members
                         ' members cataloged - the rest are not drawn'
                 Exit Paragraph
              End-If
              Add 1 to Member-Count
              Move Member-Count to Found-Member
              Move Found-Bundle to Mb-Bundle(Found-Member)
              Move AC-MEMBER-NAME to Mb-Name(Found-Member)
              Add 1 to Bd-Members(Found-Bundle)
           End-If.
           Move AC-MEMBER-SIZE to Mb-Size(Found-Member).
           Move AC-MEMBER-CHECKSUM to Mb-Checksum(Found-Member).

       1135-CHECK-ONE-MEMBER.

           If Mb-Bundle(Member-Idx) = Found-Bundle
              And Mb-Name(Member-Idx) = AC-MEMBER-NAME
              Move Member-Idx to Found-Member
           End-If.

       1200-LOAD-THE-MIRRORS.

           Open Input MIRROR-FILE.
           If Mirror-File-Status Not = '00'
              Display 'No DR mirror catalog at '
                      Function Trim(Mirror-Path)
                      ' - every drill will fail its mirror check'
              Exit Paragraph
           End-If.
           Perform 1210-ABSORB-ONE-MIRROR
               Until Mirror-File-Status Not = '00'.
           Close MIRROR-FILE.

       1210-ABSORB-ONE-MIRROR.

           Read MIRROR-FILE
              At End
                 Move '10' to Mirror-File-Status
              Not At End
                 Move ZERO to Found-Mirror
                 Perform 1215-CHECK-ONE-MIRROR
                     Varying Mirror-Idx From 1 By 1
                     Until Mirror-Idx > Mirror-Count
                        Or Found-Mirror Not = ZERO
                 If Found-Mirror = ZERO
                    And Mirror-Count < Max-Mirrors
                    Add 1 to Mirror-Count
                    Move Mirror-Count to Found-Mirror
                    Move MC-SOURCE to Mr-Source(Found-Mirror)
                 End-If
                 If Found-Mirror Not = ZERO
                    Move MC-TARGET to Mr-Target(Found-Mirror)
                 End-If
           End-Read.

       1215-CHECK-ONE-MIRROR.

           If Mr-Source(Mirror-Idx) = MC-SOURCE
              Move Mirror-Idx to Found-Mirror
           End-If.

       1300-SIZE-UP-ONE-BUNDLE.

           Move ZERO to Bd-Weight(Bundle-Idx).
           Move Function posix-stat(Bd-Path(Bundle-Idx),
                                     Arch-Stat-Buffer)
             to status-code.
           If status-code Not = ZERO
              Set Bd-Is-Gone(Bundle-Idx) to True
              Add 1 to Gone-Count
              Exit Paragraph
           End-If.
           If Bd-Members(Bundle-Idx) = ZERO
              Set Bd-Is-Plain(Bundle-Idx) to True
              Exit Paragraph
           End-If.

      *    Both layouts open with the name and the real size; only
      *    the compressed one follows with a stored length and the
      *    method byte.
           Set Bd-Is-Plain(Bundle-Idx) to True.
           Move Function posix-open(Bd-Path(Bundle-Idx), 0, 0)
             to Archive-Fd.
           If Archive-Fd Not < ZERO
              Move Spaces to Comp-Header
              Move Length of Comp-Header to Header-Length
              Move Function posix-read(Archive-Fd, Comp-Header,
                                        Header-Length)
                to Bytes-Read
              If Bytes-Read = Header-Length
                 And Comp-Real-Size Numeric
                 And Comp-Stored-Size Numeric
                 And Comp-Method = 'R'
                 Set Bd-Is-Compressed(Bundle-Idx) to True
                 Add 1 to Compressed-Count
              End-If
              Move Function posix-close(Archive-Fd) to status-code
           End-If.

           Move ZERO to Age-Days.
           If Bd-Date(Bundle-Idx) Numeric
              And Bd-Date(Bundle-Idx) > 16010101
              And Pd-Date > Bd-Date(Bundle-Idx)
              Compute Age-Days =
                      Function Integer-Of-Date(Pd-Date)
                    - Function Integer-Of-Date(Bd-Date(Bundle-Idx))
           End-If.
           Compute Bd-Weight(Bundle-Idx) = 1 + Age-Days / 7.
           If Bd-Weight(Bundle-Idx) > 5000
              Move 5000 to Bd-Weight(Bundle-Idx)
           End-If.
           If Bd-Is-Compressed(Bundle-Idx)
              Compute Bd-Weight(Bundle-Idx) =
                      Bd-Weight(Bundle-Idx) * 2
           End-If.
           Add 1 to Eligible-Count.

       2000-DRILL-ONE-BUNDLE.

      *    Draw without replacement: a drawn bundle drops out of
      *    the weights for the rest of the sample.
           Move ZERO to Total-Weight.
           Perform 2010-WEIGH-ONE-BUNDLE
               Varying Bundle-Idx From 1 By 1
               Until Bundle-Idx > Bundle-Count.
           If Total-Weight = ZERO
              Move Eligible-Count to Drilled-Count
              Exit Paragraph
           End-If.
           Compute Pick-Point = Function Random * Total-Weight.
           Move ZERO to Running-Weight.
           Move ZERO to Drill-Bundle.
           Perform 2020-STEP-PAST-ONE-BUNDLE
               Varying Bundle-Idx From 1 By 1
               Until Bundle-Idx > Bundle-Count
                  Or Drill-Bundle Not = ZERO.
           If Drill-Bundle = ZERO
              Exit Paragraph
           End-If.
           Move 'Y' to Bd-Drawn(Drill-Bundle).
           Add 1 to Drilled-Count.

           Compute Pick-Point =
                   Function Random * Bd-Members(Drill-Bundle).
           Move ZERO to Running-Weight.
           Move ZERO to Drill-Member.
           Perform 2030-STEP-PAST-ONE-MEMBER
               Varying Member-Idx From 1 By 1
               Until Member-Idx > Member-Count
                  Or Drill-Member Not = ZERO.

           Move Spaces to Restore-Result.
           Move Spaces to Mirror-Result.
           Perform 3000-RESTORE-THE-MEMBER.
           Perform 4000-CHECK-THE-MIRROR.

           If Restore-Result = 'RESTORED'
              And Mirror-Result = 'MIRROR-MATCHES'
              Add 1 to Verified-Count
           Else
              Add 1 to Failed-Count
           End-If.

           Move Spaces to Detail-Line.
           String Restore-Result ' ' Mirror-Result ' '
                  Bd-Format(Drill-Bundle) ' '
                  Bd-Date(Drill-Bundle) '  '
                  Function Trim(Bd-Path(Drill-Bundle))
                  Delimited By Size Into Detail-Line.
           Perform 8000-EMIT-ONE-LINE.
           Move Spaces to Detail-Line.
           If Drill-Member Not = ZERO
              String '                                 member '
                     Function Trim(Mb-Name(Drill-Member))
                     ' (' Mb-Size(Drill-Member) ' bytes)'
                     Delimited By Size Into Detail-Line
              Perform 8000-EMIT-ONE-LINE
           End-If.

           If Restore-Result Not = 'RESTORED'
              Or Mirror-Result Not = 'MIRROR-MATCHES'
              Move Spaces to Alert-Text
              String 'Restore drill failed: '
                     Function Trim(Restore-Result) '/'
                     Function Trim(Mirror-Result) ' bundle '
                     Function Trim(Bd-Path(Drill-Bundle))
                     Delimited By Size Into Alert-Text
              Call "CBL_RAISE_ALERT" using Alert-Severity, Alert-Code,
                           Alert-Text
                         returning Alert-Status
           End-If.

       2010-WEIGH-ONE-BUNDLE.

           If Bd-Drawn(Bundle-Idx) Not = 'Y'
              Add Bd-Weight(Bundle-Idx) to Total-Weight
           End-If.

       2020-STEP-PAST-ONE-BUNDLE.

           If Bd-Drawn(Bundle-Idx) Not = 'Y'
              And Bd-Weight(Bundle-Idx) > ZERO
              Add Bd-Weight(Bundle-Idx) to Running-Weight
              If Running-Weight > Pick-Point
                 Move Bundle-Idx to Drill-Bundle
              End-If
           End-If.

       2030-STEP-PAST-ONE-MEMBER.

           If Mb-Bundle(Member-Idx) = Drill-Bundle
              Add 1 to Running-Weight
              If Running-Weight > Pick-Point
                 Move Member-Idx to Drill-Member
              End-If
           End-If.

       3000-RESTORE-THE-MEMBER.

           If Drill-Member = ZERO
              Move 'NO-MEMBER' to Restore-Result
              Exit Paragraph
           End-If.

           Move Bd-Path(Drill-Bundle) to Archive-Path.
           Move Mb-Name(Drill-Member) to Member-Wanted.
           Move ZERO to Extract-Count.
           Move ZERO to Trouble-Count.
           Move Spaces to Out-Path.

           Move Function posix-stat(Archive-Path, Arch-Stat-Buffer)
             to status-code.
           If status-code Not = ZERO
              Move 'BUNDLE-GONE' to Restore-Result
              Exit Paragraph
           End-If.
           Move st_size of Arch-Stat-Buffer to Archive-Size.

           Move Function posix-open(Archive-Path, 0, 0)
             to Archive-Fd.
           If Archive-Fd < ZERO
              Display '*** Cannot open '
                      Function Trim(Archive-Path)
                      ' - errno ' Function posix-errno(Err-Msg)
                      ': ' Err-Msg
              Move 'BUNDLE-UNREADABLE' to Restore-Result
              Exit Paragraph
           End-If.

           If Bd-Is-Plain(Drill-Bundle)
              Move Length of Archive-Header to Header-Length
           Else
              Move Length of Comp-Header to Header-Length
           End-If.
           Move ZERO to Current-Offset.
           Set Walk-Continues to True.
           Perform 3100-WALK-ONE-MEMBER
               Until Walk-Is-Done.
           Move Function posix-close(Archive-Fd) to status-code.

           Evaluate True
              When Trouble-Count > ZERO
                 Move 'BUNDLE-CORRUPT' to Restore-Result
              When Extract-Count = ZERO
                 Move 'MEMBER-NOT-FOUND' to Restore-Result
              When Other
                 Call "CBL_FILE_CHECKSUM" using Out-Path,
                              Restored-Checksum
                            returning Checksum-Status
                 If Checksum-Status = ZERO
                    And Restored-Checksum = Mb-Checksum(Drill-Member)
                    Move 'RESTORED' to Restore-Result
                 Else
                    Move 'CHECKSUM-MISMATCH' to Restore-Result
                 End-If
           End-Evaluate.

      *    The restored copy is proof, not a keepsake.
           If Out-Path Not = Spaces
              Call "CBL_DELETE_FILE" using Out-Path
                   returning status-code
           End-If.

       3100-WALK-ONE-MEMBER.

           If Current-Offset >= Archive-Size
              Set Walk-Is-Done to True
           Else
              Perform 3110-READ-ONE-HEADER
           End-If.

       3110-READ-ONE-HEADER.

           If Bd-Is-Plain(Drill-Bundle)
              Move Function posix-read(Archive-Fd, Archive-Header,
                                        Header-Length)
                to Bytes-Read
           Else
              Move Function posix-read(Archive-Fd, Comp-Header,
                                        Header-Length)
                to Bytes-Read
           End-If.

           Evaluate True
              When Bytes-Read = ZERO
                 Set Walk-Is-Done to True
              When Bytes-Read Not = Header-Length
                 Display '*** Truncated header at offset '
                         Current-Offset ' in '
                         Function Trim(Archive-Path)
                 Add 1 to Trouble-Count
                 Set Walk-Is-Done to True
              When Other
                 Perform 3120-VALIDATE-ONE-HEADER
           End-Evaluate.

       3120-VALIDATE-ONE-HEADER.

           If Bd-Is-Plain(Drill-Bundle)
              If Arch-Member-Size Numeric
                 Move Arch-Member-Size to Real-Size
                 Move Arch-Member-Size to Stored-Size
              Else
                 Move -1 to Stored-Size
              End-If
           Else
              Move Comp-Member-Name to Arch-Member-Name
              If Comp-Real-Size Numeric
                 And Comp-Stored-Size Numeric
                 Move Comp-Real-Size to Real-Size
                 Move Comp-Stored-Size to Stored-Size
              Else
                 Move -1 to Stored-Size
              End-If
           End-If.

           Evaluate True
              When Stored-Size < ZERO
                 Display '*** Bad size field at offset '
                         Current-Offset ' in '
                         Function Trim(Archive-Path)
                 Add 1 to Trouble-Count
                 Set Walk-Is-Done to True
              When Other
                 Compute Content-Offset =
                         Current-Offset + Header-Length
                 If Content-Offset + Stored-Size > Archive-Size
                    Display '*** Member '
                            Function Trim(Arch-Member-Name)
                            ' claims ' Stored-Size
                            ' stored bytes - runs past end of archive'
                    Add 1 to Trouble-Count
                    Set Walk-Is-Done to True
                 Else
                    If Arch-Member-Name = Member-Wanted
                       Perform 3200-EXTRACT-CONTENT
      *                One member proves the bundle; stop there.
                       Set Walk-Is-Done to True
                    Else
                       Perform 3150-SKIP-CONTENT
                    End-If
                 End-If
           End-Evaluate.

       3150-SKIP-CONTENT.

           Compute Current-Offset =
                   Content-Offset + Stored-Size.
           Move Function posix-lseek(Archive-Fd, Current-Offset, 2)
             to Seek-Result.
           If Seek-Result < ZERO
              Display '*** Seek failed inside archive'
              Add 1 to Trouble-Count
              Set Walk-Is-Done to True
           End-If.

       3200-EXTRACT-CONTENT.

           Perform 3210-BUILD-OUTPUT-PATH.

      *    O_CREAT + O_WRONLY + O_TRUNC = 64 + 1 + 512
           Move Function posix-open(Out-Path, 577, Mode-0644)
             to Out-Fd.
           If Out-Fd < ZERO
              Display '*** Cannot create '
                      Function Trim(Out-Path)
                      ' - errno ' Function posix-errno(Err-Msg)
                      ': ' Err-Msg
              Add 1 to Trouble-Count
              Move Spaces to Out-Path
           Else
              Move Stored-Size to Bytes-Left
              Move ZERO to Decode-State
              Move ZERO to Out-Used
              Perform 3300-COPY-ONE-CHUNK
                  Until Bytes-Left = ZERO
                      Or Walk-Is-Done
              If Not Walk-Is-Done
                 Perform 3400-FLUSH-DECODED
              End-If
              Move Function posix-close(Out-Fd) to status-code
              If Not Walk-Is-Done
                 Add 1 to Extract-Count
              End-If
           End-If.

       3210-BUILD-OUTPUT-PATH.

      *    Members are stored under the path they were archived
      *    from; the restore lands flat in the scratch area under
      *    the base name.
           Move ZERO to Last-Slash.
           Perform 3220-FIND-ONE-SLASH
               Varying Name-Idx From 1 By 1
               Until Name-Idx > 256.
           Move Spaces to Base-Name.
           If Last-Slash = ZERO
              Move Arch-Member-Name to Base-Name
           Else
              Move Arch-Member-Name(Last-Slash + 1:)
                to Base-Name
           End-If.
           Move Spaces to Out-Path.
           String Function Trim(Work-Dir) '/'
                  Function Trim(Base-Name)
                  Delimited By Size
             Into Out-Path.

       3220-FIND-ONE-SLASH.

           If Arch-Member-Name(Name-Idx:1) = '/'
              Move Name-Idx to Last-Slash
           End-If.

       3300-COPY-ONE-CHUNK.

           If Bytes-Left > Length of Copy-Buffer
              Move Length of Copy-Buffer to Chunk-Size
           Else
              Move Bytes-Left to Chunk-Size
           End-If.

           Move Function posix-read(Archive-Fd, Copy-Buffer,
                                     Chunk-Size)
             to Bytes-Read.
           If Bytes-Read Not > ZERO
              Display '*** Read failed mid-member'
              Add 1 to Trouble-Count
              Set Walk-Is-Done to True
           Else
              If Bd-Is-Compressed(Drill-Bundle) And Comp-Method = 'R'
                 Perform 3310-DECODE-ONE-BYTE
                     Varying Byte-Idx From 1 By 1
                     Until Byte-Idx > Bytes-Read
                         Or Walk-Is-Done
                 Subtract Bytes-Read From Bytes-Left
              Else
                 Move Function posix-write(Out-Fd, Copy-Buffer,
                                            Bytes-Read)
                   to Bytes-Written
                 If Bytes-Written Not = Bytes-Read
                    Display '*** Write failed mid-member'
                    Add 1 to Trouble-Count
                    Set Walk-Is-Done to True
                 Else
                    Subtract Bytes-Read From Bytes-Left
                 End-If
              End-If
           End-If.

       3310-DECODE-ONE-BYTE.

      *    The stored stream: marker X'1D', the run byte, then a
      *    one-byte count; anything else is a literal.  A coded run
      *    may straddle a chunk boundary, so the three positions are
      *    walked as a little state machine.
           Evaluate Decode-State
              When 0
                 If Copy-Buffer(Byte-Idx:1) = Marker-Byte
                    Move 1 to Decode-State
                 Else
                    Perform 3320-EMIT-ONE-LITERAL
                 End-If
              When 1
                 Move Copy-Buffer(Byte-Idx:1) to Decode-Run-Byte
                 Move 2 to Decode-State
              When Other
                 Compute Decode-Run-Count =
                         Function Ord(Copy-Buffer(Byte-Idx:1)) - 1
                 Perform 3330-EMIT-ONE-RUN
                 Move ZERO to Decode-State
           End-Evaluate.

       3320-EMIT-ONE-LITERAL.

           If Out-Used >= Out-Limit
              Perform 3400-FLUSH-DECODED
           End-If.
           Move Copy-Buffer(Byte-Idx:1)
             to Out-Buffer(Out-Used + 1:1).
           Add 1 to Out-Used.

       3330-EMIT-ONE-RUN.

           If Decode-Run-Count < 1
              Display '*** Zero-length run in stored stream'
              Add 1 to Trouble-Count
              Set Walk-Is-Done to True
           Else
              If Out-Used + Decode-Run-Count > Out-Limit
                 Perform 3400-FLUSH-DECODED
              End-If
              Perform 3340-EMIT-RUN-BYTE
                  Varying Fill-Idx From 1 By 1
                  Until Fill-Idx > Decode-Run-Count
           End-If.

       3340-EMIT-RUN-BYTE.

           Move Decode-Run-Byte to Out-Buffer(Out-Used + 1:1).
           Add 1 to Out-Used.

       3400-FLUSH-DECODED.

           If Out-Used > ZERO
              Move Function posix-write(Out-Fd, Out-Buffer, Out-Used)
                to Bytes-Written
              If Bytes-Written Not = Out-Used
                 Display '*** Write failed mid-member'
                 Add 1 to Trouble-Count
                 Set Walk-Is-Done to True
              End-If
              Move ZERO to Out-Used
           End-If.

       4000-CHECK-THE-MIRROR.

      *    The mirror catalog names sources in 100 bytes; a longer
      *    bundle path cannot have been mirrored.
           Move ZERO to Found-Mirror.
           If Bd-Path(Drill-Bundle)(101:) = Spaces
              Perform 4010-MATCH-ONE-MIRROR
                  Varying Mirror-Idx From 1 By 1
                  Until Mirror-Idx > Mirror-Count
                     Or Found-Mirror Not = ZERO
           End-If.
           If Found-Mirror = ZERO
              Move 'NOT-MIRRORED' to Mirror-Result
              Exit Paragraph
           End-If.

           Move Mr-Target(Found-Mirror) to Mirror-Target.
           Call "CBL_FILE_CHECKSUM" using Mirror-Target,
                        Mirror-Checksum
                      returning Checksum-Status.
           If Checksum-Status Not = ZERO
              Move 'MIRROR-MISSING' to Mirror-Result
              Exit Paragraph
           End-If.
           Call "CBL_FILE_CHECKSUM" using Bd-Path(Drill-Bundle),
                        Bundle-Checksum
                      returning Checksum-Status.
           If Checksum-Status Not = ZERO
              Move 'BUNDLE-UNREADABLE' to Mirror-Result
              Exit Paragraph
           End-If.
           If Mirror-Checksum = Bundle-Checksum
              Move 'MIRROR-MATCHES' to Mirror-Result
           Else
              Move 'MIRROR-DIFFERS' to Mirror-Result
           End-If.

       4010-MATCH-ONE-MIRROR.

           If Mr-Source(Mirror-Idx) = Bd-Path(Drill-Bundle)(1:100)
              Move Mirror-Idx to Found-Mirror
           End-If.

       5000-SUMMARISE-THE-DRILL.

           Move Spaces to Detail-Line.
           Perform 8000-EMIT-ONE-LINE.
           Move Bundle-Count to Cnt-Displayed.
           String 'Bundles cataloged    ' Cnt-Displayed
                  Delimited By Size Into Detail-Line.
           Perform 8000-EMIT-ONE-LINE.
           Move Compressed-Count to Cnt-Displayed.
           String '  compressed         ' Cnt-Displayed
                  Delimited By Size Into Detail-Line.
           Perform 8000-EMIT-ONE-LINE.
           Move Gone-Count to Cnt-Displayed.
           String '  gone from disk     ' Cnt-Displayed
                  Delimited By Size Into Detail-Line.
           Perform 8000-EMIT-ONE-LINE.
           Move Drilled-Count to Cnt-Displayed.
           String 'Bundles drilled      ' Cnt-Displayed
                  Delimited By Size Into Detail-Line.
           Perform 8000-EMIT-ONE-LINE.
           Move Verified-Count to Cnt-Displayed.
           String '  verified           ' Cnt-Displayed
                  Delimited By Size Into Detail-Line.
           Perform 8000-EMIT-ONE-LINE.
           Move Failed-Count to Cnt-Displayed.
           String '  FAILED             ' Cnt-Displayed
                  Delimited By Size Into Detail-Line.
           Perform 8000-EMIT-ONE-LINE.

       8000-EMIT-ONE-LINE.

           Display Function Trim(Detail-Line, Trailing).
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
           Move Spaces to Detail-Line.
