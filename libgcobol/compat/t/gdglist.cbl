      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Generation-group listing.  Prints the group catalog that
      *  CBL_GENERATION_GROUP keeps (GDG-CATALOG-PATH): for every
      *  group its base name, generation limit and roll-off action,
      *  then its generations newest first under the relative number
      *  a job would ask for them by - 0 current, -1, -2 ... - each
      *  with its absolute name, when it was catalogued, the run id
      *  of the job that produced it and the checksum it was
      *  catalogued with.  Each file is checksummed again as it is
      *  listed: one gone from disk is shown MISSING and one whose
      *  content no longer matches CHANGED, and either raises a
      *  warning - "the position file from two runs ago" has to be
      *  the file that was produced two runs ago.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-generation-list.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant GDG-CATALOG as "/tmp/gcobol-gdg-cat.dat"
       >>Define Constant GDG-LIST-RPT as "/tmp/gcobol-gdg-list.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE
                  ASSIGN TO Catalog-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Catalog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
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
        77 Catalog-Path         PIC X(256).
        77 Report-Path          PIC X(256) VALUE GDG-LIST-RPT.
        77 Catalog-File-Status  PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 As-Of-Date           PIC 9(08).
        77 Epoch-Seconds        BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).

        77 Group-Count          BINARY-LONG VALUE ZERO.
        77 Group-Max            BINARY-LONG VALUE 200.
        77 Gp-Ix                BINARY-LONG.
        01 Group-Table.
           05 Group-Entry OCCURS 200 TIMES.
              10 Gp-Name        PIC X(40).
              10 Gp-Base        PIC X(200).
              10 Gp-Limit       PIC 9(03).
              10 Gp-Action      PIC X(01).
              10 Gp-Archive     PIC X(200).
              10 Gp-Last        PIC 9(04).

        77 Gen-Count            BINARY-LONG VALUE ZERO.
        77 Gen-Max              BINARY-LONG VALUE 5000.
        77 Gn-Ix                BINARY-LONG.
        01 Gen-Table.
           05 Gen-Entry OCCURS 5000 TIMES.
              10 Gn-Group       PIC X(40).
              10 Gn-Absolute    PIC 9(04).
              10 Gn-Path        PIC X(256).
              10 Gn-Run-Id      PIC X(40).
              10 Gn-Checksum    PIC 9(10).
              10 Gn-Date        PIC 9(08).
              10 Gn-Time        PIC 9(06).

        77 Held-Count           BINARY-LONG.
        77 Relative-Number      BINARY-LONG SIGNED.
        77 Relative-Shown       PIC -(3)9.
        77 Held-Shown           PIC ZZZ9.
        77 Next-Absolute        PIC 9(04).
        77 File-Checksum        PIC 9(10).
        77 Call-Status          BINARY-LONG SIGNED.
        77 Generation-State     PIC X(07).
        77 Groups-Listed        BINARY-LONG VALUE ZERO.
        77 Gens-Listed          BINARY-LONG VALUE ZERO.
        77 Gens-Suspect         BINARY-LONG VALUE ZERO.
        77 Run-Rc               BINARY-LONG VALUE ZERO.
        77 Alert-Severity       PIC X(01).
        77 Alert-Code           PIC X(08).
        77 Alert-Text           PIC X(200).
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-generation-list'
                returning status-code.

           Perform 0100-RESOLVE-THE-SETTINGS.
           Perform 1000-LOAD-THE-CATALOG.

           Move Spaces to Report-Title.
           String 'GENERATION GROUPS - ' As-Of-Date
                  Delimited By Size Into Report-Title.
           Move 'REL   GENERATION CATALOGUED          RUN ID          '
             & '                         CHECKSUM   STATE'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display '*** cannot open the report '
                      Function Trim(Report-Path)
              Call "CBL_RUN_FOOTER" using 'gcobol-generation-list'
                   by value 1, 0, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           If Group-Count = ZERO
              Move Spaces to Detail-Line
              String 'No generation groups defined in '
                     Function Trim(Catalog-Path)
                     Delimited By Size Into Detail-Line
              Move Spaces to Control-Value
              Call "CBL_REPORT_LINE" using Detail-Line,
                   Control-Value, by value 0
                   returning Report-Status
           End-If.
           Perform 2000-LIST-ONE-GROUP
               Varying Gp-Ix From 1 By 1
                 Until Gp-Ix > Group-Count.
           Call "CBL_REPORT_END" returning Report-Status.

           If Gens-Suspect > ZERO
              Move Gens-Suspect to Cnt-Displayed
              Move 'W' to Alert-Severity
              Move 'GDGLIST' to Alert-Code
              Move Spaces to Alert-Text
              String Function Trim(Cnt-Displayed)
                     ' catalogued generation(s) missing or changed'
                     ' - see ' Function Trim(Report-Path)
                     Delimited By Size Into Alert-Text
              Call "CBL_RAISE_ALERT" using Alert-Severity,
                           Alert-Code, Alert-Text
                         returning status-code
           End-If.

           Move Groups-Listed to Cnt-Displayed.
           Display Function Trim(Cnt-Displayed) ' group(s), '
                   With No Advancing.
           Move Gens-Listed to Cnt-Displayed.
           Display Function Trim(Cnt-Displayed) ' generation(s), '
                   With No Advancing.
           Move Gens-Suspect to Cnt-Displayed.
           Display Function Trim(Cnt-Displayed)
                   ' missing or changed'.
           Call "CBL_RUN_FOOTER" using 'gcobol-generation-list'
                by value Run-Rc, Gen-Count, Gens-Listed
                returning Footer-Status.
           If Run-Rc Not = ZERO
              Stop Run With Error Status 1
           End-If.
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

           Move 'GDG-CATALOG-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        GDG-CATALOG
                      returning Config-Status.
           Move Config-Value to Catalog-Path.

       1000-LOAD-THE-CATALOG.

           Open Input CATALOG-FILE.
           If Catalog-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1100-LOAD-ONE-ENTRY
               Until Catalog-File-Status Not = '00'.
           Close CATALOG-FILE.

       1100-LOAD-ONE-ENTRY.

           Read CATALOG-FILE
              At End
                 Move '10' to Catalog-File-Status
                 Exit Paragraph
           End-Read.
           If GDG-IS-GROUP And Group-Count < Group-Max
              Add 1 to Group-Count
              Move GDG-GROUP-NAME to Gp-Name(Group-Count)
              Move GDG-BASE-NAME to Gp-Base(Group-Count)
              Move GDG-LIMIT to Gp-Limit(Group-Count)
              Move GDG-ACTION to Gp-Action(Group-Count)
              Move GDG-ARCHIVE-DIR to Gp-Archive(Group-Count)
              Move GDG-LAST-ABSOLUTE to Gp-Last(Group-Count)
           End-If.
           If GDG-IS-GENERATION And Gen-Count < Gen-Max
              Add 1 to Gen-Count
              Move GDG-GEN-GROUP to Gn-Group(Gen-Count)
              Move GDG-GEN-ABSOLUTE to Gn-Absolute(Gen-Count)
              Move GDG-GEN-PATH to Gn-Path(Gen-Count)
              Move GDG-GEN-RUN-ID to Gn-Run-Id(Gen-Count)
              Move GDG-GEN-CHECKSUM to Gn-Checksum(Gen-Count)
              Move GDG-GEN-DATE to Gn-Date(Gen-Count)
              Move GDG-GEN-TIME to Gn-Time(Gen-Count)
           End-If.

      *    The group's definition, then its generations from the
      *    newest back - the catalog holds them oldest first.
       2000-LIST-ONE-GROUP.

           Add 1 to Groups-Listed.
           Move Spaces to Control-Value.
           Move Gp-Name(Gp-Ix) to Control-Value.
           Move ZERO to Held-Count.
           Perform 2100-COUNT-ONE-GENERATION
               Varying Gn-Ix From 1 By 1
                 Until Gn-Ix > Gen-Count.
           If Gp-Last(Gp-Ix) = 9999
              Move 1 to Next-Absolute
           Else
              Compute Next-Absolute = Gp-Last(Gp-Ix) + 1
           End-If.

           Move Spaces to Detail-Line.
           Move Held-Count to Held-Shown.
           String 'GROUP ' Function Trim(Gp-Name(Gp-Ix))
                  '  limit ' Gp-Limit(Gp-Ix)
                  '  held ' Function Trim(Held-Shown)
                  '  next G' Next-Absolute 'V00'
                  Delimited By Size Into Detail-Line.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.
           Move Spaces to Detail-Line.
           String '  base ' Function Trim(Gp-Base(Gp-Ix))
                  Delimited By Size Into Detail-Line.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.
           Move Spaces to Detail-Line.
           If Gp-Action(Gp-Ix) = 'A'
              String '  roll-off archives to '
                     Function Trim(Gp-Archive(Gp-Ix))
                     Delimited By Size Into Detail-Line
           Else
              Move '  roll-off scratches' to Detail-Line
           End-If.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.

           If Held-Count = ZERO
              Move '  no generations catalogued' to Detail-Line
              Call "CBL_REPORT_LINE" using Detail-Line,
                   Control-Value, by value 0
                   returning Report-Status
              Exit Paragraph
           End-If.
           Move ZERO to Relative-Number.
           Perform 2200-LIST-ONE-GENERATION
               Varying Gn-Ix From Gen-Count By -1
                 Until Gn-Ix < 1.

       2100-COUNT-ONE-GENERATION.

           If Gn-Group(Gn-Ix) = Gp-Name(Gp-Ix)
              Add 1 to Held-Count
           End-If.

       2200-LIST-ONE-GENERATION.

           If Gn-Group(Gn-Ix) Not = Gp-Name(Gp-Ix)
              Exit Paragraph
           End-If.
           Call "CBL_FILE_CHECKSUM" using Gn-Path(Gn-Ix),
                        File-Checksum
                      returning Call-Status.
           Evaluate True
              When Call-Status Not = ZERO
                 Move 'MISSING' to Generation-State
                 Add 1 to Gens-Suspect
              When File-Checksum Not = Gn-Checksum(Gn-Ix)
                 Move 'CHANGED' to Generation-State
                 Add 1 to Gens-Suspect
              When Other
                 Move 'OK' to Generation-State
           End-Evaluate.

           Move Spaces to Detail-Line.
           Move Relative-Number to Relative-Shown.
           Move Relative-Shown to Detail-Line(1:4).
           String 'G' Gn-Absolute(Gn-Ix) 'V00'
                  Delimited By Size Into Detail-Line(7:8).
           String Gn-Date(Gn-Ix)(1:4) '-' Gn-Date(Gn-Ix)(5:2) '-'
                  Gn-Date(Gn-Ix)(7:2) ' '
                  Gn-Time(Gn-Ix)(1:2) ':' Gn-Time(Gn-Ix)(3:2) ':'
                  Gn-Time(Gn-Ix)(5:2)
                  Delimited By Size Into Detail-Line(18:19).
           Move Gn-Run-Id(Gn-Ix) to Detail-Line(38:40).
           Move Gn-Checksum(Gn-Ix) to Detail-Line(79:10).
           Move Generation-State to Detail-Line(90:7).
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 1
                returning Report-Status.
           Move Spaces to Detail-Line.
           String '      ' Function Trim(Gn-Path(Gn-Ix))
                  Delimited By Size Into Detail-Line.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.
           Add 1 to Gens-Listed.
           Subtract 1 from Relative-Number.
