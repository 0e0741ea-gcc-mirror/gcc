      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Control-file drift report.  The site config, the job
      *  network, the feed catalog, the layout rules, the alert
      *  routing policy, the operator keyring, the holiday file -
      *  a change to any of them used to be invisible until the
      *  night behaved differently.  This nightly step walks the
      *  control-file registry (path 100, guarded flag 1) and
      *  fingerprints every registered file with CBL_FILE_CHECKSUM
      *  against the last snapshot (path 100, slot 4, checksum 10,
      *  date 8).  For a file that changed it:
      *
      *    - lists the line-level difference between the copy kept
      *      at the last snapshot and the file as it stands now
      *      ('-' lines gone, '+' lines new, with line numbers),
      *    - keeps that previous version in the control-file
      *      archive as <name>-<slot>.<processing date>, and keeps
      *      the new version as <name>-<slot>.last for tomorrow,
      *    - attaches every audit line since the last snapshot that
      *      names the file, which is who touched it and when.
      *
      *  A guarded file - the registry flags the job network and
      *  the operator keyring - also needs an approved
      *  CONTROL-CHANGE entry for its path in the approvals ledger;
      *  the approval is consumed, one approval per change, and a
      *  guarded change with none raises a critical alert.  A file
      *  seen for the first time is baselined, a registered file
      *  that has gone missing is reported, and everything goes
      *  through the shared report writer.
        COPY posix-mkdir.
        COPY posix-getenv.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-control-drift.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-mkdir
           FUNCTION posix-getenv.

       >>Define Constant CTL-REGISTRY as "/tmp/gcobol-ctl-files.dat"
       >>Define Constant CTL-SNAPSHOT as "/tmp/gcobol-ctl-snap.dat"
       >>Define Constant CTL-ARCHIVE as "/tmp/gcobol-ctl-archive"
       >>Define Constant AUDIT-LOG-PATH as "/tmp/gcobol-audit.log"
       >>Define Constant APPROVALS-PATH as "/tmp/gcobol-approvals.dat"
       >>Define Constant DRIFT-RPT-PATH as "/tmp/gcobol-ctl-drift.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE
                  ASSIGN TO Registry-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Registry-File-Status.
           SELECT SNAPSHOT-FILE
                  ASSIGN TO Snapshot-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Snapshot-File-Status.
           SELECT OLD-VERSION-FILE
                  ASSIGN TO Kept-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Old-File-Status.
           SELECT NEW-VERSION-FILE
                  ASSIGN TO Current-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS New-File-Status.
           SELECT AUDIT-FILE
                  ASSIGN TO Audit-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Audit-File-Status.
           SELECT APPROVALS-FILE
                  ASSIGN TO Approval-Ledger
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Approvals-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           05  CR-PATH              PIC X(100).
           05  CR-GUARDED           PIC X(01).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  SN-PATH              PIC X(100).
           05  SN-SLOT              PIC 9(04).
           05  SN-CHECKSUM          PIC 9(10).
           05  SN-DATE              PIC 9(08).

       FD  OLD-VERSION-FILE.
       01  OLD-VERSION-LINE         PIC X(256).

       FD  NEW-VERSION-FILE.
       01  NEW-VERSION-LINE         PIC X(256).

       FD  AUDIT-FILE.
       01  AUDIT-LINE               PIC X(200).

       FD  APPROVALS-FILE.
       01  APPROVALS-RECORD.
           05  AL-TICKET            PIC 9(06).
           05  AL-STATE             PIC X(01).
           05  AL-ACTION            PIC X(24).
           05  AL-PARAMS            PIC X(200).
           05  AL-REQUESTED-BY      PIC X(16).
           05  AL-APPROVED-BY       PIC X(16).
           05  AL-DATE              PIC 9(08).

       WORKING-STORAGE SECTION.
        77 Registry-Path       PIC X(100).
        77 Snapshot-Path       PIC X(100).
        77 Archive-Dir         PIC X(100).
        77 Audit-Path          PIC X(100).
        77 Approval-Ledger     PIC X(100).
        77 Report-Path         PIC X(256) VALUE DRIFT-RPT-PATH.
        77 Kept-Path           PIC X(256).
        77 Dated-Path          PIC X(256).
        77 Current-Path        PIC X(256).
        77 Registry-File-Status PIC X(02).
        77 Snapshot-File-Status PIC X(02).
        77 Old-File-Status     PIC X(02).
        77 New-File-Status     PIC X(02).
        77 Audit-File-Status   PIC X(02).
        77 Approvals-File-Status PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Run-Id              PIC X(40).
        77 Getenv-Status       BINARY-LONG.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        01 Dir-Mode            BINARY-LONG VALUE 493.

      * The last snapshot, rewritten whole at the end of the run.
        77 Snap-Count          BINARY-LONG VALUE ZERO.
        77 Max-Snaps           BINARY-LONG VALUE 200.
        77 Snap-Idx            BINARY-LONG.
        77 Found-Snap          BINARY-LONG.
        77 High-Slot           BINARY-LONG VALUE ZERO.
        01 Snap-Table.
           05 Snap-Entry       OCCURS 200 TIMES.
              10 Snap-Path     PIC X(100).
              10 Snap-Slot     PIC 9(04).
              10 Snap-Checksum PIC 9(10).
              10 Snap-Date     PIC 9(08).

        77 File-Checksum       PIC 9(10).
        77 Checksum-Status     BINARY-LONG SIGNED.
        77 Copy-Status         BINARY-LONG SIGNED.
        77 Base-Name           PIC X(100).
        77 Char-Idx            BINARY-LONG.
        77 Slash-Idx           BINARY-LONG.
        77 Since-Text          PIC X(10).
        77 Run-Match-Text      PIC X(45).
        77 Match-Count         BINARY-LONG.
        77 Audit-Shown         BINARY-LONG.
        77 Max-Audit-Shown     BINARY-LONG VALUE 20.

      * The two versions being compared, a line per entry.
        77 Max-Lines           BINARY-LONG VALUE 2000.
        77 Old-Count           BINARY-LONG.
        77 New-Count           BINARY-LONG.
        01 Old-Table.
           05 Old-Line         PIC X(256) OCCURS 2000 TIMES.
        01 New-Table.
           05 New-Line         PIC X(256) OCCURS 2000 TIMES.
        77 Old-Idx             BINARY-LONG.
        77 New-Idx             BINARY-LONG.
        77 Scan-Idx            BINARY-LONG.
        77 Found-Old           BINARY-LONG.
        77 Found-New           BINARY-LONG.
        77 Diff-Lines          BINARY-LONG.
        77 Diff-Shown          BINARY-LONG.
        77 Max-Diff-Shown      BINARY-LONG VALUE 200.
        77 Diff-Mark           PIC X(01).
        77 Diff-Number         PIC Z(4)9.
        77 Diff-Text           PIC X(256).

      * CBL_APPROVAL request block - a guarded change consumes the
      * approval that covers it.
        01 Ap-Request.
           05 Ap-Function      PIC X(01).
           05 Ap-Action        PIC X(24).
           05 Ap-Params        PIC X(200).
           05 Ap-Operator      PIC X(16).
           05 Ap-Approved-By   PIC X(16).
           05 Ap-Ticket        PIC 9(06).
        77 Ap-Status           BINARY-LONG SIGNED.
        77 Approval-Found      PIC X(01).

        77 Alert-Severity      PIC X(01) VALUE 'C'.
        77 Alert-Code          PIC X(08) VALUE 'CTL-DRFT'.
        77 Alert-Text          PIC X(200).
        77 Alert-Status        BINARY-LONG SIGNED.

        77 Report-Title        PIC X(80).
        77 Column-Heading      PIC X(132).
        77 Detail-Line         PIC X(132).
        77 Control-Value       PIC X(32).
        77 Amount-For-Writer   BINARY-DOUBLE VALUE ZERO.
        77 Report-Status       BINARY-LONG SIGNED.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.

        77 Files-Checked       BINARY-LONG VALUE ZERO.
        77 Files-Changed       BINARY-LONG VALUE ZERO.
        77 Files-New           BINARY-LONG VALUE ZERO.
        77 Files-Missing       BINARY-LONG VALUE ZERO.
        77 Files-Unapproved    BINARY-LONG VALUE ZERO.
        77 Cnt-Displayed       PIC Z(7)9.
        77 Footer-Status       BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-control-drift'
                returning status-code.

           Move 'CONTROL-REGISTRY' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CTL-REGISTRY
                      returning Config-Status.
           Move Config-Value to Registry-Path.
           Move 'CONTROL-SNAPSHOT' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CTL-SNAPSHOT
                      returning Config-Status.
           Move Config-Value to Snapshot-Path.
           Move 'CONTROL-ARCHIVE' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CTL-ARCHIVE
                      returning Config-Status.
           Move Config-Value to Archive-Dir.
           Move 'AUDIT-LOG-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        AUDIT-LOG-PATH
                      returning Config-Status.
           Move Config-Value to Audit-Path.
           Move 'APPROVALS-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        APPROVALS-PATH
                      returning Config-Status.
           Move Config-Value to Approval-Ledger.

           Move Function posix-getenv('GCOBOL_RUN_ID', Run-Id)
             to Getenv-Status.
           If Getenv-Status Not = ZERO
              Move Spaces to Run-Id
           End-If.
           Move Spaces to Run-Match-Text.
           If Run-Id Not = Spaces
              String 'run=' Function Trim(Run-Id)
                Delimited By Size Into Run-Match-Text
           End-If.
           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.

           Move Function posix-mkdir(Archive-Dir, Dir-Mode)
             to status-code.

           Open Input REGISTRY-FILE.
           If Registry-File-Status Not = '00'
              Display 'No control-file registry at '
                      Function Trim(Registry-Path)
              Call "CBL_RUN_FOOTER" using 'gcobol-control-drift'
                   by value 0, 0, 0
                   returning Footer-Status
              Stop Run
           End-If.

           Perform 1000-LOAD-THE-SNAPSHOT.

           Move Spaces to Report-Title.
           String 'CONTROL-FILE DRIFT - ' Pd-Date
                  Delimited By Size Into Report-Title.
           Move 'CONTROL FILE / CHANGE' to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start drift report '
                      Function Trim(Report-Path)
              Close REGISTRY-FILE
              Call "CBL_RUN_FOOTER" using 'gcobol-control-drift'
                   by value 1, 0, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           Perform 2000-CHECK-ONE-CONTROL-FILE
               Until Registry-File-Status Not = '00'.
           Close REGISTRY-FILE.

           If Files-Changed = ZERO And Files-New = ZERO
              And Files-Missing = ZERO
              Move Spaces to Control-Value
              Move ZERO to Amount-For-Writer
              Move 'No control-file changes since the last snapshot'
                to Detail-Line
              Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                   by value Amount-For-Writer
                   returning Report-Status
           End-If.
           Call "CBL_REPORT_END" returning Report-Status.

           Perform 8000-SAVE-THE-SNAPSHOT.

           Move Files-Changed to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Pd-Date
                  ' changed=' Function Trim(Cnt-Displayed)
                  Delimited By Size Into Audit-Args.
           Move Files-Unapproved to Cnt-Displayed.
           String Function Trim(Audit-Args)
                  ' unapproved=' Function Trim(Cnt-Displayed)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-control-drift",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Display Files-Checked ' control file(s) checked, '
                   Files-Changed ' changed, '
                   Files-New ' new, '
                   Files-Missing ' missing'.
           If Files-Unapproved > ZERO
              Display Files-Unapproved
                      ' guarded change(s) without approval'
           End-If.
           Display 'Report: ' Function Trim(Report-Path).

           If Snapshot-File-Status Not = '00'
              Call "CBL_RUN_FOOTER" using 'gcobol-control-drift'
                   by value 1, Files-Checked, Files-Changed
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Call "CBL_RUN_FOOTER" using 'gcobol-control-drift'
                by value 0, Files-Checked, Files-Changed
                returning Footer-Status.
           Stop Run.

       1000-LOAD-THE-SNAPSHOT.

           Open Input SNAPSHOT-FILE.
           If Snapshot-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1100-LOAD-ONE-SNAPSHOT
               Until Snapshot-File-Status Not = '00'.
           Close SNAPSHOT-FILE.

       1100-LOAD-ONE-SNAPSHOT.

           Read SNAPSHOT-FILE
              At End
                 Move '10' to Snapshot-File-Status
              Not At End
                 If Snap-Count < Max-Snaps
                    And SN-SLOT Numeric And SN-CHECKSUM Numeric
                    Add 1 to Snap-Count
                    Move SN-PATH to Snap-Path(Snap-Count)
                    Move SN-SLOT to Snap-Slot(Snap-Count)
                    Move SN-CHECKSUM to Snap-Checksum(Snap-Count)
                    Move SN-DATE to Snap-Date(Snap-Count)
                    If SN-SLOT > High-Slot
                       Move SN-SLOT to High-Slot
                    End-If
                 End-If
           End-Read.

       2000-CHECK-ONE-CONTROL-FILE.

           Read REGISTRY-FILE
              At End
                 Move '10' to Registry-File-Status
              Not At End
                 If CR-PATH Not = Spaces
                    And CR-PATH(1:1) Not = '*'
                    Perform 2100-FINGERPRINT-THE-FILE
                 End-If
           End-Read.

       2100-FINGERPRINT-THE-FILE.

           Add 1 to Files-Checked.
           Move CR-PATH to Current-Path.
           Perform 2900-FIND-THE-BASE-NAME.
           Move Base-Name to Control-Value.
           Move ZERO to Found-Snap.
           Perform 2150-FIND-ONE-SNAPSHOT
               Varying Snap-Idx From 1 By 1
               Until Snap-Idx > Snap-Count Or Found-Snap Not = ZERO.

           Call "CBL_FILE_CHECKSUM" using Current-Path, File-Checksum
                returning Checksum-Status.
           If Checksum-Status Not = ZERO
              Add 1 to Files-Missing
              Move Spaces to Detail-Line
              String Function Trim(CR-PATH)
                     ' - MISSING or unreadable; snapshot kept'
                     Delimited By Size Into Detail-Line
              Perform 7900-WRITE-ONE-LINE
              Exit Paragraph
           End-If.

      *    First sighting: keep a copy and start the history.
           If Found-Snap = ZERO
              If Snap-Count >= Max-Snaps
                 Move Spaces to Detail-Line
                 String Function Trim(CR-PATH)
                        ' - not baselined, snapshot table full'
                        Delimited By Size Into Detail-Line
                 Perform 7900-WRITE-ONE-LINE
                 Exit Paragraph
              End-If
              Add 1 to Files-New
              Add 1 to Snap-Count
              Add 1 to High-Slot
              Move Snap-Count to Found-Snap
              Move CR-PATH to Snap-Path(Found-Snap)
              Move High-Slot to Snap-Slot(Found-Snap)
              Move File-Checksum to Snap-Checksum(Found-Snap)
              Move Pd-Date to Snap-Date(Found-Snap)
              Perform 2950-NAME-THE-KEPT-COPY
              Call "CBL_COPY_FILE" using Current-Path, Kept-Path
                   returning Copy-Status
              Move Spaces to Detail-Line
              String Function Trim(CR-PATH)
                     ' - BASELINED, checksum ' File-Checksum
                     Delimited By Size Into Detail-Line
              Perform 7900-WRITE-ONE-LINE
              Exit Paragraph
           End-If.

           If File-Checksum = Snap-Checksum(Found-Snap)
              Exit Paragraph
           End-If.

           Add 1 to Files-Changed.
           Perform 2950-NAME-THE-KEPT-COPY.
           Move Spaces to Detail-Line.
           String Function Trim(CR-PATH)
                  ' - CHANGED since ' Snap-Date(Found-Snap)
                  ', checksum ' Snap-Checksum(Found-Snap)
                  ' now ' File-Checksum
                  Delimited By Size Into Detail-Line.
           Perform 7900-WRITE-ONE-LINE.

           Perform 3000-DIFF-THE-VERSIONS.
           Perform 4000-ATTACH-THE-AUDIT-LINES.

      *    The superseded version goes to the dated archive; the
      *    file as it stands becomes the copy tomorrow compares to.
           Move Spaces to Dated-Path.
           String Function Trim(Archive-Dir) '/'
                  Function Trim(Base-Name) '-' Snap-Slot(Found-Snap)
                  '.' Pd-Date
                  Delimited By Size Into Dated-Path.
           Call "CBL_COPY_FILE" using Kept-Path, Dated-Path
                returning Copy-Status.
           Move Spaces to Detail-Line.
           If Copy-Status = ZERO
              String '  previous version kept as '
                     Function Trim(Dated-Path)
                     Delimited By Size Into Detail-Line
           Else
              String '  *** previous version could not be archived to '
                     Function Trim(Dated-Path)
                     Delimited By Size Into Detail-Line
           End-If.
           Perform 7900-WRITE-ONE-LINE.
           Call "CBL_COPY_FILE" using Current-Path, Kept-Path
                returning Copy-Status.
           Move File-Checksum to Snap-Checksum(Found-Snap).
           Move Pd-Date to Snap-Date(Found-Snap).

           If CR-GUARDED = 'Y'
              Perform 5000-CHECK-THE-APPROVAL
           End-If.

       2150-FIND-ONE-SNAPSHOT.

           If Snap-Path(Snap-Idx) = CR-PATH
              Move Snap-Idx to Found-Snap
           End-If.

       2900-FIND-THE-BASE-NAME.

           Move ZERO to Slash-Idx.
           Perform 2920-CHECK-ONE-CHARACTER
               Varying Char-Idx From 100 By -1
               Until Char-Idx < 1 Or Slash-Idx Not = ZERO.
           Move Spaces to Base-Name.
           If Slash-Idx = ZERO Or Slash-Idx = 100
              Move CR-PATH to Base-Name
           Else
              Move CR-PATH(Slash-Idx + 1:) to Base-Name
           End-If.

       2920-CHECK-ONE-CHARACTER.

           If CR-PATH(Char-Idx:1) = '/'
              Move Char-Idx to Slash-Idx
           End-If.

       2950-NAME-THE-KEPT-COPY.

           Move Spaces to Kept-Path.
           String Function Trim(Archive-Dir) '/'
                  Function Trim(Base-Name) '-' Snap-Slot(Found-Snap)
                  '.last'
                  Delimited By Size Into Kept-Path.

       3000-DIFF-THE-VERSIONS.

           Move ZERO to Old-Count.
           Open Input OLD-VERSION-FILE.
           If Old-File-Status Not = '00'
              Move Spaces to Detail-Line
              String '  no copy of the previous version at '
                     Function Trim(Kept-Path)
                     ' - no line difference'
                     Delimited By Size Into Detail-Line
              Perform 7900-WRITE-ONE-LINE
              Exit Paragraph
           End-If.
           Perform 3010-LOAD-ONE-OLD-LINE
               Until Old-File-Status Not = '00'.
           Close OLD-VERSION-FILE.

           Move ZERO to New-Count.
           Open Input NEW-VERSION-FILE.
           If New-File-Status = '00'
              Perform 3020-LOAD-ONE-NEW-LINE
                  Until New-File-Status Not = '00'
              Close NEW-VERSION-FILE
           End-If.

      *    Walk both versions together; on a mismatch, resync on
      *    whichever side reaches the other's line soonest, so an
      *    inserted or deleted block shows as just that block.
           Move 1 to Old-Idx.
           Move 1 to New-Idx.
           Move ZERO to Diff-Lines.
           Move ZERO to Diff-Shown.
           Perform 3100-DIFF-ONE-STEP
               Until Old-Idx > Old-Count And New-Idx > New-Count.

           If Diff-Shown < Diff-Lines
              Move Diff-Lines to Cnt-Displayed
              Move Spaces to Detail-Line
              String '  ... ' Function Trim(Cnt-Displayed)
                     ' differing lines in all'
                     Delimited By Size Into Detail-Line
              Perform 7900-WRITE-ONE-LINE
           End-If.
           If Old-Count >= Max-Lines Or New-Count >= Max-Lines
              Move Spaces to Detail-Line
              Move Max-Lines to Cnt-Displayed
              String '  (compared the first '
                     Function Trim(Cnt-Displayed) ' lines only)'
                     Delimited By Size Into Detail-Line
              Perform 7900-WRITE-ONE-LINE
           End-If.

       3010-LOAD-ONE-OLD-LINE.

           Read OLD-VERSION-FILE
              At End
                 Move '10' to Old-File-Status
              Not At End
                 If Old-Count < Max-Lines
                    Add 1 to Old-Count
                    Move OLD-VERSION-LINE to Old-Line(Old-Count)
                 End-If
           End-Read.

       3020-LOAD-ONE-NEW-LINE.

           Read NEW-VERSION-FILE
              At End
                 Move '10' to New-File-Status
              Not At End
                 If New-Count < Max-Lines
                    Add 1 to New-Count
                    Move NEW-VERSION-LINE to New-Line(New-Count)
                 End-If
           End-Read.

       3100-DIFF-ONE-STEP.

           If Old-Idx > Old-Count
              Perform 3300-EMIT-AN-ADDED-LINE
              Exit Paragraph
           End-If.
           If New-Idx > New-Count
              Perform 3400-EMIT-A-REMOVED-LINE
              Exit Paragraph
           End-If.
           If Old-Line(Old-Idx) = New-Line(New-Idx)
              Add 1 to Old-Idx
              Add 1 to New-Idx
              Exit Paragraph
           End-If.

           Move ZERO to Found-New.
           Perform 3150-SEEK-OLD-IN-NEW
               Varying Scan-Idx From New-Idx By 1
               Until Scan-Idx > New-Count Or Found-New Not = ZERO.
           Move ZERO to Found-Old.
           Perform 3160-SEEK-NEW-IN-OLD
               Varying Scan-Idx From Old-Idx By 1
               Until Scan-Idx > Old-Count Or Found-Old Not = ZERO.

           If Found-New = ZERO And Found-Old = ZERO
              Perform 3400-EMIT-A-REMOVED-LINE
              Perform 3300-EMIT-AN-ADDED-LINE
              Exit Paragraph
           End-If.
           If Found-Old = ZERO
              Or (Found-New Not = ZERO
                  And Found-New - New-Idx <= Found-Old - Old-Idx)
              Perform 3300-EMIT-AN-ADDED-LINE
                  Until New-Idx >= Found-New
           Else
              Perform 3400-EMIT-A-REMOVED-LINE
                  Until Old-Idx >= Found-Old
           End-If.

       3150-SEEK-OLD-IN-NEW.

           If New-Line(Scan-Idx) = Old-Line(Old-Idx)
              Move Scan-Idx to Found-New
           End-If.

       3160-SEEK-NEW-IN-OLD.

           If Old-Line(Scan-Idx) = New-Line(New-Idx)
              Move Scan-Idx to Found-Old
           End-If.

       3300-EMIT-AN-ADDED-LINE.

           Move '+' to Diff-Mark.
           Move New-Idx to Diff-Number.
           Move New-Line(New-Idx) to Diff-Text.
           Perform 3500-EMIT-ONE-DIFFERENCE.
           Add 1 to New-Idx.

       3400-EMIT-A-REMOVED-LINE.

           Move '-' to Diff-Mark.
           Move Old-Idx to Diff-Number.
           Move Old-Line(Old-Idx) to Diff-Text.
           Perform 3500-EMIT-ONE-DIFFERENCE.
           Add 1 to Old-Idx.

       3500-EMIT-ONE-DIFFERENCE.

      *    Each differing line counts toward the file's subtotal.
           Add 1 to Diff-Lines.
           If Diff-Shown >= Max-Diff-Shown
              Exit Paragraph
           End-If.
           Add 1 to Diff-Shown.
           Move Spaces to Detail-Line.
           String '  ' Diff-Mark ' ' Diff-Number ' ' Diff-Text
                  Delimited By Size Into Detail-Line.
           Move 1 to Amount-For-Writer.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
           Move ZERO to Amount-For-Writer.

       4000-ATTACH-THE-AUDIT-LINES.

      *    Audit lines are stamped 'yyyy-mm-dd hh:mm:ss'; everything
      *    from the last snapshot's date on that names the file,
      *    less this run's own copies and checksums.
           Move Spaces to Since-Text.
           String Snap-Date(Found-Snap)(1:4) '-'
                  Snap-Date(Found-Snap)(5:2) '-'
                  Snap-Date(Found-Snap)(7:2)
                  Delimited By Size Into Since-Text.
           Move ZERO to Audit-Shown.
           Open Input AUDIT-FILE.
           If Audit-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 4100-CHECK-ONE-AUDIT-LINE
               Until Audit-File-Status Not = '00'.
           Close AUDIT-FILE.
           If Audit-Shown = ZERO
              Move '  no audit line names this file since the last '
                 & 'snapshot' to Detail-Line
              Perform 7900-WRITE-ONE-LINE
           End-If.

       4100-CHECK-ONE-AUDIT-LINE.

           Read AUDIT-FILE
              At End
                 Move '10' to Audit-File-Status
              Not At End
                 If AUDIT-LINE(1:10) >= Since-Text
                    Perform 4200-MATCH-ONE-AUDIT-LINE
                 End-If
           End-Read.

       4200-MATCH-ONE-AUDIT-LINE.

           If Run-Match-Text Not = Spaces
              Move ZERO to Match-Count
              Inspect AUDIT-LINE
                 Tallying Match-Count
                 For All Function Trim(Run-Match-Text)
              If Match-Count > ZERO
                 Exit Paragraph
              End-If
           End-If.
           Move ZERO to Match-Count.
           Inspect AUDIT-LINE
              Tallying Match-Count
              For All Function Trim(CR-PATH).
           If Match-Count = ZERO
              Exit Paragraph
           End-If.
           Add 1 to Audit-Shown.
           If Audit-Shown > Max-Audit-Shown
              Exit Paragraph
           End-If.
           Move Spaces to Detail-Line.
           String '  audit: ' AUDIT-LINE
                  Delimited By Size Into Detail-Line.
           Perform 7900-WRITE-ONE-LINE.

       5000-CHECK-THE-APPROVAL.

      *    An approved CONTROL-CHANGE for this path, approved by
      *    someone other than its requester, covers the change;
      *    the service consumes it so it covers only this one.
           Move 'N' to Approval-Found.
           Move Spaces to Ap-Request.
           Open Input APPROVALS-FILE.
           If Approvals-File-Status = '00'
              Perform 5100-CHECK-ONE-APPROVAL
                  Until Approvals-File-Status Not = '00'
              Close APPROVALS-FILE
           End-If.

           If Approval-Found = 'Y'
              Move 'C' to Ap-Function
              Move 'CONTROL-CHANGE' to Ap-Action
              Move CR-PATH to Ap-Params
              Call "CBL_APPROVAL" using Ap-Request
                   returning Ap-Status
              If Ap-Status = ZERO
                 Move Spaces to Detail-Line
                 String '  guarded change approved by '
                        Function Trim(Ap-Approved-By)
                        ' (ticket ' Ap-Ticket ')'
                        Delimited By Size Into Detail-Line
                 Perform 7900-WRITE-ONE-LINE
                 Exit Paragraph
              End-If
           End-If.

           Add 1 to Files-Unapproved.
           Move Spaces to Alert-Text.
           String 'Guarded control file ' Function Trim(CR-PATH)
                  ' changed with no approved CONTROL-CHANGE'
                  ' - see ' Function Trim(Report-Path)
                  Delimited By Size Into Alert-Text.
           Call "CBL_RAISE_ALERT" using Alert-Severity, Alert-Code,
                                         Alert-Text
                      returning Alert-Status.
           Move '  *** GUARDED CHANGE WITHOUT APPROVAL - critical '
              & 'alert raised' to Detail-Line.
           Perform 7900-WRITE-ONE-LINE.

       5100-CHECK-ONE-APPROVAL.

           Read APPROVALS-FILE
              At End
                 Move '10' to Approvals-File-Status
              Not At End
                 If Approval-Found = 'N'
                    And AL-STATE = 'A'
                    And AL-ACTION = 'CONTROL-CHANGE'
                    And AL-PARAMS = CR-PATH
                    And AL-APPROVED-BY Not = Spaces
                    And AL-APPROVED-BY Not = AL-REQUESTED-BY
                    Move 'Y' to Approval-Found
                    Move AL-REQUESTED-BY to Ap-Operator
                 End-If
           End-Read.

       7900-WRITE-ONE-LINE.

           Move ZERO to Amount-For-Writer.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
           Move Spaces to Detail-Line.

       8000-SAVE-THE-SNAPSHOT.

           Open Output SNAPSHOT-FILE.
           If Snapshot-File-Status Not = '00'
              Display '*** cannot rewrite the snapshot '
                      Function Trim(Snapshot-Path)
              Exit Paragraph
           End-If.
           Perform 8100-SAVE-ONE-SNAPSHOT
               Varying Snap-Idx From 1 By 1
               Until Snap-Idx > Snap-Count.
           Close SNAPSHOT-FILE.

       8100-SAVE-ONE-SNAPSHOT.

           Move Snap-Path(Snap-Idx) to SN-PATH.
           Move Snap-Slot(Snap-Idx) to SN-SLOT.
           Move Snap-Checksum(Snap-Idx) to SN-CHECKSUM.
           Move Snap-Date(Snap-Idx) to SN-DATE.
           Write SNAPSHOT-RECORD.
