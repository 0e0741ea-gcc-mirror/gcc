      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Release manifest maintenance, in the gcobol-ops-diag style.
      *  The chain controller launches only binaries whose path and
      *  CBL_FILE_CHECKSUM are on the approved-release manifest
      *  (program path 256, checksum 10, release id 16, approver 16,
      *  requester 16, date 8, compare run id 40); this screen is
      *  the only way onto it:
      *
      *    L  list the manifest
      *    A  add or replace the entry for a program path.  The
      *       binary is checksummed as it sits now, and the entry
      *       is refused unless
      *         - the compare-results ledger holds a clean
      *           gcobol-compare-run of a build with exactly that
      *           checksum, and
      *         - a second operator has approved a RELEASE-ADD for
      *           exactly this path, checksum and release id in
      *           gcobol-approvals (maker-checker through
      *           CBL_APPROVAL: the first attempt parks the request
      *           and names the ticket; rerun the same add once it
      *           is approved).
      *       A path holds one approved build at a time, so a new
      *       release replaces the old entry.
      *    Q  leave
      *
      *  The session starts at the central authorization door: a
      *  display grant lists, update is needed to add.  The
      *  manifest is rewritten through a '.new' copy and a rename,
      *  so the controller never reads half a manifest.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-release-admin.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.

       >>Define Constant RELEASE-MANIFEST as "/tmp/gcobol-release.man"
       >>Define Constant CMP-RESULTS as "/tmp/gcobol-cmp-results.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE
                  ASSIGN TO Manifest-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Manifest-File-Status.
           SELECT MANIFEST-NEW-FILE
                  ASSIGN TO Manifest-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Manifest-New-Status.
           SELECT RESULTS-FILE
                  ASSIGN TO Results-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Results-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05  RM-PROGRAM-PATH      PIC X(256).
           05  RM-CHECKSUM          PIC 9(10).
           05  RM-RELEASE-ID        PIC X(16).
           05  RM-APPROVED-BY       PIC X(16).
           05  RM-REQUESTED-BY      PIC X(16).
           05  RM-DATE              PIC 9(08).
           05  RM-COMPARE-RUN       PIC X(40).

       FD  MANIFEST-NEW-FILE.
       01  MANIFEST-NEW-RECORD      PIC X(362).

       FD  RESULTS-FILE.
       01  RESULTS-RECORD.
           05  CX-PROGRAM           PIC X(256).
           05  CX-CHECKSUM          PIC 9(10).
           05  CX-RESULT            PIC X(01).
           05  CX-PROC-DATE         PIC 9(08).
           05  CX-DIFFS             PIC 9(08).
           05  CX-RUN-ID            PIC X(40).

       WORKING-STORAGE SECTION.
        77 Manifest-Path       PIC X(100).
        77 Manifest-New-Path   PIC X(106).
        77 Results-Path        PIC X(100).
        77 Manifest-File-Status PIC X(02).
        77 Manifest-New-Status PIC X(02).
        77 Results-File-Status PIC X(02).
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Operator-Id         PIC X(16).
        77 Auth-Tool           PIC X(24).
        77 Auth-Level          PIC X(01).
        77 Auth-Check-Status   BINARY-LONG SIGNED.
        77 Mode-Answer         PIC X(01).
           88 Mode-Is-List        VALUE 'L' 'l'.
           88 Mode-Is-Add         VALUE 'A' 'a'.
           88 Mode-Is-Quit        VALUE 'Q' 'q' ' '.
        77 Program-Path        PIC X(256).
        77 Release-Id          PIC X(16).
        77 Build-Checksum      PIC 9(10).
        77 Checksum-Status     BINARY-LONG SIGNED.
        77 Compare-Run         PIC X(40).
        77 Compare-Found       PIC X(01).
        77 Rename-Status       BINARY-LONG SIGNED.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        77 Listed-Count        PIC 9(05).
        77 Kept-Count          PIC 9(05).
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.

      * CBL_APPROVAL request block - maker-checker for manifest
      * additions.
        01 Ap-Request.
           05 Ap-Function      PIC X(01).
           05 Ap-Action        PIC X(24).
           05 Ap-Params        PIC X(200).
           05 Ap-Operator      PIC X(16).
           05 Ap-Approved-By   PIC X(16).
           05 Ap-Ticket        PIC 9(06).
        77 Ap-Status           BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Move 'RELEASE-MANIFEST' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RELEASE-MANIFEST
                      returning Config-Status.
           Move Config-Value to Manifest-Path.
           Move Spaces to Manifest-New-Path.
           String Function Trim(Manifest-Path) '.new'
                  Delimited By Size Into Manifest-New-Path.
           Move 'COMPARE-RESULTS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CMP-RESULTS
                      returning Config-Status.
           Move Config-Value to Results-Path.

           Display 'gcobol release manifest - '
                   Function Trim(Manifest-Path).
           Display 'Operator id: ' with No Advancing.
           Accept Operator-Id from Console.
           Move 'gcobol-release-admin' to Auth-Tool.
           Call "CBL_OPERATOR_AUTH" using Operator-Id, Auth-Tool,
                        Auth-Level
                      returning Auth-Check-Status.
           If Auth-Check-Status Not = ZERO
              Display 'Operator ' Function Trim(Operator-Id)
                      ' is not authorized for this tool'
              Stop Run With Error Status 1
           End-If.

           Move 'L' to Mode-Answer.
           Perform 1000-TAKE-ONE-REQUEST
               Until Mode-Is-Quit.
           Stop Run.

       1000-TAKE-ONE-REQUEST.

           Display 'L list, A add, Q quit: ' with No Advancing.
           Accept Mode-Answer from Console.
           Evaluate True
              When Mode-Is-List
                 Perform 2000-LIST-THE-MANIFEST
              When Mode-Is-Add
                 If Auth-Level Not = 'U'
                    Display 'Adding to the manifest needs update '
                            'authorization'
                 Else
                    Perform 3000-ADD-A-RELEASE
                 End-If
              When Mode-Is-Quit
                 Continue
              When Other
                 Display 'Unknown choice ' Mode-Answer
           End-Evaluate.

       2000-LIST-THE-MANIFEST.

           Move ZERO to Listed-Count.
           Open Input MANIFEST-FILE.
           If Manifest-File-Status Not = '00'
              Display 'No manifest on file - the controller launches'
                      ' unchecked'
              Exit Paragraph
           End-If.
           Perform 2100-LIST-ONE-RELEASE
               Until Manifest-File-Status Not = '00'.
           Close MANIFEST-FILE.
           Display Listed-Count ' approved binary(ies)'.

       2100-LIST-ONE-RELEASE.

           Read MANIFEST-FILE
              At End
                 Move '10' to Manifest-File-Status
              Not At End
                 Add 1 to Listed-Count
                 Display '  ' Function Trim(RM-PROGRAM-PATH)
                 Display '      release ' RM-RELEASE-ID
                         ' checksum ' RM-CHECKSUM
                         ' approved by ' RM-APPROVED-BY
                         ' on ' RM-DATE
           End-Read.

       3000-ADD-A-RELEASE.

           Display 'Program path: ' with No Advancing.
           Accept Program-Path from Console.
           If Program-Path = Spaces
              Exit Paragraph
           End-If.
           Display 'Release id: ' with No Advancing.
           Accept Release-Id from Console.
           If Release-Id = Spaces
              Display 'A release id is required'
              Exit Paragraph
           End-If.

           Call "CBL_FILE_CHECKSUM" using Program-Path, Build-Checksum
                returning Checksum-Status.
           If Checksum-Status Not = ZERO
              Display 'Cannot checksum ' Function Trim(Program-Path)
                      ' - status ' Checksum-Status
              Exit Paragraph
           End-If.
           Display 'Checksum ' Build-Checksum.

      *    The compare proves the build; the approval proves a
      *    second pair of eyes.  Both, or nothing changes.
           Perform 3100-FIND-A-CLEAN-COMPARE.
           If Compare-Found Not = 'Y'
              Display 'Refused - no clean gcobol-compare-run on '
                      'record for a build with checksum '
                      Build-Checksum
              Exit Paragraph
           End-If.
           Display 'Clean compare: run ' Function Trim(Compare-Run).

           Move Spaces to Ap-Request.
           String 'prog=' Function Trim(Program-Path)
                  ' sum=' Build-Checksum
                  ' rel=' Function Trim(Release-Id)
                  Delimited By Size Into Ap-Params.
           Move 'C' to Ap-Function.
           Move 'RELEASE-ADD' to Ap-Action.
           Move Operator-Id to Ap-Operator.
           Call "CBL_APPROVAL" using Ap-Request
                returning Ap-Status.
           If Ap-Status Not = ZERO
              Move 'R' to Ap-Function
              Call "CBL_APPROVAL" using Ap-Request
                   returning Ap-Status
              Display 'No standing approval - request parked as '
                      'ticket ' Ap-Ticket
                      '; have a second operator approve it in '
                      'gcobol-approvals, then repeat this add'
              Exit Paragraph
           End-If.
           Display 'Approved by ' Function Trim(Ap-Approved-By)
                   ' (ticket ' Ap-Ticket ')'.

           Perform 4000-REWRITE-THE-MANIFEST.
           If Rename-Status Not = ZERO
              Display '*** manifest not updated - status '
                      Rename-Status
              Exit Paragraph
           End-If.
           Display 'Manifest updated: ' Kept-Count
                   ' other entry(ies) kept'.

           Move Spaces to Audit-Args.
           String 'prog=' Function Trim(Program-Path)
                  ' sum=' Build-Checksum
                  ' rel=' Function Trim(Release-Id)
                  ' by=' Function Trim(Operator-Id)
                  ' approved-by=' Function Trim(Ap-Approved-By)
                  ' compare=' Function Trim(Compare-Run)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-release-admin",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

       3100-FIND-A-CLEAN-COMPARE.

           Move 'N' to Compare-Found.
           Move Spaces to Compare-Run.
           Open Input RESULTS-FILE.
           If Results-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 3150-CHECK-ONE-RESULT
               Until Results-File-Status Not = '00'.
           Close RESULTS-FILE.

       3150-CHECK-ONE-RESULT.

      *    The latest verdict for the checksum stands: a later
      *    failing compare of the same bytes withdraws a clean one.
           Read RESULTS-FILE
              At End
                 Move '10' to Results-File-Status
              Not At End
                 If CX-CHECKSUM = Build-Checksum
                    If CX-RESULT = 'C'
                       Move 'Y' to Compare-Found
                       Move CX-RUN-ID to Compare-Run
                    Else
                       Move 'N' to Compare-Found
                       Move Spaces to Compare-Run
                    End-If
                 End-If
           End-Read.

       4000-REWRITE-THE-MANIFEST.

           Move ZERO to Kept-Count.
           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.

           Move 1 to Rename-Status.
           Open Output MANIFEST-NEW-FILE.
           If Manifest-New-Status Not = '00'
              Exit Paragraph
           End-If.
           Open Input MANIFEST-FILE.
           If Manifest-File-Status = '00'
              Perform 4100-COPY-ONE-RELEASE
                  Until Manifest-File-Status Not = '00'
              Close MANIFEST-FILE
           End-If.

           Move Spaces to MANIFEST-RECORD.
           Move Program-Path to RM-PROGRAM-PATH.
           Move Build-Checksum to RM-CHECKSUM.
           Move Release-Id to RM-RELEASE-ID.
           Move Ap-Approved-By to RM-APPROVED-BY.
           Move Operator-Id to RM-REQUESTED-BY.
           Move Pd-Date to RM-DATE.
           Move Compare-Run to RM-COMPARE-RUN.
           Move MANIFEST-RECORD to MANIFEST-NEW-RECORD.
           Write MANIFEST-NEW-RECORD.
           Close MANIFEST-NEW-FILE.

           Call "CBL_RENAME_FILE" using Manifest-New-Path,
                        Manifest-Path
                      returning Rename-Status.

       4100-COPY-ONE-RELEASE.

           Read MANIFEST-FILE
              At End
                 Move '10' to Manifest-File-Status
              Not At End
                 If RM-PROGRAM-PATH Not = Program-Path
                    Add 1 to Kept-Count
                    Move MANIFEST-RECORD to MANIFEST-NEW-RECORD
                    Write MANIFEST-NEW-RECORD
                 End-If
           End-Read.
