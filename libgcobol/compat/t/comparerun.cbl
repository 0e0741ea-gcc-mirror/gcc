      *  line: timestamps, run ids) may legitimately differ and are
      *  skipped.  Every other difference is reported with the
      *  record's key field, and a clean compare - zero exit - is
      *  the ticket to promote the build.  Either way the outcome
      *  is appended to the compare-results ledger (COMPARE-RESULTS
      *  site key) against the new build's CBL_FILE_CHECKSUM, so
      *  gcobol-release-admin can hold a release-manifest entry to
      *  a clean compare of exactly that binary.
      *
      *  Site keys: COMPARE-OLD-PROGRAM / COMPARE-NEW-PROGRAM (the
      *  two builds), COMPARE-OUT-ENVVAR (the GCOBOL_ override the
        COPY posix-waitpid.
        COPY posix-exit.
        COPY posix-setenv.
        COPY posix-getenv.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-compare-run.
           FUNCTION posix-execve
           FUNCTION posix-waitpid
           FUNCTION posix-exit
           FUNCTION posix-setenv
           FUNCTION posix-getenv.

       >>Define Constant CMP-MAP-DEFAULT as "/tmp/gcobol-csv-map.dat"
       >>Define Constant CMP-TOL-DEFAULT as "/tmp/gcobol-cmp-tol.dat"
       >>Define Constant CMP-OLD-OUT as "/tmp/gcobol-cmp-old.out"
       >>Define Constant CMP-NEW-OUT as "/tmp/gcobol-cmp-new.out"
       >>Define Constant CMP-RPT-PATH as "/tmp/gcobol-compare.rpt"
       >>Define Constant CMP-RESULTS as "/tmp/gcobol-cmp-results.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ASSIGN TO New-Out-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS New-File-Status.
           SELECT RESULTS-FILE
                  ASSIGN TO Results-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Results-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-FILE.
       01  NEW-RECORD               PIC X(1024).

       FD  RESULTS-FILE.
       01  RESULTS-RECORD.
           05  CX-PROGRAM           PIC X(256).
           05  CX-CHECKSUM          PIC 9(10).
           05  CX-RESULT            PIC X(01).
               88  CX-CLEAN             VALUE 'C'.
           05  CX-PROC-DATE         PIC 9(08).
           05  CX-DIFFS             PIC 9(08).
           05  CX-RUN-ID            PIC X(40).

       WORKING-STORAGE SECTION.
        77 Map-Path            PIC X(100).
        77 Tol-Path            PIC X(100).
        77 Control-Value       PIC X(32).
        77 Report-Status       BINARY-LONG SIGNED.
        77 Footer-Status       BINARY-LONG SIGNED.
        77 Results-Path        PIC X(100).
        77 Results-File-Status PIC X(02).
        77 Build-Checksum      PIC 9(10).
        77 Checksum-Status     BINARY-LONG SIGNED.
        77 Getenv-Status       BINARY-LONG.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).

       PROCEDURE DIVISION.

           End-If.

           Perform 3000-COMPARE-THE-OUTPUTS.
           Perform 4000-RECORD-THE-RESULT.

           Display Records-Compared ' record(s) compared, '
                   Diff-Count ' field difference(s)'.
                                        ' '
                      returning Config-Status.
           Move Config-Value(1:20) to Key-Field-Name.
           Move 'COMPARE-RESULTS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CMP-RESULTS
                      returning Config-Status.
           Move Config-Value to Results-Path.

      *    Both builds run rehearsal-safe: the mutating library
      *    routines log and touch nothing beyond the overridden
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.

       4000-RECORD-THE-RESULT.

      *    The certificate is for the new build's bytes, not its
      *    path: a promoted copy checksums the same.
           Call "CBL_FILE_CHECKSUM" using New-Program, Build-Checksum
                returning Checksum-Status.
           If Checksum-Status Not = ZERO
              Display '*** cannot checksum '
                      Function Trim(New-Program)
                      ' - result not recorded'
              Exit Paragraph
           End-If.
           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.

           Open Extend RESULTS-FILE.
           If Results-File-Status Not = '00'
              Open Output RESULTS-FILE
           End-If.
           If Results-File-Status Not = '00'
              Display '*** cannot record the result in '
                      Function Trim(Results-Path)
              Exit Paragraph
           End-If.
           Move Spaces to RESULTS-RECORD.
           Move New-Program to CX-PROGRAM.
           Move Build-Checksum to CX-CHECKSUM.
           If Diff-Count = ZERO
              Move 'C' to CX-RESULT
           Else
              Move 'D' to CX-RESULT
           End-If.
           Move Pd-Date to CX-PROC-DATE.
           Move Diff-Count to CX-DIFFS.
           Move Function posix-getenv('GCOBOL_RUN_ID', CX-RUN-ID)
             to Getenv-Status.
           If Getenv-Status Not = ZERO
              Move Spaces to CX-RUN-ID
           End-If.
           Write RESULTS-RECORD.
           Close RESULTS-FILE.
