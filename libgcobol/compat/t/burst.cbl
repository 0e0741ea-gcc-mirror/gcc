      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Report bursting.  The branch-relevant reports - exceptions,
      *  collections, dormancy, limit utilization - come out as one
      *  shop-wide listing and every branch manager wants only
      *  their own pages.  This job runs after the reporting steps
      *  and splits any report the shared report writer produced:
      *
      *    - the burst rules (BURST-RULES-PATH: rule 8, catalog
      *      title prefix 40, key column start 3 and length 2, an
      *      optional amount column start 3 and length 2 - zero for
      *      none - and the key's label 16) say which reports to
      *      burst and which column holds the branch or other key;
      *    - every report in the repository catalog whose title a
      *      rule matches, still as catalogued (checksum) and not
      *      burst before (the burst ledger, BURST-LEDGER-PATH), is
      *      read back; the writer's page headings, subtotals and
      *      totals are dropped and each detail line goes to the
      *      key in its column - a line with that column blank
      *      belongs with the line above it;
      *    - each key value becomes its own report through the
      *      writer - title "<title> - <label> <key>", the source's
      *      column headings repeated on every page, the amount
      *      column totalled per burst - named
      *      burst-<rule>-<key>.rpt in the distributor's reports
      *      directory, and registered in the catalog as every
      *      writer report is;
      *    - the branch-to-recipient map (BURST-RECIPIENT-PATH: rule
      *      8 - blank or '*' for any - key 32 - '*' for the rule's
      *      default - then target directory 100, owner uid 6,
      *      group gid 6 and octal mode 4, as in the manifest) puts
      *      each piece on gcobol-report-distributor's manifest, so
      *      its delivery receipts and the downstream
      *      acknowledgments are per branch.  A key with no
      *      recipient is burst all the same, raised as a warning,
      *      and left for the distributor to flag as produced but
      *      not listed.
      *
      *  The burst report lists every source and the pieces it gave.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-report-burst.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant BURST-RULES as "/tmp/gcobol-burst-rules.dat"
       >>Define Constant BURST-RECIPS as "/tmp/gcobol-burst-recip.dat"
       >>Define Constant BURST-LEDGER as "/tmp/gcobol-burst-led.dat"
       >>Define Constant REPORT-CAT as "/tmp/gcobol-report-cat.dat"
       >>Define Constant DIST-MANIFEST as "/tmp/gcobol-dist-man.dat"
       >>Define Constant REPORTS-DIR as "/tmp/gcobol-reports"
       >>Define Constant BURST-RPT-PATH as "/tmp/gcobol-burst.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
                  ASSIGN TO Rules-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Rules-File-Status.
           SELECT RECIPIENT-FILE
                  ASSIGN TO Recipient-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Recipient-File-Status.
           SELECT LEDGER-FILE
                  ASSIGN TO Ledger-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Ledger-File-Status.
           SELECT CATALOG-FILE
                  ASSIGN TO Catalog-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Catalog-File-Status.
           SELECT SOURCE-FILE
                  ASSIGN TO Source-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Source-File-Status.
           SELECT MANIFEST-FILE
                  ASSIGN TO Manifest-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Manifest-File-Status.
           SELECT MANIFEST-NEW-FILE
                  ASSIGN TO Manifest-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Manifest-New-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           05  BR-RULE              PIC X(08).
           05  BR-TITLE             PIC X(40).
           05  BR-KEY-START         PIC 9(03).
           05  BR-KEY-LENGTH        PIC 9(02).
           05  BR-AMOUNT-START      PIC 9(03).
           05  BR-AMOUNT-LENGTH     PIC 9(02).
           05  BR-KEY-LABEL         PIC X(16).

       FD  RECIPIENT-FILE.
       01  RECIPIENT-RECORD.
           05  BM-RULE              PIC X(08).
           05  BM-KEY               PIC X(32).
           05  BM-TARGET-DIR        PIC X(100).
           05  BM-OWNER-UID         PIC 9(06).
           05  BM-GROUP-GID         PIC 9(06).
           05  BM-MODE-OCTAL        PIC 9(04).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  BL-KIND              PIC X(01).
               88  BL-IS-SOURCE         VALUE 'S'.
               88  BL-IS-PIECE          VALUE 'P'.
           05  BL-PATH              PIC X(256).
           05  BL-CHECKSUM          PIC 9(10).
           05  BL-DATE              PIC 9(08).
           05  BL-RULE              PIC X(08).
           05  BL-KEY               PIC X(32).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  RC-TITLE             PIC X(80).
           05  RC-PATH              PIC X(256).
           05  RC-PROC-DATE         PIC 9(08).
           05  RC-RUN-ID            PIC X(40).
           05  RC-PAGES             PIC 9(06).
           05  RC-CHECKSUM          PIC 9(10).

       FD  SOURCE-FILE.
       01  SOURCE-LINE              PIC X(132).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05  DM-REPORT-NAME       PIC X(40).
           05  DM-TARGET-DIR        PIC X(100).
           05  DM-OWNER-UID         PIC 9(06).
           05  DM-GROUP-GID         PIC 9(06).
           05  DM-MODE-OCTAL        PIC 9(04).

       FD  MANIFEST-NEW-FILE.
       01  MANIFEST-NEW-RECORD      PIC X(156).

       WORKING-STORAGE SECTION.
        77 Rules-Path           PIC X(100).
        77 Recipient-Path       PIC X(100).
        77 Ledger-Path          PIC X(100).
        77 Catalog-Path         PIC X(100).
        77 Source-Path          PIC X(256).
        77 Manifest-Path        PIC X(100) VALUE DIST-MANIFEST.
        77 Manifest-New-Path    PIC X(104).
        77 Reports-Dir          PIC X(100) VALUE REPORTS-DIR.
        77 Report-Path          PIC X(256) VALUE BURST-RPT-PATH.
        77 Rules-File-Status    PIC X(02).
        77 Recipient-File-Status PIC X(02).
        77 Ledger-File-Status   PIC X(02).
        77 Catalog-File-Status  PIC X(02).
        77 Source-File-Status   PIC X(02).
        77 Manifest-File-Status PIC X(02).
        77 Manifest-New-Status  PIC X(02).
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

        77 Rule-Count           BINARY-LONG VALUE ZERO.
        77 Rule-Max             BINARY-LONG VALUE 50.
        77 Ru-Ix                BINARY-LONG.
        01 Rule-Table.
           05 Rule-Entry OCCURS 50 TIMES.
              10 Ru-Rule        PIC X(08).
              10 Ru-Title       PIC X(40).
              10 Ru-Title-Len   BINARY-LONG.
              10 Ru-Key-Start   BINARY-LONG.
              10 Ru-Key-Length  BINARY-LONG.
              10 Ru-Amt-Start   BINARY-LONG.
              10 Ru-Amt-Length  BINARY-LONG.
              10 Ru-Label       PIC X(16).

        77 Recipient-Count      BINARY-LONG VALUE ZERO.
        77 Recipient-Max        BINARY-LONG VALUE 999.
        77 Rp-Ix                BINARY-LONG.
        77 Rp-Found             BINARY-LONG.
        01 Recipient-Table.
           05 Recipient-Entry OCCURS 999 TIMES.
              10 Rp-Rule        PIC X(08).
              10 Rp-Key         PIC X(32).
              10 Rp-Target      PIC X(100).
              10 Rp-Uid         PIC 9(06).
              10 Rp-Gid         PIC 9(06).
              10 Rp-Mode        PIC 9(04).

      *  What has been burst, and what the bursts produced.
        77 Ledger-Count         BINARY-LONG VALUE ZERO.
        77 Ledger-Max           BINARY-LONG VALUE 5000.
        77 Lg-Ix                BINARY-LONG.
        77 Lg-Found             PIC X(01).
        01 Ledger-Table.
           05 Ledger-Entry OCCURS 5000 TIMES.
              10 Lg-Kind        PIC X(01).
              10 Lg-Path        PIC X(256).
              10 Lg-Checksum    PIC 9(10).

        77 Cand-Count           BINARY-LONG VALUE ZERO.
        77 Cand-Max             BINARY-LONG VALUE 200.
        77 Cd-Ix                BINARY-LONG.
        77 Cd-Found             BINARY-LONG.
        01 Candidate-Table.
           05 Candidate-Entry OCCURS 200 TIMES.
              10 Cd-Title       PIC X(80).
              10 Cd-Path        PIC X(256).
              10 Cd-Checksum    PIC 9(10).
              10 Cd-Rule        BINARY-LONG.

      *  The keys of the source in hand, in order of appearance.
        77 Key-Count            BINARY-LONG VALUE ZERO.
        77 Key-Max              BINARY-LONG VALUE 500.
        77 Ky-Ix                BINARY-LONG.
        77 Ky-Found             BINARY-LONG.
        01 Key-Table.
           05 Key-Entry OCCURS 500 TIMES.
              10 Ky-Value       PIC X(32).
              10 Ky-Lines       BINARY-LONG.

        77 Title-Len            BINARY-LONG.
        77 Header-Left          BINARY-LONG.
        77 Line-Kind            PIC X(01).
           88 Line-Is-Detail       VALUE 'D'.
        77 Source-Heading       PIC X(132).
        77 Line-Key             PIC X(32).
        77 Current-Key          PIC X(32).
        77 Unkeyed-Lines        BINARY-LONG.
        77 Keys-Overflowed      PIC X(01).
        77 File-Checksum        PIC 9(10).
        77 Call-Status          BINARY-LONG SIGNED.
        77 Wanted-Key           PIC X(32).
        77 Piece-Lines          BINARY-LONG.
        77 Piece-Name           PIC X(40).
        77 Piece-Path           PIC X(256).
        77 Clean-Key            PIC X(32).
        77 Key-Len              BINARY-LONG.
        77 Amount-Text          PIC X(40).

        77 Manifest-Count       BINARY-LONG VALUE ZERO.
        77 Manifest-Max         BINARY-LONG VALUE 999.
        77 Mn-Ix                BINARY-LONG.
        77 Mn-Found             BINARY-LONG.
        77 Manifest-Changed     PIC X(01) VALUE 'N'.
        01 Manifest-Table.
           05 Manifest-Entry OCCURS 999 TIMES.
              10 Mn-Report      PIC X(40).
              10 Mn-Target      PIC X(100).
              10 Mn-Uid         PIC 9(06).
              10 Mn-Gid         PIC 9(06).
              10 Mn-Mode        PIC 9(04).

      *  One line per piece for the burst report.
        77 Result-Count         BINARY-LONG VALUE ZERO.
        77 Result-Max           BINARY-LONG VALUE 3000.
        77 Rs-Ix                BINARY-LONG.
        01 Result-Table.
           05 Result-Entry OCCURS 3000 TIMES.
              10 Rs-Rule        PIC X(08).
              10 Rs-Key         PIC X(32).
              10 Rs-Name        PIC X(40).
              10 Rs-Path        PIC X(256).
              10 Rs-Lines       BINARY-LONG.
              10 Rs-Pages       PIC 9(06).
              10 Rs-Target      PIC X(100).

        77 Sources-Burst        BINARY-LONG VALUE ZERO.
        77 Pieces-Made          BINARY-LONG VALUE ZERO.
        77 Unmapped-Count       BINARY-LONG VALUE ZERO.
        77 Run-Rc               BINARY-LONG VALUE ZERO.
        77 Alert-Severity       PIC X(01).
        77 Alert-Code           PIC X(08).
        77 Alert-Text           PIC X(200).
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Amount-For-Writer    BINARY-DOUBLE VALUE ZERO.
        77 Report-Status        BINARY-LONG SIGNED.
        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Pages-Displayed      PIC Z(5)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-report-burst'
                returning status-code.

           Perform 0100-RESOLVE-THE-SETTINGS.
           Perform 1000-LOAD-THE-RULES.
           If Rule-Count = ZERO
              Display 'Burst rules ' Function Trim(Rules-Path)
                      ' missing or empty'
              Call "CBL_RUN_FOOTER" using 'gcobol-report-burst'
                   by value 1, 0, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Perform 1100-LOAD-THE-RECIPIENTS.
           Perform 1200-LOAD-THE-LEDGER.
           Perform 1300-LOAD-THE-MANIFEST.

      *    The candidates are taken before any bursting: every
      *    piece appends to the catalog as it is finished.
           Perform 2000-FIND-THE-CANDIDATES.
           Perform 3000-BURST-ONE-SOURCE
               Varying Cd-Ix From 1 By 1
                 Until Cd-Ix > Cand-Count.

           If Pieces-Made > ZERO
              Perform 5000-FIND-THE-PAGES
           End-If.
           If Manifest-Changed = 'Y'
              Perform 6000-REWRITE-THE-MANIFEST
           End-If.
           If Unmapped-Count > ZERO
              Move Unmapped-Count to Cnt-Displayed
              Move 'W' to Alert-Severity
              Move 'BURSTMAP' to Alert-Code
              Move Spaces to Alert-Text
              String Function Trim(Cnt-Displayed)
                     ' burst piece(s) have no recipient in '
                     Function Trim(Recipient-Path)
                     ' - not on the distribution manifest'
                     Delimited By Size Into Alert-Text
              Call "CBL_RAISE_ALERT" using Alert-Severity,
                           Alert-Code, Alert-Text
                         returning status-code
           End-If.

           Perform 7000-PRINT-THE-REPORT.

           Move Spaces to Audit-Args.
           Move Sources-Burst to Cnt-Displayed.
           String 'burst sources=' Function Trim(Cnt-Displayed)
                  Delimited By Size Into Audit-Args.
           Move Pieces-Made to Cnt-Displayed.
           String Function Trim(Audit-Args) ' pieces='
                  Function Trim(Cnt-Displayed)
                  Delimited By Size Into Audit-Args.
           Move Unmapped-Count to Cnt-Displayed.
           String Function Trim(Audit-Args) ' unmapped='
                  Function Trim(Cnt-Displayed)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-report-burst",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           Move Sources-Burst to Cnt-Displayed.
           Display Function Trim(Cnt-Displayed)
                   ' report(s) burst into ' With No Advancing.
           Move Pieces-Made to Cnt-Displayed.
           Display Function Trim(Cnt-Displayed)
                   ' piece(s), ' With No Advancing.
           Move Unmapped-Count to Cnt-Displayed.
           Display Function Trim(Cnt-Displayed)
                   ' without a recipient'.
           Call "CBL_RUN_FOOTER" using 'gcobol-report-burst'
                by value Run-Rc, Sources-Burst, Pieces-Made
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

           Move 'BURST-RULES-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        BURST-RULES
                      returning Config-Status.
           Move Config-Value to Rules-Path.
           Move 'BURST-RECIPIENT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        BURST-RECIPS
                      returning Config-Status.
           Move Config-Value to Recipient-Path.
           Move 'BURST-LEDGER-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        BURST-LEDGER
                      returning Config-Status.
           Move Config-Value to Ledger-Path.
           Move 'REPORT-CAT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        REPORT-CAT
                      returning Config-Status.
           Move Config-Value to Catalog-Path.
           Move Spaces to Manifest-New-Path.
           String Function Trim(Manifest-Path) '.new'
                  Delimited By Size Into Manifest-New-Path.

       1000-LOAD-THE-RULES.

           Open Input RULES-FILE.
           If Rules-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1010-LOAD-ONE-RULE
               Until Rules-File-Status Not = '00'.
           Close RULES-FILE.

       1010-LOAD-ONE-RULE.

           Read RULES-FILE
              At End
                 Move '10' to Rules-File-Status
                 Exit Paragraph
           End-Read.
           If BR-RULE(1:1) = '*' Or BR-RULE = Spaces
              Exit Paragraph
           End-If.
      *    A key longer than 20 would not fit the manifest's report
      *    name once it is part of the piece's file name.
           If BR-KEY-START Not Numeric Or BR-KEY-LENGTH Not Numeric
              Or BR-KEY-START < 1 Or BR-KEY-LENGTH < 1
              Or BR-KEY-LENGTH > 20
              Or BR-KEY-START + BR-KEY-LENGTH - 1 > 132
              Or BR-AMOUNT-START Not Numeric
              Or BR-AMOUNT-LENGTH Not Numeric
              Or BR-AMOUNT-LENGTH > 40
              Or BR-AMOUNT-START + BR-AMOUNT-LENGTH - 1 > 132
              Or BR-TITLE = Spaces
              Display '*** burst rule ' BR-RULE ' is malformed - '
                      'ignored'
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.
           If Rule-Count Not < Rule-Max
              Display '*** more than ' Rule-Max ' burst rules - '
                      BR-RULE ' ignored'
              Exit Paragraph
           End-If.
           Add 1 to Rule-Count.
           Move BR-RULE to Ru-Rule(Rule-Count).
           Move BR-TITLE to Ru-Title(Rule-Count).
           Move Function Length(Function Trim(BR-TITLE))
             to Ru-Title-Len(Rule-Count).
           Move BR-KEY-START to Ru-Key-Start(Rule-Count).
           Move BR-KEY-LENGTH to Ru-Key-Length(Rule-Count).
           Move BR-AMOUNT-START to Ru-Amt-Start(Rule-Count).
           Move BR-AMOUNT-LENGTH to Ru-Amt-Length(Rule-Count).
           If BR-AMOUNT-LENGTH = ZERO
              Move ZERO to Ru-Amt-Start(Rule-Count)
           End-If.
           Move BR-KEY-LABEL to Ru-Label(Rule-Count).

       1100-LOAD-THE-RECIPIENTS.

           Open Input RECIPIENT-FILE.
           If Recipient-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1110-LOAD-ONE-RECIPIENT
               Until Recipient-File-Status Not = '00'.
           Close RECIPIENT-FILE.

       1110-LOAD-ONE-RECIPIENT.

           Read RECIPIENT-FILE
              At End
                 Move '10' to Recipient-File-Status
                 Exit Paragraph
           End-Read.
           If BM-KEY = Spaces Or BM-TARGET-DIR = Spaces
              Or BM-OWNER-UID Not Numeric Or BM-GROUP-GID Not Numeric
              Or BM-MODE-OCTAL Not Numeric
              Or Recipient-Count Not < Recipient-Max
              Exit Paragraph
           End-If.
           Add 1 to Recipient-Count.
           Move BM-RULE to Rp-Rule(Recipient-Count).
           If BM-RULE = '*'
              Move Spaces to Rp-Rule(Recipient-Count)
           End-If.
           Move BM-KEY to Rp-Key(Recipient-Count).
           Move BM-TARGET-DIR to Rp-Target(Recipient-Count).
           Move BM-OWNER-UID to Rp-Uid(Recipient-Count).
           Move BM-GROUP-GID to Rp-Gid(Recipient-Count).
           Move BM-MODE-OCTAL to Rp-Mode(Recipient-Count).

       1200-LOAD-THE-LEDGER.

           Open Input LEDGER-FILE.
           If Ledger-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1210-LOAD-ONE-LEDGER-LINE
               Until Ledger-File-Status Not = '00'.
           Close LEDGER-FILE.

       1210-LOAD-ONE-LEDGER-LINE.

           Read LEDGER-FILE
              At End
                 Move '10' to Ledger-File-Status
                 Exit Paragraph
           End-Read.
           If Ledger-Count Not < Ledger-Max
              Exit Paragraph
           End-If.
           Add 1 to Ledger-Count.
           Move BL-KIND to Lg-Kind(Ledger-Count).
           Move BL-PATH to Lg-Path(Ledger-Count).
           Move BL-CHECKSUM to Lg-Checksum(Ledger-Count).

       1300-LOAD-THE-MANIFEST.

           Open Input MANIFEST-FILE.
           If Manifest-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1310-LOAD-ONE-MANIFEST-LINE
               Until Manifest-File-Status Not = '00'.
           Close MANIFEST-FILE.

       1310-LOAD-ONE-MANIFEST-LINE.

           Read MANIFEST-FILE
              At End
                 Move '10' to Manifest-File-Status
                 Exit Paragraph
           End-Read.
           If Manifest-Count Not < Manifest-Max
              Display '*** manifest larger than ' Manifest-Max
                      ' lines - it will not be rewritten'
              Move 'F' to Manifest-Changed
              Move '10' to Manifest-File-Status
              Exit Paragraph
           End-If.
           Add 1 to Manifest-Count.
           Move DM-REPORT-NAME to Mn-Report(Manifest-Count).
           Move DM-TARGET-DIR to Mn-Target(Manifest-Count).
           Move DM-OWNER-UID to Mn-Uid(Manifest-Count).
           Move DM-GROUP-GID to Mn-Gid(Manifest-Count).
           Move DM-MODE-OCTAL to Mn-Mode(Manifest-Count).

       2000-FIND-THE-CANDIDATES.

           Open Input CATALOG-FILE.
           If Catalog-File-Status Not = '00'
              Display 'Report catalog ' Function Trim(Catalog-Path)
                      ' not readable - nothing to burst'
              Exit Paragraph
           End-If.
           Perform 2100-JUDGE-ONE-CATALOG-ENTRY
               Until Catalog-File-Status Not = '00'.
           Close CATALOG-FILE.

       2100-JUDGE-ONE-CATALOG-ENTRY.

           Read CATALOG-FILE
              At End
                 Move '10' to Catalog-File-Status
                 Exit Paragraph
           End-Read.
           Move ZERO to Cd-Found.
           Perform 2110-MATCH-ONE-RULE
               Varying Ru-Ix From 1 By 1
                 Until Ru-Ix > Rule-Count
                    Or Cd-Found Not = ZERO.
           If Cd-Found = ZERO
              Exit Paragraph
           End-If.

      *    A piece of an earlier burst is never burst again, nor a
      *    source already burst in its catalogued state.
           Move 'N' to Lg-Found.
           Perform 2120-MATCH-ONE-LEDGER-LINE
               Varying Lg-Ix From 1 By 1
                 Until Lg-Ix > Ledger-Count
                    Or Lg-Found = 'Y'.
           If Lg-Found = 'Y'
              Exit Paragraph
           End-If.

      *    A path catalogued again replaces its earlier entry: only
      *    the latest one describes what is on disk.
           Move Cd-Found to Ru-Ix.
           Move ZERO to Cd-Found.
           Perform 2130-MATCH-ONE-CANDIDATE
               Varying Cd-Ix From 1 By 1
                 Until Cd-Ix > Cand-Count
                    Or Cd-Found Not = ZERO.
           If Cd-Found = ZERO
              If Cand-Count Not < Cand-Max
                 Display '*** more than ' Cand-Max ' reports to '
                         'burst - ' Function Trim(RC-PATH)
                         ' waits for the next run'
                 Exit Paragraph
              End-If
              Add 1 to Cand-Count
              Move Cand-Count to Cd-Found
           End-If.
           Move RC-TITLE to Cd-Title(Cd-Found).
           Move RC-PATH to Cd-Path(Cd-Found).
           Move RC-CHECKSUM to Cd-Checksum(Cd-Found).
           Move Ru-Ix to Cd-Rule(Cd-Found).

       2110-MATCH-ONE-RULE.

           If RC-TITLE(1:Ru-Title-Len(Ru-Ix))
              = Ru-Title(Ru-Ix)(1:Ru-Title-Len(Ru-Ix))
              Move Ru-Ix to Cd-Found
           End-If.

       2120-MATCH-ONE-LEDGER-LINE.

           If Lg-Path(Lg-Ix) = RC-PATH
              If Lg-Kind(Lg-Ix) = 'P'
                 Or Lg-Checksum(Lg-Ix) = RC-CHECKSUM
                 Move 'Y' to Lg-Found
              End-If
           End-If.

       2130-MATCH-ONE-CANDIDATE.

           If Cd-Path(Cd-Ix) = RC-PATH
              Move Cd-Ix to Cd-Found
           End-If.

       3000-BURST-ONE-SOURCE.

           Move Cd-Rule(Cd-Ix) to Ru-Ix.
           Move Cd-Path(Cd-Ix) to Source-Path.
           Call "CBL_FILE_CHECKSUM" using Source-Path, File-Checksum
                returning Call-Status.
           If Call-Status Not = ZERO
              Display '    ' Function Trim(Source-Path)
                      ' is catalogued but gone - not burst'
              Exit Paragraph
           End-If.
           If File-Checksum Not = Cd-Checksum(Cd-Ix)
              Display '*** ' Function Trim(Source-Path)
                      ' has changed since it was catalogued - '
                      'not burst'
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.

      *    First pass: which keys, and the column headings.
           Move Function Length(Function Trim(Cd-Title(Cd-Ix)))
             to Title-Len.
           Move ZERO to Key-Count.
           Move ZERO to Unkeyed-Lines.
           Move 'N' to Keys-Overflowed.
           Move Spaces to Source-Heading.
           Move Spaces to Wanted-Key.
           Open Input SOURCE-FILE.
           If Source-File-Status Not = '00'
              Display '*** cannot read ' Function Trim(Source-Path)
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.
           Move ZERO to Header-Left.
           Move Spaces to Current-Key.
           Perform 3100-NOTE-ONE-SOURCE-LINE
               Until Source-File-Status Not = '00'.
           Close SOURCE-FILE.
           If Keys-Overflowed = 'Y'
              Display '*** ' Function Trim(Source-Path)
                      ' has more than ' Key-Max ' keys - not burst'
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.
           If Unkeyed-Lines > ZERO
              Move Unkeyed-Lines to Cnt-Displayed
              Display '    ' Function Trim(Source-Path) ': '
                      Function Trim(Cnt-Displayed)
                      ' line(s) ahead of the first key left out'
           End-If.

           Perform 3300-WRITE-ONE-PIECE
               Varying Ky-Ix From 1 By 1
                 Until Ky-Ix > Key-Count.

           Open Extend LEDGER-FILE.
           If Ledger-File-Status Not = '00'
              Open Output LEDGER-FILE
           End-If.
           If Ledger-File-Status = '00'
              Move Spaces to LEDGER-RECORD
              Move 'S' to BL-KIND
              Move Source-Path to BL-PATH
              Move File-Checksum to BL-CHECKSUM
              Move As-Of-Date to BL-DATE
              Move Ru-Rule(Ru-Ix) to BL-RULE
              Write LEDGER-RECORD
              Close LEDGER-FILE
           Else
              Display '*** cannot write burst ledger '
                      Function Trim(Ledger-Path)
              Move 1 to Run-Rc
           End-If.
           Add 1 to Sources-Burst.

       3100-NOTE-ONE-SOURCE-LINE.

           Read SOURCE-FILE
              At End
                 Move '10' to Source-File-Status
                 Exit Paragraph
           End-Read.
           Perform 3200-CLASSIFY-THE-LINE.
           If Not Line-Is-Detail
              Exit Paragraph
           End-If.
           If Current-Key = Spaces
              Add 1 to Unkeyed-Lines
              Exit Paragraph
           End-If.
           Move ZERO to Ky-Found.
           Perform 3110-MATCH-ONE-KEY
               Varying Ky-Found From 1 By 1
                 Until Ky-Found > Key-Count
                    Or Ky-Value(Ky-Found) = Current-Key.
           If Ky-Found > Key-Count
              If Key-Count Not < Key-Max
                 Move 'Y' to Keys-Overflowed
                 Exit Paragraph
              End-If
              Add 1 to Key-Count
              Move Current-Key to Ky-Value(Key-Count)
              Move ZERO to Ky-Lines(Key-Count)
              Move Key-Count to Ky-Found
           End-If.
           Add 1 to Ky-Lines(Ky-Found).

       3110-MATCH-ONE-KEY.

           Continue.

      *    The writer's own furniture - page headings, subtotals,
      *    the grand total and the end line - is not detail.  A
      *    detail line with the key column blank continues the
      *    key above it.
       3200-CLASSIFY-THE-LINE.

           Move 'X' to Line-Kind.
           If Header-Left > ZERO
              If Header-Left = 2 And Source-Heading = Spaces
                 Move SOURCE-LINE to Source-Heading
              End-If
              Subtract 1 from Header-Left
              Exit Paragraph
           End-If.
           If SOURCE-LINE(1:Title-Len) = Cd-Title(Cd-Ix)(1:Title-Len)
              And SOURCE-LINE(Title-Len + 1:8) = '   page '
              Move 4 to Header-Left
              Exit Paragraph
           End-If.
           If SOURCE-LINE(1:11) = '  subtotal '
              Or SOURCE-LINE(1:13) = 'grand total: '
              Or SOURCE-LINE(1:16) = 'end of report - '
              Exit Paragraph
           End-If.
           Move 'D' to Line-Kind.
           Move Spaces to Line-Key.
           Move SOURCE-LINE(Ru-Key-Start(Ru-Ix):Ru-Key-Length(Ru-Ix))
             to Line-Key.
           If Line-Key Not = Spaces
              Move Line-Key to Current-Key
           End-If.

       3300-WRITE-ONE-PIECE.

           Move Ky-Value(Ky-Ix) to Wanted-Key.
           Move Function Trim(Wanted-Key) to Clean-Key.
           Inspect Clean-Key Replacing All '/' by '_'.
           Move Function Length(Function Trim(Clean-Key)) to Key-Len.
           Inspect Clean-Key(1:Key-Len) Replacing All ' ' by '_'.
           Move Spaces to Piece-Name.
           String 'burst-' Function Trim(Ru-Rule(Ru-Ix)) '-'
                  Function Trim(Clean-Key) '.rpt'
                  Delimited By Size Into Piece-Name.
           Move Spaces to Piece-Path.
           String Function Trim(Reports-Dir) '/'
                  Function Trim(Piece-Name)
                  Delimited By Size Into Piece-Path.

           Move Spaces to Report-Title.
           String Function Trim(Cd-Title(Cd-Ix)) ' - '
                  Function Trim(Ru-Label(Ru-Ix)) ' '
                  Function Trim(Wanted-Key)
                  Delimited By Size Into Report-Title.
           Call "CBL_REPORT_BEGIN" using Piece-Path, Report-Title,
                        Source-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display '*** cannot write burst piece '
                      Function Trim(Piece-Path)
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.

      *    Second pass over the source for this key's lines.
           Move ZERO to Piece-Lines.
           Open Input SOURCE-FILE.
           Move ZERO to Header-Left.
           Move Spaces to Current-Key.
           Perform 3400-COPY-ONE-SOURCE-LINE
               Until Source-File-Status Not = '00'.
           Close SOURCE-FILE.
           Move Spaces to Detail-Line.
           Move Piece-Lines to Cnt-Displayed.
           String Function Trim(Cnt-Displayed) ' line(s) for '
                  Function Trim(Ru-Label(Ru-Ix)) ' '
                  Function Trim(Wanted-Key) ' from '
                  Function Trim(Source-Path)
                  Delimited By Size Into Detail-Line.
           Move Spaces to Control-Value.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.
           Call "CBL_REPORT_END" returning Report-Status.
           Add 1 to Pieces-Made.

           Open Extend LEDGER-FILE.
           If Ledger-File-Status Not = '00'
              Open Output LEDGER-FILE
           End-If.
           If Ledger-File-Status = '00'
              Move Spaces to LEDGER-RECORD
              Move 'P' to BL-KIND
              Move Piece-Path to BL-PATH
              Move ZERO to BL-CHECKSUM
              Move As-Of-Date to BL-DATE
              Move Ru-Rule(Ru-Ix) to BL-RULE
              Move Wanted-Key to BL-KEY
              Write LEDGER-RECORD
              Close LEDGER-FILE
           End-If.

           If Result-Count < Result-Max
              Add 1 to Result-Count
              Move Ru-Rule(Ru-Ix) to Rs-Rule(Result-Count)
              Move Wanted-Key to Rs-Key(Result-Count)
              Move Piece-Name to Rs-Name(Result-Count)
              Move Piece-Path to Rs-Path(Result-Count)
              Move Piece-Lines to Rs-Lines(Result-Count)
              Move ZERO to Rs-Pages(Result-Count)
              Move Spaces to Rs-Target(Result-Count)
           End-If.
           Perform 4000-LIST-THE-PIECE.

       3400-COPY-ONE-SOURCE-LINE.

           Read SOURCE-FILE
              At End
                 Move '10' to Source-File-Status
                 Exit Paragraph
           End-Read.
           Perform 3200-CLASSIFY-THE-LINE.
           If Not Line-Is-Detail
              Or Current-Key Not = Wanted-Key
              Exit Paragraph
           End-If.
           Move Spaces to Control-Value.
           Move ZERO to Amount-For-Writer.
           If Ru-Amt-Start(Ru-Ix) > ZERO
              Move Spaces to Amount-Text
              Move SOURCE-LINE(Ru-Amt-Start(Ru-Ix):
                               Ru-Amt-Length(Ru-Ix))
                to Amount-Text
              If Amount-Text Not = Spaces
                 And Function Test-Numval-C(Amount-Text) = ZERO
                 Compute Amount-For-Writer =
                         Function Numval-C(Amount-Text) * 100
              End-If
           End-If.
           Move SOURCE-LINE to Detail-Line.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
           Add 1 to Piece-Lines.

      *    The piece goes on the distribution manifest under its
      *    own name, for the recipient the map gives its key.
       4000-LIST-THE-PIECE.

           Move ZERO to Rp-Found.
           Perform 4010-MATCH-ONE-RECIPIENT
               Varying Rp-Ix From 1 By 1
                 Until Rp-Ix > Recipient-Count
                    Or Rp-Found Not = ZERO.
           If Rp-Found = ZERO
              Perform 4020-MATCH-ONE-DEFAULT
                  Varying Rp-Ix From 1 By 1
                    Until Rp-Ix > Recipient-Count
                       Or Rp-Found Not = ZERO
           End-If.
           If Rp-Found = ZERO
              Add 1 to Unmapped-Count
              Display '*** no recipient for '
                      Function Trim(Ru-Label(Ru-Ix)) ' '
                      Function Trim(Wanted-Key) ' (rule '
                      Function Trim(Ru-Rule(Ru-Ix)) ') - '
                      Function Trim(Piece-Name) ' not distributed'
              If Result-Count Not > Result-Max
                 Move '(NO RECIPIENT)' to Rs-Target(Result-Count)
              End-If
              Exit Paragraph
           End-If.
           Move Rp-Target(Rp-Found) to Rs-Target(Result-Count).

           Move ZERO to Mn-Found.
           Perform 4030-MATCH-ONE-MANIFEST-LINE
               Varying Mn-Ix From 1 By 1
                 Until Mn-Ix > Manifest-Count
                    Or Mn-Found Not = ZERO.
           If Mn-Found = ZERO
              If Manifest-Count Not < Manifest-Max
                 Display '*** manifest full - '
                         Function Trim(Piece-Name)
                         ' not listed'
                 Move 1 to Run-Rc
                 Exit Paragraph
              End-If
              Add 1 to Manifest-Count
              Move Manifest-Count to Mn-Found
              Move Piece-Name to Mn-Report(Mn-Found)
              Move Spaces to Mn-Target(Mn-Found)
           End-If.
           If Mn-Target(Mn-Found) Not = Rp-Target(Rp-Found)
              Or Mn-Uid(Mn-Found) Not = Rp-Uid(Rp-Found)
              Or Mn-Gid(Mn-Found) Not = Rp-Gid(Rp-Found)
              Or Mn-Mode(Mn-Found) Not = Rp-Mode(Rp-Found)
              Move Rp-Target(Rp-Found) to Mn-Target(Mn-Found)
              Move Rp-Uid(Rp-Found) to Mn-Uid(Mn-Found)
              Move Rp-Gid(Rp-Found) to Mn-Gid(Mn-Found)
              Move Rp-Mode(Rp-Found) to Mn-Mode(Mn-Found)
              If Manifest-Changed Not = 'F'
                 Move 'Y' to Manifest-Changed
              End-If
           End-If.

       4010-MATCH-ONE-RECIPIENT.

           If Rp-Key(Rp-Ix) = Wanted-Key
              And (Rp-Rule(Rp-Ix) = Spaces
                   Or Rp-Rule(Rp-Ix) = Ru-Rule(Ru-Ix))
              Move Rp-Ix to Rp-Found
           End-If.

       4020-MATCH-ONE-DEFAULT.

           If Rp-Key(Rp-Ix) = '*'
              And (Rp-Rule(Rp-Ix) = Spaces
                   Or Rp-Rule(Rp-Ix) = Ru-Rule(Ru-Ix))
              Move Rp-Ix to Rp-Found
           End-If.

       4030-MATCH-ONE-MANIFEST-LINE.

           If Mn-Report(Mn-Ix) = Piece-Name
              Move Mn-Ix to Mn-Found
           End-If.

      *    The writer counted each piece's pages into the catalog.
       5000-FIND-THE-PAGES.

           Open Input CATALOG-FILE.
           If Catalog-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 5100-READ-ONE-PAGE-COUNT
               Until Catalog-File-Status Not = '00'.
           Close CATALOG-FILE.

       5100-READ-ONE-PAGE-COUNT.

           Read CATALOG-FILE
              At End
                 Move '10' to Catalog-File-Status
                 Exit Paragraph
           End-Read.
           Perform 5110-MATCH-ONE-RESULT
               Varying Rs-Ix From 1 By 1
                 Until Rs-Ix > Result-Count.

       5110-MATCH-ONE-RESULT.

           If Rs-Path(Rs-Ix) = RC-PATH And RC-PAGES Numeric
              Move RC-PAGES to Rs-Pages(Rs-Ix)
           End-If.

      *    Work file and rename, as every rewrite here is done.
       6000-REWRITE-THE-MANIFEST.

           Open Output MANIFEST-NEW-FILE.
           If Manifest-New-Status Not = '00'
              Display '*** cannot rewrite the distribution manifest'
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.
           Perform 6100-WRITE-ONE-MANIFEST-LINE
               Varying Mn-Ix From 1 By 1
                 Until Mn-Ix > Manifest-Count.
           Close MANIFEST-NEW-FILE.
           Call "CBL_RENAME_FILE" using Manifest-New-Path,
                                         Manifest-Path
                      returning status-code.
           If status-code Not = ZERO
              Display '*** manifest swap failed - new manifest '
                      'left at ' Function Trim(Manifest-New-Path)
              Move 1 to Run-Rc
           End-If.

       6100-WRITE-ONE-MANIFEST-LINE.

           Move Spaces to MANIFEST-RECORD.
           Move Mn-Report(Mn-Ix) to DM-REPORT-NAME.
           Move Mn-Target(Mn-Ix) to DM-TARGET-DIR.
           Move Mn-Uid(Mn-Ix) to DM-OWNER-UID.
           Move Mn-Gid(Mn-Ix) to DM-GROUP-GID.
           Move Mn-Mode(Mn-Ix) to DM-MODE-OCTAL.
           Move MANIFEST-RECORD to MANIFEST-NEW-RECORD.
           Write MANIFEST-NEW-RECORD.

       7000-PRINT-THE-REPORT.

           Move Spaces to Report-Title.
           String 'REPORT BURST - ' As-Of-Date
                  Delimited By Size Into Report-Title.
           Move 'RULE     KEY                  PIECE                   '
             & '                 LINES  PAGES RECIPIENT'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display '*** cannot open the report '
                      Function Trim(Report-Path)
              Move 1 to Run-Rc
              Exit Paragraph
           End-If.
           If Result-Count = ZERO
              Move 'Nothing to burst.' to Detail-Line
              Move Spaces to Control-Value
              Call "CBL_REPORT_LINE" using Detail-Line,
                   Control-Value, by value 0
                   returning Report-Status
           End-If.
           Perform 7100-PRINT-ONE-PIECE
               Varying Rs-Ix From 1 By 1
                 Until Rs-Ix > Result-Count.
           Call "CBL_REPORT_END" returning Report-Status.

       7100-PRINT-ONE-PIECE.

           Move Spaces to Detail-Line.
           Move Rs-Rule(Rs-Ix) to Detail-Line(1:8).
           Move Rs-Key(Rs-Ix)(1:20) to Detail-Line(10:20).
           Move Rs-Name(Rs-Ix) to Detail-Line(31:40).
           Move Rs-Lines(Rs-Ix) to Cnt-Displayed.
           Move Cnt-Displayed to Detail-Line(71:8).
           Move Rs-Pages(Rs-Ix) to Pages-Displayed.
           Move Pages-Displayed to Detail-Line(80:6).
           Move Rs-Target(Rs-Ix)(1:46) to Detail-Line(87:46).
           Move Spaces to Control-Value.
           Move Rs-Rule(Rs-Ix) to Control-Value.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Rs-Lines(Rs-Ix)
                returning Report-Status.
