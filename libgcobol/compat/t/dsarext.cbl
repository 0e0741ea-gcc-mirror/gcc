      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Data-subject access extract, in the gcobol-ops-diag style.
      *  When a customer asks to see what we hold on them the clock
      *  is statutory; this utility takes one MASTER-KEY and puts
      *  everything every store holds on it into one disclosure
      *  document, paginated through the shared report writer:
      *
      *    MASTER    the current master record, every field
      *    BALANCE   every balance record carrying the key
      *    JOURNAL   every journal entry for the key - adds,
      *              changes and deletes decoded field by field
      *              with the CSV bridge's field map, balance
      *              postings on the customer's accounts - from
      *              each generation the run-stamp index names,
      *              bundled generations extracted through
      *              CBL_UNARCHIVE into a work directory and
      *              removed after the read, and the live journal
      *    RELATION  relationship links from and to the key
      *    STATEMNT  the customer's lines from every statement run
      *              the report repository catalogs
      *    REJECTS   reject-ledger entries, working and closed,
      *              for the key
      *
      *  The document opens with the request particulars and a
      *  table of sources: every file read, what became of it
      *  (read, not present, unreadable) and how many items it
      *  gave.  Each disclosure is numbered and logged in the
      *  disclosure register (DISCLOSURE-REG-PATH) for the privacy
      *  officer - number, date, key, request reference, date the
      *  request arrived and its statutory due date
      *  (DISCLOSURE-DUE-DAYS after arrival, default 30), the
      *  operator, sources, items, pages, a late flag and the
      *  document's path - and on the audit trail.  Documents go
      *  to DISCLOSURE-DIR.
      *
      *  The document is the full unredacted customer record, so
      *  the session starts at the central authorization door.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-mkdir.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-subject-access.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime
           FUNCTION posix-mkdir.

       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant RELATION-PATH as "/tmp/gcobol-relation.mst"
       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant JNL-INDEX-PATH as "/tmp/gcobol-jnl-index.dat"
       >>Define Constant CSV-MAP as "/tmp/gcobol-csv-map.dat"
       >>Define Constant REPORT-CAT as "/tmp/gcobol-report-cat.dat"
       >>Define Constant REJECT-LEDGER as "/tmp/gcobol-reject-led.dat"
       >>Define Constant CLOSED-LEDGER as "/tmp/gcobol-reject-cls.dat"
       >>Define Constant DISCLOSURE-REG as "/tmp/gcobol-disclosure.dat"
       >>Define Constant DISCLOSURE-HOME as "/tmp/gcobol-disclosures"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
                  ASSIGN TO Master-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-ACCT-NO
                  ALTERNATE RECORD KEY IS MASTER-CUST-NAME
                      WITH DUPLICATES
                  FILE STATUS IS Master-File-Status.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BAL-ACCT-NO
                  FILE STATUS IS Balance-File-Status.
           SELECT RELATION-FILE
                  ASSIGN TO Relation-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REL-KEY
                  FILE STATUS IS Relation-File-Status.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Read-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT INDEX-FILE
                  ASSIGN TO Index-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Index-File-Status.
           SELECT MAP-FILE
                  ASSIGN TO Map-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Map-File-Status.
           SELECT CATALOG-FILE
                  ASSIGN TO Catalog-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Catalog-File-Status.
           SELECT STATEMENT-FILE
                  ASSIGN TO Statement-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Statement-File-Status.
           SELECT REJECT-FILE
                  ASSIGN TO Reject-Read-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Reject-File-Status.
           SELECT REGISTER-FILE
                  ASSIGN TO Register-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Register-File-Status.
           SELECT SPOOL-FILE
                  ASSIGN TO Spool-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Spool-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MASTER-KEY           PIC X(20).
           05  MASTER-ACCT-NO       PIC X(12).
           05  MASTER-CUST-NAME     PIC X(40).
           05  MASTER-PRODUCT-CODE  PIC X(04).
           05  MASTER-ADDR-STREET   PIC X(40).
           05  MASTER-ADDR-CITY     PIC X(30).
           05  MASTER-ADDR-COUNTRY  PIC X(03).
           05  MASTER-ADDR-POSTAL   PIC X(10).
           05  MASTER-STATUS        PIC X(01).
           05  MASTER-CLOSED-DATE   PIC 9(08).
           05  MASTER-MAIL-STATUS   PIC X(01).
           05  MASTER-MAIL-HELD-DATE PIC 9(08).
           05  MASTER-MAIL-REASON   PIC X(02).
           05  MASTER-MORE-DETAIL   PIC X(845).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BAL-ACCT-NO          PIC X(12).
           05  BAL-MASTER-KEY       PIC X(20).
           05  BAL-BALANCE          PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  BAL-LAST-POSTED      PIC 9(08).
           05  BAL-PRODUCT-CODE     PIC X(04).
           05  BAL-CURRENCY         PIC X(03).
           05  BAL-ORIG-BALANCE     PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  BAL-LAST-ORIGIN      PIC X(02).
           05  FILLER               PIC X(47).

       FD  RELATION-FILE.
       01  RELATION-RECORD.
           05  REL-KEY.
               10  REL-FROM-KEY     PIC X(20).
               10  REL-TYPE         PIC X(02).
               10  REL-TO-KEY       PIC X(20).
           05  REL-EFFECTIVE-DATE   PIC 9(08).
           05  FILLER               PIC X(30).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JN-RUN-STAMP         PIC 9(14).
           05  JN-SEQUENCE          PIC 9(08).
           05  JN-ACTION            PIC X(01).
           05  JN-KEY               PIC X(20).
           05  JN-BEFORE-IMAGE      PIC X(1024).
           05  JN-AFTER-IMAGE       PIC X(1024).

       FD  INDEX-FILE.
       01  INDEX-RECORD.
           05  JX-RUN-STAMP         PIC 9(14).
           05  FILLER               PIC X(01).
           05  JX-FIRST-SEQ         PIC 9(08).
           05  FILLER               PIC X(01).
           05  JX-LAST-SEQ          PIC 9(08).
           05  FILLER               PIC X(01).
           05  JX-LOCATION          PIC X(01).
           05  FILLER               PIC X(01).
           05  JX-FILE-PATH         PIC X(200).

       FD  MAP-FILE.
       01  MAP-RECORD.
           05  FM-NAME              PIC X(20).
           05  FM-START             PIC 9(04).
           05  FM-LENGTH            PIC 9(04).
           05  FM-TYPE              PIC X(01).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  RC-TITLE             PIC X(80).
           05  RC-PATH              PIC X(256).
           05  RC-PROC-DATE         PIC 9(08).
           05  RC-RUN-ID            PIC X(40).
           05  RC-PAGES             PIC 9(06).
           05  RC-CHECKSUM          PIC 9(10).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE           PIC X(132).

       FD  REJECT-FILE.
       01  REJECT-LEDGER-RECORD.
           05  RL-SEQUENCE          PIC 9(06).
           05  RL-STATUS            PIC X(01).
           05  RL-REASON            PIC X(08).
           05  RL-RULE              PIC X(20).
           05  RL-DATA.
               10  RL-ACTION        PIC X(01).
               10  RL-KEY           PIC X(20).
               10  FILLER           PIC X(491).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  DR-NUMBER            PIC 9(06).
           05  DR-DATE              PIC 9(08).
           05  DR-KEY               PIC X(20).
           05  DR-REQUEST-REF       PIC X(20).
           05  DR-RECEIVED          PIC 9(08).
           05  DR-DUE               PIC 9(08).
           05  DR-OPERATOR          PIC X(16).
           05  DR-SOURCES           PIC 9(04).
           05  DR-ITEMS             PIC 9(08).
           05  DR-PAGES             PIC 9(06).
           05  DR-LATE              PIC X(01).
           05  DR-PATH              PIC X(200).

       FD  SPOOL-FILE.
       01  SPOOL-RECORD.
           05  SP-SECTION           PIC X(08).
           05  SP-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
        77 Master-Path          PIC X(100) VALUE MASTER-PATH.
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 Relation-Path        PIC X(100) VALUE RELATION-PATH.
        77 Live-Journal-Path    PIC X(100).
        77 Journal-Read-Path    PIC X(256).
        77 Index-Path           PIC X(100) VALUE JNL-INDEX-PATH.
        77 Map-Path             PIC X(100).
        77 Catalog-Path         PIC X(100).
        77 Statement-Path       PIC X(256).
        77 Reject-Read-Path     PIC X(100).
        77 Register-Path        PIC X(100).
        77 Disclosure-Dir       PIC X(100).
        77 Work-Dir             PIC X(110).
        77 Document-Path        PIC X(256).
        77 Spool-Path           PIC X(262).
        77 Master-File-Status   PIC X(02).
        77 Balance-File-Status  PIC X(02).
        77 Relation-File-Status PIC X(02).
        77 Journal-File-Status  PIC X(02).
        77 Index-File-Status    PIC X(02).
        77 Map-File-Status      PIC X(02).
        77 Catalog-File-Status  PIC X(02).
        77 Statement-File-Status PIC X(02).
        77 Reject-File-Status   PIC X(02).
        77 Register-File-Status PIC X(02).
        77 Spool-File-Status    PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        01 Dir-Mode-0755        BINARY-LONG VALUE 493.
        77 Operator-Id          PIC X(16).
        77 Auth-Tool            PIC X(24).
        77 Auth-Level           PIC X(01).
        77 Auth-Check-Status    BINARY-LONG SIGNED.
        77 Wanted-Key           PIC X(20).
        77 Request-Ref          PIC X(20).
        77 Date-Answer          PIC X(08).
        77 Received-Date        PIC 9(08).
        77 Due-Date             PIC 9(08).
        77 Due-Days             BINARY-LONG VALUE 30.
        77 Late-Flag            PIC X(01) VALUE 'N'.
        77 Work-Day             BINARY-LONG.
        77 Today-Date           PIC 9(08).
        77 Epoch-Seconds        BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        77 Disclosure-Number    PIC 9(06) VALUE ZERO.

      *  The customer's account numbers, from master and balances.
        77 Acct-Count           BINARY-LONG VALUE ZERO.
        77 Acct-Idx             BINARY-LONG.
        77 Acct-Found           PIC X(01).
        01 Acct-Table.
           05 Acct-No           PIC X(12) OCCURS 50 TIMES.

        77 Field-Count          BINARY-LONG VALUE ZERO.
        77 Field-Idx            BINARY-LONG.
        01 Field-Map.
           05 Field-Entry OCCURS 64 TIMES.
              10 Map-Name       PIC X(20).
              10 Map-Start      BINARY-LONG.
              10 Map-Length     BINARY-LONG.

      *  Journal generations and bundles the index names, once each.
        77 Gen-Count            BINARY-LONG VALUE ZERO.
        77 Gen-Max              BINARY-LONG VALUE 200.
        77 Gen-Idx              BINARY-LONG.
        77 Gen-Found            PIC X(01).
        01 Gen-Table.
           05 Gen-Entry OCCURS 200 TIMES.
              10 Gen-Kind       PIC X(01).
              10 Gen-Path       PIC X(200).
        77 Member-Count         PIC 9(8) COMP-5.
        77 Member-Idx           BINARY-LONG.
        01 Member-Table.
           05 Member-Entry      PIC X(256) OCCURS 64 TIMES.
        77 Unarchive-Status     BINARY-LONG SIGNED.

      *  Every file consulted, for the table of sources.
        77 Source-Count         BINARY-LONG VALUE ZERO.
        77 Source-Max           BINARY-LONG VALUE 400.
        77 Source-Idx           BINARY-LONG.
        01 Source-Table.
           05 Source-Entry OCCURS 400 TIMES.
              10 Src-Section    PIC X(08).
              10 Src-Path       PIC X(200).
              10 Src-Status     PIC X(12).
              10 Src-Items      BINARY-LONG.
        77 Note-Section         PIC X(08).
        77 Note-Path            PIC X(200).
        77 Note-Status          PIC X(12).
        77 Source-Items         BINARY-LONG.
        77 Items-Total          BINARY-LONG VALUE ZERO.

        77 Spool-Section        PIC X(08).
        77 Spool-Text           PIC X(132).
        77 Slice-Source         PIC X(1024).
        77 Slice-Length         BINARY-LONG.
        77 Slice-Start          BINARY-LONG.
        77 Slice-Label          PIC X(08).
        77 Old-Value            PIC X(64).
        77 New-Value            PIC X(64).
        77 Event-Word           PIC X(08).
        77 Heading-Written      PIC X(01).
        01 Image-Work.
           05 IMG-ACCT-NO       PIC X(12).
           05 IMG-MASTER-KEY    PIC X(20).
           05 IMG-BALANCE       PIC S9(13)V99
                                SIGN LEADING SEPARATE.
           05 IMG-LAST-POSTED   PIC 9(08).
           05 IMG-PRODUCT-CODE  PIC X(04).
           05 IMG-CURRENCY      PIC X(03).
           05 FILLER            PIC X(65).
        77 Before-Edited        PIC -(13)9.99.
        77 After-Edited         PIC -(13)9.99.
        77 Before-Shown         PIC X(17).
        77 After-Shown          PIC X(17).
        77 Amount-Edited        PIC -(13)9.99.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Src-Displayed        PIC ZZZ9.

        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Pages-Printed        PIC 9(06) VALUE ZERO.
        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Perform 0100-RESOLVE-THE-SETTINGS.

           Display 'gcobol data-subject access extract'.
           Display 'Operator id: ' with No Advancing.
           Accept Operator-Id from Console.
           Move 'gcobol-subject-access' to Auth-Tool.
           Call "CBL_OPERATOR_AUTH" using Operator-Id, Auth-Tool,
                        Auth-Level
                      returning Auth-Check-Status.
           If Auth-Check-Status Not = ZERO
              Display 'Operator ' Function Trim(Operator-Id)
                      ' is not authorized to extract customer data'
              Stop Run With Error Status 1
           End-If.

           Display 'Customer key (20 bytes): ' with No Advancing.
           Accept Wanted-Key from Console.
           If Wanted-Key = Spaces
              Display 'A key is required'
              Stop Run With Error Status 1
           End-If.
           Display 'Request reference: ' with No Advancing.
           Accept Request-Ref from Console.
           Display 'Request received (YYYYMMDD, blank = today): '
                   with No Advancing.
           Accept Date-Answer from Console.
           Move Today-Date to Received-Date.
           If Date-Answer Not = Spaces
              If Function Trim(Date-Answer) Numeric
                 Move Function Numval(Date-Answer) to Received-Date
              Else
                 Display 'The received date must be YYYYMMDD'
                 Stop Run With Error Status 1
              End-If
           End-If.
           Compute Work-Day =
                   Function Integer-Of-Date(Received-Date) + Due-Days.
           Move Function Date-Of-Integer(Work-Day) to Due-Date.
           If Today-Date > Due-Date
              Move 'Y' to Late-Flag
              Display '*** this request was due ' Due-Date
                      ' - the disclosure is late'
           End-If.

           Perform 0300-NUMBER-THE-DISCLOSURE.
           Open Output SPOOL-FILE.
           If Spool-File-Status Not = '00'
              Display 'Cannot write work file '
                      Function Trim(Spool-Path)
              Stop Run With Error Status 1
           End-If.

           Perform 1000-TAKE-THE-MASTER.
           Perform 2000-TAKE-THE-BALANCES.
           Perform 3000-TAKE-THE-JOURNALS.
           Perform 4000-TAKE-THE-RELATIONS.
           Perform 5000-TAKE-THE-STATEMENTS.
           Move 'REJECTS' to Note-Section.
           Move REJECT-LEDGER to Reject-Read-Path.
           Perform 6000-TAKE-ONE-REJECT-LEDGER.
           Move CLOSED-LEDGER to Reject-Read-Path.
           Perform 6000-TAKE-ONE-REJECT-LEDGER.
           Close SPOOL-FILE.

           Perform 7000-PRINT-THE-DISCLOSURE.
           Call "CBL_DELETE_FILE" using Spool-Path
                returning status-code.
           Perform 7500-REGISTER-THE-DISCLOSURE.

           Display 'Disclosure ' Disclosure-Number ' for '
                   Function Trim(Wanted-Key) ': '
                   Function Trim(Document-Path).
           Move Items-Total to Cnt-Displayed.
           Move Source-Count to Src-Displayed.
           Display '  ' Function Trim(Cnt-Displayed)
                   ' item(s) from ' Function Trim(Src-Displayed)
                   ' source(s), ' Pages-Printed ' page(s)'.
           Stop Run.

       0100-RESOLVE-THE-SETTINGS.

           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
           Move tv_sec of Now-Timeval to Epoch-Seconds.
           Move Function posix-localtime(Epoch-Seconds, Now-Tm)
             to status-code.
           Compute Today-Date =
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
              Move Pd-Date to Today-Date
           End-If.

           Move 'JOURNAL-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        JOURNAL-PATH
                      returning Config-Status.
           Move Config-Value to Live-Journal-Path.
           Move 'CSV-MAP-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CSV-MAP
                      returning Config-Status.
           Move Config-Value to Map-Path.
           Move 'REPORT-CAT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        REPORT-CAT
                      returning Config-Status.
           Move Config-Value to Catalog-Path.
           Move 'DISCLOSURE-REG-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        DISCLOSURE-REG
                      returning Config-Status.
           Move Config-Value to Register-Path.
           Move 'DISCLOSURE-DUE-DAYS' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '30'
                      returning Config-Status.
           If Function Trim(Config-Value) Numeric
              Move Function Numval(Config-Value) to Due-Days
           End-If.

           Move 'DISCLOSURE-DIR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        DISCLOSURE-HOME
                      returning Config-Status.
           Move Config-Value to Disclosure-Dir.
           Move Function posix-mkdir(Disclosure-Dir, Dir-Mode-0755)
             to status-code.
           Move Spaces to Work-Dir.
           String Function Trim(Disclosure-Dir) '/work'
             Delimited By Size Into Work-Dir.
           Move Function posix-mkdir(Work-Dir, Dir-Mode-0755)
             to status-code.

           Perform 0200-LOAD-THE-FIELD-MAP.

       0200-LOAD-THE-FIELD-MAP.

           Open Input MAP-FILE.
           If Map-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 0210-LOAD-ONE-FIELD
               Until Map-File-Status Not = '00'.
           Close MAP-FILE.

       0210-LOAD-ONE-FIELD.

           Read MAP-FILE
              At End
                 Move '10' to Map-File-Status
              Not At End
                 If FM-START Numeric And FM-LENGTH Numeric
                    And Field-Count < 64
                    Add 1 to Field-Count
                    Move FM-NAME to Map-Name(Field-Count)
                    Move FM-START to Map-Start(Field-Count)
                    Move FM-LENGTH to Map-Length(Field-Count)
                 End-If
           End-Read.

      *    The next number in the register names the document.
       0300-NUMBER-THE-DISCLOSURE.

           Open Input REGISTER-FILE.
           If Register-File-Status = '00'
              Perform 0310-NOTE-ONE-DISCLOSURE
                  Until Register-File-Status Not = '00'
              Close REGISTER-FILE
           End-If.
           Add 1 to Disclosure-Number.
           Move Spaces to Document-Path.
           String Function Trim(Disclosure-Dir) '/disclosure-'
                  Disclosure-Number '.rpt'
             Delimited By Size Into Document-Path.
           Move Spaces to Spool-Path.
           String Function Trim(Work-Dir) '/disclosure-'
                  Disclosure-Number '.spool'
             Delimited By Size Into Spool-Path.

       0310-NOTE-ONE-DISCLOSURE.

           Read REGISTER-FILE
              At End
                 Move '10' to Register-File-Status
              Not At End
                 If DR-NUMBER Numeric
                    And DR-NUMBER > Disclosure-Number
                    Move DR-NUMBER to Disclosure-Number
                 End-If
           End-Read.

       1000-TAKE-THE-MASTER.

           Move 'MASTER' to Note-Section Spool-Section.
           Move Master-Path to Note-Path.
           Move ZERO to Source-Items.
           Open Input MASTER-FILE.
           If Master-File-Status Not = '00'
              Move 'NOT PRESENT' to Note-Status
              Perform 8000-NOTE-THE-SOURCE
              Exit Paragraph
           End-If.
           Move Wanted-Key to MASTER-KEY.
           Read MASTER-FILE
              Key Is MASTER-KEY
              Invalid Key
                 Move 'NO RECORD FOR THIS KEY' to Spool-Text
                 Perform 8100-SPOOL-ONE-LINE
                 Close MASTER-FILE
                 Move 'READ' to Note-Status
                 Perform 8000-NOTE-THE-SOURCE
                 Exit Paragraph
           End-Read.
           Close MASTER-FILE.
           Move 1 to Source-Items.

           If MASTER-ACCT-NO Not = Spaces
              Move MASTER-ACCT-NO to BAL-ACCT-NO
              Perform 2200-KEEP-THE-ACCOUNT
           End-If.
           Move Spaces to Spool-Text.
           String 'CUSTOMER KEY      ' MASTER-KEY
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.
           Move Spaces to Spool-Text.
           String 'ACCOUNT NUMBER    ' MASTER-ACCT-NO
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.
           Move Spaces to Spool-Text.
           String 'NAME              ' MASTER-CUST-NAME
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.
           Move Spaces to Spool-Text.
           String 'PRODUCT           ' MASTER-PRODUCT-CODE
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.
           Move Spaces to Spool-Text.
           String 'STREET            ' MASTER-ADDR-STREET
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.
           Move Spaces to Spool-Text.
           String 'CITY              ' MASTER-ADDR-CITY
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.
           Move Spaces to Spool-Text.
           String 'COUNTRY           ' MASTER-ADDR-COUNTRY
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.
           Move Spaces to Spool-Text.
           String 'POSTAL CODE       ' MASTER-ADDR-POSTAL
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.
           Move Spaces to Spool-Text.
           String 'ACCOUNT STATUS    ' MASTER-STATUS
                  '   CLOSED ' MASTER-CLOSED-DATE
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.
           Move Spaces to Spool-Text.
           String 'MAIL STATUS       ' MASTER-MAIL-STATUS
                  '   HELD ' MASTER-MAIL-HELD-DATE
                  '   REASON ' MASTER-MAIL-REASON
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.

      *    The rest of the record is disclosed as held.
           Move MASTER-MORE-DETAIL to Slice-Source.
           Move 845 to Slice-Length.
           Move 'DETAIL' to Slice-Label.
           Perform 8200-SPOOL-THE-SLICES.
           Move 'READ' to Note-Status.
           Perform 8000-NOTE-THE-SOURCE.

       2000-TAKE-THE-BALANCES.

           Move 'BALANCE' to Note-Section Spool-Section.
           Move Balance-Path to Note-Path.
           Move ZERO to Source-Items.
           Open Input BALANCE-FILE.
           If Balance-File-Status Not = '00'
              Move 'NOT PRESENT' to Note-Status
              Perform 8000-NOTE-THE-SOURCE
              Exit Paragraph
           End-If.
           Perform 2100-TAKE-ONE-BALANCE
               Until Balance-File-Status Not = '00'.
           Close BALANCE-FILE.
           Move 'READ' to Note-Status.
           Perform 8000-NOTE-THE-SOURCE.

       2100-TAKE-ONE-BALANCE.

           Read BALANCE-FILE Next Record
              At End
                 Move '10' to Balance-File-Status
                 Exit Paragraph
           End-Read.
           If BAL-MASTER-KEY Not = Wanted-Key
              Exit Paragraph
           End-If.
           Add 1 to Source-Items.
           Perform 2200-KEEP-THE-ACCOUNT.
           Move BAL-BALANCE to Amount-Edited.
           Move Spaces to Spool-Text.
           String 'ACCOUNT ' BAL-ACCT-NO
                  ' ' BAL-CURRENCY ' ' Amount-Edited
                  ' LAST POSTED ' BAL-LAST-POSTED
                  ' PRODUCT ' BAL-PRODUCT-CODE
                  ' LAST ORIGIN ' BAL-LAST-ORIGIN
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.
           If BAL-ORIG-BALANCE Numeric
              Move BAL-ORIG-BALANCE to Amount-Edited
              Move Spaces to Spool-Text
              String 'ACCOUNT ' BAL-ACCT-NO
                     ' IN ACCOUNT CURRENCY ' Amount-Edited
                Delimited By Size Into Spool-Text
              Perform 8100-SPOOL-ONE-LINE
           End-If.

       2200-KEEP-THE-ACCOUNT.

           Move 'N' to Acct-Found.
           Perform 2210-MATCH-ONE-ACCOUNT
               Varying Acct-Idx From 1 By 1
                 Until Acct-Idx > Acct-Count
                    Or Acct-Found = 'Y'.
           If Acct-Found = 'N' And Acct-Count < 50
              Add 1 to Acct-Count
              Move BAL-ACCT-NO to Acct-No(Acct-Count)
           End-If.

       2210-MATCH-ONE-ACCOUNT.

           If Acct-No(Acct-Idx) = BAL-ACCT-NO
              Move 'Y' to Acct-Found
           End-If.

      *    Generations in cut order, then the live journal.
       3000-TAKE-THE-JOURNALS.

           Move 'JOURNAL' to Note-Section Spool-Section.
           Open Input INDEX-FILE.
           If Index-File-Status = '00'
              Perform 3010-NOTE-ONE-INDEX-LINE
                  Until Index-File-Status Not = '00'
              Close INDEX-FILE
           End-If.
           Perform 3100-TAKE-ONE-GENERATION
               Varying Gen-Idx From 1 By 1
                 Until Gen-Idx > Gen-Count.
           Move Live-Journal-Path to Journal-Read-Path.
           Move Live-Journal-Path to Note-Path.
           Perform 3200-READ-THIS-JOURNAL.

       3010-NOTE-ONE-INDEX-LINE.

           Read INDEX-FILE
              At End
                 Move '10' to Index-File-Status
                 Exit Paragraph
           End-Read.
           Move 'N' to Gen-Found.
           Perform 3020-MATCH-ONE-GENERATION
               Varying Gen-Idx From 1 By 1
                 Until Gen-Idx > Gen-Count
                    Or Gen-Found = 'Y'.
           If Gen-Found = 'N'
              If Gen-Count < Gen-Max
                 Add 1 to Gen-Count
                 Move JX-LOCATION to Gen-Kind(Gen-Count)
                 Move JX-FILE-PATH to Gen-Path(Gen-Count)
              Else
                 Move JX-FILE-PATH to Note-Path
                 Move 'NOT READ' to Note-Status
                 Move ZERO to Source-Items
                 Perform 8000-NOTE-THE-SOURCE
              End-If
           End-If.

       3020-MATCH-ONE-GENERATION.

           If Gen-Path(Gen-Idx) = JX-FILE-PATH
              Move 'Y' to Gen-Found
           End-If.

       3100-TAKE-ONE-GENERATION.

           Move Gen-Path(Gen-Idx) to Note-Path.
           If Gen-Kind(Gen-Idx) Not = 'A'
              Move Gen-Path(Gen-Idx) to Journal-Read-Path
              Perform 3200-READ-THIS-JOURNAL
              Exit Paragraph
           End-If.

      *    A bundle: every member is a generation; each is read and
      *    its extracted copy removed again.
           Move ZERO to Member-Count.
           Call "CBL_UNARCHIVE" using Gen-Path(Gen-Idx), Work-Dir,
                        Member-Count, Member-Table
                      returning Unarchive-Status.
           If Unarchive-Status Not = ZERO
              Move 'UNREADABLE' to Note-Status
              Move ZERO to Source-Items
              Perform 8000-NOTE-THE-SOURCE
           Else
              Perform 3110-READ-ONE-MEMBER
                  Varying Member-Idx From 1 By 1
                    Until Member-Idx > Member-Count
           End-If.
           Perform 3120-REMOVE-ONE-MEMBER
               Varying Member-Idx From 1 By 1
                 Until Member-Idx > Member-Count.

       3110-READ-ONE-MEMBER.

           Move Member-Entry(Member-Idx) to Journal-Read-Path.
           Move Spaces to Note-Path.
           String Function Trim(Gen-Path(Gen-Idx)) ':'
                  Function Trim(Member-Entry(Member-Idx))
             Delimited By Size Into Note-Path.
           Perform 3200-READ-THIS-JOURNAL.

       3120-REMOVE-ONE-MEMBER.

           Call "CBL_DELETE_FILE" using Member-Entry(Member-Idx)
                returning status-code.

       3200-READ-THIS-JOURNAL.

           Move ZERO to Source-Items.
           Open Input JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Move 'NOT PRESENT' to Note-Status
              Perform 8000-NOTE-THE-SOURCE
              Exit Paragraph
           End-If.
           Perform 3300-JUDGE-ONE-ENTRY
               Until Journal-File-Status Not = '00'.
           Close JOURNAL-FILE.
           Move 'READ' to Note-Status.
           Perform 8000-NOTE-THE-SOURCE.

       3300-JUDGE-ONE-ENTRY.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
                 Exit Paragraph
           End-Read.
           Evaluate JN-ACTION
              When 'A'
                 Move 'ADDED' to Event-Word
              When 'C'
                 Move 'CHANGED' to Event-Word
              When 'D'
                 Move 'DELETED' to Event-Word
              When 'B'
                 Move 'POSTING' to Event-Word
              When Other
                 Exit Paragraph
           End-Evaluate.
           If JN-ACTION = 'B'
              If JN-AFTER-IMAGE(13:20) Not = Wanted-Key
                 And JN-BEFORE-IMAGE(13:20) Not = Wanted-Key
                 Exit Paragraph
              End-If
           Else
              If JN-KEY Not = Wanted-Key
                 Exit Paragraph
              End-If
           End-If.

           Add 1 to Source-Items.
           Move Spaces to Spool-Text.
           String 'RUN ' JN-RUN-STAMP ' SEQ ' JN-SEQUENCE
                  '  ' Event-Word
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.

           If JN-ACTION = 'B'
              Perform 3400-SHOW-THE-POSTING
              Exit Paragraph
           End-If.
           If Field-Count = ZERO
      *       No field map: the images go out as held.
              If JN-BEFORE-IMAGE(1:20) Not = Low-Values
                 Move JN-BEFORE-IMAGE to Slice-Source
                 Move 1024 to Slice-Length
                 Move 'BEFORE' to Slice-Label
                 Perform 8200-SPOOL-THE-SLICES
              End-If
              If JN-AFTER-IMAGE(1:20) Not = Low-Values
                 Move JN-AFTER-IMAGE to Slice-Source
                 Move 1024 to Slice-Length
                 Move 'AFTER' to Slice-Label
                 Perform 8200-SPOOL-THE-SLICES
              End-If
           Else
              Perform 3500-SHOW-ONE-FIELD
                  Varying Field-Idx From 1 By 1
                    Until Field-Idx > Field-Count
           End-If.

       3400-SHOW-THE-POSTING.

           Move Spaces to Before-Shown After-Shown.
           If JN-BEFORE-IMAGE(1:20) Not = Low-Values
              Move JN-BEFORE-IMAGE(1:128) to Image-Work
              If IMG-BALANCE Numeric
                 Move IMG-BALANCE to Before-Edited
                 Move Before-Edited to Before-Shown
              End-If
           End-If.
           Move JN-AFTER-IMAGE(1:128) to Image-Work.
           If IMG-BALANCE Numeric
              Move IMG-BALANCE to After-Edited
              Move After-Edited to After-Shown
           End-If.
           Move Spaces to Spool-Text.
           String '    ACCOUNT ' IMG-ACCT-NO ' ' IMG-CURRENCY
                  ' ' Before-Shown ' -> ' After-Shown
                  ' POSTED ' IMG-LAST-POSTED
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.

      *    As the history viewer decodes: only what moved.
       3500-SHOW-ONE-FIELD.

           If Map-Start(Field-Idx) < 1
              Or Map-Start(Field-Idx) + Map-Length(Field-Idx) - 1
                 > 1024
              Or Map-Length(Field-Idx) > 64
              Exit Paragraph
           End-If.
           Move Spaces to Old-Value.
           Move Spaces to New-Value.
           If JN-BEFORE-IMAGE(1:20) Not = Low-Values
              Move JN-BEFORE-IMAGE(Map-Start(Field-Idx)
                                  :Map-Length(Field-Idx))
                to Old-Value
           End-If.
           If JN-AFTER-IMAGE(1:20) Not = Low-Values
              Move JN-AFTER-IMAGE(Map-Start(Field-Idx)
                                 :Map-Length(Field-Idx))
                to New-Value
           End-If.
           If Old-Value = New-Value
              Exit Paragraph
           End-If.
           Move Spaces to Spool-Text.
           String '    ' Map-Name(Field-Idx) ' '
                  Function Trim(Old-Value) ' -> '
                  Function Trim(New-Value)
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.

       4000-TAKE-THE-RELATIONS.

           Move 'RELATION' to Note-Section Spool-Section.
           Move Relation-Path to Note-Path.
           Move ZERO to Source-Items.
           Open Input RELATION-FILE.
           If Relation-File-Status Not = '00'
              Move 'NOT PRESENT' to Note-Status
              Perform 8000-NOTE-THE-SOURCE
              Exit Paragraph
           End-If.
           Perform 4100-TAKE-ONE-RELATION
               Until Relation-File-Status Not = '00'.
           Close RELATION-FILE.
           Move 'READ' to Note-Status.
           Perform 8000-NOTE-THE-SOURCE.

       4100-TAKE-ONE-RELATION.

           Read RELATION-FILE Next Record
              At End
                 Move '10' to Relation-File-Status
                 Exit Paragraph
           End-Read.
           Move Spaces to Spool-Text.
           Evaluate True
              When REL-FROM-KEY = Wanted-Key
                 String 'LINK TO   ' REL-TO-KEY ' TYPE ' REL-TYPE
                        ' EFFECTIVE ' REL-EFFECTIVE-DATE
                   Delimited By Size Into Spool-Text
              When REL-TO-KEY = Wanted-Key
                 String 'LINK FROM ' REL-FROM-KEY ' TYPE ' REL-TYPE
                        ' EFFECTIVE ' REL-EFFECTIVE-DATE
                   Delimited By Size Into Spool-Text
              When Other
                 Exit Paragraph
           End-Evaluate.
           Add 1 to Source-Items.
           Perform 8100-SPOOL-ONE-LINE.

      *    Statement lines start with the account number; every
      *    statement run the repository catalogs is read.
       5000-TAKE-THE-STATEMENTS.

           Move 'STATEMNT' to Note-Section Spool-Section.
           Open Input CATALOG-FILE.
           If Catalog-File-Status Not = '00'
              Move Catalog-Path to Note-Path
              Move 'NOT PRESENT' to Note-Status
              Move ZERO to Source-Items
              Perform 8000-NOTE-THE-SOURCE
              Exit Paragraph
           End-If.
           Perform 5100-TAKE-ONE-CATALOG-ENTRY
               Until Catalog-File-Status Not = '00'.
           Close CATALOG-FILE.

       5100-TAKE-ONE-CATALOG-ENTRY.

           Read CATALOG-FILE
              At End
                 Move '10' to Catalog-File-Status
                 Exit Paragraph
           End-Read.
           If RC-TITLE(1:28) Not = 'MONTHLY CUSTOMER STATEMENTS '
              Exit Paragraph
           End-If.
           Move RC-PATH to Statement-Path.
           Move RC-PATH to Note-Path.
           Move ZERO to Source-Items.
           If Acct-Count = ZERO
              Move 'NO ACCOUNT' to Note-Status
              Perform 8000-NOTE-THE-SOURCE
              Exit Paragraph
           End-If.
           Open Input STATEMENT-FILE.
           If Statement-File-Status Not = '00'
              Move 'NOT PRESENT' to Note-Status
              Perform 8000-NOTE-THE-SOURCE
              Exit Paragraph
           End-If.
           Move 'N' to Heading-Written.
           Perform 5200-TAKE-ONE-STATEMENT-LINE
               Until Statement-File-Status Not = '00'.
           Close STATEMENT-FILE.
           Move 'READ' to Note-Status.
           Perform 8000-NOTE-THE-SOURCE.

       5200-TAKE-ONE-STATEMENT-LINE.

           Read STATEMENT-FILE
              At End
                 Move '10' to Statement-File-Status
                 Exit Paragraph
           End-Read.
           Move 'N' to Acct-Found.
           Perform 5210-MATCH-THE-LINE
               Varying Acct-Idx From 1 By 1
                 Until Acct-Idx > Acct-Count
                    Or Acct-Found = 'Y'.
           If Acct-Found = 'N'
              Exit Paragraph
           End-If.
           If Heading-Written = 'N'
              Move 'Y' to Heading-Written
              Move Spaces to Spool-Text
              String Function Trim(RC-TITLE) ' (RUN '
                     Function Trim(RC-RUN-ID) ')'
                Delimited By Size Into Spool-Text
              Perform 8100-SPOOL-ONE-LINE
           End-If.
           Add 1 to Source-Items.
           Move STATEMENT-LINE to Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.

       5210-MATCH-THE-LINE.

           If STATEMENT-LINE(1:12) = Acct-No(Acct-Idx)
              Move 'Y' to Acct-Found
           End-If.

       6000-TAKE-ONE-REJECT-LEDGER.

           Move 'REJECTS' to Spool-Section.
           Move Reject-Read-Path to Note-Path.
           Move ZERO to Source-Items.
           Open Input REJECT-FILE.
           If Reject-File-Status Not = '00'
              Move 'NOT PRESENT' to Note-Status
              Perform 8000-NOTE-THE-SOURCE
              Exit Paragraph
           End-If.
           Perform 6100-TAKE-ONE-REJECT
               Until Reject-File-Status Not = '00'.
           Close REJECT-FILE.
           Move 'READ' to Note-Status.
           Perform 8000-NOTE-THE-SOURCE.

       6100-TAKE-ONE-REJECT.

           Read REJECT-FILE
              At End
                 Move '10' to Reject-File-Status
                 Exit Paragraph
           End-Read.
           If RL-KEY Not = Wanted-Key
              Exit Paragraph
           End-If.
           Add 1 to Source-Items.
           Move Spaces to Spool-Text.
           String 'ENTRY ' RL-SEQUENCE ' STATUS ' RL-STATUS
                  ' REASON ' RL-REASON ' RULE ' RL-RULE
             Delimited By Size Into Spool-Text.
           Perform 8100-SPOOL-ONE-LINE.
           Move RL-DATA to Slice-Source.
           Move 512 to Slice-Length.
           Move 'RECORD' to Slice-Label.
           Perform 8200-SPOOL-THE-SLICES.

      *    Particulars, the table of sources, then every section.
       7000-PRINT-THE-DISCLOSURE.

           Move Spaces to Report-Title.
           String 'CUSTOMER DATA DISCLOSURE ' Disclosure-Number
                  ' - ' Function Trim(Wanted-Key)
             Delimited By Size Into Report-Title.
           Move 'SECTION  DETAIL' to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Document-Path,
                        Report-Title, Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start disclosure document '
                      Function Trim(Document-Path)
              Stop Run With Error Status 1
           End-If.

           Move 'REQUEST' to Spool-Section.
           Move Spaces to Spool-Text.
           String 'CUSTOMER KEY ' Wanted-Key
                  '  REQUEST ' Request-Ref
             Delimited By Size Into Spool-Text.
           Perform 7100-PRINT-ONE-LINE.
           Move Spaces to Spool-Text.
           String 'RECEIVED ' Received-Date '  DUE ' Due-Date
                  '  PREPARED ' Today-Date
                  ' BY ' Function Trim(Operator-Id)
             Delimited By Size Into Spool-Text.
           Perform 7100-PRINT-ONE-LINE.

           Move 'SOURCES' to Spool-Section.
           Perform 7200-PRINT-ONE-SOURCE
               Varying Source-Idx From 1 By 1
                 Until Source-Idx > Source-Count.

           Open Input SPOOL-FILE.
           If Spool-File-Status = '00'
              Perform 7300-COPY-ONE-SPOOL-LINE
                  Until Spool-File-Status Not = '00'
              Close SPOOL-FILE
           End-If.
           Call "CBL_REPORT_END" returning Report-Status.

      *    The repository catalogued the document with its pages.
           Open Input CATALOG-FILE.
           If Catalog-File-Status = '00'
              Perform 7400-FIND-THE-PAGES
                  Until Catalog-File-Status Not = '00'
              Close CATALOG-FILE
           End-If.

       7100-PRINT-ONE-LINE.

           Move Spool-Text to Detail-Line.
           Move Spaces to Control-Value.
           Move Spool-Section to Control-Value.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value 0
                returning Report-Status.

       7200-PRINT-ONE-SOURCE.

           Move Src-Items(Source-Idx) to Cnt-Displayed.
           Move Spaces to Spool-Text.
           String Src-Section(Source-Idx) ' '
                  Src-Status(Source-Idx) ' '
                  Cnt-Displayed ' '
                  Src-Path(Source-Idx)
             Delimited By Size Into Spool-Text.
           Perform 7100-PRINT-ONE-LINE.

       7300-COPY-ONE-SPOOL-LINE.

           Read SPOOL-FILE
              At End
                 Move '10' to Spool-File-Status
                 Exit Paragraph
           End-Read.
           Move SP-SECTION to Spool-Section.
           Move SP-LINE to Spool-Text.
           Perform 7100-PRINT-ONE-LINE.

       7400-FIND-THE-PAGES.

           Read CATALOG-FILE
              At End
                 Move '10' to Catalog-File-Status
                 Exit Paragraph
           End-Read.
           If RC-PATH = Document-Path And RC-PAGES Numeric
              Move RC-PAGES to Pages-Printed
           End-If.

       7500-REGISTER-THE-DISCLOSURE.

           Open Extend REGISTER-FILE.
           If Register-File-Status Not = '00'
              Open Output REGISTER-FILE
           End-If.
           If Register-File-Status Not = '00'
              Display '*** cannot write disclosure register '
                      Function Trim(Register-Path)
           Else
              Move Spaces to REGISTER-RECORD
              Move Disclosure-Number to DR-NUMBER
              Move Today-Date to DR-DATE
              Move Wanted-Key to DR-KEY
              Move Request-Ref to DR-REQUEST-REF
              Move Received-Date to DR-RECEIVED
              Move Due-Date to DR-DUE
              Move Operator-Id to DR-OPERATOR
              Move Source-Count to DR-SOURCES
              Move Items-Total to DR-ITEMS
              Move Pages-Printed to DR-PAGES
              Move Late-Flag to DR-LATE
              Move Document-Path to DR-PATH
              Write REGISTER-RECORD
              Close REGISTER-FILE
           End-If.

           Move Items-Total to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'disclose number=' Disclosure-Number
                  ' key=' Function Trim(Wanted-Key)
                  ' ref=' Function Trim(Request-Ref)
                  ' items=' Function Trim(Cnt-Displayed)
                  ' late=' Late-Flag
                  ' by=' Function Trim(Operator-Id)
             Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-subject-access",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

       8000-NOTE-THE-SOURCE.

           Add Source-Items to Items-Total.
           If Source-Count Not < Source-Max
              Exit Paragraph
           End-If.
           Add 1 to Source-Count.
           Move Note-Section to Src-Section(Source-Count).
           Move Note-Path to Src-Path(Source-Count).
           Move Note-Status to Src-Status(Source-Count).
           Move Source-Items to Src-Items(Source-Count).

       8100-SPOOL-ONE-LINE.

           Move Spool-Section to SP-SECTION.
           Move Spool-Text to SP-LINE.
           Write SPOOL-RECORD.

      *    A long field goes out 100 bytes a line, blank runs left
      *    out.
       8200-SPOOL-THE-SLICES.

           Perform 8210-SPOOL-ONE-SLICE
               Varying Slice-Start From 1 By 100
                 Until Slice-Start > Slice-Length.

       8210-SPOOL-ONE-SLICE.

           Move Spaces to Spool-Text.
           If Slice-Start + 99 > Slice-Length
              Move Slice-Source(Slice-Start:
                                Slice-Length - Slice-Start + 1)
                to Spool-Text(20:100)
           Else
              Move Slice-Source(Slice-Start:100)
                to Spool-Text(20:100)
           End-If.
           If Spool-Text(20:100) = Spaces
              Or Spool-Text(20:100) = Low-Values
              Exit Paragraph
           End-If.
           Move '    ' to Spool-Text(1:4).
           Move Slice-Label to Spool-Text(5:8).
           Move Slice-Start to Cnt-Displayed.
           Move Cnt-Displayed(5:4) to Spool-Text(14:4).
           Perform 8100-SPOOL-ONE-LINE.
