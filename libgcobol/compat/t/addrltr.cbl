      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Address-change confirmation letters.  A changed address is
      *  a classic fraud signal, and policy says the customer hears
      *  about it at both ends: one letter to the address we held
      *  before, one to the address we hold now.  This nightly step
      *  finds every 'C' journal entry whose before- and after-image
      *  differ in street, city, country or postal code - whichever
      *  program made the change: the master update, the
      *  maintenance screen, the address-segment apply, a merge -
      *  and writes both letters to a letter-print file.
      *
      *  "Tonight's" changes are every 'C' entry stamped after the
      *  high-water mark the previous run left in the letter state
      *  file (the start of the processing date on a first run), so
      *  a run that crosses midnight, or a maintenance session
      *  between nights, is neither lettered twice nor missed.  A
      *  cutover between letter runs is covered too: generations
      *  the run-stamp index names for runs after the mark are read
      *  before the live journal.
      *
      *  Each letter is one page, its first line carrying the
      *  page-header mark, and the file is queued on the print
      *  request file for gcobol-print-spool - which gives it the
      *  same banner and trailer pages as every other document -
      *  on the printer ADDRESS-LETTER-PRINTER names.  The register
      *  of letters produced goes through the shared report writer
      *  per branch (the first four bytes of the master key), each
      *  change's letter count as its amount, so every branch's
      *  subtotal is the letters it has to expect back as returned
      *  mail.  The customer key is shown masked on the letters.
      *
      *  A letter bound for an address the customer's mail has
      *  already come back from (the image's MASTER-MAIL-STATUS is
      *  'R') is not printed: it goes to the held-mail file
      *  (CBL_HELD_MAIL) as document ADDR OLD or ADDR NEW, and is
      *  not counted among the branch's letters.
      *
      *  The mark only moves once the letter file is in place and
      *  queued; a failed run is rerun and letters the same changes.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-address-letters.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant JNL-INDEX-PATH as "/tmp/gcobol-jnl-index.dat"
       >>Define Constant LETTER-PRINT as "/tmp/gcobol-addr-letters.prt"
       >>Define Constant STATE-PATH as "/tmp/gcobol-addr-letters.hwm"
       >>Define Constant PRINT-REQ-PATH as "/tmp/gcobol-print-req.dat"
       >>Define Constant REGISTER-PATH as "/tmp/gcobol-addr-letters.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Read-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT INDEX-FILE
                  ASSIGN TO Index-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Index-File-Status.
           SELECT LETTER-FILE
                  ASSIGN TO Letter-Work-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Letter-File-Status.
           SELECT STATE-FILE
                  ASSIGN TO State-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS State-File-Status.
           SELECT REQUEST-FILE
                  ASSIGN TO Request-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Request-File-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(132).

       FD  STATE-FILE.
       01  STATE-RECORD.
           05  ST-LAST-STAMP        PIC 9(14).
           05  FILLER               PIC X(01).
           05  ST-RUN-DATE          PIC 9(08).
           05  FILLER               PIC X(01).
           05  ST-LETTERS           PIC 9(08).

       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  PQ-REPORT-PATH       PIC X(256).
           05  PQ-PRINTER           PIC X(16).
           05  PQ-DOC-NAME          PIC X(40).

       WORKING-STORAGE SECTION.
        77 Journal-Path        PIC X(100) VALUE JOURNAL-PATH.
        77 Journal-Read-Path   PIC X(256).
        77 Index-Path          PIC X(100) VALUE JNL-INDEX-PATH.
        77 Letter-Path         PIC X(256).
        77 Letter-Work-Path    PIC X(256).
        77 State-Path          PIC X(100) VALUE STATE-PATH.
        77 Request-Path        PIC X(100) VALUE PRINT-REQ-PATH.
        77 Report-Path         PIC X(256) VALUE REGISTER-PATH.
        77 Journal-File-Status PIC X(02).
        77 Index-File-Status   PIC X(02).
        77 Letter-File-Status  PIC X(02).
        77 State-File-Status   PIC X(02).
        77 Request-File-Status PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Letter-Printer      PIC X(16).
        77 Processing-Date     PIC 9(08).
        77 Epoch-Seconds       BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).

        77 High-Water-Stamp    PIC 9(14) VALUE ZERO.
        77 Newest-Stamp        PIC 9(14) VALUE ZERO.

      *  Generations the index names for runs after the mark.
        77 Generation-Count    BINARY-LONG VALUE ZERO.
        77 Max-Generations     BINARY-LONG VALUE 64.
        77 Generation-Idx      BINARY-LONG.
        77 Gen-Already-Listed  PIC X(01).
        01 Generation-List.
           05 Generation-Name  PIC X(200) OCCURS 64 TIMES.
        77 Bundled-Runs        BINARY-LONG VALUE ZERO.

      * The master record as the journal's 1024-byte images hold it.
        01 Before-Work.
           05 BEF-KEY              PIC X(20).
           05 BEF-ACCT-NO          PIC X(12).
           05 BEF-CUST-NAME        PIC X(40).
           05 BEF-PRODUCT-CODE     PIC X(04).
           05 BEF-ADDR-STREET      PIC X(40).
           05 BEF-ADDR-CITY        PIC X(30).
           05 BEF-ADDR-COUNTRY     PIC X(03).
           05 BEF-POSTAL-CODE      PIC X(10).
           05 FILLER               PIC X(09).
           05 BEF-MAIL-STATUS      PIC X(01).
              88 BEF-MAIL-HELD        VALUE 'R'.
           05 FILLER               PIC X(855).
        01 After-Work.
           05 AFT-KEY              PIC X(20).
           05 AFT-ACCT-NO          PIC X(12).
           05 AFT-CUST-NAME        PIC X(40).
           05 AFT-PRODUCT-CODE     PIC X(04).
           05 AFT-ADDR-STREET      PIC X(40).
           05 AFT-ADDR-CITY        PIC X(30).
           05 AFT-ADDR-COUNTRY     PIC X(03).
           05 AFT-POSTAL-CODE      PIC X(10).
           05 FILLER               PIC X(09).
           05 AFT-MAIL-STATUS      PIC X(01).
              88 AFT-MAIL-HELD        VALUE 'R'.
           05 FILLER               PIC X(855).

      *  One letter's addressee, filled from either image.
        01 Letter-Addressee.
           05 LA-NAME              PIC X(40).
           05 LA-STREET            PIC X(40).
           05 LA-CITY              PIC X(30).
           05 LA-COUNTRY           PIC X(03).
           05 LA-POSTAL-CODE       PIC X(10).
        77 Letter-Kind          PIC X(01).
           88 Letter-To-Old        VALUE 'O'.
           88 Letter-To-New        VALUE 'N'.
        77 Letter-Held          PIC X(01).
           88 Letter-Is-Held       VALUE 'Y'.
        77 Letters-Held         BINARY-LONG VALUE ZERO.
        77 Held-Failures        BINARY-LONG VALUE ZERO.
        77 Held-Status          BINARY-LONG SIGNED.
        01 Held-Request.
           05 Held-Source       PIC X(24).
           05 Held-Master-Key   PIC X(20).
           05 Held-Document     PIC X(12).
           05 Held-Line         PIC X(132).
        77 Masked-Key           PIC X(20).
        77 Redact-Keep          BINARY-LONG VALUE 4.
        77 Redact-Status        PIC 9(8) COMP-5.
        77 Page-Number          BINARY-LONG VALUE ZERO.
        77 Page-Displayed       PIC Z(5)9.

      *  Tonight's changes, for the register.
        77 Change-Count        BINARY-LONG VALUE ZERO.
        77 Max-Changes         BINARY-LONG VALUE 5000.
        77 Change-Idx          BINARY-LONG.
        77 Changes-Overflowed  PIC X(01) VALUE 'N'.
        01 Change-Table.
           05 Change-Entry OCCURS 5000 TIMES.
              10 CH-KEY            PIC X(20).
              10 CH-RUN-STAMP      PIC 9(14).
              10 CH-LETTERS        PIC 9(01).
              10 CH-OLD-CITY       PIC X(30).
              10 CH-NEW-CITY       PIC X(30).
        77 Letters-This-Change PIC 9(01).

      * Branches with changes tonight, kept in ascending order.
        77 Branch-Count         BINARY-LONG VALUE ZERO.
        77 Max-Branches         BINARY-LONG VALUE 500.
        77 Branch-Idx           BINARY-LONG.
        77 Branch-Slot          BINARY-LONG.
        77 Branch-Probe         PIC X(04).
        01 Branch-List.
           05 Branch-Code       PIC X(04) OCCURS 500 TIMES.

        77 Entries-Read        BINARY-LONG VALUE ZERO.
        77 Letters-Written     BINARY-LONG VALUE ZERO.
        77 Amount-For-Writer   BINARY-DOUBLE.
        77 Report-Title        PIC X(80).
        77 Column-Heading      PIC X(132).
        77 Detail-Line         PIC X(132).
        77 Control-Value       PIC X(32).
        77 Report-Status       BINARY-LONG SIGNED.
        77 Rename-Status       PIC 9(8) COMP-5.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.
        77 Cnt-Displayed       PIC Z(7)9.
        77 Ltr-Displayed       PIC Z(7)9.
        77 Footer-Status       BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-address-letters'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-address-letters'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-SET-UP-THE-RUN.
           Perform 1000-COLLECT-GENERATIONS.

           Move Letter-Path to Letter-Work-Path.
           Move '.new' to Letter-Work-Path
                (Function Length(Function Trim(Letter-Path)) + 1:4).
           Open Output LETTER-FILE.
           If Letter-File-Status Not = '00'
              Display 'Cannot open letter file '
                      Function Trim(Letter-Work-Path)
                      ' - file status ' Letter-File-Status
              Stop Run With Error Status 1
           End-If.

           Perform 2050-READ-ONE-SOURCE
               Varying Generation-Idx From 1 By 1
               Until Generation-Idx > Generation-Count.
           Move Journal-Path to Journal-Read-Path.
           Perform 2100-READ-THIS-JOURNAL.
           Close LETTER-FILE.

           If Changes-Overflowed = 'Y'
              Display 'More than ' Max-Changes ' address changes '
                      'since the last run - raise the table before '
                      'rerunning; no letters were queued'
              Call "CBL_DELETE_FILE" using Letter-Work-Path
                   returning status-code
              Call "CBL_RUN_FOOTER" using 'gcobol-address-letters'
                   by value 1, Entries-Read, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           If Bundled-Runs > ZERO
              Display '*** ' Bundled-Runs ' run(s) after the last '
                      'letter run are already bundled - their '
                      'address changes were not lettered'
           End-If.

           If Letters-Written > ZERO
              Perform 3000-DELIVER-THE-LETTERS
           Else
              Call "CBL_DELETE_FILE" using Letter-Work-Path
                   returning status-code
           End-If.
           Perform 4000-SPOOL-THE-REGISTER.
           Perform 5000-MOVE-THE-MARK.

           Display 'Journal entries read:  ' Entries-Read.
           Display 'Address changes:       ' Change-Count.
           Display 'Letters produced:      ' Letters-Written.
           Display 'Letters held, returned mail: ' Letters-Held.
           If Held-Failures > ZERO
              Display '*** ' Held-Failures ' letter line(s) could '
                      'not be written to the held-mail file'
           End-If.

           Move Change-Count to Cnt-Displayed.
           Move Letters-Written to Ltr-Displayed.
           Move Spaces to Audit-Args.
           String 'mark=' Newest-Stamp
                  ' changes=' Function Trim(Cnt-Displayed)
                  ' letters=' Function Trim(Ltr-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-address-letters",
                        Audit-Args,
                        by value Held-Failures
                      returning Audit-Status.

           If Held-Failures > ZERO
              Call "CBL_RUN_FOOTER" using 'gcobol-address-letters'
                   by value 1, Entries-Read, Letters-Written
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Call "CBL_RUN_FOOTER" using 'gcobol-address-letters'
                by value 0, Entries-Read, Letters-Written
                returning Footer-Status.
           Stop Run.

       0100-SET-UP-THE-RUN.

           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
           Move tv_sec of Now-Timeval to Epoch-Seconds.
           Move Function posix-localtime(Epoch-Seconds, Now-Tm)
             to status-code.
           Compute Processing-Date =
                   (tm_year of Now-Tm + 1900) * 10000
                 + (tm_mon  of Now-Tm + 1)    * 100
                 +  tm_mday of Now-Tm.
           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.
           If Pd-Status = ZERO And Pd-Date Not = ZERO
              Move Pd-Date to Processing-Date
           End-If.

           Move 'ADDRESS-LETTER-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        LETTER-PRINT
                      returning Config-Status.
           Move Config-Value to Letter-Path.

           Move 'ADDRESS-LETTER-PRINTER' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        'letters'
                      returning Config-Status.
           Move Config-Value to Letter-Printer.

      *    The mark: the newest run stamp the last run lettered.
           Compute High-Water-Stamp = Processing-Date * 1000000.
           Open Input STATE-FILE.
           If State-File-Status = '00'
              Read STATE-FILE
                 Not At End
                    If ST-LAST-STAMP Numeric
                       Move ST-LAST-STAMP to High-Water-Stamp
                    End-If
              End-Read
              Close STATE-FILE
           End-If.
           Move High-Water-Stamp to Newest-Stamp.
           Display 'Lettering address changes after run '
                   High-Water-Stamp.

       1000-COLLECT-GENERATIONS.

      *    Cut order is time order: the index is appended at each
      *    cutover, the same walk the statement run does.
           Open Input INDEX-FILE.
           If Index-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1100-NOTE-ONE-INDEX-LINE
               Until Index-File-Status Not = '00'.
           Close INDEX-FILE.

       1100-NOTE-ONE-INDEX-LINE.

           Read INDEX-FILE
              At End
                 Move '10' to Index-File-Status
              Not At End
                 Evaluate True
                    When JX-RUN-STAMP Not Numeric
                       Continue
                    When JX-RUN-STAMP Not > High-Water-Stamp
                       Continue
                    When JX-LOCATION = 'A'
                       Add 1 to Bundled-Runs
                    When Other
                       Perform 1200-LIST-ONE-GENERATION
                 End-Evaluate
           End-Read.

       1200-LIST-ONE-GENERATION.

           Move 'N' to Gen-Already-Listed.
           Perform 1210-MATCH-ONE-LISTED
               Varying Generation-Idx From 1 By 1
               Until Generation-Idx > Generation-Count.
           If Gen-Already-Listed = 'N'
              And Generation-Count < Max-Generations
              Add 1 to Generation-Count
              Move JX-FILE-PATH
                to Generation-Name(Generation-Count)
           End-If.

       1210-MATCH-ONE-LISTED.

           If Generation-Name(Generation-Idx) = JX-FILE-PATH
              Move 'Y' to Gen-Already-Listed
           End-If.

       2050-READ-ONE-SOURCE.

           Move Generation-Name(Generation-Idx)
             to Journal-Read-Path.
           Perform 2100-READ-THIS-JOURNAL.

       2100-READ-THIS-JOURNAL.

           Open Input JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 2200-TAKE-ONE-ENTRY
               Until Journal-File-Status Not = '00'.
           Close JOURNAL-FILE.

       2200-TAKE-ONE-ENTRY.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
                 Exit Paragraph
           End-Read.
           If JN-RUN-STAMP Not Numeric
              Or JN-RUN-STAMP Not > High-Water-Stamp
              Exit Paragraph
           End-If.
           Add 1 to Entries-Read.
           If JN-RUN-STAMP > Newest-Stamp
              Move JN-RUN-STAMP to Newest-Stamp
           End-If.
           If JN-ACTION Not = 'C'
              Exit Paragraph
           End-If.

           Move JN-BEFORE-IMAGE to Before-Work.
           Move JN-AFTER-IMAGE to After-Work.
           If BEF-ADDR-STREET = AFT-ADDR-STREET
              And BEF-ADDR-CITY = AFT-ADDR-CITY
              And BEF-ADDR-COUNTRY = AFT-ADDR-COUNTRY
              And BEF-POSTAL-CODE = AFT-POSTAL-CODE
              Exit Paragraph
           End-If.

           If Change-Count >= Max-Changes
              Move 'Y' to Changes-Overflowed
              Exit Paragraph
           End-If.

           Move JN-KEY to Masked-Key.
           Call "CBL_REDACT_VALUE" using Masked-Key,
                by value Redact-Keep
                returning Redact-Status.

      *    An old address that was never filled in has nobody to
      *    write to; the new address is always written to.
           Move ZERO to Letters-This-Change.
           If BEF-ADDR-STREET Not = Spaces
              Or BEF-ADDR-CITY Not = Spaces
              Set Letter-To-Old to True
              Move 'N' to Letter-Held
              If BEF-MAIL-HELD
                 Move 'Y' to Letter-Held
              End-If
              Move BEF-CUST-NAME to LA-NAME
              Move BEF-ADDR-STREET to LA-STREET
              Move BEF-ADDR-CITY to LA-CITY
              Move BEF-ADDR-COUNTRY to LA-COUNTRY
              Move BEF-POSTAL-CODE to LA-POSTAL-CODE
              Perform 2500-WRITE-ONE-LETTER
           End-If.
           Set Letter-To-New to True.
           Move 'N' to Letter-Held.
           If AFT-MAIL-HELD
              Move 'Y' to Letter-Held
           End-If.
           Move AFT-CUST-NAME to LA-NAME.
           Move AFT-ADDR-STREET to LA-STREET.
           Move AFT-ADDR-CITY to LA-CITY.
           Move AFT-ADDR-COUNTRY to LA-COUNTRY.
           Move AFT-POSTAL-CODE to LA-POSTAL-CODE.
           Perform 2500-WRITE-ONE-LETTER.

           Add 1 to Change-Count.
           Move JN-KEY to CH-KEY(Change-Count).
           Move JN-RUN-STAMP to CH-RUN-STAMP(Change-Count).
           Move Letters-This-Change to CH-LETTERS(Change-Count).
           Move BEF-ADDR-CITY to CH-OLD-CITY(Change-Count).
           Move AFT-ADDR-CITY to CH-NEW-CITY(Change-Count).
           Move JN-KEY(1:4) to Branch-Probe.
           Perform 2300-LIST-THE-BRANCH.

       2300-LIST-THE-BRANCH.

      *    A short insertion: the list stays in branch order so
      *    the register walks branches in order without a sort.
           Move ZERO to Branch-Slot.
           Perform 2310-FIND-THE-SLOT
               Varying Branch-Idx From 1 By 1
               Until Branch-Idx > Branch-Count
                   Or Branch-Slot > ZERO.
           If Branch-Slot > ZERO
              And Branch-Code(Branch-Slot) = Branch-Probe
              Exit Paragraph
           End-If.
           If Branch-Count >= Max-Branches
              Move 'Y' to Changes-Overflowed
              Exit Paragraph
           End-If.
           If Branch-Slot = ZERO
              Add 1 to Branch-Count
              Move Branch-Probe to Branch-Code(Branch-Count)
              Exit Paragraph
           End-If.
           Perform 2320-SHIFT-ONE-BRANCH
               Varying Branch-Idx From Branch-Count By -1
               Until Branch-Idx < Branch-Slot.
           Add 1 to Branch-Count.
           Move Branch-Probe to Branch-Code(Branch-Slot).

       2310-FIND-THE-SLOT.

           If Branch-Code(Branch-Idx) >= Branch-Probe
              Move Branch-Idx to Branch-Slot
           End-If.

       2320-SHIFT-ONE-BRANCH.

           Move Branch-Code(Branch-Idx)
             to Branch-Code(Branch-Idx + 1).

       2500-WRITE-ONE-LETTER.

      *    One page per letter; the header line carries the mark
      *    the print spool breaks pages on.  A letter to an address
      *    the mail has come back from is written the same way but
      *    goes, line by line, to the held-mail file instead.
           If Letter-Is-Held
              Add 1 to Letters-Held
              Move 1 to Page-Displayed
              Move 'gcobol-address-letters' to Held-Source
              Move JN-KEY to Held-Master-Key
              If Letter-To-Old
                 Move 'ADDR OLD' to Held-Document
              Else
                 Move 'ADDR NEW' to Held-Document
              End-If
           Else
              Add 1 to Page-Number
              Add 1 to Letters-This-Change
              Add 1 to Letters-Written
              Move Page-Number to Page-Displayed
           End-If.
           Move Spaces to LETTER-LINE.
           String 'ADDRESS CHANGE CONFIRMATION  ' Processing-Date
                  '   page ' Function Trim(Page-Displayed)
                  Delimited By Size Into LETTER-LINE.
           Perform 2600-PUT-ONE-LINE.
           Move Spaces to LETTER-LINE.
           Perform 2600-PUT-ONE-LINE.
           Perform 2600-PUT-ONE-LINE.
           Move LA-NAME to LETTER-LINE(6:).
           Perform 2600-PUT-ONE-LINE.
           Move Spaces to LETTER-LINE.
           Move LA-STREET to LETTER-LINE(6:).
           Perform 2600-PUT-ONE-LINE.
           Move Spaces to LETTER-LINE.
           String Function Trim(LA-POSTAL-CODE) ' '
                  Function Trim(LA-CITY)
                  Delimited By Size Into LETTER-LINE(6:).
           Perform 2600-PUT-ONE-LINE.
           Move Spaces to LETTER-LINE.
           Move LA-COUNTRY to LETTER-LINE(6:).
           Perform 2600-PUT-ONE-LINE.
           Move Spaces to LETTER-LINE.
           Perform 2600-PUT-ONE-LINE.
           Perform 2600-PUT-ONE-LINE.
           String 'Customer reference: ' Masked-Key
                  Delimited By Size Into LETTER-LINE(6:).
           Perform 2600-PUT-ONE-LINE.
           Move Spaces to LETTER-LINE.
           Perform 2600-PUT-ONE-LINE.
           Move 'Dear customer,' to LETTER-LINE(6:).
           Perform 2600-PUT-ONE-LINE.
           Move Spaces to LETTER-LINE.
           Perform 2600-PUT-ONE-LINE.
           If Letter-To-Old
              Move 'We have been asked to change the address we hold'
                & ' for you from this address to:'
                to LETTER-LINE(6:)
              Perform 2600-PUT-ONE-LINE
              Move Spaces to LETTER-LINE
              String Function Trim(AFT-ADDR-STREET) ', '
                     Function Trim(AFT-POSTAL-CODE) ' '
                     Function Trim(AFT-ADDR-CITY) ' '
                     AFT-ADDR-COUNTRY
                     Delimited By Size Into LETTER-LINE(10:)
              Perform 2600-PUT-ONE-LINE
           Else
              Move 'The address we hold for you has been changed to'
                & ' the address on this letter.'
                to LETTER-LINE(6:)
              Perform 2600-PUT-ONE-LINE
           End-If.
           Move Spaces to LETTER-LINE.
           Perform 2600-PUT-ONE-LINE.
           Move 'If you did not ask for this change, please contact'
             & ' your branch at once.'
             to LETTER-LINE(6:).
           Perform 2600-PUT-ONE-LINE.
           Move Spaces to LETTER-LINE.
           String 'Your branch: ' JN-KEY(1:4)
                  Delimited By Size Into LETTER-LINE(6:).
           Perform 2600-PUT-ONE-LINE.

       2600-PUT-ONE-LINE.

           If Letter-Is-Held
              Move LETTER-LINE to Held-Line
              Call "CBL_HELD_MAIL" using Held-Request
                   returning Held-Status
              If Held-Status Not = ZERO
                 Add 1 to Held-Failures
              End-If
           Else
              Write LETTER-LINE
           End-If.

       3000-DELIVER-THE-LETTERS.

           Call "CBL_RENAME_FILE" using Letter-Work-Path, Letter-Path
                returning Rename-Status.
           If Rename-Status Not = ZERO
              Display '*** could not put the letter file in place at '
                      Function Trim(Letter-Path)
                      ' - rename status ' Rename-Status
              Call "CBL_RUN_FOOTER" using 'gcobol-address-letters'
                   by value 1, Entries-Read, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

      *    Queued for the print spool, after whatever else is
      *    waiting tonight.
           Open Extend REQUEST-FILE.
           If Request-File-Status Not = '00'
              Open Output REQUEST-FILE
           End-If.
           If Request-File-Status Not = '00'
              Display '*** cannot queue the letters on '
                      Function Trim(Request-Path)
                      ' - file status ' Request-File-Status
              Call "CBL_RUN_FOOTER" using 'gcobol-address-letters'
                   by value 1, Entries-Read, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Move Spaces to REQUEST-RECORD.
           Move Letter-Path to PQ-REPORT-PATH.
           Move Letter-Printer to PQ-PRINTER.
           Move 'address-change-letters' to PQ-DOC-NAME.
           Write REQUEST-RECORD.
           Close REQUEST-FILE.
           Display 'Letters queued for printer '
                   Function Trim(Letter-Printer).

       4000-SPOOL-THE-REGISTER.

           Move Spaces to Report-Title.
           String 'ADDRESS-CHANGE LETTERS BY BRANCH - '
                  Processing-Date
                  Delimited By Size Into Report-Title.
           Move 'BRANCH CUSTOMER             RUN STAMP       LTRS'
             & '  OLD CITY                        NEW CITY'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start letter register '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.
           Perform 4100-SPOOL-ONE-BRANCH
               Varying Branch-Idx From 1 By 1
               Until Branch-Idx > Branch-Count.
           Call "CBL_REPORT_END" returning Report-Status.

       4100-SPOOL-ONE-BRANCH.

      *    The letter count rides as the amount, so the writer's
      *    branch subtotal is that branch's letters.
           Move Branch-Code(Branch-Idx) to Control-Value.
           Perform 4200-SPOOL-ONE-CHANGE
               Varying Change-Idx From 1 By 1
               Until Change-Idx > Change-Count.

       4200-SPOOL-ONE-CHANGE.

           If CH-KEY(Change-Idx)(1:4) Not = Branch-Code(Branch-Idx)
              Exit Paragraph
           End-If.
           Move Spaces to Detail-Line.
           String Branch-Code(Branch-Idx) '   '
                  CH-KEY(Change-Idx) ' '
                  CH-RUN-STAMP(Change-Idx) '    '
                  CH-LETTERS(Change-Idx) '  '
                  CH-OLD-CITY(Change-Idx) '  '
                  CH-NEW-CITY(Change-Idx)
                  Delimited By Size Into Detail-Line.
           Move CH-LETTERS(Change-Idx) to Amount-For-Writer.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       5000-MOVE-THE-MARK.

           Open Output STATE-FILE.
           If State-File-Status Not = '00'
              Display '*** cannot record the letter mark in '
                      Function Trim(State-Path)
                      ' - the next run will letter these changes '
                      'again'
              Exit Paragraph
           End-If.
           Move Spaces to STATE-RECORD.
           Move Newest-Stamp to ST-LAST-STAMP.
           Move Processing-Date to ST-RUN-DATE.
           Move Letters-Written to ST-LETTERS.
           Write STATE-RECORD.
           Close STATE-FILE.
