      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Bank-statement import.  The correspondent banks send their
      *  end-of-day account statements in one of two formats, and
      *  this step turns the movements on them into posting records
      *  for gcobol-balance-posting instead of somebody retyping the
      *  credits:
      *
      *    BAI2   01 file header, 02 group header (as-of date,
      *           currency), 03 account identifier with its summary
      *           amounts (010 opening ledger, 015 closing ledger),
      *           16 transaction detail, 49/98/99 trailers, and 88
      *           continuation records, which join the record
      *           before them.  Amounts are whole cents; detail
      *           type codes 100-399 are credits, 400-699 debits,
      *           and anything else carries no money and is passed
      *           over.
      *    MT940  :20: reference, :25: account, :28C: statement
      *           number, :60F:/:60M: opening balance, :61:
      *           statement line, :86: narrative, :62F:/:62M:
      *           closing balance.  Amounts carry a decimal comma;
      *           a reversal (RC, RD) moves money the other way.
      *
      *  The format is told from the file's first line.  Every
      *  statement in the file is proved before anything is
      *  written: its opening balance plus the credits less the
      *  debits must equal the closing balance the bank states.
      *  One statement that does not prove - or has no opening or
      *  closing balance - and the whole file is refused with a
      *  critical alert (BANK-BAL), since half a file posted is
      *  worse than none.
      *
      *  A proved file is mapped, movement by movement, through
      *  the correspondent account table - the bank's account
      *  identifier (35), our account number (12), and the
      *  currency (3, blank for any) in identifier order for
      *  CBL_REF_TABLE_LOAD - into the posting layout: our
      *  account, 'C' or 'D', amount, value date, the statement's
      *  currency, origin blank (this is customer money), and the
      *  customer reference the bank quotes (its own reference
      *  when there is none).  A movement whose account is not in
      *  the table, or whose statement is in a currency the table
      *  does not allow, goes to the reject file with its reason
      *  and never to the posting file.
      *
      *  The posting file is an outbound extract like any other:
      *  its path must be a line in the outbound control file, so
      *  that gcobol-feed-builder wraps it in the header, detail
      *  and trailer envelope and publishes it where preflight and
      *  the feed validator pick up partner feeds.  A posting file
      *  that no catalog line names would never be delivered, so
      *  the run ends in error until one does.
      *
      *  Locations are site configuration: the statement file
      *  (BANK-STMT-PATH), the account table (BANK-ACCT-MAP-PATH),
      *  the posting file (BANK-POSTING-PATH) and the reject file
      *  (BANK-REJECT-PATH).  No statement file is not an error:
      *  the banks send nothing on a day nothing moved.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-bank-statement-import.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant BANK-STMT-DFLT as "/tmp/feeds/bank-stmt.dat"
       >>Define Constant BANK-MAP-DFLT as "/tmp/feeds/bank-acct-map.dat"
       >>Define Constant BANK-POST-DFLT as "/tmp/gcobol-bank-post.ext"
       >>Define Constant BANK-REJ-DFLT as "/tmp/gcobol-bank-post.rej"
       >>Define Constant OUTBOUND-CAT as "/tmp/gcobol-outbound.cat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE
                  ASSIGN TO Statement-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Statement-File-Status.
           SELECT POSTING-FILE
                  ASSIGN TO Posting-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Posting-File-Status.
           SELECT REJECT-FILE
                  ASSIGN TO Reject-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Reject-File-Status.
           SELECT CONTROL-FILE
                  ASSIGN TO Control-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Control-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE           PIC X(256).

       FD  POSTING-FILE.
       01  POSTING-RECORD.
           05  PST-ACCT-NO          PIC X(12).
           05  PST-DC-FLAG          PIC X(01).
           05  PST-AMOUNT           PIC 9(13)V99.
           05  PST-VALUE-DATE       PIC 9(08).
           05  PST-CURRENCY         PIC X(03).
           05  PST-ORIGIN           PIC X(02).
           05  PST-REFERENCE        PIC X(24).
           05  PST-COUNTER-ACCT     PIC X(12).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-REASON            PIC X(16).
           05  RJ-FORMAT            PIC X(05).
           05  RJ-CORR-ACCT         PIC X(35).
           05  RJ-DC-FLAG           PIC X(01).
           05  RJ-AMOUNT            PIC 9(13)V99.
           05  RJ-VALUE-DATE        PIC 9(08).
           05  RJ-CURRENCY          PIC X(03).
           05  RJ-REFERENCE         PIC X(24).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  OB-EXTRACT-PATH      PIC X(100).
           05  OB-FEED-NAME         PIC X(32).
           05  OB-TARGET-DIR        PIC X(100).

       WORKING-STORAGE SECTION.
        77 Statement-Path      PIC X(100).
        77 Map-Path            PIC X(100).
        77 Posting-Path        PIC X(100).
        77 Reject-Path         PIC X(100).
        77 Control-Path        PIC X(100).
        77 Statement-File-Status PIC X(02).
        77 Posting-File-Status PIC X(02).
        77 Reject-File-Status  PIC X(02).
        77 Control-File-Status PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
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

      * The file as read: one physical line at a time, gathered
      * into a logical record (a BAI2 record with its 88
      * continuations, an MT940 field with its following lines)
      * before the record is taken apart.
        77 Stmt-Format         PIC X(05) VALUE SPACES.
           88 Format-Is-Bai2       VALUE 'BAI2'.
           88 Format-Is-Mt940      VALUE 'MT940'.
        77 Lines-Read          BINARY-LONG VALUE ZERO.
        77 Line-Len            BINARY-LONG.
        77 Line-Edited         PIC Z(7)9.
        77 Colon-Pos           BINARY-LONG.
        77 Pending-Record      PIC X(4096).
        77 Pending-Ptr         BINARY-LONG VALUE 1.
        77 Pending-Len         BINARY-LONG VALUE ZERO.
        77 Pending-Tag         PIC X(04) VALUE SPACES.
        77 Field-Ptr           BINARY-LONG.
        77 One-Field           PIC X(80).
        77 Record-Type         PIC X(02).
        77 Type-Code           PIC X(03).
        77 Type-Number         PIC 9(03).
        77 Funds-Type          PIC X(01).
        77 Funds-Skip          BINARY-LONG.
        77 Bank-Ref            PIC X(24).
        77 Customer-Ref        PIC X(24).
        77 Group-Currency      PIC X(03) VALUE SPACES.
        77 Group-Date          PIC 9(08) VALUE ZERO.
        77 Mt-Reference        PIC X(16) VALUE SPACES.
        77 Mt-Mark             PIC X(01).
        77 Scan-Pos            BINARY-LONG.
        77 Scan-Start          BINARY-LONG.
        77 Scan-Len            BINARY-LONG.
        77 Parse-Errors        BINARY-LONG VALUE ZERO.
        77 Error-Text          PIC X(60).
        77 Info-Lines-Skipped  BINARY-LONG VALUE ZERO.

      * Amount and date conversion.
        77 Amount-Text         PIC X(40).
        77 Amount-Mode         PIC X(01).
           88 Amount-In-Cents      VALUE 'I'.
           88 Amount-With-Comma    VALUE 'C'.
        77 Amount-Len          BINARY-LONG.
        77 Amount-Idx          BINARY-LONG.
        77 Amount-Digits       BINARY-LONG.
        77 Amount-Decimals     BINARY-LONG.
        77 Amount-Whole        PIC 9(15).
        77 Amount-Cents        PIC 9(02).
        77 Amount-Negative     PIC X(01).
        77 Amount-Seen-Comma   PIC X(01).
        77 Amount-Bad          PIC X(01).
        01 Amount-Char-Area.
           05 Amount-Char      PIC X(01).
           05 Amount-Digit REDEFINES Amount-Char PIC 9(01).
        77 Parsed-Amount       PIC S9(13)V99.
        01 Short-Date          PIC X(06).
        01 Short-Date-View REDEFINES Short-Date.
           05 Short-Yy         PIC 9(02).
           05 Short-Mmdd       PIC 9(04).
        77 Wide-Date           PIC 9(08).

      * Every statement and every movement in the file, held until
      * the whole file has proved.
        77 Stmt-Count          BINARY-LONG VALUE ZERO.
        77 Stmt-Idx            BINARY-LONG.
        77 Current-Stmt        BINARY-LONG VALUE ZERO.
        01 Statement-Table.
           05 Stmt-Entry OCCURS 500 TIMES.
              10 St-Corr-Acct     PIC X(35).
              10 St-Currency      PIC X(03).
              10 St-Reference     PIC X(16).
              10 St-Opening       PIC S9(13)V99.
              10 St-Closing       PIC S9(13)V99.
              10 St-Movement      PIC S9(13)V99.
              10 St-Has-Opening   PIC X(01).
              10 St-Has-Closing   PIC X(01).
        77 Txn-Count           BINARY-LONG VALUE ZERO.
        77 Txn-Idx             BINARY-LONG.
        01 Transaction-Table.
           05 Txn-Entry OCCURS 5000 TIMES.
              10 Tx-Stmt-Idx      BINARY-LONG.
              10 Tx-Dc-Flag       PIC X(01).
              10 Tx-Amount        PIC 9(13)V99.
              10 Tx-Value-Date    PIC 9(08).
              10 Tx-Reference     PIC X(24).

        77 Statements-Failed   BINARY-LONG VALUE ZERO.
        77 Opening-Edited      PIC -(13)9.99.
        77 Movement-Edited     PIC -(13)9.99.
        77 Closing-Edited      PIC -(13)9.99.
        77 Alert-Severity      PIC X(01).
        77 Alert-Code          PIC X(08).
        77 Alert-Text          PIC X(200).
        77 Alert-Status        BINARY-LONG SIGNED.

        77 Map-Status          BINARY-LONG SIGNED.
        77 Map-Key-Len         BINARY-LONG VALUE 35.
        77 Map-Rec-Len         BINARY-LONG VALUE 50.
        01 Map-Table-Handle.
           05 Map-Rt-Memory    USAGE POINTER.
           05 Map-Rt-Count     BINARY-LONG.
           05 Map-Rt-Key-Len   BINARY-LONG.
           05 Map-Rt-Rec-Len   BINARY-LONG.
        01 Map-Result.
           05 Map-Res-Corr-Acct PIC X(35).
           05 Map-Res-Our-Acct  PIC X(12).
           05 Map-Res-Currency  PIC X(03).

        77 Postings-Written    BINARY-LONG VALUE ZERO.
        77 Rejects-Written     BINARY-LONG VALUE ZERO.
        77 Catalog-Registered  PIC X(01) VALUE 'N'.
        77 Run-Status          BINARY-LONG VALUE ZERO.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.
        77 Cnt-Displayed       PIC Z(7)9.
        77 Footer-Status       BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-bank-statement-import'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-bank-statement-import'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-DATE.
           Perform 0200-READ-THE-SETTINGS.

           Open Input STATEMENT-FILE.
           If Statement-File-Status Not = '00'
              Display 'No bank statement file at '
                      Function Trim(Statement-Path)
                      ' - nothing to import'
              Call "CBL_RUN_FOOTER"
                   using 'gcobol-bank-statement-import'
                   by value 0, 0, 0
                   returning Footer-Status
              Stop Run
           End-If.

           Perform 1000-TAKE-ONE-LINE
               Until Statement-File-Status Not = '00'.
           Perform 1900-FINISH-THE-RECORD.
           Close STATEMENT-FILE.

           Display 'Statement lines read:   ' Lines-Read.
           Display 'Statements found:       ' Stmt-Count
                   ' (' Stmt-Format ')'.
           Display 'Movements found:        ' Txn-Count.
           If Info-Lines-Skipped > ZERO
              Display 'Non-monetary details:   ' Info-Lines-Skipped
           End-If.

      *    Nothing is written unless every statement in the file
      *    was read cleanly and proves to its closing balance.
           Perform 4000-PROVE-ONE-STATEMENT
               Varying Stmt-Idx From 1 By 1
                 Until Stmt-Idx > Stmt-Count.
           If Parse-Errors > ZERO Or Statements-Failed > ZERO
              Perform 4900-REFUSE-THE-FILE
           End-If.

           Call "CBL_REF_TABLE_LOAD"
                using Map-Table-Handle, Map-Path,
                by value Map-Key-Len, by value Map-Rec-Len
                returning Map-Status.
           If Map-Status Not = ZERO
              Move ZERO to Map-Rt-Count
              Display 'No correspondent account table at '
                      Function Trim(Map-Path)
                      ' - every movement is rejected'
           End-If.

           Open Output POSTING-FILE.
           If Posting-File-Status Not = '00'
              Display 'Cannot open posting file '
                      Function Trim(Posting-Path)
              Stop Run With Error Status 1
           End-If.
           Open Output REJECT-FILE.
           If Reject-File-Status Not = '00'
              Display 'Cannot open reject file '
                      Function Trim(Reject-Path)
              Close POSTING-FILE
              Stop Run With Error Status 1
           End-If.

           Perform 5000-MAP-ONE-MOVEMENT
               Varying Txn-Idx From 1 By 1
                 Until Txn-Idx > Txn-Count.

           Close POSTING-FILE REJECT-FILE.
           If Map-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FREE" using Map-Table-Handle
                   returning Map-Status
           End-If.

      *    The posting file only reaches gcobol-balance-posting
      *    through the feed builder's envelope.
           Open Input CONTROL-FILE.
           If Control-File-Status = '00'
              Perform 6000-CHECK-ONE-CATALOG-LINE
                  Until Control-File-Status Not = '00'
              Close CONTROL-FILE
           End-If.
           If Catalog-Registered Not = 'Y'
              Display '*** ' Function Trim(Posting-Path)
                      ' is not in the outbound control file '
                      Function Trim(Control-Path)
                      ' - gcobol-feed-builder will not deliver it'
                      ' until a line names it'
              Move 1 to Run-Status
           End-If.

           Display 'Postings written:       ' Postings-Written
                   ' (' Function Trim(Posting-Path) ')'.
           Display 'Movements rejected:     ' Rejects-Written
                   ' (' Function Trim(Reject-Path) ')'.
           If Rejects-Written > ZERO
              Move 1 to Run-Status
           End-If.

           Move Postings-Written to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' format=' Stmt-Format
                  ' postings=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-bank-statement-import",
                        Audit-Args,
                        by value Rejects-Written
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-bank-statement-import'
                by value Run-Status, Txn-Count, Postings-Written
                returning Footer-Status.
           If Run-Status Not = ZERO
              Stop Run With Error Status 1
           End-If.
           Stop Run.

       0100-RESOLVE-THE-DATE.

           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
           Move tv_sec of Now-Timeval to Epoch-Seconds.
           Move Function posix-localtime(Epoch-Seconds, Now-Tm)
             to status-code.
           Compute Processing-Date =
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
              Move Pd-Date to Processing-Date
           End-If.

       0200-READ-THE-SETTINGS.

           Move 'BANK-STMT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        BANK-STMT-DFLT
                      returning Config-Status.
           Move Config-Value to Statement-Path.

           Move 'BANK-ACCT-MAP-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        BANK-MAP-DFLT
                      returning Config-Status.
           Move Config-Value to Map-Path.

           Move 'BANK-POSTING-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        BANK-POST-DFLT
                      returning Config-Status.
           Move Config-Value to Posting-Path.

           Move 'BANK-REJECT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        BANK-REJ-DFLT
                      returning Config-Status.
           Move Config-Value to Reject-Path.

           Move 'OUTBOUND-CATALOG' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        OUTBOUND-CAT
                      returning Config-Status.
           Move Config-Value to Control-Path.

       1000-TAKE-ONE-LINE.

           Read STATEMENT-FILE
              At End
                 Move '10' to Statement-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Lines-Read.
           Inspect STATEMENT-LINE Replacing All X'0D' By Space.
           If STATEMENT-LINE = Spaces
              Exit Paragraph
           End-If.
           Move Function Length(Function Trim(STATEMENT-LINE Trailing))
             to Line-Len.

      *    The first line with anything on it says which format
      *    the bank sent.
           If Stmt-Format = Spaces
              If STATEMENT-LINE(1:3) = '01,'
                 Move 'BAI2' to Stmt-Format
              Else If STATEMENT-LINE(1:1) = ':' Or '{'
                 Move 'MT940' to Stmt-Format
              Else
                 Move 'neither a BAI2 01 record nor an MT940 field'
                   to Error-Text
                 Perform 7900-NOTE-PARSE-ERROR
                 Move '10' to Statement-File-Status
                 Exit Paragraph
              End-If
           End-If.

           If Format-Is-Bai2
              Perform 2000-TAKE-BAI2-LINE
           Else
              Perform 3000-TAKE-MT940-LINE
           End-If.

       1100-START-THE-RECORD.

      *    Starts a logical record with the current line from
      *    Scan-Start on.
           Move Spaces to Pending-Record.
           Move 1 to Pending-Ptr.
           If Scan-Start Not > Line-Len
              Compute Scan-Len = Line-Len - Scan-Start + 1
              String STATEMENT-LINE(Scan-Start:Scan-Len)
                     Delimited By Size
                Into Pending-Record With Pointer Pending-Ptr
           End-If.
           Compute Pending-Len = Pending-Ptr - 1.

       1200-JOIN-TO-THE-RECORD.

      *    Adds the current line from Scan-Start on to the logical
      *    record already gathered.
           If Scan-Start Not > Line-Len
              Compute Scan-Len = Line-Len - Scan-Start + 1
              String STATEMENT-LINE(Scan-Start:Scan-Len)
                     Delimited By Size
                Into Pending-Record With Pointer Pending-Ptr
           End-If.
           Compute Pending-Len = Pending-Ptr - 1.

       1900-FINISH-THE-RECORD.

           If Pending-Len = ZERO
              Exit Paragraph
           End-If.
           If Format-Is-Bai2
              Perform 2100-TAKE-BAI2-RECORD
           Else
              Perform 3100-TAKE-MT940-FIELD
           End-If.
           Move ZERO to Pending-Len.
           Move Spaces to Pending-Tag.

       2000-TAKE-BAI2-LINE.

      *    A record's closing slash is dropped as the line is taken,
      *    so a continuation joins on at the next field.
           If STATEMENT-LINE(Line-Len:1) = '/'
              Subtract 1 from Line-Len
           End-If.

           If STATEMENT-LINE(1:3) = '88,'
              If Pending-Len = ZERO
                 Move '88 continuation with no record before it'
                   to Error-Text
                 Perform 7900-NOTE-PARSE-ERROR
                 Exit Paragraph
              End-If
              If Pending-Record(Pending-Len:1) Not = ','
                 String ',' Delimited By Size
                   Into Pending-Record With Pointer Pending-Ptr
              End-If
              Move 4 to Scan-Start
              Perform 1200-JOIN-TO-THE-RECORD
              Exit Paragraph
           End-If.

           Perform 1900-FINISH-THE-RECORD.
           Move 1 to Scan-Start.
           Perform 1100-START-THE-RECORD.

       2100-TAKE-BAI2-RECORD.

           Move 1 to Field-Ptr.
           Perform 2900-NEXT-FIELD.
           Move One-Field to Record-Type.
           Evaluate Record-Type
              When '01'
                 Continue
              When '02'
                 Perform 2200-BAI2-GROUP-HEADER
              When '03'
                 Perform 2300-BAI2-ACCOUNT-HEADER
              When '16'
                 Perform 2400-BAI2-DETAIL
              When '49'
                 Move ZERO to Current-Stmt
              When '98'
                 Move Spaces to Group-Currency
                 Move ZERO to Group-Date
              When '99'
                 Continue
              When Other
                 Move 'unknown BAI2 record type' to Error-Text
                 Perform 7900-NOTE-PARSE-ERROR
           End-Evaluate.

       2200-BAI2-GROUP-HEADER.

      *    02,receiver,originator,status,as-of date,time,currency
           Perform 2900-NEXT-FIELD 4 Times.
           Move One-Field(1:6) to Short-Date.
           Perform 7100-WIDEN-THE-DATE.
           Move Wide-Date to Group-Date.
           Perform 2900-NEXT-FIELD 2 Times.
           Move One-Field(1:3) to Group-Currency.

       2300-BAI2-ACCOUNT-HEADER.

      *    03,account,currency, then (type code, amount, item
      *    count, funds type) for each summary amount.
           Perform 7200-OPEN-A-STATEMENT.
           If Current-Stmt = ZERO
              Exit Paragraph
           End-If.
           Perform 2900-NEXT-FIELD.
           Move One-Field(1:35) to St-Corr-Acct(Current-Stmt).
           Perform 2900-NEXT-FIELD.
           If One-Field = Spaces
              Move Group-Currency to St-Currency(Current-Stmt)
           Else
              Move One-Field(1:3) to St-Currency(Current-Stmt)
           End-If.
           Perform 2310-BAI2-ONE-SUMMARY
               Until Field-Ptr > Pending-Len.

       2310-BAI2-ONE-SUMMARY.

           Perform 2900-NEXT-FIELD.
           Move One-Field(1:3) to Type-Code.
           Perform 2900-NEXT-FIELD.
           Move One-Field(1:40) to Amount-Text.
           Perform 2900-NEXT-FIELD.
           Perform 2900-NEXT-FIELD.
           Move One-Field(1:1) to Funds-Type.
           Perform 2500-SKIP-FUNDS-DETAIL.

           If Amount-Text = Spaces
              Exit Paragraph
           End-If.
           If Type-Code Not = '010' And Type-Code Not = '015'
              Exit Paragraph
           End-If.
           Move 'I' to Amount-Mode.
           Perform 7000-PARSE-THE-AMOUNT.
           If Amount-Bad = 'Y'
              Move 'summary amount is not a number' to Error-Text
              Perform 7900-NOTE-PARSE-ERROR
              Exit Paragraph
           End-If.
           If Type-Code = '010'
              Move Parsed-Amount to St-Opening(Current-Stmt)
              Move 'Y' to St-Has-Opening(Current-Stmt)
           Else
              Move Parsed-Amount to St-Closing(Current-Stmt)
              Move 'Y' to St-Has-Closing(Current-Stmt)
           End-If.

       2400-BAI2-DETAIL.

      *    16,type code,amount,funds type[,funds detail],bank
      *    reference,customer reference,text
           If Current-Stmt = ZERO
              Move '16 detail outside an account (no 03 before it)'
                to Error-Text
              Perform 7900-NOTE-PARSE-ERROR
              Exit Paragraph
           End-If.
           Perform 2900-NEXT-FIELD.
           Move One-Field(1:3) to Type-Code.
           Perform 2900-NEXT-FIELD.
           Move One-Field(1:40) to Amount-Text.
           Perform 2900-NEXT-FIELD.
           Move One-Field(1:1) to Funds-Type.
           Perform 2500-SKIP-FUNDS-DETAIL.
           Perform 2900-NEXT-FIELD.
           Move One-Field(1:24) to Bank-Ref.
           Perform 2900-NEXT-FIELD.
           Move One-Field(1:24) to Customer-Ref.

           If Type-Code Not Numeric
              Move '16 detail type code is not a number' to Error-Text
              Perform 7900-NOTE-PARSE-ERROR
              Exit Paragraph
           End-If.
           Move Type-Code to Type-Number.
           If Type-Number < 100 Or Type-Number > 699
              Add 1 to Info-Lines-Skipped
              Exit Paragraph
           End-If.

           Move 'I' to Amount-Mode.
           Perform 7000-PARSE-THE-AMOUNT.
           If Amount-Bad = 'Y' Or Parsed-Amount < ZERO
              Move '16 detail amount is not a number' to Error-Text
              Perform 7900-NOTE-PARSE-ERROR
              Exit Paragraph
           End-If.

           Perform 7300-ADD-A-MOVEMENT.
           If Txn-Idx = ZERO
              Exit Paragraph
           End-If.
           If Type-Number < 400
              Move 'C' to Tx-Dc-Flag(Txn-Idx)
           Else
              Move 'D' to Tx-Dc-Flag(Txn-Idx)
           End-If.
           Move Parsed-Amount to Tx-Amount(Txn-Idx).
           Move Group-Date to Tx-Value-Date(Txn-Idx).
           If Customer-Ref = Spaces
              Move Bank-Ref to Tx-Reference(Txn-Idx)
           Else
              Move Customer-Ref to Tx-Reference(Txn-Idx)
           End-If.
           Perform 7400-MOVE-THE-BALANCE.

       2500-SKIP-FUNDS-DETAIL.

      *    Funds type S carries three availability amounts, V a
      *    value date and time, D a count of day/amount pairs.
           Evaluate Funds-Type
              When 'S'
                 Perform 2900-NEXT-FIELD 3 Times
              When 'V'
                 Perform 2900-NEXT-FIELD 2 Times
              When 'D'
                 Perform 2900-NEXT-FIELD
                 If One-Field(1:2) Numeric
                    Compute Funds-Skip =
                            Function Numval(One-Field(1:2)) * 2
                    Perform 2900-NEXT-FIELD Funds-Skip Times
                 Else If One-Field(1:1) Numeric
                    Compute Funds-Skip =
                            Function Numval(One-Field(1:1)) * 2
                    Perform 2900-NEXT-FIELD Funds-Skip Times
                 End-If
              When Other
                 Continue
           End-Evaluate.

       2900-NEXT-FIELD.

           Move Spaces to One-Field.
           If Field-Ptr > Pending-Len
              Exit Paragraph
           End-If.
           Unstring Pending-Record(1:Pending-Len)
                    Delimited By ','
               Into One-Field
               With Pointer Field-Ptr
           End-Unstring.

       3000-TAKE-MT940-LINE.

      *    Block braces and the '-' that ends a message close the
      *    field in hand; a line opening with :tag: starts a new
      *    field; anything else continues the field before it.
           If STATEMENT-LINE(1:1) = '{' Or '-'
              Perform 1900-FINISH-THE-RECORD
              Exit Paragraph
           End-If.

           Move ZERO to Colon-Pos.
           If STATEMENT-LINE(1:1) = ':'
              Inspect STATEMENT-LINE(2:5) Tallying Colon-Pos
                  For Characters Before Initial ':'
           End-If.
           If Colon-Pos > 1 And Colon-Pos < 5
              And STATEMENT-LINE(Colon-Pos + 2:1) = ':'
              Perform 1900-FINISH-THE-RECORD
              Move Spaces to Pending-Tag
              Move STATEMENT-LINE(2:Colon-Pos) to Pending-Tag
              Compute Scan-Start = Colon-Pos + 3
              Perform 1100-START-THE-RECORD
              Exit Paragraph
           End-If.

      *    Only the narrative gathers its following lines; those
      *    after a :61: line are the bank's supplementary details.
           If Pending-Tag = '86'
              String ' ' Delimited By Size
                Into Pending-Record With Pointer Pending-Ptr
              Move 1 to Scan-Start
              Perform 1200-JOIN-TO-THE-RECORD
           End-If.

       3100-TAKE-MT940-FIELD.

           Evaluate Pending-Tag
              When '20'
                 Move Pending-Record(1:16) to Mt-Reference
              When '25'
                 Perform 7200-OPEN-A-STATEMENT
                 If Current-Stmt > ZERO
                    Move Pending-Record(1:35)
                      to St-Corr-Acct(Current-Stmt)
                    Move Mt-Reference to St-Reference(Current-Stmt)
                 End-If
              When '60F'
              When '60M'
              When '62F'
              When '62M'
                 Perform 3200-MT940-BALANCE
              When '61'
                 Perform 3300-MT940-STATEMENT-LINE
              When '86'
                 Perform 3400-MT940-NARRATIVE
              When Other
                 Continue
           End-Evaluate.

       3200-MT940-BALANCE.

      *    D/C mark, date YYMMDD, currency, amount with a comma.
           If Current-Stmt = ZERO
              Move 'balance field before any :25: account'
                to Error-Text
              Perform 7900-NOTE-PARSE-ERROR
              Exit Paragraph
           End-If.
           Move Pending-Record(11:30) to Amount-Text.
           Move 'C' to Amount-Mode.
           Perform 7000-PARSE-THE-AMOUNT.
           If Amount-Bad = 'Y'
              Or (Pending-Record(1:1) Not = 'C'
                  And Pending-Record(1:1) Not = 'D')
              Move 'balance field is not D/C, date, currency, amount'
                to Error-Text
              Perform 7900-NOTE-PARSE-ERROR
              Exit Paragraph
           End-If.
           If Pending-Record(1:1) = 'D'
              Compute Parsed-Amount = ZERO - Parsed-Amount
           End-If.
           Move Pending-Record(8:3) to St-Currency(Current-Stmt).
           If Pending-Tag(1:2) = '60'
              Move Parsed-Amount to St-Opening(Current-Stmt)
              Move 'Y' to St-Has-Opening(Current-Stmt)
           Else
              Move Parsed-Amount to St-Closing(Current-Stmt)
              Move 'Y' to St-Has-Closing(Current-Stmt)
           End-If.

       3300-MT940-STATEMENT-LINE.

      *    Value date YYMMDD, optional entry date MMDD, mark C, D,
      *    RC or RD, optional funds code, amount, transaction type
      *    (four), customer reference, '//', bank reference.
           If Current-Stmt = ZERO
              Move ':61: line before any :25: account' to Error-Text
              Perform 7900-NOTE-PARSE-ERROR
              Exit Paragraph
           End-If.
           Move Pending-Record(1:6) to Short-Date.
           Perform 7100-WIDEN-THE-DATE.
           If Wide-Date = ZERO
              Exit Paragraph
           End-If.
           Move 7 to Scan-Pos.
           If Pending-Record(7:4) Numeric
              Move 11 to Scan-Pos
           End-If.

      *    A reversal of a credit takes the money back out.
           Evaluate True
              When Pending-Record(Scan-Pos:2) = 'RC'
                 Move 'D' to Mt-Mark
                 Add 2 to Scan-Pos
              When Pending-Record(Scan-Pos:2) = 'RD'
                 Move 'C' to Mt-Mark
                 Add 2 to Scan-Pos
              When Pending-Record(Scan-Pos:1) = 'C' Or 'D'
                 Move Pending-Record(Scan-Pos:1) to Mt-Mark
                 Add 1 to Scan-Pos
              When Other
                 Move ':61: line has no C, D, RC or RD mark'
                   to Error-Text
                 Perform 7900-NOTE-PARSE-ERROR
                 Exit Paragraph
           End-Evaluate.
           If Pending-Record(Scan-Pos:1) Not Numeric
              Add 1 to Scan-Pos
           End-If.

           Move Scan-Pos to Scan-Start.
           Perform 3310-STEP-OVER-AMOUNT
               Until Scan-Pos > Pending-Len
                  Or (Pending-Record(Scan-Pos:1) Not Numeric
                      And Pending-Record(Scan-Pos:1) Not = ',').
           Move Spaces to Amount-Text.
           If Scan-Pos > Scan-Start
              Move Pending-Record(Scan-Start:Scan-Pos - Scan-Start)
                to Amount-Text
           End-If.
           Move 'C' to Amount-Mode.
           Perform 7000-PARSE-THE-AMOUNT.
           If Amount-Bad = 'Y'
              Move ':61: line amount is not a number' to Error-Text
              Perform 7900-NOTE-PARSE-ERROR
              Exit Paragraph
           End-If.

           Add 4 to Scan-Pos.
           Move Spaces to Customer-Ref Bank-Ref.
           If Scan-Pos Not > Pending-Len
              Compute Scan-Len = Pending-Len - Scan-Pos + 1
              Unstring Pending-Record(Scan-Pos:Scan-Len)
                       Delimited By '//'
                  Into Customer-Ref Bank-Ref
              End-Unstring
           End-If.

           Perform 7300-ADD-A-MOVEMENT.
           If Txn-Idx = ZERO
              Exit Paragraph
           End-If.
           Move Mt-Mark to Tx-Dc-Flag(Txn-Idx).
           Move Parsed-Amount to Tx-Amount(Txn-Idx).
           Move Wide-Date to Tx-Value-Date(Txn-Idx).
           If Customer-Ref = Spaces Or Customer-Ref = 'NONREF'
              Move Bank-Ref to Tx-Reference(Txn-Idx)
           Else
              Move Customer-Ref to Tx-Reference(Txn-Idx)
           End-If.
           Perform 7400-MOVE-THE-BALANCE.

       3310-STEP-OVER-AMOUNT.

           Add 1 to Scan-Pos.

       3400-MT940-NARRATIVE.

      *    The narrative stands in as the reference of the line it
      *    follows when the bank quoted none.
           If Txn-Count = ZERO
              Exit Paragraph
           End-If.
           If Tx-Stmt-Idx(Txn-Count) Not = Current-Stmt
              Exit Paragraph
           End-If.
           If Tx-Reference(Txn-Count) = Spaces
              Or Tx-Reference(Txn-Count) = 'NONREF'
              Move Pending-Record(1:24) to Tx-Reference(Txn-Count)
           End-If.

       4000-PROVE-ONE-STATEMENT.

           Move St-Opening(Stmt-Idx) to Opening-Edited.
           Move St-Movement(Stmt-Idx) to Movement-Edited.
           Move St-Closing(Stmt-Idx) to Closing-Edited.
           Evaluate True
              When St-Has-Opening(Stmt-Idx) Not = 'Y'
                 Add 1 to Statements-Failed
                 Display '*** ' Function Trim(St-Corr-Acct(Stmt-Idx))
                         ' ' St-Currency(Stmt-Idx)
                         ': no opening balance on the statement'
              When St-Has-Closing(Stmt-Idx) Not = 'Y'
                 Add 1 to Statements-Failed
                 Display '*** ' Function Trim(St-Corr-Acct(Stmt-Idx))
                         ' ' St-Currency(Stmt-Idx)
                         ': no closing balance on the statement'
              When St-Opening(Stmt-Idx) + St-Movement(Stmt-Idx)
                   Not = St-Closing(Stmt-Idx)
                 Add 1 to Statements-Failed
                 Display '*** ' Function Trim(St-Corr-Acct(Stmt-Idx))
                         ' ' St-Currency(Stmt-Idx)
                         ': opening ' Function Trim(Opening-Edited)
                         ' + movements '
                         Function Trim(Movement-Edited)
                         ' does not make the stated closing '
                         Function Trim(Closing-Edited)
              When Other
                 Display Function Trim(St-Corr-Acct(Stmt-Idx))
                         ' ' St-Currency(Stmt-Idx)
                         ': opening ' Function Trim(Opening-Edited)
                         ' + movements '
                         Function Trim(Movement-Edited)
                         ' = closing ' Function Trim(Closing-Edited)
           End-Evaluate.

       4900-REFUSE-THE-FILE.

           Move Parse-Errors to Line-Edited.
           Move Statements-Failed to Cnt-Displayed.
           Display '*** bank statement file '
                   Function Trim(Statement-Path) ' refused: '
                   Function Trim(Line-Edited) ' line(s) unreadable, '
                   Function Trim(Cnt-Displayed)
                   ' statement(s) not proved - no postings written'.
           Move 'C' to Alert-Severity.
           Move 'BANK-BAL' to Alert-Code.
           Move Spaces to Alert-Text.
           String 'Bank statement file '
                  Function Trim(Statement-Path)
                  ' refused - ' Function Trim(Line-Edited)
                  ' line(s) unreadable, ' Function Trim(Cnt-Displayed)
                  ' statement(s) not proved to their closing'
                  ' balance; nothing posted'
                  Delimited By Size Into Alert-Text.
           Call "CBL_RAISE_ALERT" using Alert-Severity, Alert-Code,
                        Alert-Text
                      returning Alert-Status.

           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' format=' Stmt-Format
                  ' refused=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-bank-statement-import",
                        Audit-Args,
                        by value 1
                      returning Audit-Status.
           Call "CBL_RUN_FOOTER" using 'gcobol-bank-statement-import'
                by value 1, Txn-Count, 0
                returning Footer-Status.
           Stop Run With Error Status 1.

       5000-MAP-ONE-MOVEMENT.

           Move Tx-Stmt-Idx(Txn-Idx) to Stmt-Idx.
           Move Spaces to Map-Result.
           Move 1 to Map-Status.
           If Map-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FIND"
                   using Map-Table-Handle, St-Corr-Acct(Stmt-Idx),
                         Map-Result
                   returning Map-Status
           End-If.
           If Map-Status Not = ZERO Or Map-Res-Our-Acct = Spaces
              Move 'UNMAPPED ACCOUNT' to RJ-REASON
              Perform 5900-WRITE-REJECT
              Exit Paragraph
           End-If.
           If Map-Res-Currency Not = Spaces
              And Map-Res-Currency Not = St-Currency(Stmt-Idx)
              Move 'CCY MISMATCH' to RJ-REASON
              Perform 5900-WRITE-REJECT
              Exit Paragraph
           End-If.

           Move Spaces to POSTING-RECORD.
           Move Map-Res-Our-Acct to PST-ACCT-NO.
           Move Tx-Dc-Flag(Txn-Idx) to PST-DC-FLAG.
           Move Tx-Amount(Txn-Idx) to PST-AMOUNT.
           Move Tx-Value-Date(Txn-Idx) to PST-VALUE-DATE.
           Move St-Currency(Stmt-Idx) to PST-CURRENCY.
           Move Tx-Reference(Txn-Idx) to PST-REFERENCE.
           Write POSTING-RECORD.
           Add 1 to Postings-Written.

       5900-WRITE-REJECT.

      *    RJ-REASON is set by the caller.  The account here is the
      *    bank's own identifier for our account with it, which is
      *    what the table needs adding, so it is not masked.
           Move Stmt-Format to RJ-FORMAT.
           Move St-Corr-Acct(Stmt-Idx) to RJ-CORR-ACCT.
           Move Tx-Dc-Flag(Txn-Idx) to RJ-DC-FLAG.
           Move Tx-Amount(Txn-Idx) to RJ-AMOUNT.
           Move Tx-Value-Date(Txn-Idx) to RJ-VALUE-DATE.
           Move St-Currency(Stmt-Idx) to RJ-CURRENCY.
           Move Tx-Reference(Txn-Idx) to RJ-REFERENCE.
           Write REJECT-RECORD.
           Add 1 to Rejects-Written.

       6000-CHECK-ONE-CATALOG-LINE.

           Read CONTROL-FILE
              At End
                 Move '10' to Control-File-Status
                 Exit Paragraph
           End-Read.
           If OB-EXTRACT-PATH = Posting-Path
              Move 'Y' to Catalog-Registered
           End-If.

       7000-PARSE-THE-AMOUNT.

      *    Amount-Text to Parsed-Amount.  In cents mode the digits
      *    are whole cents with an optional sign; in comma mode
      *    they are units with a decimal comma and up to two
      *    places.  Amount-Bad is 'Y' when the text is no amount.
           Move ZERO to Amount-Whole Amount-Cents Amount-Digits
                        Amount-Decimals Parsed-Amount.
           Move 'N' to Amount-Negative Amount-Seen-Comma Amount-Bad.
           If Amount-Text = Spaces
              Move 'Y' to Amount-Bad
              Exit Paragraph
           End-If.
           Move Function Length(Function Trim(Amount-Text Trailing))
             to Amount-Len.
           Perform 7010-TAKE-ONE-AMOUNT-CHAR
               Varying Amount-Idx From 1 By 1
                 Until Amount-Idx > Amount-Len
                    Or Amount-Bad = 'Y'.
           If Amount-Digits = ZERO
              Move 'Y' to Amount-Bad
           End-If.
           If Amount-Bad = 'Y'
              Exit Paragraph
           End-If.
           If Amount-In-Cents
              Compute Parsed-Amount = Amount-Whole / 100
           Else
              Compute Parsed-Amount =
                      Amount-Whole + Amount-Cents / 100
           End-If.
           If Amount-Negative = 'Y'
              Compute Parsed-Amount = ZERO - Parsed-Amount
           End-If.

       7010-TAKE-ONE-AMOUNT-CHAR.

           Move Amount-Text(Amount-Idx:1) to Amount-Char.
           Evaluate True
              When Amount-Char = '+' And Amount-Idx = 1
                 Continue
              When Amount-Char = '-' And Amount-Idx = 1
                 Move 'Y' to Amount-Negative
              When (Amount-Char = ',' Or '.')
                   And Amount-With-Comma
                   And Amount-Seen-Comma = 'N'
                 Move 'Y' to Amount-Seen-Comma
              When Amount-Char Not Numeric
                 Move 'Y' to Amount-Bad
              When Amount-Seen-Comma = 'Y'
                 Add 1 to Amount-Decimals
                 Evaluate Amount-Decimals
                    When 1
                       Compute Amount-Cents = Amount-Digit * 10
                    When 2
                       Add Amount-Digit to Amount-Cents
                    When Other
                       If Amount-Digit Not = ZERO
                          Move 'Y' to Amount-Bad
                       End-If
                 End-Evaluate
              When Other
                 Add 1 to Amount-Digits
                 If Amount-Digits > 15
                    Or (Amount-With-Comma And Amount-Digits > 13)
                    Move 'Y' to Amount-Bad
                 Else
                    Compute Amount-Whole =
                            Amount-Whole * 10 + Amount-Digit
                 End-If
           End-Evaluate.

       7100-WIDEN-THE-DATE.

      *    YYMMDD to YYYYMMDD, windowed at 70.  Zero when the
      *    text is no date, with the line noted.
           If Short-Date Not Numeric
              Move ZERO to Wide-Date
              Move 'date is not YYMMDD' to Error-Text
              Perform 7900-NOTE-PARSE-ERROR
              Exit Paragraph
           End-If.
           If Short-Yy < 70
              Compute Wide-Date =
                      (2000 + Short-Yy) * 10000 + Short-Mmdd
           Else
              Compute Wide-Date =
                      (1900 + Short-Yy) * 10000 + Short-Mmdd
           End-If.

       7200-OPEN-A-STATEMENT.

           If Stmt-Count Not < 500
              Move ZERO to Current-Stmt
              Move 'more than 500 statements in one file'
                to Error-Text
              Perform 7900-NOTE-PARSE-ERROR
              Exit Paragraph
           End-If.
           Add 1 to Stmt-Count.
           Move Stmt-Count to Current-Stmt.
           Move Spaces to Stmt-Entry(Current-Stmt).
           Move ZERO to St-Opening(Current-Stmt)
                        St-Closing(Current-Stmt)
                        St-Movement(Current-Stmt).
           Move 'N' to St-Has-Opening(Current-Stmt)
                       St-Has-Closing(Current-Stmt).
           Move Group-Currency to St-Currency(Current-Stmt).

       7300-ADD-A-MOVEMENT.

           If Txn-Count Not < 5000
              Move ZERO to Txn-Idx
              Move 'more than 5000 movements in one file'
                to Error-Text
              Perform 7900-NOTE-PARSE-ERROR
              Exit Paragraph
           End-If.
           Add 1 to Txn-Count.
           Move Txn-Count to Txn-Idx.
           Move Current-Stmt to Tx-Stmt-Idx(Txn-Idx).
           Move Spaces to Tx-Reference(Txn-Idx).

       7400-MOVE-THE-BALANCE.

           If Tx-Dc-Flag(Txn-Idx) = 'C'
              Add Tx-Amount(Txn-Idx) to St-Movement(Current-Stmt)
           Else
              Subtract Tx-Amount(Txn-Idx)
                  from St-Movement(Current-Stmt)
           End-If.

       7900-NOTE-PARSE-ERROR.

           Add 1 to Parse-Errors.
           Move Lines-Read to Line-Edited.
           Display '*** line ' Function Trim(Line-Edited) ': '
                   Function Trim(Error-Text).
