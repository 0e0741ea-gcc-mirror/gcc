      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  ACH outbound payments.  Every posting the shop generates
      *  moves money between its own accounts, except one kind: a
      *  plain debit or credit whose counterparty field names a
      *  payee on the external payee table (EXT-PAYEE-PATH - payee
      *  id 12, routing number 9, account 17, account type 'C'hecking
      *  or 'S'avings, name 22, in payee-id order for
      *  CBL_REF_TABLE_LOAD).  gcobol-standing-orders and
      *  gcobol-td-maturity write those for a payment to a payee
      *  outside the bank, and this step, run after
      *  gcobol-balance-posting has applied them, sends the money
      *  on in a NACHA-format file:
      *
      *    1  file header - destination and origin routing, the
      *       creation date and time, record size 094, blocking
      *       factor 10
      *    5  batch header - one PPD batch per posting file
      *       (STANDING, TD PAYOUT), service class 220 for credits
      *       only, 225 for debits only, 200 for a mixed batch,
      *       effective the next business day
      *    6  entry detail - one per posting: a debit on the
      *       customer is a credit to the payee (22 checking, 32
      *       savings), a credit on the customer a debit to the
      *       payee (27, 37); amount in cents; the posting's
      *       reference as the individual id; trace number the
      *       originating bank's eight-digit routing and a
      *       seven-digit sequence that runs on from the last one
      *       on the ACH register
      *    8  batch control and 9 file control - entry counts, the
      *       entry hash (the receiving banks' eight-digit routing
      *       numbers summed, low ten digits kept) and the debit
      *       and credit totals
      *
      *  and lines of nines pad the file to a whole block of ten.
      *
      *  A posting the posting engine refused (it is on that run's
      *  exception report, matched on side, account tail, amount
      *  and reference) never debited the customer and is passed
      *  over.  A posting that cannot be sent - not in base
      *  currency, too large for the entry's ten digits, a payee
      *  whose routing number fails its check digit, with no
      *  account, or an account type other than C or S - goes to
      *  the ACH exception report instead, and the run ends in
      *  error: the customer has been debited and somebody has to
      *  see the money out.
      *
      *  Every entry sent is appended to the ACH register (type S,
      *  date, trace, account, side, amount, currency, payee,
      *  reference, origin), where gcobol-ach-returns finds it when
      *  the bank sends it back.  The file's entry count and amount
      *  hash go to the control-total ledger as a produced total;
      *  the file is then published into the bank's pickup
      *  directory through CBL_PUBLISH_FILE and, when a host is
      *  configured, pushed there through CBL_SEND_FILE.  A file
      *  that could not be handed off raises a critical alert
      *  (ACH-SEND).
      *
      *  Site configuration: ACH-ODFI-ROUTING (the shop's own nine-
      *  digit routing number), ACH-DEST-ROUTING and ACH-DEST-NAME
      *  (the bank the file goes to), ACH-ORIGIN-NAME,
      *  ACH-COMPANY-NAME, ACH-COMPANY-ID, ACH-FILE-PATH,
      *  ACH-EXC-PATH, ACH-REGISTER-PATH, ACH-PICKUP-DIR,
      *  ACH-SEND-HOST and ACH-SEND-PORT (five digits), and the
      *  standing-order and maturity posting files (SI-OUT-PATH,
      *  TD-OUT-PATH).
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-ach-outbound.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant SI-OUT as "/tmp/feeds/si-post.dat"
       >>Define Constant TD-OUT as "/tmp/feeds/td-post.dat"
       >>Define Constant EXC-RPT-PATH as "/tmp/gcobol-posting.exc"
       >>Define Constant EXT-PAYEE-PATH as "/tmp/feeds/ext-payees.dat"
       >>Define Constant ACH-FILE-DFLT as "/tmp/gcobol-ach-out.ach"
       >>Define Constant ACH-EXC-DFLT as "/tmp/gcobol-ach-out.exc"
       >>Define Constant ACH-REG-DFLT as "/tmp/gcobol-ach-register.dat"
       >>Define Constant ACH-PICKUP-DFLT as "/tmp/gcobol-ach-pickup"
       >>Define Constant BASE-CCY as "USD"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-FILE
                  ASSIGN TO Posting-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Posting-File-Status.
           SELECT EXCEPTION-FILE
                  ASSIGN TO Exception-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Exception-File-Status.
           SELECT ACH-FILE
                  ASSIGN TO Ach-Path
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS Ach-File-Status.
           SELECT ACH-EXC-FILE
                  ASSIGN TO Ach-Exc-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Ach-Exc-File-Status.
           SELECT REGISTER-FILE
                  ASSIGN TO Register-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Register-File-Status.

       DATA DIVISION.
       FILE SECTION.
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

      * The posting engine's exception report, as it writes it.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EXC-REASON           PIC X(16).
           05  EXC-DC-FLAG          PIC X(01).
           05  FILLER               PIC X(01).
           05  EXC-ACCT-NO          PIC X(12).
           05  FILLER               PIC X(01).
           05  EXC-AMOUNT           PIC 9(13).9(02).
           05  FILLER               PIC X(01).
           05  EXC-REFERENCE        PIC X(24).

      * Fixed records: every NACHA line is 94 bytes, trailing
      * blanks and all, then the line end.
       FD  ACH-FILE.
       01  ACH-RECORD.
           05  ACH-LINE             PIC X(94).
           05  ACH-LINE-END         PIC X(01).

       FD  ACH-EXC-FILE.
       01  ACH-EXC-RECORD.
           05  AX-REASON            PIC X(16).
           05  FILLER               PIC X(01).
           05  AX-ORIGIN            PIC X(02).
           05  FILLER               PIC X(01).
           05  AX-ACCT-NO           PIC X(12).
           05  FILLER               PIC X(01).
           05  AX-DC-FLAG           PIC X(01).
           05  FILLER               PIC X(01).
           05  AX-AMOUNT            PIC Z(12)9.99.
           05  FILLER               PIC X(01).
           05  AX-CURRENCY          PIC X(03).
           05  FILLER               PIC X(01).
           05  AX-PAYEE-ID          PIC X(12).
           05  FILLER               PIC X(01).
           05  AX-REFERENCE         PIC X(24).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  AR-TYPE              PIC X(01).
               88  AR-IS-SENT           VALUE 'S'.
               88  AR-IS-RETURN         VALUE 'R'.
           05  AR-DATE              PIC 9(08).
           05  AR-TRACE             PIC X(15).
           05  AR-TRACE-PARTS REDEFINES AR-TRACE.
               10  AR-TRACE-ODFI    PIC X(08).
               10  AR-TRACE-SEQ     PIC X(07).
           05  AR-ACCT-NO           PIC X(12).
           05  AR-DC-FLAG           PIC X(01).
           05  AR-AMOUNT            PIC 9(13)V99.
           05  AR-CURRENCY          PIC X(03).
           05  AR-PAYEE-ID          PIC X(12).
           05  AR-REFERENCE         PIC X(24).
           05  AR-ORIGIN            PIC X(02).
           05  AR-RETURN-CODE       PIC X(03).

       WORKING-STORAGE SECTION.
        77 Si-Path             PIC X(100).
        77 Td-Path             PIC X(100).
        77 Posting-Path        PIC X(100).
        77 Exception-Path      PIC X(100) VALUE EXC-RPT-PATH.
        77 Payee-Path          PIC X(100).
        77 Ach-Path            PIC X(100).
        77 Ach-Exc-Path        PIC X(100).
        77 Register-Path       PIC X(100).
        77 Pickup-Dir          PIC X(100).
        77 Pickup-Name         PIC X(40).
        77 Send-Host           PIC X(64).
        77 Send-Port           BINARY-LONG VALUE ZERO.
        77 Send-Retries        BINARY-LONG VALUE 3.
        77 Posting-File-Status PIC X(02).
        77 Exception-File-Status PIC X(02).
        77 Ach-File-Status     PIC X(02).
        77 Ach-Exc-File-Status PIC X(02).
        77 Register-File-Status PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Base-Currency       PIC X(03).
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
        77 Calendar-Status     BINARY-LONG SIGNED.
        01 Cal-Request.
           05 Cal-Function          PIC X(01).
           05 Cal-Date              PIC 9(08).
           05 Cal-Epoch             BINARY-DOUBLE.
           05 Cal-Business-Seconds  BINARY-DOUBLE.

      * Dates and time as the NACHA records carry them.
        01 File-Date           PIC 9(08).
        01 File-Date-Parts REDEFINES File-Date.
           05 File-Date-Cc     PIC 9(02).
           05 File-Date-Yymmdd PIC 9(06).
        01 Effective-Date      PIC 9(08).
        01 Effective-Date-Parts REDEFINES Effective-Date.
           05 Effective-Cc     PIC 9(02).
           05 Effective-Yymmdd PIC 9(06).
        01 File-Time.
           05 File-Time-Hh     PIC 9(02).
           05 File-Time-Mm     PIC 9(02).

      * The shop's and the receiving bank's identities.
        77 Odfi-Routing        PIC X(09).
        77 Dest-Routing        PIC X(09).
        77 Dest-Name           PIC X(23).
        77 Origin-Name         PIC X(23).
        77 Company-Name        PIC X(16).
        77 Company-Id          PIC X(10).

      * Routing-number check digit: weights 3, 7, 1 across the
      * nine digits; the weighted sum is a multiple of ten.
        77 Aba-Routing         PIC X(09).
        77 Aba-Valid           PIC X(01).
        77 Aba-Idx             BINARY-LONG.
        77 Aba-Sum             BINARY-LONG.
        01 Aba-Weights-Values  PIC X(09) VALUE '371371371'.
        01 Aba-Weights REDEFINES Aba-Weights-Values.
           05 Aba-Weight       PIC 9(01) OCCURS 9 TIMES.
        01 Aba-Digit-Area.
           05 Aba-Char         PIC X(01).
           05 Aba-Digit REDEFINES Aba-Char PIC 9(01).

      * Payees outside the bank.
        77 Payee-Status        BINARY-LONG SIGNED.
        77 Payee-Key-Len       BINARY-LONG VALUE 12.
        77 Payee-Rec-Len       BINARY-LONG VALUE 61.
        01 Payee-Table-Handle.
           05 Payee-Rt-Memory  USAGE POINTER.
           05 Payee-Rt-Count   BINARY-LONG.
           05 Payee-Rt-Key-Len BINARY-LONG.
           05 Payee-Rt-Rec-Len BINARY-LONG.
        01 Payee-Result.
           05 Payee-Res-Id      PIC X(12).
           05 Payee-Res-Routing PIC X(09).
           05 Payee-Res-Account PIC X(17).
           05 Payee-Res-Type    PIC X(01).
           05 Payee-Res-Name    PIC X(22).

      * Postings the posting engine refused on its last run.
        77 Refused-Count       BINARY-LONG VALUE ZERO.
        77 Refused-Idx         BINARY-LONG.
        77 Max-Refused         BINARY-LONG VALUE 2000.
        01 Refused-Table.
           05 Refused-Entry OCCURS 2000 TIMES.
              10 Rf-Dc-Flag      PIC X(01).
              10 Rf-Acct-Tail    PIC X(04).
              10 Rf-Amount       PIC X(16).
              10 Rf-Reference    PIC X(24).
        77 Posting-Refused     PIC X(01).
        77 Amount-Compare      PIC 9(13).9(02).

      * The entries, batch by batch, as they will go out.
        77 Source-Idx          BINARY-LONG.
        01 Source-Table.
           05 Source-Entry OCCURS 2 TIMES.
              10 Src-Path         PIC X(100).
              10 Src-Description  PIC X(10).
              10 Src-First        BINARY-LONG.
              10 Src-Count        BINARY-LONG.
        77 Entry-Count         BINARY-LONG VALUE ZERO.
        77 Entry-Idx           BINARY-LONG.
        77 Entry-Last          BINARY-LONG.
        77 Max-Entries         BINARY-LONG VALUE 5000.
        01 Entry-Table.
           05 Ach-Entry OCCURS 5000 TIMES.
              10 En-Tran-Code     PIC X(02).
              10 En-Routing       PIC X(09).
              10 En-Dfi-Account   PIC X(17).
              10 En-Cents         PIC 9(10).
              10 En-Name          PIC X(22).
              10 En-Trace         PIC X(15).
              10 En-Acct-No       PIC X(12).
              10 En-Dc-Flag       PIC X(01).
              10 En-Amount        PIC 9(13)V99.
              10 En-Currency      PIC X(03).
              10 En-Payee-Id      PIC X(12).
              10 En-Reference     PIC X(24).
              10 En-Origin        PIC X(02).
        77 Entry-Cents         PIC 9(10).
        77 Max-Entry-Amount    PIC 9(13)V99 VALUE 99999999.99.
        77 Trace-Seq           PIC 9(07) VALUE ZERO.
        77 Register-Seq        PIC 9(07).

      * The NACHA records, built here and written from here.
        01 File-Header-Rec.
           05 FH-Type           PIC X(01) VALUE '1'.
           05 FH-Priority       PIC X(02) VALUE '01'.
           05 FH-Dest-Lead      PIC X(01) VALUE SPACE.
           05 FH-Dest-Routing   PIC X(09).
           05 FH-Origin-Lead    PIC X(01) VALUE SPACE.
           05 FH-Origin-Routing PIC X(09).
           05 FH-Date           PIC 9(06).
           05 FH-Time           PIC X(04).
           05 FH-Modifier       PIC X(01) VALUE 'A'.
           05 FH-Record-Size    PIC X(03) VALUE '094'.
           05 FH-Blocking       PIC X(02) VALUE '10'.
           05 FH-Format         PIC X(01) VALUE '1'.
           05 FH-Dest-Name      PIC X(23).
           05 FH-Origin-Name    PIC X(23).
           05 FH-Reference      PIC X(08) VALUE SPACES.
        01 Batch-Header-Rec.
           05 BH-Type           PIC X(01) VALUE '5'.
           05 BH-Service-Class  PIC X(03).
           05 BH-Company-Name   PIC X(16).
           05 BH-Discretionary  PIC X(20) VALUE SPACES.
           05 BH-Company-Id     PIC X(10).
           05 BH-Sec-Code       PIC X(03) VALUE 'PPD'.
           05 BH-Description    PIC X(10).
           05 BH-Descr-Date     PIC X(06) VALUE SPACES.
           05 BH-Effective-Date PIC 9(06).
           05 BH-Settlement     PIC X(03) VALUE SPACES.
           05 BH-Originator     PIC X(01) VALUE '1'.
           05 BH-Odfi           PIC X(08).
           05 BH-Batch-Number   PIC 9(07).
        01 Entry-Detail-Rec.
           05 ED-Type           PIC X(01) VALUE '6'.
           05 ED-Tran-Code      PIC X(02).
           05 ED-Rdfi           PIC X(08).
           05 ED-Check-Digit    PIC X(01).
           05 ED-Dfi-Account    PIC X(17).
           05 ED-Amount         PIC 9(10).
           05 ED-Individual-Id  PIC X(15).
           05 ED-Individual-Name PIC X(22).
           05 ED-Discretionary  PIC X(02) VALUE SPACES.
           05 ED-Addenda        PIC X(01) VALUE '0'.
           05 ED-Trace          PIC X(15).
        01 Batch-Control-Rec.
           05 BC-Type           PIC X(01) VALUE '8'.
           05 BC-Service-Class  PIC X(03).
           05 BC-Entry-Count    PIC 9(06).
           05 BC-Entry-Hash     PIC 9(10).
           05 BC-Debit-Total    PIC 9(12).
           05 BC-Credit-Total   PIC 9(12).
           05 BC-Company-Id     PIC X(10).
           05 BC-Mac            PIC X(19) VALUE SPACES.
           05 BC-Reserved       PIC X(06) VALUE SPACES.
           05 BC-Odfi           PIC X(08).
           05 BC-Batch-Number   PIC 9(07).
        01 File-Control-Rec.
           05 FC-Type           PIC X(01) VALUE '9'.
           05 FC-Batch-Count    PIC 9(06).
           05 FC-Block-Count    PIC 9(06).
           05 FC-Entry-Count    PIC 9(08).
           05 FC-Entry-Hash     PIC 9(10).
           05 FC-Debit-Total    PIC 9(12).
           05 FC-Credit-Total   PIC 9(12).
           05 FC-Reserved       PIC X(39) VALUE SPACES.
        77 Filler-Rec          PIC X(94) VALUE ALL '9'.

      * Batch and file totals.
        77 Batch-Number        PIC 9(07) VALUE ZERO.
        77 Batch-Debits        PIC 9(12).
        77 Batch-Credits       PIC 9(12).
        77 Batch-Hash          PIC 9(18).
        77 File-Debits         PIC 9(12) VALUE ZERO.
        77 File-Credits        PIC 9(12) VALUE ZERO.
        77 File-Hash           PIC 9(18) VALUE ZERO.
        77 Records-Written     BINARY-LONG VALUE ZERO.
        77 Block-Count         BINARY-LONG.

        77 Postings-Read       BINARY-LONG VALUE ZERO.
        77 Postings-Refused    BINARY-LONG VALUE ZERO.
        77 Exceptions-Written  BINARY-LONG VALUE ZERO.
        77 Exception-Reason    PIC X(16).
        77 Redact-Keep         BINARY-LONG VALUE 4.
        77 Redact-Status       PIC 9(8) COMP-5.
        77 Amount-Hash         PIC 9(16) VALUE ZERO.
        77 Run-Status          BINARY-LONG VALUE ZERO.
        77 Handoff-Status      BINARY-LONG SIGNED.
        77 Handoff-Step        PIC X(24).
        77 Handoff-Edited      PIC -(8)9.
        77 Alert-Severity      PIC X(01).
        77 Alert-Code          PIC X(08).
        77 Alert-Text          PIC X(200).
        77 Alert-Status        BINARY-LONG SIGNED.
        77 Total-Status        BINARY-LONG SIGNED.

      * CBL_CONTROL_TOTAL request block - this job produces the
      * ACH file.
        01 Total-Request.
           05 Total-Role          PIC X(01).
           05 Total-File-Name     PIC X(100).
           05 Total-Record-Count  PIC 9(10).
           05 Total-Hash          PIC 9(16).
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.
        77 Cnt-Displayed       PIC Z(7)9.
        77 Exc-Displayed       PIC Z(7)9.
        77 Footer-Status       BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-ach-outbound'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.  That is also what
      *    makes the file id modifier 'A' right: one file a day.
           Call "CBL_RUN_GUARD" using 'gcobol-ach-outbound'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-DATE.
           Perform 0200-READ-THE-SETTINGS.

           Move Odfi-Routing to Aba-Routing.
           Perform 8000-CHECK-THE-ROUTING.
           If Aba-Valid Not = 'Y'
              Display 'ACH-ODFI-ROUTING ' Odfi-Routing
                      ' is not a valid routing number'
              Stop Run With Error Status 1
           End-If.
           Move Dest-Routing to Aba-Routing.
           Perform 8000-CHECK-THE-ROUTING.
           If Aba-Valid Not = 'Y'
              Display 'ACH-DEST-ROUTING ' Dest-Routing
                      ' is not a valid routing number'
              Stop Run With Error Status 1
           End-If.

           Call "CBL_REF_TABLE_LOAD"
                using Payee-Table-Handle, Payee-Path,
                by value Payee-Key-Len, by value Payee-Rec-Len
                returning Payee-Status.
           If Payee-Status Not = ZERO
              Move ZERO to Payee-Rt-Count
              Display 'No external payee table at '
                      Function Trim(Payee-Path)
                      ' - nothing leaves the bank'
              Call "CBL_RUN_FOOTER" using 'gcobol-ach-outbound'
                   by value 0, 0, 0
                   returning Footer-Status
              Stop Run
           End-If.

           Perform 1000-LOAD-THE-REFUSALS.
           Perform 1100-FIND-THE-LAST-TRACE.

           Open Output ACH-EXC-FILE.
           If Ach-Exc-File-Status Not = '00'
              Display 'Cannot open ACH exception report '
                      Function Trim(Ach-Exc-Path)
              Stop Run With Error Status 1
           End-If.

           Move Si-Path to Src-Path(1).
           Move 'STANDING' to Src-Description(1).
           Move Td-Path to Src-Path(2).
           Move 'TD PAYOUT' to Src-Description(2).
           Perform 2000-COLLECT-ONE-FILE
               Varying Source-Idx From 1 By 1
                 Until Source-Idx > 2.

           Close ACH-EXC-FILE.
           Call "CBL_REF_TABLE_FREE" using Payee-Table-Handle
                returning Payee-Status.

           Display 'Postings read:          ' Postings-Read.
           Display 'Refused by posting:     ' Postings-Refused.
           Display 'Entries to send:        ' Entry-Count.
           Display 'ACH exceptions:         ' Exceptions-Written
                   ' (' Function Trim(Ach-Exc-Path) ')'.
           If Exceptions-Written > ZERO
              Move 1 to Run-Status
           End-If.

           If Entry-Count > ZERO
              Perform 3000-WRITE-THE-FILE
              Perform 4000-REGISTER-THE-ENTRIES
              Perform 5000-HAND-OFF-THE-FILE
           End-If.

           Move Entry-Count to Cnt-Displayed.
           Move Exceptions-Written to Exc-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' entries=' Function Trim(Cnt-Displayed)
                  ' exceptions=' Function Trim(Exc-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-ach-outbound",
                        Audit-Args,
                        by value Exceptions-Written
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-ach-outbound'
                by value Run-Status, Postings-Read, Entry-Count
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
           Move tm_hour of Now-Tm to File-Time-Hh.
           Move tm_min  of Now-Tm to File-Time-Mm.

      *    The chain's established processing date overrides the
      *    wall-clock date when one is on file.
           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.
           If Pd-Status = ZERO And Pd-Date Not = ZERO
              Move Pd-Date to Processing-Date
           End-If.
           Move Processing-Date to File-Date.

      *    The money settles on the next business day.
           Move 'N' to Cal-Function.
           Move Processing-Date to Cal-Date.
           Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                returning Calendar-Status.
           Move Cal-Date to Effective-Date.

       0200-READ-THE-SETTINGS.

           Move 'SI-OUT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        SI-OUT
                      returning Config-Status.
           Move Config-Value to Si-Path.

           Move 'TD-OUT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        TD-OUT
                      returning Config-Status.
           Move Config-Value to Td-Path.

           Move 'EXT-PAYEE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        EXT-PAYEE-PATH
                      returning Config-Status.
           Move Config-Value to Payee-Path.

           Move 'BASE-CURRENCY' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        BASE-CCY
                      returning Config-Status.
           Move Config-Value(1:3) to Base-Currency.

           Move 'ACH-FILE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ACH-FILE-DFLT
                      returning Config-Status.
           Move Config-Value to Ach-Path.

           Move 'ACH-EXC-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ACH-EXC-DFLT
                      returning Config-Status.
           Move Config-Value to Ach-Exc-Path.

           Move 'ACH-REGISTER-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ACH-REG-DFLT
                      returning Config-Status.
           Move Config-Value to Register-Path.

           Move 'ACH-PICKUP-DIR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ACH-PICKUP-DFLT
                      returning Config-Status.
           Move Config-Value to Pickup-Dir.

           Move 'ACH-SEND-HOST' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ' '
                      returning Config-Status.
           Move Config-Value to Send-Host.

           Move 'ACH-SEND-PORT' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '00000'
                      returning Config-Status.
           If Config-Value(1:5) Numeric
              Move Function Numval(Config-Value(1:5)) to Send-Port
           End-If.

           Move 'ACH-ODFI-ROUTING' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '000000000'
                      returning Config-Status.
           Move Config-Value(1:9) to Odfi-Routing.

           Move 'ACH-DEST-ROUTING' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        Odfi-Routing
                      returning Config-Status.
           Move Config-Value(1:9) to Dest-Routing.

           Move 'ACH-DEST-NAME' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        'FEDERAL RESERVE'
                      returning Config-Status.
           Move Config-Value to Dest-Name.

           Move 'ACH-ORIGIN-NAME' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        'GCOBOL BANK'
                      returning Config-Status.
           Move Config-Value to Origin-Name.

           Move 'ACH-COMPANY-NAME' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        Origin-Name
                      returning Config-Status.
           Move Config-Value to Company-Name.

           Move 'ACH-COMPANY-ID' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '1000000000'
                      returning Config-Status.
           Move Config-Value to Company-Id.

       1000-LOAD-THE-REFUSALS.

           Open Input EXCEPTION-FILE.
           If Exception-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1010-TAKE-ONE-REFUSAL
               Until Exception-File-Status Not = '00'.
           Close EXCEPTION-FILE.

       1010-TAKE-ONE-REFUSAL.

           Read EXCEPTION-FILE
              At End
                 Move '10' to Exception-File-Status
                 Exit Paragraph
           End-Read.
           If EXC-DC-FLAG Not = 'D' And EXC-DC-FLAG Not = 'C'
              Exit Paragraph
           End-If.
           If Refused-Count Not < Max-Refused
              Display 'More than ' Max-Refused
                      ' posting exceptions - the rest are not'
                      ' matched'
              Move '10' to Exception-File-Status
              Exit Paragraph
           End-If.
           Add 1 to Refused-Count.
           Move EXC-DC-FLAG to Rf-Dc-Flag(Refused-Count).
           Move EXC-ACCT-NO(9:4) to Rf-Acct-Tail(Refused-Count).
           Move EXC-AMOUNT to Rf-Amount(Refused-Count).
           Move EXC-REFERENCE to Rf-Reference(Refused-Count).

      *    The trace sequence runs on from the highest ever sent, so
      *    a trace number is never reused.
       1100-FIND-THE-LAST-TRACE.

           Open Input REGISTER-FILE.
           If Register-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1110-TAKE-ONE-REGISTER-LINE
               Until Register-File-Status Not = '00'.
           Close REGISTER-FILE.

       1110-TAKE-ONE-REGISTER-LINE.

           Read REGISTER-FILE
              At End
                 Move '10' to Register-File-Status
                 Exit Paragraph
           End-Read.
           If AR-IS-SENT And AR-TRACE-SEQ Numeric
              Move AR-TRACE-SEQ to Register-Seq
              If Register-Seq > Trace-Seq
                 Move Register-Seq to Trace-Seq
              End-If
           End-If.

       2000-COLLECT-ONE-FILE.

           Compute Src-First(Source-Idx) = Entry-Count + 1.
           Move ZERO to Src-Count(Source-Idx).
           Move Src-Path(Source-Idx) to Posting-Path.
           Open Input POSTING-FILE.
           If Posting-File-Status Not = '00'
              Display 'No posting file at '
                      Function Trim(Posting-Path)
                      ' - no ' Src-Description(Source-Idx)
              Exit Paragraph
           End-If.
           Perform 2100-CONSIDER-ONE-POSTING
               Until Posting-File-Status Not = '00'.
           Close POSTING-FILE.

       2100-CONSIDER-ONE-POSTING.

           Read POSTING-FILE
              At End
                 Move '10' to Posting-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Postings-Read.
           If PST-DC-FLAG Not = 'D' And PST-DC-FLAG Not = 'C'
              Exit Paragraph
           End-If.
           If PST-COUNTER-ACCT = Spaces
              Exit Paragraph
           End-If.
           Call "CBL_REF_TABLE_FIND"
                using Payee-Table-Handle, PST-COUNTER-ACCT,
                      Payee-Result
                returning Payee-Status.
           If Payee-Status Not = ZERO
              Exit Paragraph
           End-If.

      *    A posting the engine refused never moved the customer's
      *    money, so none goes out either.
           Move 'N' to Posting-Refused.
           If PST-AMOUNT Numeric
              Move PST-AMOUNT to Amount-Compare
           Else
              Move ZERO to Amount-Compare
           End-If.
           Perform 2110-MATCH-ONE-REFUSAL
               Varying Refused-Idx From 1 By 1
                 Until Refused-Idx > Refused-Count
                    Or Posting-Refused = 'Y'.
           If Posting-Refused = 'Y'
              Add 1 to Postings-Refused
              Exit Paragraph
           End-If.

           Move Spaces to Exception-Reason.
           Move Payee-Res-Routing to Aba-Routing.
           Perform 8000-CHECK-THE-ROUTING.
           Evaluate True
              When PST-CURRENCY Not = Spaces
                   And PST-CURRENCY Not = Base-Currency
                 Move 'NOT BASE CCY' to Exception-Reason
              When PST-AMOUNT Not Numeric
                 Move 'BAD AMOUNT' to Exception-Reason
              When PST-AMOUNT > Max-Entry-Amount
                 Move 'AMOUNT TOO LARGE' to Exception-Reason
              When Aba-Valid Not = 'Y'
                 Move 'BAD PAYEE ROUTE' to Exception-Reason
              When Payee-Res-Account = Spaces
                 Move 'NO PAYEE ACCOUNT' to Exception-Reason
              When Payee-Res-Type Not = 'C'
                   And Payee-Res-Type Not = 'S'
                 Move 'BAD ACCOUNT TYPE' to Exception-Reason
              When Entry-Count Not < Max-Entries
                 Move 'FILE FULL' to Exception-Reason
              When Other
                 Continue
           End-Evaluate.
           If Exception-Reason Not = Spaces
              Perform 2900-WRITE-EXCEPTION
              Exit Paragraph
           End-If.

           Add 1 to Entry-Count.
           Add 1 to Src-Count(Source-Idx).
           Add 1 to Trace-Seq.
      *    A debit on the customer pays the payee (credit); a
      *    credit to the customer draws on the payee (debit).
           Evaluate True
              When PST-DC-FLAG = 'D' And Payee-Res-Type = 'C'
                 Move '22' to En-Tran-Code(Entry-Count)
              When PST-DC-FLAG = 'D'
                 Move '32' to En-Tran-Code(Entry-Count)
              When Payee-Res-Type = 'C'
                 Move '27' to En-Tran-Code(Entry-Count)
              When Other
                 Move '37' to En-Tran-Code(Entry-Count)
           End-Evaluate.
           Move Payee-Res-Routing to En-Routing(Entry-Count).
           Move Payee-Res-Account to En-Dfi-Account(Entry-Count).
           Compute Entry-Cents = PST-AMOUNT * 100.
           Move Entry-Cents to En-Cents(Entry-Count).
           Move Payee-Res-Name to En-Name(Entry-Count).
           Move Spaces to En-Trace(Entry-Count).
           String Odfi-Routing(1:8) Trace-Seq
                  Delimited By Size Into En-Trace(Entry-Count).
           Move PST-ACCT-NO to En-Acct-No(Entry-Count).
           Move PST-DC-FLAG to En-Dc-Flag(Entry-Count).
           Move PST-AMOUNT to En-Amount(Entry-Count).
           Move PST-CURRENCY to En-Currency(Entry-Count).
           Move PST-COUNTER-ACCT to En-Payee-Id(Entry-Count).
           Move PST-REFERENCE to En-Reference(Entry-Count).
           Move PST-ORIGIN to En-Origin(Entry-Count).
           Add PST-AMOUNT to Amount-Hash.

       2110-MATCH-ONE-REFUSAL.

           If Rf-Dc-Flag(Refused-Idx) = PST-DC-FLAG
              And Rf-Acct-Tail(Refused-Idx) = PST-ACCT-NO(9:4)
              And Rf-Amount(Refused-Idx) = Amount-Compare
              And Rf-Reference(Refused-Idx) = PST-REFERENCE
              Move 'Y' to Posting-Refused
           End-If.

       2900-WRITE-EXCEPTION.

           Move Spaces to ACH-EXC-RECORD.
           Move Exception-Reason to AX-REASON.
           Move PST-ORIGIN to AX-ORIGIN.
           Move PST-ACCT-NO to AX-ACCT-NO.
      *    The account number is masked to its tail before the
      *    report is ever written.
           Call "CBL_REDACT_VALUE" using AX-ACCT-NO,
                by value Redact-Keep
                returning Redact-Status.
           Move PST-DC-FLAG to AX-DC-FLAG.
           If PST-AMOUNT Numeric
              Move PST-AMOUNT to AX-AMOUNT
           End-If.
           Move PST-CURRENCY to AX-CURRENCY.
           Move PST-COUNTER-ACCT to AX-PAYEE-ID.
           Move PST-REFERENCE to AX-REFERENCE.
           Write ACH-EXC-RECORD.
           Add 1 to Exceptions-Written.

       3000-WRITE-THE-FILE.

           Open Output ACH-FILE.
           If Ach-File-Status Not = '00'
              Display 'Cannot open ACH file ' Function Trim(Ach-Path)
              Stop Run With Error Status 1
           End-If.

           Move Dest-Routing to FH-Dest-Routing.
           Move Odfi-Routing to FH-Origin-Routing.
           Move File-Date-Yymmdd to FH-Date.
           Move File-Time to FH-Time.
           Move Dest-Name to FH-Dest-Name.
           Move Origin-Name to FH-Origin-Name.
           Move File-Header-Rec to ACH-LINE.
           Perform 3800-PUT-ONE-RECORD.

           Perform 3100-WRITE-ONE-BATCH
               Varying Source-Idx From 1 By 1
                 Until Source-Idx > 2.

           Move Batch-Number to FC-Batch-Count.
           Compute Block-Count = (Records-Written + 1 + 9) / 10.
           Move Block-Count to FC-Block-Count.
           Move Entry-Count to FC-Entry-Count.
           Move File-Hash to FC-Entry-Hash.
           Move File-Debits to FC-Debit-Total.
           Move File-Credits to FC-Credit-Total.
           Move File-Control-Rec to ACH-LINE.
           Perform 3800-PUT-ONE-RECORD.

      *    Nines fill out the last block of ten.
           Perform 3900-WRITE-ONE-FILLER
               Until Function Mod(Records-Written, 10) = ZERO.
           Close ACH-FILE.
           Display 'ACH file written:       ' Function Trim(Ach-Path)
                   ' (' Batch-Number ' batch(es), '
                   Block-Count ' block(s))'.

       3100-WRITE-ONE-BATCH.

           If Src-Count(Source-Idx) = ZERO
              Exit Paragraph
           End-If.
           Add 1 to Batch-Number.
           Move ZERO to Batch-Debits Batch-Credits Batch-Hash.
           Compute Entry-Last =
                   Src-First(Source-Idx) + Src-Count(Source-Idx) - 1.
           Perform 3110-ADD-UP-ONE-ENTRY
               Varying Entry-Idx From Src-First(Source-Idx) By 1
                 Until Entry-Idx > Entry-Last.
           Evaluate True
              When Batch-Debits = ZERO
                 Move '220' to BH-Service-Class
              When Batch-Credits = ZERO
                 Move '225' to BH-Service-Class
              When Other
                 Move '200' to BH-Service-Class
           End-Evaluate.

           Move Company-Name to BH-Company-Name.
           Move Company-Id to BH-Company-Id.
           Move Src-Description(Source-Idx) to BH-Description.
           Move Effective-Yymmdd to BH-Effective-Date.
           Move Odfi-Routing(1:8) to BH-Odfi.
           Move Batch-Number to BH-Batch-Number.
           Move Batch-Header-Rec to ACH-LINE.
           Perform 3800-PUT-ONE-RECORD.

           Perform 3200-WRITE-ONE-ENTRY
               Varying Entry-Idx From Src-First(Source-Idx) By 1
                 Until Entry-Idx > Entry-Last.

      *    The entry hash keeps the low ten digits of the sum.
           Move BH-Service-Class to BC-Service-Class.
           Move Src-Count(Source-Idx) to BC-Entry-Count.
           Move Batch-Hash to BC-Entry-Hash.
           Move Batch-Debits to BC-Debit-Total.
           Move Batch-Credits to BC-Credit-Total.
           Move Company-Id to BC-Company-Id.
           Move Odfi-Routing(1:8) to BC-Odfi.
           Move Batch-Number to BC-Batch-Number.
           Move Batch-Control-Rec to ACH-LINE.
           Perform 3800-PUT-ONE-RECORD.

           Add Batch-Debits to File-Debits.
           Add Batch-Credits to File-Credits.
           Add Batch-Hash to File-Hash.

       3110-ADD-UP-ONE-ENTRY.

           Add Function Numval(En-Routing(Entry-Idx)(1:8))
             to Batch-Hash.
           If En-Tran-Code(Entry-Idx) = '27'
              Or En-Tran-Code(Entry-Idx) = '37'
              Add En-Cents(Entry-Idx) to Batch-Debits
           Else
              Add En-Cents(Entry-Idx) to Batch-Credits
           End-If.

       3200-WRITE-ONE-ENTRY.

           Move En-Tran-Code(Entry-Idx) to ED-Tran-Code.
           Move En-Routing(Entry-Idx)(1:8) to ED-Rdfi.
           Move En-Routing(Entry-Idx)(9:1) to ED-Check-Digit.
           Move En-Dfi-Account(Entry-Idx) to ED-Dfi-Account.
           Move En-Cents(Entry-Idx) to ED-Amount.
           Move En-Reference(Entry-Idx) to ED-Individual-Id.
           Move En-Name(Entry-Idx) to ED-Individual-Name.
           Move En-Trace(Entry-Idx) to ED-Trace.
           Move Entry-Detail-Rec to ACH-LINE.
           Perform 3800-PUT-ONE-RECORD.

       3800-PUT-ONE-RECORD.

           Move X'0A' to ACH-LINE-END.
           Write ACH-RECORD.
           If Ach-File-Status Not = '00'
              Display 'Cannot write ACH file ' Function Trim(Ach-Path)
                      ' - file status ' Ach-File-Status
              Stop Run With Error Status 1
           End-If.
           Add 1 to Records-Written.

       3900-WRITE-ONE-FILLER.

           Move Filler-Rec to ACH-LINE.
           Perform 3800-PUT-ONE-RECORD.

      *    The register is how a return finds what it returns.
       4000-REGISTER-THE-ENTRIES.

           Open Extend REGISTER-FILE.
           If Register-File-Status Not = '00'
              Open Output REGISTER-FILE
           End-If.
           If Register-File-Status Not = '00'
              Display '*** Cannot write ACH register '
                      Function Trim(Register-Path)
              Move 1 to Run-Status
              Exit Paragraph
           End-If.
           Perform 4100-REGISTER-ONE-ENTRY
               Varying Entry-Idx From 1 By 1
                 Until Entry-Idx > Entry-Count.
           Close REGISTER-FILE.

       4100-REGISTER-ONE-ENTRY.

           Move Spaces to REGISTER-RECORD.
           Move 'S' to AR-TYPE.
           Move Processing-Date to AR-DATE.
           Move En-Trace(Entry-Idx) to AR-TRACE.
           Move En-Acct-No(Entry-Idx) to AR-ACCT-NO.
           Move En-Dc-Flag(Entry-Idx) to AR-DC-FLAG.
           Move En-Amount(Entry-Idx) to AR-AMOUNT.
           Move En-Currency(Entry-Idx) to AR-CURRENCY.
           Move En-Payee-Id(Entry-Idx) to AR-PAYEE-ID.
           Move En-Reference(Entry-Idx) to AR-REFERENCE.
           Move En-Origin(Entry-Idx) to AR-ORIGIN.
           Write REGISTER-RECORD.

       5000-HAND-OFF-THE-FILE.

           Move 'P' to Total-Role.
           Move Ach-Path to Total-File-Name.
           Move Entry-Count to Total-Record-Count.
           Move Amount-Hash to Total-Hash.
           Call "CBL_CONTROL_TOTAL" using 'gcobol-ach-outbound',
                        Total-Request
                      returning Total-Status.

           Move Spaces to Pickup-Name.
           String 'ach-' Processing-Date '.txt'
                  Delimited By Size Into Pickup-Name.
           Call "CBL_PUBLISH_FILE" using Ach-Path, Pickup-Dir,
                                          Pickup-Name
                      returning Handoff-Status.
           If Handoff-Status = ZERO
              Display 'Published to ' Function Trim(Pickup-Dir)
                      '/' Function Trim(Pickup-Name)
           Else
              Move 'be published' to Handoff-Step
              Perform 5900-RAISE-SEND-ALERT
              Exit Paragraph
           End-If.

           If Send-Host Not = Spaces
              Call "CBL_SEND_FILE" using Send-Host,
                        by value Send-Port,
                        Ach-Path,
                        by value Send-Retries
                   returning Handoff-Status
              If Handoff-Status = ZERO
                 Display 'Sent to ' Function Trim(Send-Host)
              Else
                 Move 'be sent to the bank' to Handoff-Step
                 Perform 5900-RAISE-SEND-ALERT
              End-If
           End-If.

       5900-RAISE-SEND-ALERT.

      *    The customers are already debited: a file that did not
      *    reach the bank is money owed to somebody today.
           Move 1 to Run-Status.
           Move 'C' to Alert-Severity.
           Move 'ACH-SEND' to Alert-Code.
           Move Handoff-Status to Handoff-Edited.
           Move Spaces to Alert-Text.
           String 'ACH file ' Function Trim(Ach-Path)
                  ' could not ' Function Trim(Handoff-Step)
                  ' - status '
                  Function Trim(Handoff-Edited)
                  Delimited By Size Into Alert-Text.
           Display '*** ' Function Trim(Alert-Text).
           Call "CBL_RAISE_ALERT" using Alert-Severity, Alert-Code,
                        Alert-Text
                      returning Alert-Status.

       8000-CHECK-THE-ROUTING.

           Move 'N' to Aba-Valid.
           If Aba-Routing Not Numeric
              Exit Paragraph
           End-If.
           Move ZERO to Aba-Sum.
           Perform 8010-WEIGH-ONE-DIGIT
               Varying Aba-Idx From 1 By 1
                 Until Aba-Idx > 9.
           If Function Mod(Aba-Sum, 10) = ZERO
              And Aba-Routing Not = '000000000'
              Move 'Y' to Aba-Valid
           End-If.

       8010-WEIGH-ONE-DIGIT.

           Move Aba-Routing(Aba-Idx:1) to Aba-Char.
           Compute Aba-Sum = Aba-Sum
                   + Aba-Digit * Aba-Weight(Aba-Idx).
