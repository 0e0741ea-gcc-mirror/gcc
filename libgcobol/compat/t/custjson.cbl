      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Customer export for the API.  Walks the customer master in
      *  key order and writes one JSON object per customer, one
      *  object to a line: key, account, name, product, the address
      *  as a nested object, status (active, dormant or closed)
      *  with the closing date, the mail hold, every balance-file
      *  entry whose owning master key is the customer's, and the
      *  relationship-file links as three nested arrays -
      *  "household", "guarantor" and "corporateParent".  A link
      *  is listed on both of its customers, each time naming the
      *  other party and the role that party plays: the from-key
      *  of a link is the household head, the guarantor or the
      *  parent company, the to-key the member, the guaranteed
      *  customer or the subsidiary.  Dates go out as yyyy-mm-dd
      *  (null when not set), amounts as plain decimals.
      *
      *  Text fields are escaped as JSON requires: quote and
      *  backslash take a backslash, and any byte outside printable
      *  ASCII goes out as \u00xx, the master being single-byte.
      *  A customer whose object will not fit the line is left
      *  out, reported, and the run ends with status 1 so the gap
      *  is chased.
      *
      *  JSON-EXPORT-MODE 'F' (the default) exports every customer.
      *  'I' exports only the customers the master journal shows
      *  touched in one run - JSON-RUN-STAMP, or the latest run in
      *  the journal when none is given: master adds, changes and
      *  deletes, relationship links (both ends), and balance
      *  postings.  A touched key no longer on the master goes out
      *  as {"key":...,"deleted":true}.
      *
      *  The file is published through the atomic pickup handshake
      *  into JSON-PICKUP-DIR - customers.<processing date>.jsonl,
      *  or customers-delta.<run stamp>.jsonl for an incremental -
      *  with its object count and balance hash on the control-
      *  total ledger.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-customer-json.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant RELATION-PATH as "/tmp/gcobol-relation.mst"
       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant JSON-WORK-PATH as "/tmp/gcobol-customer.json"
       >>Define Constant JSON-PICKUP-DIR as "/tmp/outbound"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
                  ASSIGN TO Master-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-ACCT-NO
                  ALTERNATE RECORD KEY IS MASTER-CUST-NAME
                      WITH DUPLICATES
                  FILE STATUS IS Master-File-Status.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BAL-ACCT-NO
                  FILE STATUS IS Balance-File-Status.
           SELECT RELATION-FILE
                  ASSIGN TO Relation-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REL-KEY
                  FILE STATUS IS Relation-File-Status.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT JSON-FILE
                  ASSIGN TO Json-Work-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Json-File-Status.

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
           05  MASTER-POSTAL-CODE   PIC X(10).
           05  MASTER-STATUS        PIC X(01).
               88  MASTER-IS-CLOSED     VALUE 'C'.
               88  MASTER-IS-DORMANT    VALUE 'D'.
           05  MASTER-CLOSED-DATE   PIC 9(08).
           05  MASTER-MAIL-STATUS   PIC X(01).
               88  MASTER-MAIL-HELD     VALUE 'R'.
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
           05  FILLER               PIC X(49).

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

       FD  JSON-FILE.
       01  JSON-RECORD              PIC X(32000).

       WORKING-STORAGE SECTION.
        77 Master-Path         PIC X(100) VALUE MASTER-PATH.
        77 Balance-Path        PIC X(100) VALUE BALANCE-PATH.
        77 Relation-Path       PIC X(100) VALUE RELATION-PATH.
        77 Journal-Path        PIC X(100) VALUE JOURNAL-PATH.
        77 Json-Work-Path      PIC X(100) VALUE JSON-WORK-PATH.
        77 Pickup-Dir          PIC X(100).
        77 Master-File-Status  PIC X(02).
        77 Balance-File-Status PIC X(02).
        77 Relation-File-Status PIC X(02).
        77 Journal-File-Status PIC X(02).
        77 Json-File-Status    PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Run-Status          BINARY-LONG SIGNED VALUE ZERO.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Export-Mode         PIC X(01).
           88 Mode-Is-Full          VALUE 'F'.
           88 Mode-Is-Incremental   VALUE 'I'.
        77 Stamp-Config        PIC X(14).
        77 Wanted-Stamp        PIC 9(14) VALUE ZERO.
        77 Latest-Stamp        PIC 9(14) VALUE ZERO.

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

      * Relationship links in relation-file (from-key) order, with
      * a high-values entry after the last as the merge stopper.
        77 Link-Max            BINARY-LONG VALUE 20000.
        77 Link-Count          BINARY-LONG VALUE ZERO.
        01 Link-Table.
           05 Link-Entry       OCCURS 20001 TIMES.
              10 LNK-FROM      PIC X(20).
              10 LNK-TYPE      PIC X(02).
              10 LNK-TO        PIC X(20).
              10 LNK-EFFECTIVE PIC 9(08).
      * The same links in to-key order, as subscripts of the above.
        01 Inbound-Table.
           05 INB-LINK         BINARY-LONG OCCURS 20001 TIMES.

      * Balance-file entries, and their order by owning master key.
        77 Bal-Max             BINARY-LONG VALUE 20000.
        77 Bal-Count           BINARY-LONG VALUE ZERO.
        01 Bal-Table.
           05 Bal-Entry        OCCURS 20001 TIMES.
              10 BT-MASTER-KEY PIC X(20).
              10 BT-ACCT-NO    PIC X(12).
              10 BT-BALANCE    PIC S9(13)V99.
              10 BT-CURRENCY   PIC X(03).
              10 BT-ORIG-BALANCE PIC S9(13)V99.
              10 BT-PRODUCT    PIC X(04).
              10 BT-LAST-POSTED PIC 9(08).
        01 Bal-Order-Table.
           05 BAL-SEQ          BINARY-LONG OCCURS 20001 TIMES.

      * Keys the journal shows touched in the wanted run, in key
      * order with duplicates dropped (incremental mode).
        77 Chg-Max             BINARY-LONG VALUE 20000.
        77 Chg-Count           BINARY-LONG VALUE ZERO.
        01 Chg-Table.
           05 CHG-KEY          PIC X(20) OCCURS 20001 TIMES.
        77 Changed-Key         PIC X(20).

      * Work table for the ordering passes above.
        77 Order-Count         BINARY-LONG VALUE ZERO.
        01 Order-Table.
           05 Order-Entry      OCCURS 20000 TIMES.
              10 ORD-KEY       PIC X(40).
              10 ORD-REF       BINARY-LONG.
        77 Gap-Size            BINARY-LONG.
        77 Sort-I              BINARY-LONG.
        77 Sort-J              BINARY-LONG.
        77 Sort-K              BINARY-LONG.
        77 Swap-Needed         PIC X(01).
        77 Swap-Hold           PIC X(44).
        77 Table-Full          PIC X(01) VALUE 'N'.

      * Merge cursors, one per table, and the current customer's
      * ranges.
        77 Out-Cursor          BINARY-LONG VALUE 1.
        77 Inb-Cursor          BINARY-LONG VALUE 1.
        77 Bal-Cursor          BINARY-LONG VALUE 1.
        77 Chg-Cursor          BINARY-LONG VALUE 1.
        77 Out-Low             BINARY-LONG.
        77 Out-High            BINARY-LONG.
        77 Inb-Low             BINARY-LONG.
        77 Inb-High            BINARY-LONG.
        77 Bal-Low             BINARY-LONG.
        77 Bal-High            BINARY-LONG.
        77 Link-Idx            BINARY-LONG.
        77 Seq-Idx             BINARY-LONG.
        77 Want-Type           PIC X(02).
        77 Array-Name          PIC X(24).
        77 Outbound-Role       PIC X(24).
        77 Inbound-Role        PIC X(24).
        77 First-Element       PIC X(01).
        77 Role-Piece          PIC X(24).

      * The object under construction and its builders.
        77 Json-Line           PIC X(32000).
        77 Json-Ptr            BINARY-LONG.
        77 Json-Overflowed     PIC X(01).
        77 Json-Piece          PIC X(64).
        77 Json-Text           PIC X(100).
        77 Json-Date           PIC X(08).
        77 Json-Amount         PIC S9(13)V99.
        77 Amount-Edited       PIC -(13)9.99.
        77 Text-Len            BINARY-LONG.
        77 Char-Idx            BINARY-LONG.
        77 Char-Ord            BINARY-LONG.
        77 Hex-High            BINARY-LONG.
        77 Hex-Low             BINARY-LONG.
        77 Json-Char           PIC X(01).
        77 Hex-Digits          PIC X(16) VALUE '0123456789abcdef'.

        77 Records-Read        BINARY-LONG VALUE ZERO.
        77 Objects-Written     BINARY-LONG VALUE ZERO.
        77 Deletes-Written     BINARY-LONG VALUE ZERO.
        77 Objects-Skipped     BINARY-LONG VALUE ZERO.
        77 Amount-Hash         PIC 9(16) VALUE ZERO.
        77 Abs-Balance         PIC 9(13)V99.
        77 Final-Name          PIC X(100).
        77 Publish-Status      BINARY-LONG SIGNED.
        77 Total-Status        BINARY-LONG SIGNED.
        01 Total-Request.
           05 Total-Role          PIC X(01).
           05 Total-File-Name     PIC X(100).
           05 Total-Record-Count  PIC 9(10).
           05 Total-Hash          PIC 9(16).
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.
        77 Cnt-Displayed       PIC Z(7)9.
        77 Footer-Status       BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-customer-json'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-customer-json'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-DATE.

           Move 'JSON-EXPORT-MODE' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        'F'
                      returning Config-Status.
           Move Function Upper-Case(Config-Value(1:1))
             to Export-Mode.
           If Not Mode-Is-Full And Not Mode-Is-Incremental
              Display 'JSON-EXPORT-MODE ' Export-Mode
                      ' is neither F nor I - exporting in full'
              Move 'F' to Export-Mode
           End-If.

           Move 'JSON-PICKUP-DIR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        JSON-PICKUP-DIR
                      returning Config-Status.
           Move Config-Value to Pickup-Dir.

           If Mode-Is-Incremental
              Perform 1500-COLLECT-THE-CHANGES
           End-If.

           Perform 1000-LOAD-THE-LINKS.
           Perform 1100-LOAD-THE-BALANCES.
           If Table-Full = 'Y'
              Call "CBL_RUN_FOOTER" using 'gcobol-customer-json'
                   by value 1, 0, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           Open Input MASTER-FILE.
           If Master-File-Status Not = '00'
              Display 'Cannot open master - file status '
                      Master-File-Status
              Stop Run With Error Status 1
           End-If.
           Open Output JSON-FILE.
           If Json-File-Status Not = '00'
              Display 'Cannot open JSON work file '
                      Function Trim(Json-Work-Path)
                      ' - file status ' Json-File-Status
              Close MASTER-FILE
              Stop Run With Error Status 1
           End-If.

           Perform 2000-EXPORT-ONE-CUSTOMER
               Until Master-File-Status Not = '00'.

      *    Touched keys past the last customer on the master.
           If Mode-Is-Incremental
              Perform 2100-EMIT-ONE-DELETE
                  Until CHG-KEY(Chg-Cursor) = High-Values
           End-If.

           Close MASTER-FILE.
           Close JSON-FILE.

           Move 'P' to Total-Role.
           Move Json-Work-Path to Total-File-Name.
           Compute Total-Record-Count =
                   Objects-Written + Deletes-Written.
           Move Amount-Hash to Total-Hash.
           Call "CBL_CONTROL_TOTAL"
                using 'gcobol-customer-json', Total-Request
                      returning Total-Status.

           Move Spaces to Final-Name.
           If Mode-Is-Incremental
              String 'customers-delta.' Wanted-Stamp '.jsonl'
                     Delimited By Size Into Final-Name
           Else
              String 'customers.' Processing-Date '.jsonl'
                     Delimited By Size Into Final-Name
           End-If.
           Call "CBL_PUBLISH_FILE" using Json-Work-Path,
                        Pickup-Dir, Final-Name
                      returning Publish-Status.
           If Publish-Status Not = ZERO
              Display '*** customer export publish failed, status '
                      Publish-Status
              Call "CBL_RUN_FOOTER" using 'gcobol-customer-json'
                   by value 1, Records-Read, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           Display 'Master records read: ' Records-Read.
           Display 'Customers exported:  ' Objects-Written.
           If Mode-Is-Incremental
              Display 'Deleted keys:        ' Deletes-Written
           End-If.
           If Objects-Skipped Not = ZERO
              Display '*** customers too large to export: '
                      Objects-Skipped
              Move 1 to Run-Status
           End-If.
           Display 'Published as ' Function Trim(Final-Name)
                   ' in ' Function Trim(Pickup-Dir).

           Move Total-Record-Count to Cnt-Displayed.
           Move Spaces to Audit-Args.
           If Mode-Is-Incremental
              String 'mode=I run=' Wanted-Stamp
                     ' objects=' Function Trim(Cnt-Displayed)
                     Delimited By Size
                Into Audit-Args
           Else
              String 'mode=F date=' Processing-Date
                     ' objects=' Function Trim(Cnt-Displayed)
                     Delimited By Size
                Into Audit-Args
           End-If.
           Call "CBL_AUDIT_LOG" using "gcobol-customer-json",
                        Audit-Args,
                        by value Run-Status
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-customer-json'
                by value Run-Status, Records-Read,
                         Total-Record-Count
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

       1000-LOAD-THE-LINKS.

      *    Read in key order, so the table is already in from-key
      *    order; the to-key order is built beside it.
           Open Input RELATION-FILE.
           If Relation-File-Status Not = '00'
              Display '(no relationship file - no links exported)'
           Else
              Perform 1050-LOAD-ONE-LINK
                  Until Relation-File-Status Not = '00'
              Close RELATION-FILE
           End-If.
           Compute Link-Idx = Link-Count + 1.
           Move High-Values to LNK-FROM(Link-Idx).
           Move High-Values to LNK-TO(Link-Idx).

           Move ZERO to Order-Count.
           Perform 1060-ORDER-ONE-LINK
               Varying Link-Idx From 1 By 1
               Until Link-Idx > Link-Count.
           Perform 7000-ORDER-THE-KEYS.
           Perform 1070-TAKE-ONE-INBOUND
               Varying Seq-Idx From 1 By 1
               Until Seq-Idx > Order-Count.
           Compute Seq-Idx = Order-Count + 1.
           Compute INB-LINK(Seq-Idx) = Link-Count + 1.

       1050-LOAD-ONE-LINK.

           Read RELATION-FILE Next Record
              At End
                 Move '10' to Relation-File-Status
                 Exit Paragraph
           End-Read.
           If Link-Count Not < Link-Max
              Display '*** more than ' Link-Max
                      ' relationship links - export stopped'
              Move 'Y' to Table-Full
              Move '10' to Relation-File-Status
              Exit Paragraph
           End-If.
           Add 1 to Link-Count.
           Move REL-FROM-KEY to LNK-FROM(Link-Count).
           Move REL-TYPE to LNK-TYPE(Link-Count).
           Move REL-TO-KEY to LNK-TO(Link-Count).
           If REL-EFFECTIVE-DATE Numeric
              Move REL-EFFECTIVE-DATE to LNK-EFFECTIVE(Link-Count)
           Else
              Move ZERO to LNK-EFFECTIVE(Link-Count)
           End-If.

       1060-ORDER-ONE-LINK.

           Add 1 to Order-Count.
           Move LNK-TO(Link-Idx) to ORD-KEY(Order-Count)(1:20).
           Move LNK-FROM(Link-Idx) to ORD-KEY(Order-Count)(21:20).
           Move Link-Idx to ORD-REF(Order-Count).

       1070-TAKE-ONE-INBOUND.

           Move ORD-REF(Seq-Idx) to INB-LINK(Seq-Idx).

       1100-LOAD-THE-BALANCES.

           Open Input BALANCE-FILE.
           If Balance-File-Status Not = '00'
              Display '(no balance file - no balances exported)'
           Else
              Perform 1150-LOAD-ONE-BALANCE
                  Until Balance-File-Status Not = '00'
              Close BALANCE-FILE
           End-If.
           Compute Seq-Idx = Bal-Count + 1.
           Move High-Values to BT-MASTER-KEY(Seq-Idx).

           Move ZERO to Order-Count.
           Perform 1160-ORDER-ONE-BALANCE
               Varying Seq-Idx From 1 By 1
               Until Seq-Idx > Bal-Count.
           Perform 7000-ORDER-THE-KEYS.
           Perform 1170-TAKE-ONE-BALANCE
               Varying Seq-Idx From 1 By 1
               Until Seq-Idx > Order-Count.
           Compute Seq-Idx = Order-Count + 1.
           Compute BAL-SEQ(Seq-Idx) = Bal-Count + 1.

       1150-LOAD-ONE-BALANCE.

           Read BALANCE-FILE Next Record
              At End
                 Move '10' to Balance-File-Status
                 Exit Paragraph
           End-Read.
           If Bal-Count Not < Bal-Max
              Display '*** more than ' Bal-Max
                      ' balance records - export stopped'
              Move 'Y' to Table-Full
              Move '10' to Balance-File-Status
              Exit Paragraph
           End-If.
           Add 1 to Bal-Count.
           Move BAL-MASTER-KEY to BT-MASTER-KEY(Bal-Count).
           Move BAL-ACCT-NO to BT-ACCT-NO(Bal-Count).
           Move BAL-BALANCE to BT-BALANCE(Bal-Count).
           Move BAL-CURRENCY to BT-CURRENCY(Bal-Count).
           Move BAL-ORIG-BALANCE to BT-ORIG-BALANCE(Bal-Count).
           Move BAL-PRODUCT-CODE to BT-PRODUCT(Bal-Count).
           Move BAL-LAST-POSTED to BT-LAST-POSTED(Bal-Count).

       1160-ORDER-ONE-BALANCE.

           Add 1 to Order-Count.
           Move Spaces to ORD-KEY(Order-Count).
           Move BT-MASTER-KEY(Seq-Idx) to ORD-KEY(Order-Count)(1:20).
           Move BT-ACCT-NO(Seq-Idx) to ORD-KEY(Order-Count)(21:12).
           Move Seq-Idx to ORD-REF(Order-Count).

       1170-TAKE-ONE-BALANCE.

           Move ORD-REF(Seq-Idx) to BAL-SEQ(Seq-Idx).

       1500-COLLECT-THE-CHANGES.

           Move 'JSON-RUN-STAMP' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ' '
                      returning Config-Status.
           Move Config-Value to Stamp-Config.
           If Function Trim(Stamp-Config) Numeric
              And Stamp-Config Not = Spaces
              Move Function Numval(Stamp-Config) to Wanted-Stamp
           End-If.

           Open Input JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Display 'Cannot open journal '
                      Function Trim(Journal-Path)
              Call "CBL_RUN_FOOTER" using 'gcobol-customer-json'
                   by value 1, 0, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           If Wanted-Stamp = ZERO
              Perform 1510-NOTE-ONE-STAMP
                  Until Journal-File-Status Not = '00'
              Close JOURNAL-FILE
              Move Latest-Stamp to Wanted-Stamp
              If Wanted-Stamp = ZERO
                 Display 'Journal empty - no changes to export'
                 Call "CBL_RUN_FOOTER" using 'gcobol-customer-json'
                      by value 1, 0, 0
                      returning Footer-Status
                 Stop Run With Error Status 1
              End-If
              Open Input JOURNAL-FILE
           End-If.
           Display 'Exporting customers changed in run '
                   Wanted-Stamp.

           Move ZERO to Order-Count.
           Perform 1520-TAKE-ONE-ENTRY
               Until Journal-File-Status Not = '00'.
           Close JOURNAL-FILE.

           Perform 7000-ORDER-THE-KEYS.
           Move ZERO to Chg-Count.
           Perform 1550-KEEP-ONE-CHANGE
               Varying Seq-Idx From 1 By 1
               Until Seq-Idx > Order-Count.
           Compute Seq-Idx = Chg-Count + 1.
           Move High-Values to CHG-KEY(Seq-Idx).

       1510-NOTE-ONE-STAMP.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
              Not At End
                 If JN-RUN-STAMP Numeric
                    And JN-RUN-STAMP > Latest-Stamp
                    Move JN-RUN-STAMP to Latest-Stamp
                 End-If
           End-Read.

       1520-TAKE-ONE-ENTRY.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
                 Exit Paragraph
           End-Read.
           If JN-RUN-STAMP Not Numeric
              Or JN-RUN-STAMP Not = Wanted-Stamp
              Exit Paragraph
           End-If.

      *    A relationship entry touches both of its ends; a
      *    balance entry carries the owning master key in the
      *    balance image, its journal key being the account.
           Evaluate JN-ACTION
              When 'A'
              When 'C'
              When 'D'
                 Move JN-KEY to Changed-Key
                 Perform 1530-NOTE-ONE-KEY
              When 'L'
                 Move JN-KEY to Changed-Key
                 Perform 1530-NOTE-ONE-KEY
                 Move JN-BEFORE-IMAGE(23:20) to Changed-Key
                 Perform 1530-NOTE-ONE-KEY
                 Move JN-AFTER-IMAGE(23:20) to Changed-Key
                 Perform 1530-NOTE-ONE-KEY
              When 'B'
                 Move JN-AFTER-IMAGE(13:20) to Changed-Key
                 Perform 1530-NOTE-ONE-KEY
              When Other
                 Continue
           End-Evaluate.

       1530-NOTE-ONE-KEY.

           If Changed-Key = Spaces
              Exit Paragraph
           End-If.
           If Order-Count Not < Chg-Max
              Display '*** more than ' Chg-Max
                      ' changed keys in one run - export stopped'
              Close JOURNAL-FILE
              Call "CBL_RUN_FOOTER" using 'gcobol-customer-json'
                   by value 1, 0, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Add 1 to Order-Count.
           Move Changed-Key to ORD-KEY(Order-Count).
           Move ZERO to ORD-REF(Order-Count).

       1550-KEEP-ONE-CHANGE.

           If Chg-Count > ZERO
              If ORD-KEY(Seq-Idx)(1:20) = CHG-KEY(Chg-Count)
                 Exit Paragraph
              End-If
           End-If.
           Add 1 to Chg-Count.
           Move ORD-KEY(Seq-Idx)(1:20) to CHG-KEY(Chg-Count).

       2000-EXPORT-ONE-CUSTOMER.

           Read MASTER-FILE Next Record
              At End
                 Move '10' to Master-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Records-Read.

           If Mode-Is-Incremental
              Perform 2100-EMIT-ONE-DELETE
                  Until CHG-KEY(Chg-Cursor) Not < MASTER-KEY
              If CHG-KEY(Chg-Cursor) Not = MASTER-KEY
                 Exit Paragraph
              End-If
              Add 1 to Chg-Cursor
           End-If.

           Perform 3000-BUILD-THE-OBJECT.

       2100-EMIT-ONE-DELETE.

      *    A touched key the master no longer holds.
           Move Spaces to Json-Line.
           Move 1 to Json-Ptr.
           Move 'N' to Json-Overflowed.
           Move '{"key":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move CHG-KEY(Chg-Cursor) to Json-Text.
           Perform 8100-PUT-STRING.
           Move ',"deleted":true}' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Compute Text-Len = Json-Ptr - 1.
           Write JSON-RECORD from Json-Line(1:Text-Len).
           Add 1 to Deletes-Written.
           Add 1 to Chg-Cursor.

       3000-BUILD-THE-OBJECT.

           Move Spaces to Json-Line.
           Move 1 to Json-Ptr.
           Move 'N' to Json-Overflowed.

           Move '{"key":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move MASTER-KEY to Json-Text.
           Perform 8100-PUT-STRING.
           Move ',"account":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move MASTER-ACCT-NO to Json-Text.
           Perform 8100-PUT-STRING.
           Move ',"name":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move MASTER-CUST-NAME to Json-Text.
           Perform 8100-PUT-STRING.
           Move ',"product":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move MASTER-PRODUCT-CODE to Json-Text.
           Perform 8100-PUT-STRING.

           Move ',"address":{"street":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move MASTER-ADDR-STREET to Json-Text.
           Perform 8100-PUT-STRING.
           Move ',"city":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move MASTER-ADDR-CITY to Json-Text.
           Perform 8100-PUT-STRING.
           Move ',"country":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move MASTER-ADDR-COUNTRY to Json-Text.
           Perform 8100-PUT-STRING.
           Move ',"postalCode":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move MASTER-POSTAL-CODE to Json-Text.
           Perform 8100-PUT-STRING.
           Move '}' to Json-Piece.
           Perform 8000-PUT-PIECE.

           Evaluate True
              When MASTER-IS-CLOSED
                 Move ',"status":"closed"' to Json-Piece
              When MASTER-IS-DORMANT
                 Move ',"status":"dormant"' to Json-Piece
              When Other
                 Move ',"status":"active"' to Json-Piece
           End-Evaluate.
           Perform 8000-PUT-PIECE.
           Move ',"closedDate":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move MASTER-CLOSED-DATE to Json-Date.
           Perform 8200-PUT-DATE.

           If MASTER-MAIL-HELD
              Move ',"mail":{"held":true,"heldDate":' to Json-Piece
              Perform 8000-PUT-PIECE
              Move MASTER-MAIL-HELD-DATE to Json-Date
              Perform 8200-PUT-DATE
              Move ',"reason":' to Json-Piece
              Perform 8000-PUT-PIECE
              Move MASTER-MAIL-REASON to Json-Text
              Perform 8100-PUT-STRING
              Move '}' to Json-Piece
           Else
              Move ',"mail":{"held":false}' to Json-Piece
           End-If.
           Perform 8000-PUT-PIECE.

           Perform 3100-PUT-THE-BALANCES.
           Perform 3300-FIND-THE-LINKS.

           Move 'HH' to Want-Type.
           Move ',"household":[' to Array-Name.
           Move ',"role":"member"' to Outbound-Role.
           Move ',"role":"head"' to Inbound-Role.
           Perform 3400-PUT-ONE-LINK-ARRAY.
           Move 'GU' to Want-Type.
           Move ',"guarantor":[' to Array-Name.
           Move ',"role":"guaranteed"' to Outbound-Role.
           Move ',"role":"guarantor"' to Inbound-Role.
           Perform 3400-PUT-ONE-LINK-ARRAY.
           Move 'CP' to Want-Type.
           Move ',"corporateParent":[' to Array-Name.
           Move ',"role":"subsidiary"' to Outbound-Role.
           Move ',"role":"parent"' to Inbound-Role.
           Perform 3400-PUT-ONE-LINK-ARRAY.

           Move '}' to Json-Piece.
           Perform 8000-PUT-PIECE.

           If Json-Overflowed = 'Y'
              Display '*** customer ' MASTER-KEY
                      ' does not fit the export line - left out'
              Add 1 to Objects-Skipped
              Exit Paragraph
           End-If.
           Compute Text-Len = Json-Ptr - 1.
           Write JSON-RECORD from Json-Line(1:Text-Len).
           Add 1 to Objects-Written.

       3100-PUT-THE-BALANCES.

           Perform 3110-SKIP-ONE-BALANCE
               Until BT-MASTER-KEY(BAL-SEQ(Bal-Cursor))
                     Not < MASTER-KEY.
           Move Bal-Cursor to Bal-Low.
           Perform 3110-SKIP-ONE-BALANCE
               Until BT-MASTER-KEY(BAL-SEQ(Bal-Cursor))
                     Not = MASTER-KEY.
           Compute Bal-High = Bal-Cursor - 1.

           Move ',"balances":[' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Perform 3150-PUT-ONE-BALANCE
               Varying Seq-Idx From Bal-Low By 1
               Until Seq-Idx > Bal-High.
           Move ']' to Json-Piece.
           Perform 8000-PUT-PIECE.

       3110-SKIP-ONE-BALANCE.

           Add 1 to Bal-Cursor.

       3150-PUT-ONE-BALANCE.

           Move BAL-SEQ(Seq-Idx) to Sort-K.
           If Seq-Idx > Bal-Low
              Move ',' to Json-Piece
              Perform 8000-PUT-PIECE
           End-If.
           Move '{"account":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move BT-ACCT-NO(Sort-K) to Json-Text.
           Perform 8100-PUT-STRING.
           Move ',"balance":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move BT-BALANCE(Sort-K) to Json-Amount.
           Perform 8300-PUT-AMOUNT.
           Move ',"currency":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move BT-CURRENCY(Sort-K) to Json-Text.
           Perform 8100-PUT-STRING.
           Move ',"originalBalance":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move BT-ORIG-BALANCE(Sort-K) to Json-Amount.
           Perform 8300-PUT-AMOUNT.
           Move ',"product":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move BT-PRODUCT(Sort-K) to Json-Text.
           Perform 8100-PUT-STRING.
           Move ',"lastPosted":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move BT-LAST-POSTED(Sort-K) to Json-Date.
           Perform 8200-PUT-DATE.
           Move '}' to Json-Piece.
           Perform 8000-PUT-PIECE.

           Move BT-BALANCE(Sort-K) to Abs-Balance.
           Add Abs-Balance to Amount-Hash.

       3300-FIND-THE-LINKS.

      *    Links from this customer, then links to it.
           Perform 3310-SKIP-ONE-OUTBOUND
               Until LNK-FROM(Out-Cursor) Not < MASTER-KEY.
           Move Out-Cursor to Out-Low.
           Perform 3310-SKIP-ONE-OUTBOUND
               Until LNK-FROM(Out-Cursor) Not = MASTER-KEY.
           Compute Out-High = Out-Cursor - 1.

           Perform 3320-SKIP-ONE-INBOUND
               Until LNK-TO(INB-LINK(Inb-Cursor)) Not < MASTER-KEY.
           Move Inb-Cursor to Inb-Low.
           Perform 3320-SKIP-ONE-INBOUND
               Until LNK-TO(INB-LINK(Inb-Cursor)) Not = MASTER-KEY.
           Compute Inb-High = Inb-Cursor - 1.

       3310-SKIP-ONE-OUTBOUND.

           Add 1 to Out-Cursor.

       3320-SKIP-ONE-INBOUND.

           Add 1 to Inb-Cursor.

       3400-PUT-ONE-LINK-ARRAY.

           Move Array-Name to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move 'Y' to First-Element.
           Perform 3410-PUT-OUTBOUND-LINK
               Varying Link-Idx From Out-Low By 1
               Until Link-Idx > Out-High.
           Perform 3420-PUT-INBOUND-LINK
               Varying Seq-Idx From Inb-Low By 1
               Until Seq-Idx > Inb-High.
           Move ']' to Json-Piece.
           Perform 8000-PUT-PIECE.

       3410-PUT-OUTBOUND-LINK.

           If LNK-TYPE(Link-Idx) Not = Want-Type
              Exit Paragraph
           End-If.
           Move LNK-TO(Link-Idx) to Json-Text.
           Move Outbound-Role to Json-Piece.
           Perform 3450-PUT-LINK-ELEMENT.

       3420-PUT-INBOUND-LINK.

           Move INB-LINK(Seq-Idx) to Link-Idx.
           If LNK-TYPE(Link-Idx) Not = Want-Type
              Exit Paragraph
           End-If.
           Move LNK-FROM(Link-Idx) to Json-Text.
           Move Inbound-Role to Json-Piece.
           Perform 3450-PUT-LINK-ELEMENT.

       3450-PUT-LINK-ELEMENT.

      *    Json-Text holds the other party, Json-Piece its role.
           Move Json-Piece to Role-Piece.
           If First-Element = 'N'
              Move ',' to Json-Piece
              Perform 8000-PUT-PIECE
           End-If.
           Move 'N' to First-Element.
           Move '{"key":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Perform 8100-PUT-STRING.
           Move Role-Piece to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move ',"effective":' to Json-Piece.
           Perform 8000-PUT-PIECE.
           Move LNK-EFFECTIVE(Link-Idx) to Json-Date.
           Perform 8200-PUT-DATE.
           Move '}' to Json-Piece.
           Perform 8000-PUT-PIECE.

       7000-ORDER-THE-KEYS.

      *    Shell sort of the work table on ORD-KEY, Knuth's gaps.
           Move 1 to Gap-Size.
           Perform 7050-GROW-THE-GAP
               Until Gap-Size > Order-Count / 3.

           Perform 7100-ONE-GAP-PASS
               Until Gap-Size < 1.

       7050-GROW-THE-GAP.

           Compute Gap-Size = Gap-Size * 3 + 1.

       7100-ONE-GAP-PASS.

           Perform 7200-INSERT-ONE
               Varying Sort-I From 1 By 1
               Until Sort-I > Order-Count - Gap-Size.
           Compute Gap-Size = Gap-Size / 3.

       7200-INSERT-ONE.

           Compute Sort-J = Sort-I.
           Move 'Y' to Swap-Needed.
           Perform 7300-SIFT-ONE
               Until Sort-J < 1
                   Or Swap-Needed = 'N'.

       7300-SIFT-ONE.

           Compute Sort-K = Sort-J + Gap-Size.
           If ORD-KEY(Sort-J) > ORD-KEY(Sort-K)
              Move Order-Entry(Sort-J) to Swap-Hold
              Move Order-Entry(Sort-K) to Order-Entry(Sort-J)
              Move Swap-Hold to Order-Entry(Sort-K)
              Compute Sort-J = Sort-J - Gap-Size
           Else
              Move 'N' to Swap-Needed
           End-If.

       8000-PUT-PIECE.

      *    A structural token; none of them holds a space.
           String Json-Piece Delimited By Space
             Into Json-Line With Pointer Json-Ptr
             On Overflow
                Move 'Y' to Json-Overflowed
           End-String.

       8100-PUT-STRING.

      *    Json-Text as a quoted, escaped JSON string, trailing
      *    blanks dropped.
           If Json-Text = Spaces
              Move ZERO to Text-Len
           Else
              Compute Text-Len =
                      Function Length(Function Trim(Json-Text
                                                    Trailing))
           End-If.
           Move '"' to Json-Char.
           Perform 8190-PUT-RAW-CHAR.
           Perform 8150-PUT-ONE-CHAR
               Varying Char-Idx From 1 By 1
               Until Char-Idx > Text-Len.
           Move '"' to Json-Char.
           Perform 8190-PUT-RAW-CHAR.

       8150-PUT-ONE-CHAR.

           Move Json-Text(Char-Idx:1) to Json-Char.
           Compute Char-Ord = Function Ord(Json-Char) - 1.
           Evaluate True
              When Json-Char = '"'
              When Json-Char = '\'
                 String '\' Json-Char Delimited By Size
                   Into Json-Line With Pointer Json-Ptr
                   On Overflow
                      Move 'Y' to Json-Overflowed
                 End-String
              When Char-Ord < 32
              When Char-Ord > 126
                 Divide Char-Ord By 16 Giving Hex-High
                        Remainder Hex-Low
                 String '\u00' Hex-Digits(Hex-High + 1:1)
                        Hex-Digits(Hex-Low + 1:1)
                        Delimited By Size
                   Into Json-Line With Pointer Json-Ptr
                   On Overflow
                      Move 'Y' to Json-Overflowed
                 End-String
              When Other
                 Perform 8190-PUT-RAW-CHAR
           End-Evaluate.

       8190-PUT-RAW-CHAR.

           String Json-Char Delimited By Size
             Into Json-Line With Pointer Json-Ptr
             On Overflow
                Move 'Y' to Json-Overflowed
           End-String.

       8200-PUT-DATE.

           If Json-Date Not Numeric
              Or Json-Date = '00000000'
              Move 'null' to Json-Piece
              Perform 8000-PUT-PIECE
              Exit Paragraph
           End-If.
           String '"' Json-Date(1:4) '-' Json-Date(5:2) '-'
                  Json-Date(7:2) '"'
                  Delimited By Size
             Into Json-Line With Pointer Json-Ptr
             On Overflow
                Move 'Y' to Json-Overflowed
           End-String.

       8300-PUT-AMOUNT.

           Move Json-Amount to Amount-Edited.
           Move Function Trim(Amount-Edited) to Json-Piece.
           Perform 8000-PUT-PIECE.
