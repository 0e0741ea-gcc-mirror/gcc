      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Nightly customer event-notification feed for the SMS and
      *  email vendor.  Customers ask, through the alert-preference
      *  file (CUST-EVENT-PREF-PATH), to be told when something
      *  happens to their money; one line per customer and event:
      *
      *    customer key (20), event (8), threshold (whole and two
      *    decimals, 13 digits), channel (SMS or EMAIL), contact -
      *    the number or address the vendor sends to (64)
      *
      *  The events, from tonight's applied money movements (the
      *  'B' balance images in the shared journal dated the
      *  processing date) and the balance file:
      *
      *    LOWBAL    the closing balance fell below the threshold
      *              tonight (it opened the night at or above it)
      *    LARGEDR   a single debit at or above the threshold
      *    OVERDRWN  the closing balance went below zero tonight
      *    DEPOSIT   a credit at or above the threshold (zero for
      *              any) - the shop's own postings, accrual, fee,
      *              reversal and interest adjustment, are not
      *              deposits
      *    TDMATURE  a running term deposit matures by the next
      *              business day
      *
      *  Amounts are in the account's own currency - the original-
      *  currency balance for a foreign account - as the customer
      *  sees them.  A customer gets at most one event of each kind
      *  a night, however many accounts or postings qualify; the
      *  first to qualify is the one sent.  Nothing is sent to a
      *  customer whose mail has come back (MASTER-MAIL-STATUS 'R',
      *  the address-invalid indicator) or who has no preference
      *  line, or no channel and contact, for the event.
      *
      *  The feed is the shop's outbound H/D/T envelope:
      *
      *    'H' + processing date + outbound generation number
      *    'D' + event, customer key, account, channel, contact,
      *          amount, currency, event date (the maturity date
      *          for TDMATURE, otherwise the processing date)
      *    'T' + detail count
      *
      *  stamped with the next generation of its own stream
      *  (CBL_FEED_GENERATION, feed name customer-events), its
      *  count and amount hash registered on the control-total
      *  ledger as a produced total, and handed to the vendor's
      *  pickup directory (CUST-EVENT-PICKUP-DIR) through
      *  CBL_PUBLISH_FILE; only a published feed consumes the
      *  generation.  A night on which an event table filled up is
      *  incomplete: its feed is not published and the run ends in
      *  error.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-customer-events.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant TD-FILE-PATH as "/tmp/gcobol-term-deposit.dat"
       >>Define Constant EVENT-PREFS as "/tmp/gcobol-alert-pref.dat"
       >>Define Constant EVENT-WORK-PATH as "/tmp/gcobol-cust-event.wrk"
       >>Define Constant EVENT-PICKUP-DIR as "/tmp/outbound"
       >>Define Constant EVENT-FEED-NAME as "customer-events"
       >>Define Constant BASE-CCY as "USD"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BAL-ACCT-NO
                  FILE STATUS IS Balance-File-Status.
           SELECT MASTER-FILE
                  ASSIGN TO Master-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-ACCT-NO
                  ALTERNATE RECORD KEY IS MASTER-CUST-NAME
                      WITH DUPLICATES
                  FILE STATUS IS Master-File-Status.
           SELECT TD-FILE
                  ASSIGN TO Td-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Td-File-Status.
           SELECT PREF-FILE
                  ASSIGN TO Pref-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Pref-File-Status.
           SELECT EVENT-FILE
                  ASSIGN TO Event-Work-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Event-File-Status.

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
           05  MASTER-CLOSED-DATE   PIC 9(08).
           05  MASTER-MAIL-STATUS   PIC X(01).
               88  MASTER-MAIL-HELD     VALUE 'R'.
           05  MASTER-MAIL-HELD-DATE PIC 9(08).
           05  MASTER-MAIL-REASON   PIC X(02).
           05  MASTER-MORE-DETAIL   PIC X(845).

       FD  TD-FILE.
       01  TD-RECORD.
           05  TD-ACCT-NO           PIC X(12).
           05  TD-PRINCIPAL         PIC 9(13)V99.
           05  TD-RATE              PIC 9(03)V9(06).
           05  TD-START-DATE        PIC 9(08).
           05  TD-MATURITY-DATE     PIC 9(08).
           05  TD-TERM-MONTHS       PIC 9(03).
           05  TD-INSTRUCTION       PIC X(01).
           05  TD-PAYOUT-ACCT       PIC X(12).
           05  TD-STATUS            PIC X(01).
               88  TD-IS-ACTIVE         VALUE 'A'.
           05  TD-NOTICE-SENT       PIC 9(08).
           05  TD-LAST-MATURED      PIC 9(08).
           05  TD-ROLLOVERS         PIC 9(03).

       FD  PREF-FILE.
       01  PREF-RECORD.
           05  PRF-CUST-KEY         PIC X(20).
           05  PRF-EVENT            PIC X(08).
           05  PRF-THRESHOLD        PIC 9(11)V99.
           05  PRF-CHANNEL          PIC X(05).
           05  PRF-CONTACT          PIC X(64).

       FD  EVENT-FILE.
       01  EVENT-RECORD             PIC X(137).
       01  EVENT-HEADER-VIEW REDEFINES EVENT-RECORD.
           05  FILLER               PIC X(01).
           05  EVH-DATE             PIC 9(08).
           05  EVH-GENERATION       PIC 9(08).
           05  FILLER               PIC X(120).
       01  EVENT-DETAIL-VIEW REDEFINES EVENT-RECORD.
           05  FILLER               PIC X(01).
           05  EVD-EVENT            PIC X(08).
           05  EVD-CUST-KEY         PIC X(20).
           05  EVD-ACCT-NO          PIC X(12).
           05  EVD-CHANNEL          PIC X(05).
           05  EVD-CONTACT          PIC X(64).
           05  EVD-AMOUNT           PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  EVD-CURRENCY         PIC X(03).
           05  EVD-DATE             PIC 9(08).
       01  EVENT-TRAILER-VIEW REDEFINES EVENT-RECORD.
           05  FILLER               PIC X(01).
           05  EVT-COUNT            PIC 9(08).
           05  FILLER               PIC X(128).

       WORKING-STORAGE SECTION.
        77 Journal-Path         PIC X(100) VALUE JOURNAL-PATH.
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 Master-Path          PIC X(100) VALUE MASTER-PATH.
        77 Td-Path              PIC X(100).
        77 Pref-Path            PIC X(100).
        77 Event-Work-Path      PIC X(100) VALUE EVENT-WORK-PATH.
        77 Pickup-Dir           PIC X(100).
        77 Journal-File-Status  PIC X(02).
        77 Balance-File-Status  PIC X(02).
        77 Master-File-Status   PIC X(02).
        77 Td-File-Status       PIC X(02).
        77 Pref-File-Status     PIC X(02).
        77 Event-File-Status    PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Processing-Date      PIC 9(08).
        77 Maturity-Horizon     PIC 9(08).
        77 Base-Currency        PIC X(03).
        77 Epoch-Seconds        BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        77 Calendar-Status      BINARY-LONG SIGNED.
        01 Cal-Request.
           05 Cal-Function          PIC X(01).
           05 Cal-Date              PIC 9(08).
           05 Cal-Epoch             BINARY-DOUBLE.
           05 Cal-Business-Seconds  BINARY-DOUBLE.

      * The journal's balance images, re-described so the numbers
      * inside the 1024-byte picture can be read back.
        01 Image-Work.
           05 IMG-ACCT-NO          PIC X(12).
           05 IMG-MASTER-KEY       PIC X(20).
           05 IMG-BALANCE          PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 IMG-LAST-POSTED      PIC 9(08).
           05 IMG-PRODUCT-CODE     PIC X(04).
           05 IMG-CURRENCY         PIC X(03).
           05 IMG-ORIG-BALANCE     PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 IMG-LAST-ORIGIN      PIC X(02).
              88 IMG-IS-SHOP-MONEY    VALUE 'AC' 'FE' 'RV' 'BV'
                                        'DP'.
           05 FILLER               PIC X(47).
        77 Before-Balance       PIC S9(13)V99.
        77 After-Balance        PIC S9(13)V99.
        77 Movement-Amount      PIC S9(13)V99.
        77 Entry-Date           PIC 9(08).

      * The alert preferences, one entry per customer and event.
        77 Pref-Count           BINARY-LONG VALUE ZERO.
        77 Max-Prefs            BINARY-LONG VALUE 5000.
        77 Pref-Idx             BINARY-LONG.
        77 Pref-Found           BINARY-LONG.
        01 Pref-Table.
           05 Pref-Entry OCCURS 5000 TIMES.
              10 PT-CUST-KEY       PIC X(20).
              10 PT-EVENT          PIC X(08).
              10 PT-THRESHOLD      PIC 9(11)V99.
              10 PT-CHANNEL        PIC X(05).
              10 PT-CONTACT        PIC X(64).

      * Accounts that moved tonight, with the balance they opened
      * the night on - the before-image of their first movement.
        77 Moved-Count          BINARY-LONG VALUE ZERO.
        77 Max-Moved            BINARY-LONG VALUE 5000.
        77 Moved-Idx            BINARY-LONG.
        77 Moved-Found          BINARY-LONG.
        01 Moved-Table.
           05 Moved-Entry OCCURS 5000 TIMES.
              10 MV-ACCT-NO        PIC X(12).
              10 MV-OPENING        PIC S9(13)V99.

      * Events already sent tonight, one per customer and kind.
        77 Sent-Count           BINARY-LONG VALUE ZERO.
        77 Max-Sent             BINARY-LONG VALUE 5000.
        77 Sent-Idx             BINARY-LONG.
        77 Sent-Found           BINARY-LONG.
        01 Sent-Table.
           05 Sent-Entry OCCURS 5000 TIMES.
              10 ST-CUST-KEY       PIC X(20).
              10 ST-EVENT          PIC X(08).

      * The event on offer.
        77 Offer-Event          PIC X(08).
           88 Offer-Is-Low-Balance   VALUE 'LOWBAL'.
           88 Offer-Is-Large-Debit   VALUE 'LARGEDR'.
           88 Offer-Is-Overdrawn     VALUE 'OVERDRWN'.
           88 Offer-Is-Deposit       VALUE 'DEPOSIT'.
           88 Offer-Is-Td-Maturing   VALUE 'TDMATURE'.
        77 Offer-Cust-Key       PIC X(20).
        77 Offer-Acct-No        PIC X(12).
        77 Offer-Amount         PIC S9(13)V99.
        77 Offer-Opening        PIC S9(13)V99.
        77 Offer-Currency       PIC X(03).
        77 Offer-Date           PIC 9(08).

        77 Overflowed           PIC X(01) VALUE 'N'.
        77 Entries-Read         BINARY-LONG VALUE ZERO.
        77 Movements-Seen       BINARY-LONG VALUE ZERO.
        77 Deposits-Read        BINARY-LONG VALUE ZERO.
        77 Events-Written       BINARY-LONG VALUE ZERO.
        77 No-Preference        BINARY-LONG VALUE ZERO.
        77 Below-Threshold      BINARY-LONG VALUE ZERO.
        77 Already-Sent         BINARY-LONG VALUE ZERO.
        77 Address-Invalid      BINARY-LONG VALUE ZERO.
        77 Amount-Hash          PIC 9(16) VALUE ZERO.
        77 Abs-Amount           PIC 9(13)V99.
        77 Final-Name           PIC X(100).
        77 Publish-Status       BINARY-LONG SIGNED.
        77 Generation-Status    BINARY-LONG SIGNED.
        77 Outbound-Generation  PIC 9(08).
        77 Total-Status         BINARY-LONG SIGNED.
        01 Total-Request.
           05 Total-Role          PIC X(01).
           05 Total-File-Name     PIC X(100).
           05 Total-Record-Count  PIC 9(10).
           05 Total-Hash          PIC 9(16).

      * CBL_FEED_GENERATION request block - the outbound feed gets
      * its own generation stream, keyed by the feed name.
        77 Feed-Gen-Name        PIC X(100) VALUE EVENT-FEED-NAME.
        01 Gen-Request.
           05 Gen-Function        PIC X(01).
           05 Gen-This-Delivery   PIC 9(08).
           05 Gen-Last-Processed  PIC 9(08).
           05 Gen-Result          PIC X(01).

        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.
        77 Run-Status           BINARY-LONG SIGNED VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-customer-events'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-customer-events'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-SETTINGS.
           Perform 1000-LOAD-THE-PREFERENCES.

           Open Input BALANCE-FILE.
           If Balance-File-Status Not = '00'
              Display 'Cannot open balance file '
                      Function Trim(Balance-Path)
                      ' - file status ' Balance-File-Status
              Stop Run With Error Status 1
           End-If.
           Open Input MASTER-FILE.
           If Master-File-Status Not = '00'
              Display 'Cannot open customer master '
                      Function Trim(Master-Path)
                      ' - file status ' Master-File-Status
              Stop Run With Error Status 1
           End-If.

      *    Next generation in the outbound stream: ask the control
      *    file what was last published, then take its successor.
           Move 'C' to Gen-Function.
           Move ZERO to Gen-This-Delivery.
           Call "CBL_FEED_GENERATION" using Feed-Gen-Name,
                        Gen-Request
                      returning Generation-Status.
           Compute Outbound-Generation = Gen-Last-Processed + 1.

           Open Output EVENT-FILE.
           If Event-File-Status Not = '00'
              Display 'Cannot open event work file '
                      Function Trim(Event-Work-Path)
                      ' - file status ' Event-File-Status
              Stop Run With Error Status 1
           End-If.
           Move Spaces to EVENT-RECORD.
           Move 'H' to EVENT-RECORD(1:1).
           Move Processing-Date to EVH-DATE.
           Move Outbound-Generation to EVH-GENERATION.
           Write EVENT-RECORD.

           Open Input JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Display 'Cannot open journal '
                      Function Trim(Journal-Path)
                      ' - file status ' Journal-File-Status
              Stop Run With Error Status 1
           End-If.
           Perform 2000-SCAN-ONE-ENTRY
               Until Journal-File-Status Not = '00'.
           Close JOURNAL-FILE.

           Perform 3000-CLOSE-ONE-ACCOUNT
               Varying Moved-Idx From 1 By 1
               Until Moved-Idx > Moved-Count.

           Open Input TD-FILE.
           If Td-File-Status = '00'
              Perform 4000-CONSIDER-ONE-DEPOSIT
                  Until Td-File-Status Not = '00'
              Close TD-FILE
           Else
              Display 'No term-deposit file - no maturity events'
           End-If.

           Move Spaces to EVENT-RECORD.
           Move 'T' to EVENT-RECORD(1:1).
           Move Events-Written to EVT-COUNT.
           Write EVENT-RECORD.
           Close EVENT-FILE.
           Close BALANCE-FILE.
           Close MASTER-FILE.

      *    A table that filled up means some customers were never
      *    considered: the night's feed is incomplete, so it is not
      *    published and its generation stays unconsumed.
           If Overflowed = 'Y'
              Display '*** an event table filled up - customers '
                      'were not considered; raise the table - feed '
                      'not published'
              Move 1 to Run-Status
              Move 'not published' to Final-Name
           Else
              Perform 8000-PUBLISH-THE-FEED
           End-If.

           Display 'Journal entries read:  ' Entries-Read.
           Display 'Customer movements:    ' Movements-Seen.
           Display 'Deposits read:         ' Deposits-Read.
           Display 'Events written:        ' Events-Written
                   ' (' Function Trim(Final-Name) ')'.
           Display 'No preference:         ' No-Preference.
           Display 'Under the threshold:   ' Below-Threshold.
           Display 'Already sent tonight:  ' Already-Sent.
           Display 'Address invalid:       ' Address-Invalid.

           Move Events-Written to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' gen=' Outbound-Generation
                  ' events=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-customer-events",
                        Audit-Args,
                        by value Run-Status
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-customer-events'
                by value Run-Status, Entries-Read, Events-Written
                returning Footer-Status.
           If Run-Status Not = ZERO
              Stop Run With Error Status 1
           End-If.
           Stop Run.

       0100-RESOLVE-THE-SETTINGS.

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

      *    A deposit maturing by the next business day is told
      *    tonight - over a weekend, on the Friday.
           Move 'N' to Cal-Function.
           Move Processing-Date to Cal-Date.
           Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                returning Calendar-Status.
           Move Cal-Date to Maturity-Horizon.

           Move 'CUST-EVENT-PREF-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        EVENT-PREFS
                      returning Config-Status.
           Move Config-Value to Pref-Path.

           Move 'CUST-EVENT-PICKUP-DIR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        EVENT-PICKUP-DIR
                      returning Config-Status.
           Move Config-Value to Pickup-Dir.

           Move 'TD-FILE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        TD-FILE-PATH
                      returning Config-Status.
           Move Config-Value to Td-Path.

           Move 'BASE-CURRENCY' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        BASE-CCY
                      returning Config-Status.
           Move Config-Value(1:3) to Base-Currency.

       1000-LOAD-THE-PREFERENCES.

           Open Input PREF-FILE.
           If Pref-File-Status Not = '00'
              Display 'No alert-preference file '
                      Function Trim(Pref-Path)
                      ' - no customer has asked for events'
              Exit Paragraph
           End-If.
           Perform 1100-LOAD-ONE-PREFERENCE
               Until Pref-File-Status Not = '00'.
           Close PREF-FILE.

       1100-LOAD-ONE-PREFERENCE.

           Read PREF-FILE
              At End
                 Move '10' to Pref-File-Status
                 Exit Paragraph
           End-Read.
      *    A line with no channel or no contact is no preference.
           If PRF-CUST-KEY = Spaces Or PRF-EVENT = Spaces
              Or PRF-CHANNEL = Spaces Or PRF-CONTACT = Spaces
              Exit Paragraph
           End-If.
           If Pref-Count >= Max-Prefs
              Move 'Y' to Overflowed
              Exit Paragraph
           End-If.
           Add 1 to Pref-Count.
           Move PRF-CUST-KEY to PT-CUST-KEY(Pref-Count).
           Move Function Upper-Case(PRF-EVENT)
             to PT-EVENT(Pref-Count).
           If PRF-THRESHOLD Numeric
              Move PRF-THRESHOLD to PT-THRESHOLD(Pref-Count)
           Else
              Move ZERO to PT-THRESHOLD(Pref-Count)
           End-If.
           Move Function Upper-Case(PRF-CHANNEL)
             to PT-CHANNEL(Pref-Count).
           Move PRF-CONTACT to PT-CONTACT(Pref-Count).

       2000-SCAN-ONE-ENTRY.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
              Not At End
                 Add 1 to Entries-Read
                 If JN-ACTION = 'B'
                    And JN-RUN-STAMP Numeric
                    Move JN-RUN-STAMP(1:8) to Entry-Date
                    If Entry-Date = Processing-Date
                       Perform 2100-WEIGH-ONE-MOVEMENT
                    End-If
                 End-If
           End-Read.

       2100-WEIGH-ONE-MOVEMENT.

      *    The customer's view of a balance image: the original-
      *    currency balance for a foreign account.
           Move JN-AFTER-IMAGE(1:128) to Image-Work.
           If IMG-BALANCE Not Numeric
              Exit Paragraph
           End-If.
           Move ZERO to Before-Balance.
           If JN-BEFORE-IMAGE(1:128) Not = Low-Values
              Move JN-BEFORE-IMAGE(1:128) to Image-Work
              If IMG-BALANCE Numeric
                 Perform 2300-TAKE-THE-IMAGE-BALANCE
                 Move After-Balance to Before-Balance
              End-If
              Move JN-AFTER-IMAGE(1:128) to Image-Work
           End-If.
           Perform 2300-TAKE-THE-IMAGE-BALANCE.

           Perform 2200-NOTE-THE-OPENING.

           Compute Movement-Amount = After-Balance - Before-Balance.
           If Movement-Amount = ZERO
              Exit Paragraph
           End-If.
           Add 1 to Movements-Seen.

           Move IMG-MASTER-KEY to Offer-Cust-Key.
           Move IMG-ACCT-NO to Offer-Acct-No.
           Move Processing-Date to Offer-Date.
           Move ZERO to Offer-Opening.
           If Movement-Amount < ZERO
              Move 'LARGEDR' to Offer-Event
              Compute Offer-Amount = ZERO - Movement-Amount
              Perform 7000-OFFER-THE-EVENT
           Else
              If Not IMG-IS-SHOP-MONEY
                 Move 'DEPOSIT' to Offer-Event
                 Move Movement-Amount to Offer-Amount
                 Perform 7000-OFFER-THE-EVENT
              End-If
           End-If.

       2200-NOTE-THE-OPENING.

      *    Only an account's first movement of the night says what
      *    it opened on.
           Move ZERO to Moved-Found.
           Perform 2210-MATCH-ONE-MOVED
               Varying Moved-Idx From 1 By 1
               Until Moved-Idx > Moved-Count
                  Or Moved-Found Not = ZERO.
           If Moved-Found = ZERO
              If Moved-Count < Max-Moved
                 Add 1 to Moved-Count
                 Move IMG-ACCT-NO to MV-ACCT-NO(Moved-Count)
                 Move Before-Balance to MV-OPENING(Moved-Count)
              Else
                 Move 'Y' to Overflowed
              End-If
           End-If.

       2210-MATCH-ONE-MOVED.

           If MV-ACCT-NO(Moved-Idx) = IMG-ACCT-NO
              Move Moved-Idx to Moved-Found
           End-If.

       2300-TAKE-THE-IMAGE-BALANCE.

           If IMG-CURRENCY Not = Spaces
              And IMG-CURRENCY Not = Base-Currency
              And IMG-ORIG-BALANCE Numeric
              Move IMG-ORIG-BALANCE to After-Balance
              Move IMG-CURRENCY to Offer-Currency
           Else
              Move IMG-BALANCE to After-Balance
              Move Base-Currency to Offer-Currency
           End-If.

       3000-CLOSE-ONE-ACCOUNT.

      *    The balance file holds what the account closed the night
      *    on, whatever order the movements were journaled in.
           Move MV-ACCT-NO(Moved-Idx) to BAL-ACCT-NO.
           Read BALANCE-FILE Key Is BAL-ACCT-NO
              Invalid Key
                 Exit Paragraph
           End-Read.
           Perform 6000-TAKE-THE-ACCOUNT-BALANCE.

           Move BAL-MASTER-KEY to Offer-Cust-Key.
           Move BAL-ACCT-NO to Offer-Acct-No.
           Move Processing-Date to Offer-Date.
           Move MV-OPENING(Moved-Idx) to Offer-Opening.

           Move 'LOWBAL' to Offer-Event.
           Perform 7000-OFFER-THE-EVENT.

           If Offer-Amount < ZERO
              And MV-OPENING(Moved-Idx) >= ZERO
              Move 'OVERDRWN' to Offer-Event
              Perform 7000-OFFER-THE-EVENT
           End-If.

       4000-CONSIDER-ONE-DEPOSIT.

           Read TD-FILE
              At End
                 Move '10' to Td-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Deposits-Read.
           If Not TD-IS-ACTIVE
              Or TD-MATURITY-DATE Not Numeric
              Exit Paragraph
           End-If.
           If TD-MATURITY-DATE <= Processing-Date
              Or TD-MATURITY-DATE > Maturity-Horizon
              Exit Paragraph
           End-If.

           Move TD-ACCT-NO to BAL-ACCT-NO.
           Read BALANCE-FILE Key Is BAL-ACCT-NO
              Invalid Key
                 Exit Paragraph
           End-Read.
           Perform 6000-TAKE-THE-ACCOUNT-BALANCE.
           Move BAL-MASTER-KEY to Offer-Cust-Key.
           Move BAL-ACCT-NO to Offer-Acct-No.
           Move TD-MATURITY-DATE to Offer-Date.
           Move ZERO to Offer-Opening.
           Move 'TDMATURE' to Offer-Event.
           Perform 7000-OFFER-THE-EVENT.

       6000-TAKE-THE-ACCOUNT-BALANCE.

           If BAL-CURRENCY Not = Spaces
              And BAL-CURRENCY Not = Base-Currency
              Move BAL-ORIG-BALANCE to Offer-Amount
              Move BAL-CURRENCY to Offer-Currency
           Else
              Move BAL-BALANCE to Offer-Amount
              Move Base-Currency to Offer-Currency
           End-If.

       7000-OFFER-THE-EVENT.

      *    Asked for?  Over the customer's threshold?  Not already
      *    told tonight?  Somewhere valid to reach them?
           Move ZERO to Pref-Found.
           Perform 7100-MATCH-ONE-PREFERENCE
               Varying Pref-Idx From 1 By 1
               Until Pref-Idx > Pref-Count
                  Or Pref-Found Not = ZERO.
           If Pref-Found = ZERO
              Add 1 to No-Preference
              Exit Paragraph
           End-If.

           Evaluate True
              When Offer-Is-Low-Balance
                 If Offer-Amount >= PT-THRESHOLD(Pref-Found)
                    Or Offer-Opening < PT-THRESHOLD(Pref-Found)
                    Add 1 to Below-Threshold
                    Exit Paragraph
                 End-If
              When Offer-Is-Large-Debit
               Or Offer-Is-Deposit
                 If Offer-Amount < PT-THRESHOLD(Pref-Found)
                    Add 1 to Below-Threshold
                    Exit Paragraph
                 End-If
              When Other
                 Continue
           End-Evaluate.

           Move ZERO to Sent-Found.
           Perform 7200-MATCH-ONE-SENT
               Varying Sent-Idx From 1 By 1
               Until Sent-Idx > Sent-Count
                  Or Sent-Found Not = ZERO.
           If Sent-Found Not = ZERO
              Add 1 to Already-Sent
              Exit Paragraph
           End-If.
           If Sent-Count >= Max-Sent
              Move 'Y' to Overflowed
              Exit Paragraph
           End-If.

           Move Offer-Cust-Key to MASTER-KEY.
           Read MASTER-FILE Key Is MASTER-KEY
              Invalid Key
                 Move Spaces to MASTER-RECORD
                 Move 'R' to MASTER-MAIL-STATUS
           End-Read.
           If MASTER-MAIL-HELD
              Add 1 to Address-Invalid
              Exit Paragraph
           End-If.

           Add 1 to Sent-Count.
           Move Offer-Cust-Key to ST-CUST-KEY(Sent-Count).
           Move Offer-Event to ST-EVENT(Sent-Count).
           Perform 7300-WRITE-THE-EVENT.

       7100-MATCH-ONE-PREFERENCE.

           If PT-CUST-KEY(Pref-Idx) = Offer-Cust-Key
              And PT-EVENT(Pref-Idx) = Offer-Event
              Move Pref-Idx to Pref-Found
           End-If.

       7200-MATCH-ONE-SENT.

           If ST-CUST-KEY(Sent-Idx) = Offer-Cust-Key
              And ST-EVENT(Sent-Idx) = Offer-Event
              Move Sent-Idx to Sent-Found
           End-If.

       7300-WRITE-THE-EVENT.

           Move Spaces to EVENT-RECORD.
           Move 'D' to EVENT-RECORD(1:1).
           Move Offer-Event to EVD-EVENT.
           Move Offer-Cust-Key to EVD-CUST-KEY.
           Move Offer-Acct-No to EVD-ACCT-NO.
           Move PT-CHANNEL(Pref-Found) to EVD-CHANNEL.
           Move PT-CONTACT(Pref-Found) to EVD-CONTACT.
           Move Offer-Amount to EVD-AMOUNT.
           Move Offer-Currency to EVD-CURRENCY.
           Move Offer-Date to EVD-DATE.
           Write EVENT-RECORD.
           Add 1 to Events-Written.
           If Offer-Amount < ZERO
              Compute Abs-Amount = ZERO - Offer-Amount
           Else
              Move Offer-Amount to Abs-Amount
           End-If.
           Add Abs-Amount to Amount-Hash.

       8000-PUBLISH-THE-FEED.

           Move 'P' to Total-Role.
           Move Event-Work-Path to Total-File-Name.
           Move Events-Written to Total-Record-Count.
           Move Amount-Hash to Total-Hash.
           Call "CBL_CONTROL_TOTAL"
                using 'gcobol-customer-events', Total-Request
                      returning Total-Status.

           Move Spaces to Final-Name.
           String EVENT-FEED-NAME '.g' Outbound-Generation
                  Delimited By Size Into Final-Name.
           Call "CBL_PUBLISH_FILE" using Event-Work-Path,
                        Pickup-Dir, Final-Name
                      returning Publish-Status.
           If Publish-Status Not = ZERO
              Display 'Publish to ' Function Trim(Pickup-Dir)
                      ' failed, status ' Publish-Status
              Call "CBL_RUN_FOOTER" using 'gcobol-customer-events'
                   by value 1, Entries-Read, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

      *    Only a published delivery consumes the generation.
           Move 'A' to Gen-Function.
           Move Outbound-Generation to Gen-This-Delivery.
           Call "CBL_FEED_GENERATION" using Feed-Gen-Name,
                        Gen-Request
                      returning Generation-Status.
