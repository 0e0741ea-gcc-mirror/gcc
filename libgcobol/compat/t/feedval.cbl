      *  CBL_REF_TABLE_LOAD service and every detail record does a
      *  binary-search memory lookup, not a file read.
      *
      *  'P' rules hold a product code to the product catalog: an
      *  add or change naming a code the catalog does not carry is
      *  rejected NOPROD, one naming a withdrawn product is
      *  rejected WITHDRWN.  Deletes are exempt - an account on a
      *  withdrawn product must still be closable.  The list
      *  column may name a catalog file; blank takes the
      *  PRODUCT-CATALOG setting.  The action byte is column 2 of
      *  a plain 'D' detail and column 3 of a typed segment.
      *
      *  'K' rules hold an account number to the shop's check
      *  digit (CBL_ACCOUNT_NUMBER): a number that is not twelve
      *  digits carrying a good mod-11 check digit is rejected
      *  CHKDIGIT, so a transposed digit never reaches the master's
      *  account lookup.  A blank number passes - an add may leave
      *  it for the master update to allocate; pair the rule with
      *  an 'M' rule where a number is required.
      *
      *  A generation gap no longer just stops the run for a phone
      *  call: the gap writes a machine-readable retransmission
      *  request - one line per missing generation - published into
      *  awaiting-retransmission ledger that preflight reports
      *  every night.  When a missing generation finally validates
      *  clean, its ledger entry clears itself.
      *
      *  What the partner did to us is kept, not just displayed: a
      *  repeat delivery, a generation gap, each retransmission
      *  request sent and - for a feed that stands - the night's
      *  reject count against details read all go to the
      *  feed-event ledger through CBL_FEED_EVENT, for the monthly
      *  partner scorecard.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-feed-validator.
       >>Define Constant RETRANS-LEDGER as "/tmp/gcobol-retrans.dat"
       >>Define Constant RETRANS-WORK as "/tmp/gcobol-retrans.req"
       >>Define Constant OUTBOUND-DIR as "/tmp/outbound"
       >>Define Constant PRODUCT-CATALOG as "/tmp/feeds/products.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        77 Table-Result        PIC X(256).
        77 Table-Path          PIC X(256).

      * Product catalog entry returned by a 'P' rule lookup.
        01 Product-Result.
           05 Pr-Code             PIC X(04).
           05 Pr-Description      PIC X(30).
           05 Pr-Currency         PIC X(03).
           05 Pr-Interest-Flag    PIC X(01).
           05 Pr-Overdraft-Flag   PIC X(01).
           05 Pr-Stmt-Cycle       PIC X(01).
           05 Pr-Status           PIC X(01).
              88 Pr-Is-Withdrawn     VALUE 'W'.
           05 Pr-Status-Date      PIC 9(08).
           05 FILLER              PIC X(15).
        77 Product-Key-Len     BINARY-LONG VALUE 4.
        77 Product-Rec-Len     BINARY-LONG VALUE 64.
        77 Product-Reason      PIC X(08).
        77 Feed-Action         PIC X(01).
        77 Acct-Check-Status   BINARY-LONG SIGNED.
        01 Acct-Request.
           05 Acct-Function       PIC X(01).
           05 Acct-Branch         PIC X(04).
           05 Acct-Number         PIC X(12).

      * Retransmission-request plumbing for generation gaps.
        77 Retrans-Ledger-Path PIC X(100) VALUE RETRANS-LEDGER.
        77 Retrans-New-Path    PIC X(104).
        77 Missing-Generation  PIC 9(08).
        77 Request-Final-Name  PIC X(100).
        77 Publish-Status      BINARY-LONG SIGNED.
        77 Event-Status        BINARY-LONG SIGNED.

      * CBL_FEED_EVENT request block.
        01 Event-Request.
           05 Event-Kind          PIC X(08).
           05 Event-Outcome       PIC X(08).
           05 Event-Count-1       PIC 9(10).
           05 Event-Count-2       PIC 9(10).

        01 Rule-Table.
           05 Rule-Entry OCCURS 64 TIMES.
                 88 Rule-Is-Code       VALUE 'C'.
                 88 Rule-Is-Mandatory  VALUE 'M'.
                 88 Rule-Is-Table      VALUE 'T'.
                 88 Rule-Is-Product    VALUE 'P'.
                 88 Rule-Is-Check-Digit VALUE 'K'.
              10 Rule-Codes      PIC X(40).
              10 Rule-Seg-Type   PIC X(02).
              10 Rule-Fail-Count BINARY-LONG.
              Stop Run With Error Status 1
           End-If.

           Move 'REJECTS' to Event-Kind.
           Move Reject-Count to Event-Count-1.
           Move Detail-Count to Event-Count-2.
           Perform 2800-RECORD-FEED-EVENT.

      *    The feed stands; remember its generation as processed so
      *    a re-send of this same file is refused tomorrow.
           If Accepted-Generation Not = ZERO
                 Stop Run With Error Status 1
              End-If
           End-If.
           If Rule-Is-Product(Rule-Idx)
              Move Rule-Codes(Rule-Idx) to Table-Path
              If Table-Path = Spaces
                 Move 'PRODUCT-CATALOG' to Config-Key
                 Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                              PRODUCT-CATALOG
                            returning Config-Status
                 Move Config-Value to Table-Path
              End-If
              Call "CBL_REF_TABLE_LOAD"
                   using Rule-Table-Handle(Rule-Idx), Table-Path,
                   by value Product-Key-Len,
                   by value Product-Rec-Len
                   returning Table-Status
              If Table-Status Not = ZERO
                 Display 'Product catalog '
                         Function Trim(Table-Path)
                         ' for rule '
                         Function Trim(Rule-Name(Rule-Idx))
                         ' failed to load, status ' Table-Status
                 Stop Run With Error Status 1
              End-If
           End-If.

       1500-OPEN-FILES.

                            Gen-This-Delivery
                            ' already processed (last was '
                            Gen-Last-Processed ')'
                    Move 'REPEAT' to Event-Kind
                    Move Gen-This-Delivery to Event-Count-1
                    Move ZERO to Event-Count-2
                    Perform 2800-RECORD-FEED-EVENT
                 When Gen-Gap
                    Add 1 to Structure-Errors
                    Display '*** GENERATION GAP: delivery is '
                            Gen-This-Delivery ' but last processed '
                            'was ' Gen-Last-Processed
                    Move 'GAP' to Event-Kind
                    Compute Event-Count-1 =
                            Gen-This-Delivery - Gen-Last-Processed - 1
                    Move Gen-This-Delivery to Event-Count-2
                    Perform 2800-RECORD-FEED-EVENT
                    Perform 2600-REQUEST-RETRANSMISSION
                 When Other
                    Continue
           If Publish-Status = ZERO
              Display 'Retransmission request published as '
                      Function Trim(Request-Final-Name)
              Move 'GAPFILL' to Event-Kind
              Compute Event-Count-1 =
                      Gen-This-Delivery - Gen-Last-Processed - 1
              Move Gen-This-Delivery to Event-Count-2
              Perform 2800-RECORD-FEED-EVENT
           Else
              Display '*** retransmission request publish failed, '
                      'status ' Publish-Status
           Write REQUEST-RECORD.
           Add 1 to Missing-Generation.

       2800-RECORD-FEED-EVENT.

           Move Spaces to Event-Outcome.
           Call "CBL_FEED_EVENT" using Feed-Path, Event-Request
                returning Event-Status.
           If Event-Status Not = ZERO
              Display 'Feed-event ledger not written for '
                      Function Trim(Event-Kind)
           End-If.

       9000-CLEAR-THE-GAP.

           Open Input RETRANS-FILE.
                    Perform 4400-CHECK-MANDATORY
                 When Rule-Is-Table(Rule-Idx)
                    Perform 4500-CHECK-TABLE-VALUE
                 When Rule-Is-Product(Rule-Idx)
                    Perform 4600-CHECK-PRODUCT-CODE
                 When Rule-Is-Check-Digit(Rule-Idx)
                    Perform 4700-CHECK-ACCOUNT-NUMBER
                 When Other
                    Continue
              End-Evaluate
              Perform 5000-REJECT-THIS-RECORD
           End-If.

       4600-CHECK-PRODUCT-CODE.

           If This-Seg-Id = Spaces
              Move FEED-RECORD(2:1) to Feed-Action
           Else
              Move FEED-RECORD(3:1) to Feed-Action
           End-If.
           If Feed-Action = 'D'
              Exit Paragraph
           End-If.
           Call "CBL_REF_TABLE_FIND"
                using Rule-Table-Handle(Rule-Idx), Field-Value,
                      Product-Result
                returning Table-Status.
           If Table-Status Not = ZERO
              Move 'NOPROD  ' to Product-Reason
              Perform 5000-REJECT-THIS-RECORD
           Else If Pr-Is-Withdrawn
              Move 'WITHDRWN' to Product-Reason
              Perform 5000-REJECT-THIS-RECORD
           End-If.

       4700-CHECK-ACCOUNT-NUMBER.

           If Field-Value = Spaces
              Exit Paragraph
           End-If.
           Move 'V' to Acct-Function.
           Move Spaces to Acct-Branch.
           Move Field-Value(1:Rule-Len(Rule-Idx)) to Acct-Number.
           Call "CBL_ACCOUNT_NUMBER" using Acct-Request
                returning Acct-Check-Status.
           If Acct-Check-Status Not = ZERO
              Or Rule-Len(Rule-Idx) Not = 12
              Perform 5000-REJECT-THIS-RECORD
           End-If.

       5000-REJECT-THIS-RECORD.

           Set This-Record-Failed to True.
                 Move 'MISSING ' to REJ-REASON
              When Rule-Is-Table(Rule-Idx)
                 Move 'NOTINTAB' to REJ-REASON
              When Rule-Is-Product(Rule-Idx)
                 Move Product-Reason to REJ-REASON
              When Rule-Is-Check-Digit(Rule-Idx)
                 Move 'CHKDIGIT' to REJ-REASON
              When Other
                 Move 'RULE    ' to REJ-REASON
           End-Evaluate.

       8000-FREE-ONE-TABLE.

           If Rule-Is-Table(Rule-Idx) Or Rule-Is-Product(Rule-Idx)
              Call "CBL_REF_TABLE_FREE"
                   using Rule-Table-Handle(Rule-Idx)
                   returning Table-Status
