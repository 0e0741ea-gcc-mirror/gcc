      *
      *    - a customer master unload of N records (key order, the
      *      gcobol-master-reorg rebuild path loads it), with a
      *      spread of account numbers - each carrying the shop's
      *      check digit - and names, and
      *    - a matching transaction feed of M records - header with
      *      a generation number, 'D' details, counted trailer -
      *      with a configurable mix of adds, changes, and deletes,
      *
      *  Violations are built from the rules file itself: a numeric
      *  rule gets letters, a date rule an impossible month, a code
      *  rule an unlisted value, a mandatory rule spaces, a table
      *  or product rule a code no table carries, a check-digit
      *  rule a number whose check digit fails.  The record mix
      *  is driven by a fixed multiplicative sequence, so the same
      *  parameters always fabricate the same data and a failing
      *  load test can be re-run exactly.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-data-generator.
        77 Pseudo-Seed         BINARY-DOUBLE VALUE 11213.
        77 Key-Number          PIC 9(11).
        77 Acct-Number         PIC 9(12).
        77 Acct-Check-Status   BINARY-LONG SIGNED.
        01 Acct-Request.
           05 Acct-Function       PIC X(01).
           05 Acct-Branch         PIC X(04).
           05 Acct-Work           PIC X(12).
        77 Name-Pick           BINARY-LONG.
        77 Violations-Made     BINARY-LONG VALUE ZERO.
        77 Rule-Count          BINARY-LONG VALUE ZERO.
      *    Keys ascend, accounts spread, names cycle - a valid key
      *    distribution the reorg rebuild loads straight in.
           Move Record-Idx to Key-Number.
           Compute Acct-Number = (10000000000 - Record-Idx * 7) * 10.
           Perform 2200-APPLY-CHECK-DIGIT.
           Compute Name-Pick = Function Mod(Record-Idx, 8) + 1.
           Move Spaces to MASTER-OUT-RECORD.
           String 'CUST-' Key-Number
             to MASTER-OUT-RECORD(73:21).
           Write MASTER-OUT-RECORD.

       2200-APPLY-CHECK-DIGIT.

      *    Generated accounts carry the shop's check digit.  The
      *    rare base with no usable check digit steps up by one,
      *    which no other generated base can be.
           Move 'C' to Acct-Function.
           Move Acct-Number to Acct-Work.
           Call "CBL_ACCOUNT_NUMBER" using Acct-Request
                returning Acct-Check-Status.
           If Acct-Check-Status Not = ZERO
              Add 10 to Acct-Number
              Move Acct-Number to Acct-Work
              Call "CBL_ACCOUNT_NUMBER" using Acct-Request
                   returning Acct-Check-Status
           End-If.
           Move Acct-Work to Acct-Number.

       3000-FABRICATE-FEED.

           Open Output FEED-OUT-FILE.
                 String 'DD' 'CUST-' Key-Number
                   Delimited By Size Into Work-Record(1:27)
           End-Evaluate.
           Compute Acct-Number = (20000000000 + Record-Idx * 2) * 10.
           Perform 2200-APPLY-CHECK-DIGIT.
           Move Acct-Number to Work-Record(23:12).
           Move '20260821' to Work-Record(31:8).

                 Move All '#'
                   to Work-Record(Rule-Col(Rule-Idx):
                                  Rule-Len(Rule-Idx))
      *       Product rules pass deletes, so the violation rides
      *       a change instead.
              When 'P'
                 Move All '#'
                   to Work-Record(Rule-Col(Rule-Idx):
                                  Rule-Len(Rule-Idx))
                 If Work-Record(2:1) = 'D'
                    Move 'C' to Work-Record(2:1)
                 End-If
              When 'K'
                 Move All '9'
                   to Work-Record(Rule-Col(Rule-Idx):
                                  Rule-Len(Rule-Idx))
              When Other
                 Exit Paragraph
           End-Evaluate.
