      *  before-image goes back into the balance file (a Low-Values
      *  before-image means the posting created the record, so the
      *  backout removes it), which is how the rollback discipline
      *  covers money as well as customer data.  The two legs of an
      *  internal transfer share one sequence number and back out
      *  together: if either leg's balance has moved on since, both
      *  are left standing so the books never hold half a transfer.
      *
      *  The run may already have been cut out of the live journal
      *  by the monthly cutover: the backout walks the run-stamp
        77 Load-Overflowed     PIC X(01) VALUE 'N'.
        77 Max-Entries         BINARY-LONG VALUE 1000.
        77 Entry-Idx           BINARY-LONG.
        77 Leg-Idx             BINARY-LONG.
        77 Group-Low           BINARY-LONG.
        77 Group-Good          PIC X(01).
        77 Backed-Out          BINARY-LONG VALUE ZERO.
        77 Skipped-Count       BINARY-LONG VALUE ZERO.
        77 Audit-Args          PIC X(1024).
              10 J-Key          PIC X(20).
              10 J-Before       PIC X(1024).
              10 J-After        PIC X(1024).
              10 J-Done         PIC X(01).

       PROCEDURE DIVISION.

                    Move JN-KEY to J-Key(Entry-Count)
                    Move JN-BEFORE-IMAGE to J-Before(Entry-Count)
                    Move JN-AFTER-IMAGE to J-After(Entry-Count)
                    Move 'N' to J-Done(Entry-Count)
                 End-If
           End-Read.

              When 'D'
                 Perform 3300-BACK-OUT-A-DELETE
              When 'B'
                 If J-Done(Entry-Idx) Not = 'Y'
                    Perform 3400-BACK-OUT-A-BALANCE
                 End-If
              When 'L'
                 Perform 3600-BACK-OUT-A-RELATION
              When Other
              Move 'Y' to Balance-Opened
           End-If.

      *    The legs of one transfer sit side by side in the journal
      *    under one sequence; they are proven and backed out as a
      *    group, never one leg alone.
           Move Entry-Idx to Group-Low.
           Perform 3410-WIDEN-THE-GROUP
               Until Group-Low = 1
                  Or J-Action(Group-Low - 1) Not = 'B'
                  Or J-Sequence(Group-Low - 1)
                     Not = J-Sequence(Entry-Idx).

      *    Same match-the-after-image discipline as the master
      *    paths: a balance a later good run moved on is left alone,
      *    and so is every other leg of its transfer.
           Move 'Y' to Group-Good.
           Perform 3420-PROVE-ONE-LEG
               Varying Leg-Idx From Entry-Idx By -1
               Until Leg-Idx < Group-Low.
           Perform 3430-MARK-ONE-LEG-DONE
               Varying Leg-Idx From Entry-Idx By -1
               Until Leg-Idx < Group-Low.
           If Group-Good Not = 'Y'
              Compute Skipped-Count =
                      Skipped-Count + Entry-Idx - Group-Low + 1
              If Group-Low < Entry-Idx
                 Display '*** transfer sequence '
                         J-Sequence(Entry-Idx)
                         ' left whole - no leg backed out'
              End-If
              Exit Paragraph
           End-If.
           Perform 3450-RESTORE-THE-BALANCE
               Varying Leg-Idx From Entry-Idx By -1
               Until Leg-Idx < Group-Low.

       3410-WIDEN-THE-GROUP.

           Subtract 1 from Group-Low.

       3420-PROVE-ONE-LEG.

           Move J-Key(Leg-Idx)(1:12) to BAL-ACCT-NO.
           Read BALANCE-FILE
              Invalid Key
                 Move 'N' to Group-Good
                 Display '*** balance for ' J-Key(Leg-Idx)(1:12)
                         ' missing - skipped'
              Not Invalid Key
                 If BALANCE-RECORD
                    Not = J-After(Leg-Idx)(1:128)
                    Move 'N' to Group-Good
                    Display '*** balance for '
                            J-Key(Leg-Idx)(1:12)
                            ' no longer matches the journal - '
                            'posted again since?  skipped'
                 End-If
           End-Read.

       3430-MARK-ONE-LEG-DONE.

           Move 'Y' to J-Done(Leg-Idx).

       3450-RESTORE-THE-BALANCE.

           Move J-Key(Leg-Idx)(1:12) to BAL-ACCT-NO.
           If J-Before(Leg-Idx)(1:128) = Low-Values
      *       The posting created this balance record; backing the
      *       posting out removes the record again.
              Delete BALANCE-FILE
                 Invalid Key
                    Add 1 to Skipped-Count
                    Display '*** balance for '
                            J-Key(Leg-Idx)(1:12)
                            ' would not delete - skipped'
                 Not Invalid Key
                    Add 1 to Backed-Out
                    Display '  removed created balance for '
                            J-Key(Leg-Idx)(1:12)
              End-Delete
           Else
              Move J-Before(Leg-Idx)(1:128) to BALANCE-RECORD
              Rewrite BALANCE-RECORD
                 Invalid Key
                    Add 1 to Skipped-Count
                    Display '*** balance for '
                            J-Key(Leg-Idx)(1:12)
                            ' would not rewrite - skipped'
                 Not Invalid Key
                    Add 1 to Backed-Out
                    Display '  restored balance before-image for '
                            J-Key(Leg-Idx)(1:12)
              End-Rewrite
           End-If.

