      *  which; the relationship file - keyed alongside the master
      *  by from-key (20) + type (2) + to-key (20), with an
      *  effective date - holds those links.  Types by convention:
      *  HH household, GU guarantor, CP corporate parent; and, keyed
      *  from an account number rather than a master key, JA joint
      *  holder and TR trust beneficiary (to-key the co-owner's or
      *  beneficiary's master key), which gcobol-deposit-coverage
      *  reads for ownership.  A JA or TR link is only taken when
      *  its from-key is the account number of a master record and
      *  its to-key is a master key.
      *
      *  Maintained with the same journaled screen discipline as
      *  the master itself: operator id and reason up front, the

       >>Define Constant RELATION-PATH as "/tmp/gcobol-relation.mst"
       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REL-KEY
                  FILE STATUS IS Relation-File-Status.
           SELECT MASTER-FILE
                  ASSIGN TO Master-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-ACCT-NO
                  ALTERNATE RECORD KEY IS MASTER-CUST-NAME
                      WITH DUPLICATES
                  FILE STATUS IS Master-File-Status.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Path
                  ORGANIZATION IS LINE SEQUENTIAL
           05  REL-EFFECTIVE-DATE   PIC 9(08).
           05  FILLER               PIC X(30).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MASTER-KEY           PIC X(20).
           05  MASTER-ACCT-NO       PIC X(12).
           05  MASTER-CUST-NAME     PIC X(40).
           05  MASTER-MORE-DETAIL   PIC X(952).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JN-RUN-STAMP         PIC 9(14).
        77 Relation-Path       PIC X(100) VALUE RELATION-PATH.
        77 Journal-Path        PIC X(100) VALUE JOURNAL-PATH.
        77 Relation-File-Status PIC X(02).
        77 Master-Path         PIC X(100) VALUE MASTER-PATH.
        77 Master-File-Status  PIC X(02).
        77 Master-Open         PIC X(01) VALUE 'N'.
        77 Journal-File-Status PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Operator-Id         PIC X(16).
                      Relation-File-Status
              Stop Run With Error Status 1
           End-If.
           Open Input MASTER-FILE.
           If Master-File-Status = '00'
              Move 'Y' to Master-Open
           Else
              Display '(no customer master - JA and TR links '
                      'cannot be checked and are refused)'
           End-If.

           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
               Until Mode-Is-Quit.

           Close RELATION-FILE.
           If Master-Open = 'Y'
              Close MASTER-FILE
           End-If.
           Stop Run.

       1000-ONE-COMMAND.
       3000-ADD-ONE-LINK.

           Perform 5000-ACCEPT-THE-LINK.
           If Type-Answer = 'JA' Or Type-Answer = 'TR'
              Perform 5100-CHECK-THE-ACCOUNT-LINK
           End-If.
           If Type-Answer = Spaces
              Exit Paragraph
           End-If.

           Display 'From key (20 bytes): ' with No Advancing.
           Accept From-Answer from Console.
           Display 'Type (HH/GU/CP/JA/TR): ' with No Advancing.
           Accept Type-Answer from Console.
           Display 'To key (20 bytes): ' with No Advancing.
           Accept To-Answer from Console.
           If From-Answer = Spaces Or To-Answer = Spaces
              Or (Type-Answer Not = 'HH'
                  And Type-Answer Not = 'GU'
                  And Type-Answer Not = 'CP'
                  And Type-Answer Not = 'JA'
                  And Type-Answer Not = 'TR')
              Display 'From, to, and a type of HH, GU, CP, JA or TR '
                      'are required - abandoned'
              Move Spaces to Type-Answer
           End-If.

      *    A joint-holder or trust-beneficiary link runs from an
      *    account number to the co-owner's or beneficiary's master
      *    key; both ends must be on the master when it is added.
      *    A removal is not checked, so an orphaned link can go.
       5100-CHECK-THE-ACCOUNT-LINK.

           If Master-Open Not = 'Y'
              Display 'No customer master to check the link '
                      'against - abandoned'
              Move Spaces to Type-Answer
              Exit Paragraph
           End-If.
           If From-Answer(13:) Not = Spaces
              Display 'The from-key of a ' Type-Answer
                      ' link is an account number (12 bytes) '
                      '- abandoned'
              Move Spaces to Type-Answer
              Exit Paragraph
           End-If.
           Move From-Answer(1:12) to MASTER-ACCT-NO.
           Read MASTER-FILE
              Key Is MASTER-ACCT-NO
              Invalid Key
                 Display 'No master carries account '
                         Function Trim(From-Answer) ' - abandoned'
                 Move Spaces to Type-Answer
                 Exit Paragraph
           End-Read.
           Move To-Answer to MASTER-KEY.
           Read MASTER-FILE
              Key Is MASTER-KEY
              Invalid Key
                 Display 'No master with key '
                         Function Trim(To-Answer) ' - abandoned'
                 Move Spaces to Type-Answer
           End-Read.

       7000-JOURNAL-THE-CHANGE.

           Open Extend JOURNAL-FILE.
