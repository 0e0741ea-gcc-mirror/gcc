      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Watch-list review.  Transactions gcobol-watch-screen
      *  parked on a watch-list hit wait in the review queue
      *  ('P') until compliance decides them here, in the
      *  gcobol-reject-repair style:
      *
      *    L  list the queue: sequence, status, date queued, score,
      *       the list entry and version hit, key and customer name
      *    R  release one pending item - it flows into the next
      *       night's clean file, unscreened, when
      *       gcobol-watch-screen runs
      *    J  reject one pending item - it never applies and moves
      *       to the closed ledger on the next screening run
      *
      *  Release and reject require update ('U') authorization
      *  and a note; the deciding operator, the date and the note
      *  are stamped on the item and every decision is written to
      *  the audit log.  The queue is rewritten through a work
      *  file and an atomic rename.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-watch-review.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant REVIEW-QUEUE as "/tmp/feeds/watch-queue.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE
                  ASSIGN TO Queue-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Queue-File-Status.
           SELECT NEW-QUEUE-FILE
                  ASSIGN TO New-Queue-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS New-Queue-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           05  WQ-SEQUENCE          PIC 9(06).
           05  WQ-STATUS            PIC X(01).
           05  WQ-QUEUED-DATE       PIC 9(08).
           05  WQ-SCORE             PIC 9(03).
           05  WQ-ENTRY-ID          PIC X(10).
           05  WQ-LIST-VERSION      PIC X(08).
           05  WQ-DECIDED-BY        PIC X(16).
           05  WQ-DECIDED-DATE      PIC 9(08).
           05  WQ-NOTE              PIC X(30).
           05  WQ-DATA              PIC X(1025).

       FD  NEW-QUEUE-FILE.
       01  NEW-QUEUE-RECORD         PIC X(1115).

       WORKING-STORAGE SECTION.
        77 Queue-Path          PIC X(100).
        77 New-Queue-Path      PIC X(104).
        77 Queue-File-Status   PIC X(02).
        77 New-Queue-File-Status PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Mode-Answer         PIC X(01).
           88 Mode-Is-List        VALUE 'L' 'l'.
           88 Mode-Is-Release     VALUE 'R' 'r'.
           88 Mode-Is-Reject      VALUE 'J' 'j'.
        77 Operator-Id         PIC X(16).
        77 Auth-Tool           PIC X(24).
        77 Auth-Level          PIC X(01).
        77 Auth-Check-Status   BINARY-LONG SIGNED.
        77 Operator-Level      PIC X(01) VALUE SPACE.
           88 May-Update          VALUE 'U'.
        77 Entry-Count         BINARY-LONG VALUE ZERO.
        77 Entry-Idx           BINARY-LONG.
        77 Pending-Count       BINARY-LONG VALUE ZERO.
        77 Load-Overflowed     PIC X(01) VALUE 'N'.
        77 Wanted-Seq          BINARY-LONG.
        77 Seq-Answer          PIC X(08).
        77 Found-Idx           BINARY-LONG.
        77 Confirm-Answer      PIC X(01).
        77 Note-Answer         PIC X(30).
        77 New-Status          PIC X(01).
        77 Decision-Word       PIC X(08).
        77 Epoch-Seconds       BINARY-LONG.
        77 Today-Date          PIC 9(08).
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        77 Seq-Displayed       PIC 9(06).
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.

      *  The queued item's clean record, viewed by field.
        01 Queued-Txn.
           05 QT-ACTION           PIC X(01).
           05 QT-KEY              PIC X(20).
           05 QT-ACCT-NO          PIC X(12).
           05 QT-CUST-NAME        PIC X(40).
           05 QT-PRODUCT          PIC X(04).
           05 QT-ADDR-STREET      PIC X(40).
           05 QT-ADDR-CITY        PIC X(30).
           05 QT-ADDR-COUNTRY     PIC X(03).
           05 QT-POSTAL-CODE      PIC X(10).
           05 FILLER              PIC X(865).

        01 Queue-Table.
           05 Queue-Entry OCCURS 200 TIMES.
              10 Q-Image       PIC X(1115).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Display 'gcobol watch-list review'.
           Display 'Operator id: ' with No Advancing.
           Accept Operator-Id from Console.
           Perform 0500-CHECK-AUTHORIZATION.

           Move 'WATCH-QUEUE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        REVIEW-QUEUE
                      returning Config-Status.
           Move Config-Value to Queue-Path.
           Move Spaces to New-Queue-Path.
           String Function Trim(Queue-Path) '.new'
             Delimited By Size Into New-Queue-Path.

           Perform 1000-LOAD-THE-QUEUE.

           Display 'List, release or reject (L/R/J): '
                   with No Advancing.
           Accept Mode-Answer from Console.

      *    A decision rewrites the queue from the loaded table;
      *    items past the table would be erased by that rewrite.
           If Load-Overflowed = 'Y'
              And Not Mode-Is-List
              Display 'The queue holds more than 200 items - a '
                      'rewrite from this partial load would erase '
                      'the rest; let tonight''s screening run close '
                      'the decided items first'
              Stop Run With Error Status 1
           End-If.

           Evaluate True
              When Mode-Is-List
                 Perform 3000-LIST-THE-QUEUE
              When Mode-Is-Release
                 Move 'R' to New-Status
                 Move 'RELEASE' to Decision-Word
                 Perform 4000-DECIDE-ONE-ITEM
              When Mode-Is-Reject
                 Move 'J' to New-Status
                 Move 'REJECT' to Decision-Word
                 Perform 4000-DECIDE-ONE-ITEM
              When Other
                 Display 'Answer L, R or J'
                 Stop Run With Error Status 1
           End-Evaluate.
           Stop Run.

       0500-CHECK-AUTHORIZATION.

      *    One door, one keyring: the central service answers for
      *    every interactive tool and audits the check itself.
           Move 'gcobol-watch-review' to Auth-Tool.
           Call "CBL_OPERATOR_AUTH" using Operator-Id, Auth-Tool,
                        Auth-Level
                      returning Auth-Check-Status.
           If Auth-Check-Status = ZERO
              Move Auth-Level to Operator-Level
           End-If.

       1000-LOAD-THE-QUEUE.

           Open Input QUEUE-FILE.
           If Queue-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1100-READ-ONE-QUEUED
               Until Queue-File-Status Not = '00'.
           Close QUEUE-FILE.

       1100-READ-ONE-QUEUED.

           Read QUEUE-FILE
              At End
                 Move '10' to Queue-File-Status
                 Exit Paragraph
           End-Read.
           If Entry-Count >= 200
              Move 'Y' to Load-Overflowed
              Exit Paragraph
           End-If.
           Add 1 to Entry-Count.
           Move QUEUE-RECORD to Q-Image(Entry-Count).
           If WQ-STATUS = 'P'
              Add 1 to Pending-Count
           End-If.

       3000-LIST-THE-QUEUE.

           If Entry-Count = ZERO
              Display 'Review queue is empty'
              Exit Paragraph
           End-If.
           Perform 3100-LIST-ONE-ITEM
               Varying Entry-Idx From 1 By 1
               Until Entry-Idx > Entry-Count.
           Display Pending-Count ' item(s) awaiting a decision'.

       3100-LIST-ONE-ITEM.

           Move Q-Image(Entry-Idx) to QUEUE-RECORD.
           Move WQ-DATA to Queued-Txn.
           Display '  #' WQ-SEQUENCE
                   ' ' WQ-STATUS
                   ' ' WQ-QUEUED-DATE
                   ' ' WQ-SCORE
                   ' ' WQ-ENTRY-ID
                   ' v' WQ-LIST-VERSION
                   ' ' QT-ACTION
                   ' ' QT-KEY
                   ' ' Function Trim(QT-CUST-NAME).

       4000-DECIDE-ONE-ITEM.

           If Not May-Update
              Display 'Operator ' Function Trim(Operator-Id)
                      ' is not authorized to decide queued items'
              Stop Run With Error Status 1
           End-If.

           Display 'Queue sequence: ' with No Advancing.
           Accept Seq-Answer from Console.
           If Function Trim(Seq-Answer) Not Numeric
              Display 'A numeric sequence is required'
              Stop Run With Error Status 1
           End-If.
           Move Function Numval(Seq-Answer) to Wanted-Seq.

           Move ZERO to Found-Idx.
           Perform 4100-MATCH-ONE-SEQ
               Varying Entry-Idx From 1 By 1
               Until Entry-Idx > Entry-Count
                   Or Found-Idx Not = ZERO.
           If Found-Idx = ZERO
              Display 'No such queued item'
              Stop Run With Error Status 1
           End-If.
           Move Q-Image(Found-Idx) to QUEUE-RECORD.
           If WQ-STATUS Not = 'P'
              Display 'Item is not pending (status ' WQ-STATUS
                      ') - already decided'
              Stop Run With Error Status 1
           End-If.

           Move WQ-DATA to Queued-Txn.
           Display 'Action:   ' QT-ACTION '  key ' QT-KEY.
           Display 'Customer: ' Function Trim(QT-CUST-NAME).
           Display 'Address:  ' Function Trim(QT-ADDR-STREET)
                   ', ' Function Trim(QT-ADDR-CITY)
                   ' ' QT-ADDR-COUNTRY ' ' QT-POSTAL-CODE.
           Display 'Hit:      entry ' WQ-ENTRY-ID
                   ' of list version ' WQ-LIST-VERSION
                   ', score ' WQ-SCORE.

           Display 'Note (required): ' with No Advancing.
           Accept Note-Answer from Console.
           If Note-Answer = Spaces
              Display 'A decision needs a note - nothing changed'
              Stop Run With Error Status 1
           End-If.
           Display Function Trim(Decision-Word) ' item #'
                   WQ-SEQUENCE '? (Y/N): ' with No Advancing.
           Accept Confirm-Answer from Console.
           If Confirm-Answer Not = 'Y' And Confirm-Answer Not = 'y'
              Display 'Nothing changed'
              Exit Paragraph
           End-If.

           Perform 4200-RESOLVE-THE-DATE.
           Move New-Status to WQ-STATUS.
           Move Operator-Id to WQ-DECIDED-BY.
           Move Today-Date to WQ-DECIDED-DATE.
           Move Note-Answer to WQ-NOTE.
           Move QUEUE-RECORD to Q-Image(Found-Idx).
           Perform 9000-REWRITE-THE-QUEUE.

           Move WQ-SEQUENCE to Seq-Displayed.
           Move Spaces to Audit-Args.
           String 'decision=' Function Trim(Decision-Word)
                  ' item=' Seq-Displayed
                  ' key=' Function Trim(QT-KEY)
                  ' entry=' Function Trim(WQ-ENTRY-ID)
                  ' version=' Function Trim(WQ-LIST-VERSION)
                  ' operator=' Function Trim(Operator-Id)
                  ' note=' Function Trim(Note-Answer)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-watch-review",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

           If New-Status = 'R'
              Display 'Item #' WQ-SEQUENCE ' released - it flows '
                      'into the next night''s clean file'
           Else
              Display 'Item #' WQ-SEQUENCE ' rejected - it will '
                      'not apply'
           End-If.

       4100-MATCH-ONE-SEQ.

           Move Q-Image(Entry-Idx) to QUEUE-RECORD.
           If WQ-SEQUENCE Numeric And WQ-SEQUENCE = Wanted-Seq
              Move Entry-Idx to Found-Idx
           End-If.

       4200-RESOLVE-THE-DATE.

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

       9000-REWRITE-THE-QUEUE.

           Open Output NEW-QUEUE-FILE.
           If New-Queue-File-Status Not = '00'
              Display 'Queue work file will not open - file status '
                      New-Queue-File-Status ' - nothing changed'
              Stop Run With Error Status 1
           End-If.
           Perform 9100-WRITE-ONE-QUEUED
               Varying Entry-Idx From 1 By 1
               Until Entry-Idx > Entry-Count.
           Close NEW-QUEUE-FILE.

           Call "CBL_RENAME_FILE" using New-Queue-Path, Queue-Path
                      returning status-code.
           If status-code Not = ZERO
              Display '*** queue swap failed - the decided queue '
                      'is at ' Function Trim(New-Queue-Path)
              Stop Run With Error Status 1
           End-If.

       9100-WRITE-ONE-QUEUED.

           Move Q-Image(Entry-Idx) to NEW-QUEUE-RECORD.
           Write NEW-QUEUE-RECORD.
