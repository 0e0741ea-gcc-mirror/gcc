      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Returned-mail intake for the mailroom, in the
      *  gcobol-master-maint style.  The clerk keys the customer
      *  key off each envelope that comes back and the reason the
      *  carrier gave:
      *
      *    GA  gone away          NK  not known at this address
      *    IA  insufficient or    RF  refused
      *        incomplete address OT  any other reason
      *
      *  and the screen sets the address-invalid indicator on the
      *  master (MASTER-MAIL-STATUS 'R', with the date it was
      *  first set and the latest reason).  From then on the
      *  statement run and every letter-producing job sends that
      *  customer's documents to the held-mail file
      *  (CBL_HELD_MAIL) instead of the printer, until the next
      *  address change on the customer clears the indicator.  A
      *  customer already held keeps the date the hold began; only
      *  the reason is brought up to date.
      *
      *  The print vendor's file of returns comes in through the
      *  batch twin of this screen, gcobol-returned-mail-load.
      *
      *  Authorization is the central operator service ('D' may
      *  look, 'U' may mark), every session starts with an
      *  operator id and a reason, and every mark goes through the
      *  journaled change path - seal verified, master held,
      *  before and after images in the master journal, an audit
      *  line with the operator - so a mis-keyed return rolls back
      *  like any other change.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-returned-mail-maint.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                  FILE STATUS IS Journal-File-Status.

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
           05  MASTER-CLOSED-DATE   PIC 9(08).
           05  MASTER-MAIL-STATUS   PIC X(01).
               88  MASTER-MAIL-HELD     VALUE 'R'.
           05  MASTER-MAIL-HELD-DATE PIC 9(08).
           05  MASTER-MAIL-REASON   PIC X(02).
           05  MASTER-MORE-DETAIL   PIC X(845).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JN-RUN-STAMP         PIC 9(14).
           05  JN-SEQUENCE          PIC 9(08).
           05  JN-ACTION            PIC X(01).
           05  JN-KEY               PIC X(20).
           05  JN-BEFORE-IMAGE      PIC X(1024).
           05  JN-AFTER-IMAGE       PIC X(1024).

       WORKING-STORAGE SECTION.
        77 Master-Path         PIC X(100) VALUE MASTER-PATH.
        77 Journal-Path        PIC X(100) VALUE JOURNAL-PATH.
        77 Master-File-Status  PIC X(02).
        77 Journal-File-Status PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Operator-Id         PIC X(16).
        77 Change-Reason       PIC X(64).
        77 Operator-Level      PIC X(01) VALUE SPACE.
           88 May-Display         VALUE 'D' 'U'.
           88 May-Update          VALUE 'U'.
        77 Wanted-Key          PIC X(20).
        77 Return-Reason       PIC X(02).
           88 Reason-Is-Known     VALUE 'GA' 'NK' 'IA' 'RF' 'OT'.
        77 Session-Done        PIC X(01) VALUE 'N'.
        77 Before-Image        PIC X(1024).
        77 Epoch-Seconds       BINARY-LONG.
        77 Run-Stamp           PIC 9(14).
        77 Processing-Date     PIC 9(08).
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Returns-Marked      BINARY-LONG VALUE ZERO.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.
        77 Auth-Tool           PIC X(24).
        77 Auth-Level          PIC X(01).
        77 Auth-Check-Status   BINARY-LONG SIGNED.

      * CBL_MASTER_SEAL request block.
        01 Seal-Request.
           05 Seal-Function     PIC X(01).
           05 Seal-Record-Count PIC 9(08).
           05 Seal-Hash         PIC 9(10).
           05 Seal-Last-Run     PIC X(40).
        77 Seal-Status          BINARY-LONG SIGNED.
        77 Lock-Status          BINARY-LONG SIGNED.
        77 Lock-Holder          PIC X(32).
        77 Holding-The-Lock     PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Display 'gcobol returned-mail intake'.
           Display 'Operator id: ' with No Advancing.
           Accept Operator-Id from Console.
           Display 'Reason for this session: ' with No Advancing.
           Accept Change-Reason from Console.

           If Operator-Id = Spaces Or Change-Reason = Spaces
              Display 'An operator id and a reason are both '
                      'required'
              Stop Run With Error Status 1
           End-If.

           Perform 1000-CHECK-AUTHORIZATION.
           If Not May-Display
              Display 'Operator ' Function Trim(Operator-Id)
                      ' is not authorized for returned mail'
              Stop Run With Error Status 1
           End-If.

           Perform 1100-RESOLVE-THE-DATE.

           Open I-O MASTER-FILE.
           If Master-File-Status Not = '00'
              Display 'Cannot open master - file status '
                      Master-File-Status
              Stop Run With Error Status 1
           End-If.

           Move 'V' to Seal-Function.
           Call "CBL_MASTER_SEAL" using Master-Path, Seal-Request
                returning Seal-Status.
           If Seal-Status = 2
              Display '*** MASTER SEAL MISMATCH: the file no '
                      'longer matches the seal written by run '
                      Function Trim(Seal-Last-Run)
                      ' - returned-mail intake refused'
              Close MASTER-FILE
              Stop Run With Error Status 1
           End-If.

      *    A master held by batch leaves the session display-only,
      *    exactly as the maintenance screen behaves.
           Call "CBL_LOCK_QUERY" using Master-Path, Lock-Holder
                      returning Lock-Status.
           If Lock-Status = ZERO
              Display 'Master is currently held by '
                      Function Trim(Lock-Holder)
                      ' - this session is display-only; wait for '
                      'the holder to finish to mark returns'
              If May-Update
                 Move 'D' to Operator-Level
              End-If
           Else
              If May-Update
                 Call "CBL_LOCK_REGISTER" using Master-Path,
                              'gcobol-returned-mail-maint'
                            returning Lock-Status
                 Move 'Y' to Holding-The-Lock
              End-If
           End-If.

      *    One run stamp for the session: every return marked in
      *    it backs out together.
           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
           Move tv_sec of Now-Timeval to Epoch-Seconds.
           Move Function posix-localtime(Epoch-Seconds, Now-Tm)
             to status-code.
           Compute Run-Stamp =
                   ((tm_year of Now-Tm + 1900) * 10000
                  + (tm_mon  of Now-Tm + 1)    * 100
                  +  tm_mday of Now-Tm) * 1000000
                 +  tm_hour of Now-Tm * 10000
                 +  tm_min  of Now-Tm * 100
                 +  tm_sec  of Now-Tm.

           Perform 2000-ONE-RETURNED-ITEM
               Until Session-Done = 'Y'.

           Close MASTER-FILE.
           If Returns-Marked > ZERO
              Move 'W' to Seal-Function
              Call "CBL_MASTER_SEAL" using Master-Path,
                           Seal-Request
                         returning Seal-Status
           End-If.
           Perform 5000-RELEASE-THE-LOCK.
           Display 'Returns marked this session: ' Returns-Marked.
           Stop Run.

       5000-RELEASE-THE-LOCK.

           If Holding-The-Lock = 'Y'
              Call "CBL_LOCK_RELEASE" using Master-Path
                         returning Lock-Status
              Move 'N' to Holding-The-Lock
           End-If.

       1000-CHECK-AUTHORIZATION.

           Move 'gcobol-returned-mail-maint' to Auth-Tool.
           Call "CBL_OPERATOR_AUTH" using Operator-Id, Auth-Tool,
                        Auth-Level
                      returning Auth-Check-Status.
           If Auth-Check-Status = ZERO
              Move Auth-Level to Operator-Level
           End-If.

       1100-RESOLVE-THE-DATE.

      *    The hold is dated by the chain's processing date when
      *    one is established, otherwise by today.
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

       2000-ONE-RETURNED-ITEM.

           Display ' '.
           Display 'Customer key from the envelope (blank ends): '
                   with No Advancing.
           Accept Wanted-Key from Console.
           If Wanted-Key = Spaces
              Move 'Y' to Session-Done
              Exit Paragraph
           End-If.
           Move Wanted-Key to MASTER-KEY.
           Read MASTER-FILE
              Invalid Key
                 Display 'No record with that key'
                 Exit Paragraph
           End-Read.

           Perform 2100-SHOW-THE-RECORD.

           If Not May-Update
              Display '(display-only authorization - no changes)'
              Exit Paragraph
           End-If.
           If MASTER-IS-CLOSED
              Display 'The account is closed - nothing is mailed '
                      'to it; no mark made'
              Exit Paragraph
           End-If.

           Display 'Return reason (GA NK IA RF OT, blank skips): '
                   with No Advancing.
           Accept Return-Reason from Console.
           Move Function Upper-Case(Return-Reason) to Return-Reason.
           If Return-Reason = Spaces
              Exit Paragraph
           End-If.
           If Not Reason-Is-Known
              Display 'Unknown return reason ' Return-Reason
                      ' - no mark made'
              Exit Paragraph
           End-If.

           Move MASTER-RECORD to Before-Image.
           If Not MASTER-MAIL-HELD
              Move 'R' to MASTER-MAIL-STATUS
              Move Processing-Date to MASTER-MAIL-HELD-DATE
           End-If.
           Move Return-Reason to MASTER-MAIL-REASON.
           Perform 4000-JOURNAL-AND-REWRITE.

       2100-SHOW-THE-RECORD.

           Display '  key:     ' MASTER-KEY.
           Display '  name:    ' Function Trim(MASTER-CUST-NAME).
           Display '  address: ' Function Trim(MASTER-ADDR-STREET).
           Display '           ' Function Trim(MASTER-ADDR-CITY)
                   ' ' Function Trim(MASTER-POSTAL-CODE)
                   ' ' MASTER-ADDR-COUNTRY.
           If MASTER-MAIL-HELD
              Display '  mail:    HELD since '
                      MASTER-MAIL-HELD-DATE
                      ' reason ' MASTER-MAIL-REASON
           Else
              Display '  mail:    deliverable'
           End-If.

       4000-JOURNAL-AND-REWRITE.

      *    The rewrite goes first: a journal record or an audit
      *    line for an update that never landed would send the
      *    rollback job after a change that does not exist.
           Rewrite MASTER-RECORD
              Invalid Key
                 Display 'Rewrite failed - file status '
                         Master-File-Status ' - mark abandoned'
                 Exit Paragraph
           End-Rewrite.

           Open Extend JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Open Output JOURNAL-FILE
           End-If.
           If Journal-File-Status Not = '00'
              Display 'Journal will not open - the mark is '
                      'applied but unjournaled; journal it by hand'
              Close MASTER-FILE
              Perform 5000-RELEASE-THE-LOCK
              Stop Run With Error Status 1
           End-If.
           Add 1 to Returns-Marked.
           Move Spaces to JOURNAL-RECORD.
           Move Run-Stamp to JN-RUN-STAMP.
           Move Returns-Marked to JN-SEQUENCE.
           Move 'C' to JN-ACTION.
           Move MASTER-KEY to JN-KEY.
           Move Before-Image to JN-BEFORE-IMAGE.
           Move MASTER-RECORD to JN-AFTER-IMAGE.
           Write JOURNAL-RECORD.
           Close JOURNAL-FILE.

           Move Spaces to Audit-Args.
           String 'key=' Function Trim(MASTER-KEY)
                  ' returned=' MASTER-MAIL-REASON
                  ' by ' Function Trim(Operator-Id)
                  ': ' Function Trim(Change-Reason)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-returned-mail-maint",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.
           Display 'Mail held for this customer - journaled'.
