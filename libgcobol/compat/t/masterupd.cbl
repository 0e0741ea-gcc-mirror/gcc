      *  PREVIEW-ALERT-FLOOR (default 100) raises a critical
      *  alert so the feed can be held before the window burns.
      *
      *  Account numbers: an add or change whose account number
      *  fails the shop's check digit (CBL_ACCOUNT_NUMBER) goes to
      *  the exception report as BAD CHECK DIGIT.  An add that
      *  arrives with the account number blank is given the next
      *  number for its branch (the key's first four bytes) by the
      *  central allocator, so no two branches can invent the same
      *  number; a branch the allocator cannot serve is an
      *  exception, NO ACCT NUMBER.  Preview mode proves the check
      *  digit but allocates nothing.
      *
      *  Returned mail: a change carries the customer's returned-
      *  mail hold across untouched unless it changes the address,
      *  and a change of address clears the hold.
      *
      *  Every applied change also writes a journal record - run
      *  stamp, transaction sequence, action, key, and the record's
      *  before- and after-images - so a bad feed can be backed out
      *  by gcobol-master-rollback without restoring the whole
      *  master, and compliance finally has record-level history.
      *
      *  Merge mode: on the big nights - a partner's full refresh,
      *  a post-migration catch-up - one keyed read per transaction
      *  eats the window.  When the clean file holds at least
      *  MERGE-MODE-THRESHOLD transactions (default 100000) and
      *  arrives in key order (gcobol-sort-utility delivers it so),
      *  the job runs a single sequential pass instead: the live
      *  master is cut to a key-order unload in the reorg's format,
      *  old unload and transactions are matched key against key,
      *  and every surviving record goes to a new unload and, in
      *  the same step, into a fresh indexed rebuild.  A clean file
      *  under the threshold, or one out of key order, runs the
      *  keyed way; so does the preview.
      *
      *  The merge is held to the same results as the keyed run:
      *  the same exceptions for the same reasons, the same replay
      *  guard, journal entries, control total, and seal.  A
      *  transaction that brings an account number the record did
      *  not have is probed against the live master's account key,
      *  as the keyed rewrite would collide; the rebuild's own
      *  account key catches a number claimed earlier in the pass,
      *  and the key's transactions are replayed without the one
      *  that claimed it.  Journal entries collect in a work file
      *  (the journal path plus '.mrg') and reach the journal only
      *  once the rebuild is verified and swapped in, the old
      *  master renamed aside to the .pre name - until then the
      *  live master has not changed at all.  The restart state
      *  carries the mode: a merge that crashed mid-pass simply
      *  reruns from the top under the same run stamp, and one
      *  that crashed at the swap finishes the swap, journal, and
      *  fingerprint store without reading the feed again.
        COPY posix-errno.
        COPY posix-getenv.
        COPY posix-gettimeofday.
       >>Define Constant BRANCH-LIST-PATH as "/tmp/feeds/branches.dat"
       >>Define Constant FPRINT-PATH as "/tmp/gcobol-txn-fprint.dat"
       >>Define Constant CHECKPOINT-PATH as "/tmp/gcobol-mupd.ckp"
       >>Define Constant OLD-UNLOAD-PATH as "/tmp/gcobol-mupd-old.unl"
       >>Define Constant NEW-UNLOAD-PATH as "/tmp/gcobol-mupd-new.unl"
       >>Define Constant REBUILD-PATH as "/tmp/gcobol-mupd.new"
       >>Define Constant PRE-UPDATE-PATH as "/tmp/gcobol-customer.pre"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
                  ASSIGN TO Master-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-ACCT-NO
                  ALTERNATE RECORD KEY IS MASTER-CUST-NAME
                  ASSIGN TO Fprint-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Fprint-New-Status.
           SELECT OLD-UNLOAD-FILE
                  ASSIGN TO Old-Unload-Path
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS Old-Unload-Status.
           SELECT NEW-UNLOAD-FILE
                  ASSIGN TO New-Unload-Path
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS New-Unload-Status.
           SELECT REBUILD-FILE
                  ASSIGN TO Rebuild-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REBUILD-KEY
                  ALTERNATE RECORD KEY IS REBUILD-ACCT-NO
                  ALTERNATE RECORD KEY IS REBUILD-CUST-NAME
                      WITH DUPLICATES
                  FILE STATUS IS Rebuild-File-Status.
           SELECT MERGE-JOURNAL-FILE
                  ASSIGN TO Merge-Journal-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Merge-Journal-Status.

       DATA DIVISION.
       FILE SECTION.
           05  CKP-CHANGES          PIC 9(08).
           05  CKP-DELETES          PIC 9(08).
           05  CKP-EXCEPTIONS       PIC 9(08).
      *    'R' (or blank) keyed run; 'M' merge pass under way - the
      *    live master is untouched; 'S' merge pass finished and
      *    the swap begun.
           05  CKP-MODE             PIC X(01).

       FD  FPRINT-FILE.
       01  FPRINT-RECORD.
       FD  FPRINT-NEW-FILE.
       01  FPRINT-NEW-RECORD        PIC X(18).

       FD  OLD-UNLOAD-FILE.
       01  OLD-UNLOAD-RECORD        PIC X(1024).

       FD  NEW-UNLOAD-FILE.
       01  NEW-UNLOAD-RECORD        PIC X(1024).

       FD  REBUILD-FILE.
       01  REBUILD-RECORD.
           05  REBUILD-KEY          PIC X(20).
           05  REBUILD-ACCT-NO      PIC X(12).
           05  REBUILD-CUST-NAME    PIC X(40).
           05  REBUILD-DETAIL       PIC X(952).

       FD  MERGE-JOURNAL-FILE.
       01  MERGE-JOURNAL-RECORD.
           05  MJ-RUN-STAMP         PIC 9(14).
           05  MJ-SEQUENCE          PIC 9(08).
           05  MJ-ACTION            PIC X(01).
           05  MJ-KEY               PIC X(20).
           05  MJ-BEFORE-IMAGE      PIC X(1024).
           05  MJ-AFTER-IMAGE       PIC X(1024).

       WORKING-STORAGE SECTION.
        77 Txn-Path              PIC X(100).
        77 Config-Key            PIC X(32).
        77 Redact-Keep          BINARY-LONG VALUE 4.
        77 Redact-Status        PIC 9(8) COMP-5.

      * CBL_ACCOUNT_NUMBER request block.
        01 Acct-Request.
           05 Acct-Function       PIC X(01).
           05 Acct-Branch         PIC X(04).
           05 Acct-Number         PIC X(12).
        77 Acct-Status            BINARY-LONG SIGNED.
        77 Account-Is-Good        PIC X(01).

      * CBL_MASTER_SEAL request block.
        01 Seal-Request.
           05 Seal-Function     PIC X(01).
              10 FT-DATE            PIC 9(08).
              10 FT-HASH            BINARY-DOUBLE.

      * Merge mode.
        77 Merge-Mode            PIC X(01) VALUE 'N'.
        77 Mode-Is-Fixed         PIC X(01) VALUE 'N'.
        77 Swap-Pending          PIC X(01) VALUE 'N'.
        77 Merge-Threshold       BINARY-LONG VALUE 100000.
        77 Txns-Ahead            BINARY-LONG VALUE ZERO.
        77 Feed-In-Order         PIC X(01) VALUE 'Y'.
        77 Prior-Txn-Key         PIC X(20).
        77 Old-Unload-Path       PIC X(100) VALUE OLD-UNLOAD-PATH.
        77 New-Unload-Path       PIC X(100) VALUE NEW-UNLOAD-PATH.
        77 Rebuild-Path          PIC X(100) VALUE REBUILD-PATH.
        77 Pre-Update-Path       PIC X(100) VALUE PRE-UPDATE-PATH.
        77 Merge-Journal-Path    PIC X(104).
        77 Old-Unload-Status     PIC X(02).
        77 New-Unload-Status     PIC X(02).
        77 Rebuild-File-Status   PIC X(02).
        77 Merge-Journal-Status  PIC X(02).
        77 Old-Count             BINARY-LONG VALUE ZERO.
        77 New-Count             BINARY-LONG VALUE ZERO.
        77 Old-Key               PIC X(20).
        77 Old-Image             PIC X(1024).
        77 Cur-Active            PIC X(01) VALUE 'N'.
        77 Cur-Key               PIC X(20).
        77 Cur-Present           PIC X(01).
        77 Cur-Image             PIC X(1024).
        77 Start-Present         PIC X(01).
        77 Start-Image           PIC X(1024).
        77 Key-Fprint-Mark       BINARY-LONG.
        77 Load-Refused          PIC X(01).
        77 Bad-Acct-No           PIC X(12).
        77 Probe-Acct-No         PIC X(12).
        77 Acct-Collides         PIC X(01).
        77 Merge-Data            PIC X(1004).
        77 Load-Image            PIC X(1024).
        77 Txn-Hold              PIC X(1025).
        77 Journal-Has-Run       PIC X(01).
        77 Call-Status           BINARY-LONG SIGNED.

      * One key's transactions, held until its new record is in
      * the rebuild - a refused record is replayed from these.
        77 Held-Count            BINARY-LONG VALUE ZERO.
        77 Max-Held              BINARY-LONG VALUE 100.
        77 Held-Idx              BINARY-LONG.
        01 Held-Table.
           05 Held-Entry OCCURS 100 TIMES.
              10 HT-SEQUENCE        BINARY-LONG.
              10 HT-ACTION          PIC X(01).
              10 HT-HASH            BINARY-DOUBLE.
              10 HT-FATE            PIC X(01).
              10 HT-REASON          PIC X(16).
              10 HT-DATA            PIC X(1004).
              10 HT-BEFORE-IMAGE    PIC X(1024).
              10 HT-AFTER-IMAGE     PIC X(1024).

      * CBL_CHECK_INDEXED_FILE result block.
        01 MI-INDEX-INFO.
           05  MI-RECORD-COUNT      PIC 9(8) COMP-4.
           05  MI-KEY-SEQUENCE-OK   PIC X(01).
               88 MI-KEYS-IN-ORDER      VALUE 'Y'.

      * CBL_CHECK_FILE_EXIST block.
        01 FI-FILE-INFO.
           05  FI-FILE-SIZE-IN-BYTES   PIC 9(18) COMP-4.
           05  FI-FILE-MOD-DATE-TIME.
               10  FI-FILE-DATE        PIC 9(8) COMP-4.
               10  FI-FILE-TIME        PIC 9(8) COMP-4.
           05  FI-FILE-TYPE             PIC 9(8) COMP-4.
           05  FI-FILE-LINK-COUNT       PIC 9(8) COMP-4.

       PROCEDURE DIVISION.

       0000-MAINLINE.
              End-If
           End-If.

           Perform 0900-PEEK-AT-THE-CHECKPOINT.
           If Swap-Pending = 'Y'
              Perform 6990-RESUME-AT-THE-SWAP
           Else
              Perform 1500-CHOOSE-THE-MODE
              Perform 1000-OPEN-FILES
              Perform 2000-APPLY-ONE-TXN
                  Until Txn-File-Status Not = '00'
              If Merge-Mode = 'Y'
                 Perform 6900-FINISH-THE-MERGE
              End-If
           End-If.

           Perform 8000-CLOSE-AND-REPORT.

                returning Footer-Status.
           Stop Run.

       0900-PEEK-AT-THE-CHECKPOINT.

      *    A crashed run's restart state fixes tonight's mode before
      *    anything is opened: a keyed run resumes keyed, a merge
      *    reruns as a merge, and a merge caught at the swap goes
      *    straight to finishing it.
           Move Spaces to Merge-Journal-Path.
           String Function Trim(Journal-Path) '.mrg'
             Delimited By Size Into Merge-Journal-Path.
           If Preview-Mode = 'Y'
              Exit Paragraph
           End-If.
           Open Input CHECKPOINT-FILE.
           If Checkpoint-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Read CHECKPOINT-FILE
              At End
                 Close CHECKPOINT-FILE
                 Exit Paragraph
           End-Read.
           Close CHECKPOINT-FILE.
           If CKP-RUN-STAMP Not Numeric
              Exit Paragraph
           End-If.
           Move 'Y' to Mode-Is-Fixed.
           Evaluate CKP-MODE
              When 'M'
                 Move 'Y' to Merge-Mode
              When 'S'
                 Move 'Y' to Merge-Mode
                 Move 'Y' to Swap-Pending
                 Move CKP-RUN-STAMP  to Run-Stamp
                 Move CKP-SEQUENCE   to Txns-Read
                 Move CKP-ADDS       to Adds-Applied
                 Move CKP-CHANGES    to Changes-Applied
                 Move CKP-DELETES    to Deletes-Applied
                 Move CKP-EXCEPTIONS to Exception-Count
              When Other
                 Continue
           End-Evaluate.

       1500-CHOOSE-THE-MODE.

      *    A counting pass over the clean file is cheap beside one
      *    keyed read per transaction; it also proves the key order
      *    the merge depends on.
           If Preview-Mode = 'Y' Or Mode-Is-Fixed = 'Y'
              Exit Paragraph
           End-If.
           Move 'MERGE-MODE-THRESHOLD' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        '100000'
                      returning Config-Status.
           If Function Trim(Config-Value) Numeric
              And Config-Value Not = Spaces
              Move Function Numval(Config-Value) to Merge-Threshold
           End-If.

           Open Input TXN-FILE.
           If Txn-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1550-COUNT-ONE-TXN
               Until Txn-File-Status Not = '00'.
           Close TXN-FILE.

           If Txns-Ahead < Merge-Threshold
              Exit Paragraph
           End-If.
           If Feed-In-Order Not = 'Y'
              Display 'Clean file holds ' Txns-Ahead
                      ' transaction(s) but is not in key order - '
                      'applying by key; sort it through '
                      'gcobol-sort-utility for the merge'
              Exit Paragraph
           End-If.
           Move 'Y' to Merge-Mode.
           Display 'MERGE MODE: ' Txns-Ahead ' transaction(s) - '
                   'one sequential pass against the master unload'.

       1550-COUNT-ONE-TXN.

           Read TXN-FILE
              At End
                 Move '10' to Txn-File-Status
              Not At End
                 Add 1 to Txns-Ahead
                 If Txns-Ahead > 1
                    And TXN-KEY < Prior-Txn-Key
                    Move 'N' to Feed-In-Order
                 End-If
                 Move TXN-KEY to Prior-Txn-Key
           End-Read.

       1000-OPEN-FILES.

           Open Input TXN-FILE.
              Stop Run With Error Status 1
           End-If.

      *    The merge never writes the live master; it reads it.
           If Preview-Mode = 'Y' Or Merge-Mode = 'Y'
              Open Input MASTER-FILE
           Else
              Open I-O MASTER-FILE
      *       then reopen it for update.
              Open Output MASTER-FILE
              Close MASTER-FILE
              If Merge-Mode = 'Y'
                 Open Input MASTER-FILE
              Else
                 Open I-O MASTER-FILE
              End-If
           End-If.
           If Master-File-Status Not = '00'
              Display 'Cannot open customer master '
                 +  tm_min  of Now-Tm * 100
                 +  tm_sec  of Now-Tm.

      *    A merge journals to its work file; the entries reach the
      *    journal only with the swap.
           If Preview-Mode Not = 'Y'
              If Merge-Mode = 'Y'
                 Open Output MERGE-JOURNAL-FILE
                 Move Merge-Journal-Status to Journal-File-Status
              Else
                 Open Extend JOURNAL-FILE
                 If Journal-File-Status Not = '00'
                    Open Output JOURNAL-FILE
                 End-If
              End-If
              If Journal-File-Status Not = '00'
                 Display 'Cannot open journal '

           Perform 1600-LOAD-FINGERPRINTS.
           Perform 1700-RESUME-FROM-CHECKPOINT.
           If Merge-Mode = 'Y'
              Perform 6000-OPEN-THE-MERGE
           End-If.

      *    Prime the read loop.
           Perform 2100-READ-ONE-TXN.

       2000-APPLY-ONE-TXN.

           If Merge-Mode = 'Y'
              Perform 6100-MOVE-TO-THE-TXN-KEY
           End-If.

           If Branch-Rt-Count > ZERO
              Move TXN-KEY(1:4) to Branch-Key
              Call "CBL_REF_TABLE_FIND"
              End-If
           End-If.

           If Merge-Mode = 'Y'
              Perform 6200-MERGE-THE-TXN
           Else
              Evaluate True
                 When TXN-IS-ADD
                    Perform 3000-APPLY-ADD
                 When TXN-IS-CHANGE
                    Perform 4000-APPLY-CHANGE
                 When TXN-IS-DELETE
                    Perform 5000-APPLY-DELETE
                 When Other
                    Move 'BAD ACTION CODE' to Exception-Reason
                    Perform 7000-WRITE-EXCEPTION
              End-Evaluate
           End-If.

           Perform 2100-READ-ONE-TXN.

              Exit Paragraph
           End-If.

      *    A merge that died mid-pass changed nothing live - its
      *    journal entries never left the work file - so it simply
      *    runs again, under the same stamp, from the top.
           If Merge-Mode = 'Y'
              Move CKP-RUN-STAMP to Run-Stamp
              Display 'RESTART: merge run ' Run-Stamp ' never '
                      'reached the live master - rerunning it '
                      'from the top'
              Exit Paragraph
           End-If.

      *    A state file on disk means the last run died mid-feed:
      *    continue as that run - same stamp - and learn from its
      *    journal exactly which sequences really applied.  The
           Move Changes-Applied to CKP-CHANGES.
           Move Deletes-Applied to CKP-DELETES.
           Move Exception-Count to CKP-EXCEPTIONS.
           If Merge-Mode = 'Y'
              Move 'M' to CKP-MODE
           Else
              Move 'R' to CKP-MODE
           End-If.
           Write CHECKPOINT-RECORD.
           Close CHECKPOINT-FILE.


       3000-APPLY-ADD.

           Perform 2800-PROVE-THE-ACCOUNT.
           If Account-Is-Good Not = 'Y'
              Exit Paragraph
           End-If.

           If Preview-Mode = 'Y'
              Move TXN-KEY to MASTER-KEY
              Read MASTER-FILE

           Move TXN-KEY  to MASTER-KEY.
           Move TXN-DATA to MASTER-DATA.
           If MASTER-ACCT-NO = Spaces
              Move 'N' to Acct-Function
              Move TXN-KEY(1:4) to Acct-Branch
              Call "CBL_ACCOUNT_NUMBER" using Acct-Request
                   returning Acct-Status
              If Acct-Status Not = ZERO
                 Move 'NO ACCT NUMBER' to Exception-Reason
                 Perform 7000-WRITE-EXCEPTION
                 Exit Paragraph
              End-If
              Move Acct-Number to MASTER-ACCT-NO
           End-If.
           Write MASTER-RECORD
              Invalid Key
                 Move 'DUPLICATE ADD' to Exception-Reason

       4000-APPLY-CHANGE.

           Perform 2800-PROVE-THE-ACCOUNT.
           If Account-Is-Good Not = 'Y'
              Exit Paragraph
           End-If.

           If Preview-Mode = 'Y'
      *       The alternate-key collision a live rewrite can hit is
      *       not predictable without writing; the preview predicts
              Not Invalid Key
                 Move MASTER-RECORD to Before-Image
                 Move TXN-DATA to MASTER-DATA
                 Perform 4100-CARRY-THE-MAIL-HOLD
      *          A rewrite can still fail - a collision on the
      *          unique account alternate key - and a change that
      *          never landed must not be counted or journaled.
                 End-Rewrite
           End-Read.

       4100-CARRY-THE-MAIL-HOLD.

      *    The returned-mail indicator (bytes 169-179: status,
      *    date held, reason) belongs to the returned-mail intake,
      *    not to the feed.  A change that leaves the address
      *    (bytes 77-159) alone carries the hold across; a change
      *    that moves the customer is the cure, and clears it.
           If MASTER-RECORD(77:83) = Before-Image(77:83)
              Move Before-Image(169:11) to MASTER-RECORD(169:11)
           Else
              Move Space to MASTER-RECORD(169:1)
              Move ZERO to MASTER-RECORD(170:8)
              Move Spaces to MASTER-RECORD(178:2)
           End-If.

       2800-PROVE-THE-ACCOUNT.

      *    A blank number on an add is allocated later; any number
      *    the transaction does carry must pass the check digit.
           Move 'Y' to Account-Is-Good.
           If TXN-DATA(1:12) = Spaces
              Exit Paragraph
           End-If.
           Move 'V' to Acct-Function.
           Move TXN-DATA(1:12) to Acct-Number.
           Call "CBL_ACCOUNT_NUMBER" using Acct-Request
                returning Acct-Status.
           If Acct-Status Not = ZERO
              Move 'N' to Account-Is-Good
              Move 'BAD CHECK DIGIT' to Exception-Reason
              Perform 7000-WRITE-EXCEPTION
           End-If.

       5000-APPLY-DELETE.

           If Preview-Mode = 'Y'
                 End-Delete
           End-Read.

       6000-OPEN-THE-MERGE.

      *    The account-key probes would lose a sequential position
      *    on the master itself, so the old side is cut to an
      *    unload first - the reorg's unload step, to a work name.
           Open Output OLD-UNLOAD-FILE.
           If Old-Unload-Status Not = '00'
              Display 'Cannot open master unload '
                      Function Trim(Old-Unload-Path)
                      ' - file status ' Old-Unload-Status
              Perform 6090-ABANDON-THE-MERGE
           End-If.
           Perform 6050-CUT-ONE-RECORD
               Until Master-File-Status Not = '00'.
           Close OLD-UNLOAD-FILE.
           Display Old-Count ' master record(s) unloaded in key order'.

           Open Input OLD-UNLOAD-FILE.
           Open Output NEW-UNLOAD-FILE.
           Open Output REBUILD-FILE.
           If Old-Unload-Status Not = '00'
              Or New-Unload-Status Not = '00'
              Or Rebuild-File-Status Not = '00'
              Display 'Cannot open the merge work files - status '
                      Old-Unload-Status ' ' New-Unload-Status ' '
                      Rebuild-File-Status
              Perform 6090-ABANDON-THE-MERGE
           End-If.
           Perform 6150-READ-OLD-UNLOAD.

       6050-CUT-ONE-RECORD.

           Read MASTER-FILE Next Record
              At End
                 Move '10' to Master-File-Status
              Not At End
                 Move MASTER-RECORD to OLD-UNLOAD-RECORD
                 Write OLD-UNLOAD-RECORD
                 Add 1 to Old-Count
           End-Read.

       6090-ABANDON-THE-MERGE.

           Display '*** merge abandoned - the live master is '
                   'untouched'.
           Close MASTER-FILE.
           Call "CBL_LOCK_RELEASE" using Master-Path
                      returning Lock-Status.
           Stop Run With Error Status 1.

       6100-MOVE-TO-THE-TXN-KEY.

      *    Balance line: every old record ahead of this key goes
      *    across as it stands, and a new key starts from the old
      *    record with that key, if there is one.
           If Cur-Active = 'Y'
              If TXN-KEY = Cur-Key
                 Exit Paragraph
              End-If
              Perform 6700-FINISH-THE-KEY
           End-If.
           Perform 6750-COPY-ONE-OLD-RECORD
               Until Old-Key >= TXN-KEY.
           If Old-Key = TXN-KEY
              Move 'Y' to Start-Present
              Move Old-Image to Start-Image
              Perform 6150-READ-OLD-UNLOAD
           Else
              Move 'N' to Start-Present
              Move Low-Values to Start-Image
           End-If.
           Move TXN-KEY to Cur-Key.
           Move Start-Present to Cur-Present.
           Move Start-Image to Cur-Image.
           Move Low-Values to Bad-Acct-No.
           Move Fprint-Count to Key-Fprint-Mark.
           Move ZERO to Held-Count.
           Move 'Y' to Cur-Active.

       6150-READ-OLD-UNLOAD.

           Read OLD-UNLOAD-FILE
              At End
                 Move High-Values to Old-Key
              Not At End
                 Move OLD-UNLOAD-RECORD to Old-Image
                 Move Old-Image(1:20) to Old-Key
           End-Read.

       6200-MERGE-THE-TXN.

           Evaluate True
              When TXN-IS-ADD
                 Perform 6300-MERGE-ADD
              When TXN-IS-CHANGE
                 Perform 6400-MERGE-CHANGE
              When TXN-IS-DELETE
                 Perform 6500-MERGE-DELETE
              When Other
                 Move 'BAD ACTION CODE' to Exception-Reason
                 Perform 7000-WRITE-EXCEPTION
           End-Evaluate.

       6300-MERGE-ADD.

      *    The same order of tests as 3000-APPLY-ADD, so a number is
      *    allocated - or refused - exactly where the keyed run
      *    would have asked for it.
           Perform 2800-PROVE-THE-ACCOUNT.
           If Account-Is-Good Not = 'Y'
              Exit Paragraph
           End-If.

           Move TXN-DATA to Merge-Data.
           Move 'N' to Acct-Collides.
           If Merge-Data(1:12) = Spaces
              Move 'N' to Acct-Function
              Move TXN-KEY(1:4) to Acct-Branch
              Call "CBL_ACCOUNT_NUMBER" using Acct-Request
                   returning Acct-Status
              If Acct-Status Not = ZERO
                 Move 'NO ACCT NUMBER' to Exception-Reason
                 Perform 7000-WRITE-EXCEPTION
                 Exit Paragraph
              End-If
              Move Acct-Number to Merge-Data(1:12)
           Else
              If Cur-Present Not = 'Y'
                 Move Merge-Data(1:12) to Probe-Acct-No
                 Perform 6450-PROBE-THE-ACCOUNT
              End-If
           End-If.

           If Cur-Present = 'Y' Or Acct-Collides = 'Y'
              Move 'DUPLICATE ADD' to Exception-Reason
              Perform 7000-WRITE-EXCEPTION
              Exit Paragraph
           End-If.
           Perform 6550-HOLD-THE-TXN.

       6400-MERGE-CHANGE.

           Perform 2800-PROVE-THE-ACCOUNT.
           If Account-Is-Good Not = 'Y'
              Exit Paragraph
           End-If.

           If Cur-Present Not = 'Y'
              Move 'UNMATCHED CHANGE' to Exception-Reason
              Perform 7000-WRITE-EXCEPTION
              Exit Paragraph
           End-If.

      *    Only a change that moves the account number can collide
      *    on the account key.
           Move TXN-DATA to Merge-Data.
           Move Cur-Image to Before-Image.
           Move Cur-Image to MASTER-RECORD.
           Move Merge-Data to MASTER-DATA.
           Perform 4100-CARRY-THE-MAIL-HOLD.
           If MASTER-RECORD(21:12) Not = Before-Image(21:12)
              Move MASTER-RECORD(21:12) to Probe-Acct-No
              Perform 6450-PROBE-THE-ACCOUNT
              If Acct-Collides = 'Y'
                 Move 'CHANGE REJECTED' to Exception-Reason
                 Perform 7000-WRITE-EXCEPTION
                 Exit Paragraph
              End-If
           End-If.
           Perform 6550-HOLD-THE-TXN.

       6450-PROBE-THE-ACCOUNT.

      *    Records after this key have not been reached yet, so the
      *    live master shows them exactly as the keyed run would
      *    have found them; records before it are already in the
      *    rebuild, whose own account key answers for them.
           Move 'N' to Acct-Collides.
           Move Probe-Acct-No to MASTER-ACCT-NO.
           Read MASTER-FILE Key Is MASTER-ACCT-NO
              Invalid Key
                 Continue
              Not Invalid Key
                 If MASTER-KEY > Cur-Key
                    Move 'Y' to Acct-Collides
                 End-If
           End-Read.

       6500-MERGE-DELETE.

           If Cur-Present Not = 'Y'
              Move 'UNMATCHED DELETE' to Exception-Reason
              Perform 7000-WRITE-EXCEPTION
              Exit Paragraph
           End-If.
           Move TXN-DATA to Merge-Data.
           Perform 6550-HOLD-THE-TXN.

       6550-HOLD-THE-TXN.

      *    A key this busy settles in slices; a refused record can
      *    only be replayed back to the last slice.
           If Held-Count >= Max-Held
              Perform 6760-SETTLE-ONE-HELD
                  Varying Held-Idx From 1 By 1
                  Until Held-Idx > Held-Count
              Move Cur-Present to Start-Present
              Move Cur-Image to Start-Image
              Move Fprint-Count to Key-Fprint-Mark
              Move ZERO to Held-Count
           End-If.
           Add 1 to Held-Count.
           Move Txns-Read   to HT-SEQUENCE(Held-Count).
           Move TXN-ACTION  to HT-ACTION(Held-Count).
           Move Txn-Hash    to HT-HASH(Held-Count).
           Move Merge-Data  to HT-DATA(Held-Count).
           Move Held-Count  to Held-Idx.
           Perform 6600-APPLY-ONE-HELD.

       6600-APPLY-ONE-HELD.

      *    Apply one held transaction to the key's working image.
      *    On a replay Bad-Acct-No names the account number the
      *    rebuild refused, and a transaction that would take it is
      *    refused as the keyed run would have refused it.
           Move 'A' to HT-FATE(Held-Idx).
           Evaluate HT-ACTION(Held-Idx)
              When 'A'
                 If Cur-Present = 'Y'
                    Move 'R' to HT-FATE(Held-Idx)
                    Move 'DUPLICATE ADD' to HT-REASON(Held-Idx)
                    Exit Paragraph
                 End-If
                 Move Low-Values to Before-Image
                 Move Cur-Key to After-Image(1:20)
                 Move HT-DATA(Held-Idx) to After-Image(21:1004)
                 If After-Image(21:12) = Bad-Acct-No
                    Move 'R' to HT-FATE(Held-Idx)
                    Move 'DUPLICATE ADD' to HT-REASON(Held-Idx)
                    Exit Paragraph
                 End-If
              When 'C'
                 If Cur-Present Not = 'Y'
                    Move 'R' to HT-FATE(Held-Idx)
                    Move 'UNMATCHED CHANGE' to HT-REASON(Held-Idx)
                    Exit Paragraph
                 End-If
                 Move Cur-Image to Before-Image
                 Move Cur-Image to MASTER-RECORD
                 Move HT-DATA(Held-Idx) to MASTER-DATA
                 Perform 4100-CARRY-THE-MAIL-HOLD
                 Move MASTER-RECORD to After-Image
                 If After-Image(21:12) = Bad-Acct-No
                    Move 'R' to HT-FATE(Held-Idx)
                    Move 'CHANGE REJECTED' to HT-REASON(Held-Idx)
                    Exit Paragraph
                 End-If
              When Other
                 If Cur-Present Not = 'Y'
                    Move 'R' to HT-FATE(Held-Idx)
                    Move 'UNMATCHED DELETE' to HT-REASON(Held-Idx)
                    Exit Paragraph
                 End-If
                 Move Cur-Image to Before-Image
                 Move Low-Values to After-Image
           End-Evaluate.

           Move Before-Image to HT-BEFORE-IMAGE(Held-Idx).
           Move After-Image to HT-AFTER-IMAGE(Held-Idx).
           If HT-ACTION(Held-Idx) = 'D'
              Move 'N' to Cur-Present
           Else
              Move 'Y' to Cur-Present
              Move After-Image to Cur-Image
           End-If.
           Move HT-HASH(Held-Idx) to Txn-Hash.
           Perform 2500-REMEMBER-FINGERPRINT.

       6700-FINISH-THE-KEY.

           If Cur-Present = 'Y'
              Move Cur-Image to Load-Image
              Perform 6800-LOAD-THE-NEW-RECORD
              If Load-Refused = 'Y'
                 Move Cur-Image(21:12) to Bad-Acct-No
                 Perform 6720-REPLAY-THE-KEY
                 If Cur-Present = 'Y'
                    Move Cur-Image to Load-Image
                    Perform 6800-LOAD-THE-NEW-RECORD
                    If Load-Refused = 'Y'
                       Perform 6730-REFUSE-THE-KEY
                    End-If
                 End-If
              End-If
           End-If.
           Perform 6760-SETTLE-ONE-HELD
               Varying Held-Idx From 1 By 1
               Until Held-Idx > Held-Count.
           Move ZERO to Held-Count.
           Move 'N' to Cur-Active.

       6720-REPLAY-THE-KEY.

      *    The account number this record ended with was claimed
      *    by an earlier key in the pass.  Start the key over and
      *    refuse each transaction that tried to take it.
           Move Start-Present to Cur-Present.
           Move Start-Image to Cur-Image.
           Move Key-Fprint-Mark to Fprint-Count.
           Perform 6600-APPLY-ONE-HELD
               Varying Held-Idx From 1 By 1
               Until Held-Idx > Held-Count.

       6730-REFUSE-THE-KEY.

      *    Still refused: the key stands as it started and none of
      *    its held transactions applies.
           Perform 6735-REFUSE-ONE-HELD
               Varying Held-Idx From 1 By 1
               Until Held-Idx > Held-Count.
           Move Key-Fprint-Mark to Fprint-Count.
           Move Start-Present to Cur-Present.
           Move Start-Image to Cur-Image.
           If Start-Present = 'Y'
              Move Start-Image to Load-Image
              Perform 6800-LOAD-THE-NEW-RECORD
              If Load-Refused = 'Y'
                 Display '*** rebuild refused the unchanged record '
                         'for a key - account key collision'
                 Perform 6090-ABANDON-THE-MERGE
              End-If
           End-If.

       6735-REFUSE-ONE-HELD.

           If HT-FATE(Held-Idx) = 'A'
              Move 'R' to HT-FATE(Held-Idx)
              If HT-ACTION(Held-Idx) = 'A'
                 Move 'DUPLICATE ADD' to HT-REASON(Held-Idx)
              Else
                 Move 'CHANGE REJECTED' to HT-REASON(Held-Idx)
              End-If
           End-If.

       6750-COPY-ONE-OLD-RECORD.

           Move Old-Image to Load-Image.
           Perform 6800-LOAD-THE-NEW-RECORD.
           If Load-Refused = 'Y'
              Display '*** rebuild refused an untouched record - '
                      'account key collision'
              Perform 6090-ABANDON-THE-MERGE
           End-If.
           Perform 6150-READ-OLD-UNLOAD.

       6760-SETTLE-ONE-HELD.

      *    A held transaction either lands - journal entry, count,
      *    checkpoint, as 7500-WRITE-JOURNAL does for the keyed run
      *    - or goes to the exception report.
           If HT-FATE(Held-Idx) = 'R'
              Perform 6780-REPORT-ONE-HELD
              Exit Paragraph
           End-If.
           Move Run-Stamp to MJ-RUN-STAMP.
           Move HT-SEQUENCE(Held-Idx) to MJ-SEQUENCE.
           Move HT-ACTION(Held-Idx) to MJ-ACTION.
           Move Cur-Key to MJ-KEY.
           Move HT-BEFORE-IMAGE(Held-Idx) to MJ-BEFORE-IMAGE.
           Move HT-AFTER-IMAGE(Held-Idx) to MJ-AFTER-IMAGE.
           Write MERGE-JOURNAL-RECORD.
           Evaluate HT-ACTION(Held-Idx)
              When 'A'
                 Add 1 to Adds-Applied
              When 'C'
                 Add 1 to Changes-Applied
              When Other
                 Add 1 to Deletes-Applied
           End-Evaluate.
           Perform 2600-SAVE-A-CHECKPOINT.

       6780-REPORT-ONE-HELD.

           Move TXN-RECORD to Txn-Hold.
           Move HT-ACTION(Held-Idx) to TXN-ACTION.
           Move Cur-Key to TXN-KEY.
           Move HT-REASON(Held-Idx) to Exception-Reason.
           Perform 7000-WRITE-EXCEPTION.
           Move Txn-Hold to TXN-RECORD.

       6800-LOAD-THE-NEW-RECORD.

      *    The rebuild is loaded in key order as the new unload is
      *    written; a record it refuses on the account key never
      *    reaches the unload.
           Move 'N' to Load-Refused.
           Move Load-Image to REBUILD-RECORD.
           Write REBUILD-RECORD
              Invalid Key
                 If Rebuild-File-Status = '22'
                    Move 'Y' to Load-Refused
                 Else
                    Display '*** rebuild write failed - file status '
                            Rebuild-File-Status
                    Perform 6090-ABANDON-THE-MERGE
                 End-If
              Not Invalid Key
                 Move Load-Image to NEW-UNLOAD-RECORD
                 Write NEW-UNLOAD-RECORD
                 Add 1 to New-Count
           End-Write.

       6900-FINISH-THE-MERGE.

           If Cur-Active = 'Y'
              Perform 6700-FINISH-THE-KEY
           End-If.
           Perform 6750-COPY-ONE-OLD-RECORD
               Until Old-Key = High-Values.
           Close OLD-UNLOAD-FILE.
           Close NEW-UNLOAD-FILE.
           Close REBUILD-FILE.
           Close MERGE-JOURNAL-FILE.
           Close MASTER-FILE.
           Display New-Count ' record(s) in the new master unload '
                   Function Trim(New-Unload-Path).

      *    The same proof the reorg demands before its swap.
           Call "CBL_CHECK_INDEXED_FILE" using Rebuild-Path,
                                                MI-INDEX-INFO
                              returning Call-Status.
           If Call-Status Not = ZERO
              Or MI-RECORD-COUNT Not = New-Count
              Or Not MI-KEYS-IN-ORDER
              Display '*** rebuild did not verify (' MI-RECORD-COUNT
                      ' record(s), unload had ' New-Count
                      ') - the live master is untouched'
              Call "CBL_LOCK_RELEASE" using Master-Path
                         returning Lock-Status
              Stop Run With Error Status 1
           End-If.

           Perform 8500-REWRITE-THE-STORE.
           Perform 6950-SAVE-THE-SWAP-POINT.
           Perform 6960-PUBLISH-THE-MERGE.

       6950-SAVE-THE-SWAP-POINT.

      *    From here a crash is finished, not rerun: the pass is
      *    complete, and the counts it reached ride the state file.
           Open Output CHECKPOINT-FILE.
           If Checkpoint-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Move Run-Stamp to CKP-RUN-STAMP.
           Move Txns-Read to CKP-SEQUENCE.
           Move Adds-Applied to CKP-ADDS.
           Move Changes-Applied to CKP-CHANGES.
           Move Deletes-Applied to CKP-DELETES.
           Move Exception-Count to CKP-EXCEPTIONS.
           Move 'S' to CKP-MODE.
           Write CHECKPOINT-RECORD.
           Close CHECKPOINT-FILE.

       6960-PUBLISH-THE-MERGE.

      *    The commit point.  Every step here can be repeated: a
      *    restart at the swap comes back through and passes over
      *    whatever the crashed run had already finished.
           Call "CBL_CHECK_FILE_EXIST" using Rebuild-Path,
                                              FI-FILE-INFO
                              returning Call-Status.
           If Call-Status = ZERO
              Perform 6970-SWAP-INTO-PLACE
           End-If.
           Perform 6980-PUBLISH-THE-JOURNAL.
           If Guard-Active = 'Y'
              Call "CBL_RENAME_FILE" using Fprint-New-Path,
                                            Fprint-Path
                         returning Call-Status
           End-If.
           Call "CBL_DELETE_FILE" using Old-Unload-Path
                      returning Delete-Status.

       6970-SWAP-INTO-PLACE.

           Call "CBL_RENAME_FILE" using Master-Path, Pre-Update-Path
                              returning Call-Status.
           If Call-Status Not = ZERO
              Display '*** cannot set aside the live master - '
                      'nothing swapped; rerun to finish the swap'
              Call "CBL_LOCK_RELEASE" using Master-Path
                         returning Lock-Status
              Stop Run With Error Status 1
           End-If.

           Call "CBL_RENAME_FILE" using Rebuild-Path, Master-Path
                              returning Call-Status.
           If Call-Status Not = ZERO
      *       Put the original straight back, as the reorg does.
              Call "CBL_RENAME_FILE" using Pre-Update-Path,
                                            Master-Path
                                 returning Call-Status
              Display '*** swap failed - original master restored; '
                      'rerun to finish the swap'
              Call "CBL_LOCK_RELEASE" using Master-Path
                         returning Lock-Status
              Stop Run With Error Status 1
           End-If.
           Display 'Rebuild swapped in; previous master kept at '
                   Function Trim(Pre-Update-Path).

       6980-PUBLISH-THE-JOURNAL.

      *    Only a restart needs to ask whether the crashed run got
      *    this far; a straight run knows it has not.
           Move 'N' to Journal-Has-Run.
           If Swap-Pending = 'Y'
              Open Input JOURNAL-FILE
              If Journal-File-Status = '00'
                 Perform 6985-LOOK-FOR-THE-RUN
                     Until Journal-File-Status Not = '00'
                 Close JOURNAL-FILE
              End-If
           End-If.
           If Journal-Has-Run = 'Y'
              Exit Paragraph
           End-If.

           Open Input MERGE-JOURNAL-FILE.
           If Merge-Journal-Status Not = '00'
              Display '*** merge journal '
                      Function Trim(Merge-Journal-Path)
                      ' missing - run ' Run-Stamp
                      ' is not on the journal'
              Exit Paragraph
           End-If.
           Open Extend JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Open Output JOURNAL-FILE
           End-If.
           Perform 6987-PUBLISH-ONE-ENTRY
               Until Merge-Journal-Status Not = '00'.
           Close MERGE-JOURNAL-FILE.
           Close JOURNAL-FILE.
           Call "CBL_DELETE_FILE" using Merge-Journal-Path
                      returning Delete-Status.

       6985-LOOK-FOR-THE-RUN.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
              Not At End
                 If JN-RUN-STAMP = Run-Stamp
                    Move 'Y' to Journal-Has-Run
                 End-If
           End-Read.

       6987-PUBLISH-ONE-ENTRY.

           Read MERGE-JOURNAL-FILE
              At End
                 Move '10' to Merge-Journal-Status
              Not At End
                 Move MERGE-JOURNAL-RECORD to JOURNAL-RECORD
                 Write JOURNAL-RECORD
           End-Read.

       6990-RESUME-AT-THE-SWAP.

           Display 'RESTART: merge run ' Run-Stamp ' finished its '
                   'pass - completing the swap'.
           Call "CBL_LOCK_QUERY" using Master-Path, Lock-Holder
                      returning Lock-Status.
           If Lock-Status = ZERO
              Display '*** master is held by '
                      Function Trim(Lock-Holder)
                      ' - wait for it to finish and rerun'
              Stop Run With Error Status 1
           End-If.
           Call "CBL_LOCK_REGISTER" using Master-Path,
                        'gcobol-master-update'
                      returning Lock-Status.
           Move Spaces to Fprint-New-Path.
           String Function Trim(Fprint-Path) '.new'
             Delimited By Size Into Fprint-New-Path.
           Perform 6960-PUBLISH-THE-MERGE.

       7500-WRITE-JOURNAL.

           Move Run-Stamp to JN-RUN-STAMP.

       8000-CLOSE-AND-REPORT.

      *    A merge closed the master before its swap, and a restart
      *    at the swap never opened the feed.
           If Swap-Pending Not = 'Y'
              Close TXN-FILE
              Close EXCEPTION-FILE
           End-If.
           If Merge-Mode Not = 'Y'
              Close MASTER-FILE
           End-If.
           If Preview-Mode Not = 'Y'
              If Merge-Mode Not = 'Y'
                 Close JOURNAL-FILE
                 Perform 8500-REWRITE-THE-STORE
              End-If
      *       A finished run needs no restart state; only a crash
      *       leaves the file behind.
              Call "CBL_DELETE_FILE" using Checkpoint-Path
              Call "CBL_LOCK_RELEASE" using Master-Path
                         returning Lock-Status
           End-If.
           If Swap-Pending Not = 'Y'
              Call "CBL_REF_TABLE_FREE" using Branch-Table-Handle
                   returning Branch-Status
           End-If.

           Display 'Transactions read:    ' Txns-Read.
           Display 'Adds applied:         ' Adds-Applied.
           If Restart-In-Effect = 'Y'
              Display 'Skipped on restart:   ' Skipped-On-Restart
           End-If.
           If Merge-Mode = 'Y'
              Display 'Applied by merge; previous master kept at '
                      Function Trim(Pre-Update-Path)
           End-If.

           If Preview-Mode = 'Y'
              Display 'PREVIEW: the counts above are predictions; '
               Varying Fprint-Idx From 1 By 1
               Until Fprint-Idx > Fprint-Count.
           Close FPRINT-NEW-FILE.
      *    A merge's fingerprints are only true once its master is
      *    live; the swap renames the new store into place.
           If Merge-Mode = 'Y'
              Exit Paragraph
           End-If.
           Call "CBL_RENAME_FILE" using Fprint-New-Path,
                                         Fprint-Path
                      returning status-code.
