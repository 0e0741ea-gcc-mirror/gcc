      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Returned-mail load.  The print vendor sends back a file of
      *  the items the carrier could not deliver - customer key
      *  (20), return reason (2: GA gone away, NK not known, IA
      *  insufficient address, RF refused, OT other) and the date
      *  the item came back (8, optional) - and this step sets the
      *  address-invalid indicator on each customer's master
      *  record, exactly as the mailroom's screen
      *  (gcobol-returned-mail-maint) does: MASTER-MAIL-STATUS 'R',
      *  the date the hold began, the latest reason.  A customer
      *  already held keeps the date the hold began.
      *
      *  Every mark goes through the journaled change path - seal
      *  verified, master held, before and after images on the
      *  journal under this run's stamp - so a bad vendor file
      *  backs out by run stamp like any other run.  Unknown keys,
      *  unknown reasons and closed accounts go to the exception
      *  report with a reason per record.
      *
      *  The vendor file's location is site configuration
      *  (RETURNED-MAIL-PATH).  No file is not an error: the
      *  vendor sends one only when something came back.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-returned-mail-load.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant RTN-FEED-PATH as "/tmp/feeds/returned-mail.dat"
       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant EXC-RPT-PATH as "/tmp/gcobol-rtnmail.exc"
       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FILE
                  ASSIGN TO Returns-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Returns-File-Status.
           SELECT MASTER-FILE
                  ASSIGN TO Master-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-ACCT-NO
                  ALTERNATE RECORD KEY IS MASTER-CUST-NAME
                      WITH DUPLICATES
                  FILE STATUS IS Master-File-Status.
           SELECT EXCEPTION-FILE
                  ASSIGN TO Exception-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Exception-File-Status.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNS-FILE.
       01  RETURNS-RECORD.
           05  RTN-KEY              PIC X(20).
           05  RTN-REASON           PIC X(02).
               88  RTN-REASON-IS-KNOWN  VALUE 'GA' 'NK' 'IA'
                                              'RF' 'OT'.
           05  RTN-RETURN-DATE      PIC X(08).
           05  FILLER               PIC X(50).

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

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EXC-REASON           PIC X(16).
           05  EXC-KEY              PIC X(20).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JN-RUN-STAMP         PIC 9(14).
           05  JN-SEQUENCE          PIC 9(08).
           05  JN-ACTION            PIC X(01).
           05  JN-KEY               PIC X(20).
           05  JN-BEFORE-IMAGE      PIC X(1024).
           05  JN-AFTER-IMAGE       PIC X(1024).

       WORKING-STORAGE SECTION.
        77 Returns-Path        PIC X(100).
        77 Master-Path         PIC X(100) VALUE MASTER-PATH.
        77 Exception-Path      PIC X(100) VALUE EXC-RPT-PATH.
        77 Journal-Path        PIC X(100) VALUE JOURNAL-PATH.
        77 Returns-File-Status PIC X(02).
        77 Master-File-Status  PIC X(02).
        77 Exception-File-Status PIC X(02).
        77 Journal-File-Status PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Run-Stamp           PIC 9(14).
        77 Epoch-Seconds       BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Processing-Date     PIC 9(08).
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        77 Lock-Status          BINARY-LONG SIGNED.
        77 Lock-Holder          PIC X(32).
        77 Before-Image        PIC X(1024).
        77 Returns-Read        BINARY-LONG VALUE ZERO.
        77 Holds-Set           BINARY-LONG VALUE ZERO.
        77 Holds-Renewed       BINARY-LONG VALUE ZERO.
        77 Changes-Journaled   BINARY-LONG VALUE ZERO.
        77 Exception-Count     BINARY-LONG VALUE ZERO.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.
        77 Cnt-Displayed       PIC Z(7)9.
        77 Redact-Keep          BINARY-LONG VALUE 4.
        77 Redact-Status        PIC 9(8) COMP-5.
        77 Footer-Status       BINARY-LONG SIGNED.

      * CBL_MASTER_SEAL request block.
        01 Seal-Request.
           05 Seal-Function     PIC X(01).
           05 Seal-Record-Count PIC 9(08).
           05 Seal-Hash         PIC 9(10).
           05 Seal-Last-Run     PIC X(40).
        77 Seal-Status          BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-returned-mail-load'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-returned-mail-load'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-DATE.

           Move 'RETURNED-MAIL-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RTN-FEED-PATH
                      returning Config-Status.
           Move Config-Value to Returns-Path.

           Open Input RETURNS-FILE.
           If Returns-File-Status Not = '00'
              Display 'No returned-mail file at '
                      Function Trim(Returns-Path)
                      ' - nothing to load'
              Call "CBL_RUN_FOOTER" using 'gcobol-returned-mail-load'
                   by value 0, 0, 0
                   returning Footer-Status
              Stop Run
           End-If.

           Open I-O MASTER-FILE.
           If Master-File-Status Not = '00'
              Display 'Cannot open master - file status '
                      Master-File-Status
              Close RETURNS-FILE
              Stop Run With Error Status 1
           End-If.

      *    The seal must stand before anything is touched - a
      *    writer must never re-bless quiet damage with a fresh
      *    seal - and the master takes one writer at a time.
           Move 'V' to Seal-Function.
           Call "CBL_MASTER_SEAL" using Master-Path, Seal-Request
                returning Seal-Status.
           If Seal-Status = 2
              Display '*** MASTER SEAL MISMATCH: the file no '
                      'longer matches the seal written by run '
                      Function Trim(Seal-Last-Run)
                      ' - the returned-mail load is refused'
              Close RETURNS-FILE MASTER-FILE
              Stop Run With Error Status 1
           End-If.

           Call "CBL_LOCK_QUERY" using Master-Path, Lock-Holder
                      returning Lock-Status.
           If Lock-Status = ZERO
              Display '*** master is held by '
                      Function Trim(Lock-Holder)
                      ' - wait for it to finish and rerun'
              Close RETURNS-FILE MASTER-FILE
              Stop Run With Error Status 1
           End-If.
           Call "CBL_LOCK_REGISTER" using Master-Path,
                        'gcobol-returned-mail-load'
                      returning Lock-Status.

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

           Open Extend JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Open Output JOURNAL-FILE
           End-If.
           If Journal-File-Status Not = '00'
              Display 'Cannot open journal - no returned-mail '
                      'marks go unjournaled'
              Perform 9000-RELEASE-THE-LOCK
              Stop Run With Error Status 1
           End-If.

           Open Output EXCEPTION-FILE.
           If Exception-File-Status Not = '00'
              Display 'Cannot open exception report '
                      Function Trim(Exception-Path)
              Perform 9000-RELEASE-THE-LOCK
              Stop Run With Error Status 1
           End-If.

           Perform 2000-LOAD-ONE-RETURN
               Until Returns-File-Status Not = '00'.

           Close RETURNS-FILE MASTER-FILE.
           Close EXCEPTION-FILE JOURNAL-FILE.
           If Changes-Journaled > ZERO
              Move 'W' to Seal-Function
              Call "CBL_MASTER_SEAL" using Master-Path,
                           Seal-Request
                         returning Seal-Status
           End-If.
           Perform 9000-RELEASE-THE-LOCK.

           Display 'Returned items read:   ' Returns-Read.
           Display 'Customers newly held:  ' Holds-Set.
           Display 'Already held, renewed: ' Holds-Renewed.
           Display 'Exceptions reported:   ' Exception-Count.

           Move Holds-Set to Cnt-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' held=' Function Trim(Cnt-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-returned-mail-load",
                        Audit-Args,
                        by value Exception-Count
                      returning Audit-Status.

           If Exception-Count > ZERO
              Call "CBL_RUN_FOOTER" using 'gcobol-returned-mail-load'
                   by value 1, Returns-Read, Changes-Journaled
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Call "CBL_RUN_FOOTER" using 'gcobol-returned-mail-load'
                by value 0, Returns-Read, Changes-Journaled
                returning Footer-Status.
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

       2000-LOAD-ONE-RETURN.

           Read RETURNS-FILE
              At End
                 Move '10' to Returns-File-Status
              Not At End
                 Add 1 to Returns-Read
                 Perform 3000-MARK-THE-CUSTOMER
           End-Read.

       3000-MARK-THE-CUSTOMER.

           If Not RTN-REASON-IS-KNOWN
              Move 'BAD REASON' to EXC-REASON
              Perform 7000-WRITE-EXCEPTION
              Exit Paragraph
           End-If.

           Move RTN-KEY to MASTER-KEY.
           Read MASTER-FILE
              Invalid Key
                 Move 'UNMATCHED KEY' to EXC-REASON
                 Perform 7000-WRITE-EXCEPTION
                 Exit Paragraph
           End-Read.
           If MASTER-IS-CLOSED
              Move 'ACCOUNT CLOSED' to EXC-REASON
              Perform 7000-WRITE-EXCEPTION
              Exit Paragraph
           End-If.

           Move MASTER-RECORD to Before-Image.
           If MASTER-MAIL-HELD
              Add 1 to Holds-Renewed
           Else
              Move 'R' to MASTER-MAIL-STATUS
      *       The hold dates from the day the item came back when
      *       the vendor says so, otherwise from today.
              If RTN-RETURN-DATE Numeric
                 And RTN-RETURN-DATE Not = '00000000'
                 Move RTN-RETURN-DATE to MASTER-MAIL-HELD-DATE
              Else
                 Move Processing-Date to MASTER-MAIL-HELD-DATE
              End-If
              Add 1 to Holds-Set
           End-If.
           Move RTN-REASON to MASTER-MAIL-REASON.

           Rewrite MASTER-RECORD
              Invalid Key
                 Move 'REWRITE FAILED' to EXC-REASON
                 Perform 7000-WRITE-EXCEPTION
              Not Invalid Key
                 Add 1 to Changes-Journaled
                 Move Run-Stamp to JN-RUN-STAMP
                 Move Changes-Journaled to JN-SEQUENCE
                 Move 'C' to JN-ACTION
                 Move MASTER-KEY to JN-KEY
                 Move Before-Image to JN-BEFORE-IMAGE
                 Move MASTER-RECORD to JN-AFTER-IMAGE
                 Write JOURNAL-RECORD
           End-Rewrite.

       7000-WRITE-EXCEPTION.

      *    EXC-REASON is set by the caller; the key is masked to
      *    its tail before it leaves the box.
           Move RTN-KEY to EXC-KEY.
           Call "CBL_REDACT_VALUE" using EXC-KEY,
                by value Redact-Keep
                returning Redact-Status.
           Write EXCEPTION-RECORD.
           Add 1 to Exception-Count.

       9000-RELEASE-THE-LOCK.

           Call "CBL_LOCK_RELEASE" using Master-Path
                returning Lock-Status.
