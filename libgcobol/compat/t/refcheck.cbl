      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Nightly cross-file referential integrity check over the
      *  customer data.  Read-only: every file is opened for input
      *  and nothing is repaired here - the findings go to the
      *  people who own the data.  Six classes of finding are
      *  counted separately, one pass each:
      *
      *    BAL-ORPH  a balance record whose BAL-MASTER-KEY is not on
      *              the master, or whose BAL-ACCT-NO is not the
      *              account number of any master record
      *    MST-NOBL  a master record whose account number has no
      *              balance record (or no account number at all)
      *    REL-ORPH  a relationship link whose from- or to-key is no
      *              longer on the master (the from-key of a JA or
      *              TR link is an account number)
      *    PND-ORPH  a parked change or delete for a key that is no
      *              longer on the master and has no parked add
      *              waiting to create it
      *    CLS-BAL   a closed account still carrying a non-zero
      *              balance
      *    TRM-ORPH  an active term deposit or an overdraft limit
      *              for an account number no master carries
      *
      *  Each finding is spooled through the shared report writer
      *  with the class as the control field, so the report
      *  subtotals by class; the amount column carries the
      *  balance left on closed accounts and is zero otherwise.
      *
      *  Every class has a severity from site configuration,
      *  INTEGRITY-SEV-<class>: H holds the chain (critical alert,
      *  run ends with error status so the scheduler stops), W
      *  warns (warning alert, chain continues), I only reports.
      *  The defaults hold the chain for orphaned balances, orphaned
      *  parked work and closed accounts with money on them, and
      *  warn on the rest.  The relation, parked, term-deposit and
      *  limit files are optional; a missing one is noted and its
      *  pass skipped.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-integrity-check.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant RELATION-PATH as "/tmp/gcobol-relation.mst"
       >>Define Constant PENDING-PATH as "/tmp/feeds/parked-txn.dat"
       >>Define Constant LIMIT-PATH as "/tmp/feeds/acct-limits.dat"
       >>Define Constant TD-FILE-PATH as "/tmp/gcobol-term-deposit.dat"
       >>Define Constant REFCHK-RPT-PATH as "/tmp/gcobol-integrity.rpt"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
                  ASSIGN TO Master-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-ACCT-NO
                  ALTERNATE RECORD KEY IS MASTER-CUST-NAME
                      WITH DUPLICATES
                  FILE STATUS IS Master-File-Status.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BAL-ACCT-NO
                  FILE STATUS IS Balance-File-Status.
           SELECT RELATION-FILE
                  ASSIGN TO Relation-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REL-KEY
                  FILE STATUS IS Relation-File-Status.
           SELECT PENDING-FILE
                  ASSIGN TO Pending-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Pending-File-Status.
           SELECT TD-FILE
                  ASSIGN TO Td-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Td-File-Status.
           SELECT LIMIT-FILE
                  ASSIGN TO Limit-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Limit-File-Status.

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
           05  MASTER-ADDR-POSTAL   PIC X(10).
           05  MASTER-STATUS        PIC X(01).
               88  MASTER-IS-CLOSED     VALUE 'C'.
               88  MASTER-IS-DORMANT    VALUE 'D'.
           05  MASTER-CLOSED-DATE   PIC 9(08).
           05  MASTER-MAIL-STATUS   PIC X(01).
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
           05  BAL-LAST-ORIGIN      PIC X(02).
           05  FILLER               PIC X(47).

       FD  RELATION-FILE.
       01  RELATION-RECORD.
           05  REL-KEY.
               10  REL-FROM-KEY     PIC X(20).
               10  REL-TYPE         PIC X(02).
               10  REL-TO-KEY       PIC X(20).
           05  REL-EFFECTIVE-DATE   PIC 9(08).
           05  FILLER               PIC X(30).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PND-EFFECTIVE-DATE   PIC 9(08).
           05  PND-PARKED-DATE      PIC 9(08).
           05  PND-DATA.
               10  PND-ACTION       PIC X(01).
               10  PND-KEY          PIC X(20).
               10  FILLER           PIC X(1004).

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
               88  TD-IS-MATURED        VALUE 'M'.
           05  TD-NOTICE-SENT       PIC 9(08).
           05  TD-LAST-MATURED      PIC 9(08).
           05  TD-ROLLOVERS         PIC 9(03).

       FD  LIMIT-FILE.
       01  LIMIT-RECORD.
           05  LIM-ACCT-NO          PIC X(12).
           05  LIM-APPROVED         PIC 9(11)V99.
           05  LIM-EXPIRY           PIC 9(08).

       WORKING-STORAGE SECTION.
        77 Master-Path          PIC X(100) VALUE MASTER-PATH.
        77 Balance-Path         PIC X(100) VALUE BALANCE-PATH.
        77 Relation-Path        PIC X(100) VALUE RELATION-PATH.
        77 Pending-Path         PIC X(100) VALUE PENDING-PATH.
        77 Limit-Path           PIC X(100) VALUE LIMIT-PATH.
        77 Td-Path              PIC X(100).
        77 Report-Path          PIC X(256) VALUE REFCHK-RPT-PATH.
        77 Master-File-Status   PIC X(02).
        77 Balance-File-Status  PIC X(02).
        77 Relation-File-Status PIC X(02).
        77 Pending-File-Status  PIC X(02).
        77 Td-File-Status       PIC X(02).
        77 Limit-File-Status    PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 As-Of-Date           PIC 9(08).
        77 Epoch-Seconds        BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).

      *    One entry per class of finding: code, report wording and
      *    the default severity, overridden from site configuration.
        01 Class-Defaults.
           05 FILLER PIC X(49) VALUE
              'BAL-ORPHBALANCE RECORD WITH NO MASTER           H'.
           05 FILLER PIC X(49) VALUE
              'MST-NOBLMASTER WITH NO BALANCE RECORD           W'.
           05 FILLER PIC X(49) VALUE
              'REL-ORPHRELATIONSHIP TO A DELETED KEY           W'.
           05 FILLER PIC X(49) VALUE
              'PND-ORPHPARKED WORK FOR A DELETED KEY           H'.
           05 FILLER PIC X(49) VALUE
              'CLS-BAL CLOSED ACCOUNT WITH A BALANCE           H'.
           05 FILLER PIC X(49) VALUE
              'TRM-ORPHDEPOSIT OR LIMIT WITH NO MASTER         W'.
        01 Class-Table REDEFINES Class-Defaults.
           05 Class-Entry OCCURS 6 TIMES.
              10 Cls-Code       PIC X(08).
              10 Cls-Title      PIC X(40).
              10 Cls-Severity   PIC X(01).
        01 Class-Counts.
           05 Cls-Count         BINARY-LONG OCCURS 6 TIMES.
        77 Cls-Ix               BINARY-LONG.
        77 Class-Count          BINARY-LONG VALUE 6.
        77 Default-Severity     PIC X(01).
        77 Severity-Word        PIC X(05).

      *    Keys a parked add will create, so a parked change or
      *    delete queued behind it is not an orphan.
        01 Parked-Adds.
           05 Parked-Add-Key    PIC X(20) OCCURS 5000 TIMES.
        77 Parked-Add-Count     BINARY-LONG VALUE ZERO.
        77 Parked-Add-Max       BINARY-LONG VALUE 5000.
        77 Add-Ix               BINARY-LONG.
        77 Add-Found            PIC X(01).

        77 Check-Key            PIC X(20).
        77 Check-Acct           PIC X(12).
        77 Key-Found            PIC X(01).
        77 Finding-Class        BINARY-LONG.
        77 Finding-Subject      PIC X(20).
        77 Finding-Text         PIC X(60).
        77 Finding-Amount       PIC S9(13)V99.
        77 Balance-Edited       PIC -(13)9.99.

        77 Records-Read         BINARY-LONG VALUE ZERO.
        77 Findings-Total       BINARY-LONG VALUE ZERO.
        77 Chain-Held           PIC X(01) VALUE 'N'.
        77 Run-Rc               BINARY-LONG VALUE ZERO.
        77 Alert-Severity       PIC X(01).
        77 Alert-Code           PIC X(08).
        77 Alert-Text           PIC X(200).
        77 Amount-For-Writer    BINARY-DOUBLE.
        77 Report-Title         PIC X(80).
        77 Column-Heading       PIC X(132).
        77 Detail-Line          PIC X(132).
        77 Control-Value        PIC X(32).
        77 Report-Status        BINARY-LONG SIGNED.
        77 Audit-Args           PIC X(1024).
        77 Audit-Pointer        BINARY-LONG.
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-integrity-check'
                returning status-code.

           Perform 0100-RESOLVE-THE-DATE.
           Perform 0200-READ-ONE-SEVERITY
               Varying Cls-Ix From 1 By 1
                 Until Cls-Ix > Class-Count.

           Open Input MASTER-FILE.
           If Master-File-Status Not = '00'
              Display 'Cannot open customer master '
                      Function Trim(Master-Path)
                      ' - file status ' Master-File-Status
              Stop Run With Error Status 1
           End-If.
           Open Input BALANCE-FILE.
           If Balance-File-Status Not = '00'
              Display 'Cannot open balance file '
                      Function Trim(Balance-Path)
                      ' - file status ' Balance-File-Status
              Close MASTER-FILE
              Stop Run With Error Status 1
           End-If.

           Move Spaces to Report-Title.
           String 'CUSTOMER DATA INTEGRITY FINDINGS - ' As-Of-Date
                  Delimited By Size Into Report-Title.
           Move 'CLASS    SEV KEY / ACCOUNT         FINDING'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display 'Cannot start integrity report '
                      Function Trim(Report-Path)
              Stop Run With Error Status 1
           End-If.

           Perform 1000-CHECK-BALANCES.
           Perform 2000-CHECK-MASTERS.
           Perform 3000-CHECK-RELATIONS.
           Perform 4000-CHECK-PARKED.
           Perform 5000-CHECK-CLOSED.
           Perform 6000-CHECK-DEPOSITS-LIMITS.

           Call "CBL_REPORT_END" returning Report-Status.
           Close MASTER-FILE.
           Close BALANCE-FILE.

           Display 'Records examined:   ' Records-Read.
           Perform 8000-SUMMARIZE-ONE-CLASS
               Varying Cls-Ix From 1 By 1
                 Until Cls-Ix > Class-Count.
           Display 'Findings in all:    ' Findings-Total
                   ' (see ' Function Trim(Report-Path) ')'.

           If Chain-Held = 'Y'
              Move 1 to Run-Rc
              Display 'Integrity findings at hold severity'
                      ' - chain held'
           End-If.

           Move Spaces to Audit-Args.
           Move 1 to Audit-Pointer.
           String 'date=' As-Of-Date
                  Delimited By Size
             Into Audit-Args With Pointer Audit-Pointer.
           Perform 8500-AUDIT-ONE-CLASS
               Varying Cls-Ix From 1 By 1
                 Until Cls-Ix > Class-Count.
           String ' held=' Chain-Held
                  Delimited By Size
             Into Audit-Args With Pointer Audit-Pointer.
           Call "CBL_AUDIT_LOG" using "gcobol-integrity-check",
                        Audit-Args,
                        by value Run-Rc
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-integrity-check'
                by value Run-Rc, Records-Read, Findings-Total
                returning Footer-Status.
           If Run-Rc Not = ZERO
              Stop Run With Error Status 1
           End-If.
           Stop Run.

       0100-RESOLVE-THE-DATE.

           Move Function posix-gettimeofday(Now-Timeval)
             to status-code.
           Move tv_sec of Now-Timeval to Epoch-Seconds.
           Move Function posix-localtime(Epoch-Seconds, Now-Tm)
             to status-code.
           Compute As-Of-Date =
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
              Move Pd-Date to As-Of-Date
           End-If.

           Move 'TD-FILE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        TD-FILE-PATH
                      returning Config-Status.
           Move Config-Value to Td-Path.

       0200-READ-ONE-SEVERITY.

           Move Cls-Severity(Cls-Ix) to Default-Severity.
           Move Zero to Cls-Count(Cls-Ix).
           Move Spaces to Config-Key.
           String 'INTEGRITY-SEV-' Cls-Code(Cls-Ix)
                  Delimited By Space Into Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        Default-Severity
                      returning Config-Status.
           If Config-Value(1:1) = 'H' Or 'W' Or 'I'
              Move Config-Value(1:1) to Cls-Severity(Cls-Ix)
           End-If.

      *    Every balance record must hang off a master by its key,
      *    and its account number must be a master's account.
       1000-CHECK-BALANCES.

           Move Low-Values to BAL-ACCT-NO.
           Start BALANCE-FILE Key Is Not Less Than BAL-ACCT-NO
              Invalid Key
                 Exit Paragraph
           End-Start.
           Perform 1100-CHECK-ONE-BALANCE
               Until Balance-File-Status Not = '00'.

       1100-CHECK-ONE-BALANCE.

           Read BALANCE-FILE Next Record
              At End
                 Move '10' to Balance-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Records-Read.
           Move 1 to Finding-Class.
           Move BAL-ACCT-NO to Finding-Subject.
           Move ZERO to Finding-Amount.

           Move BAL-MASTER-KEY to Check-Key.
           Perform 7000-MASTER-BY-KEY.
           If Key-Found = 'N'
              Move Spaces to Finding-Text
              String 'MASTER KEY ' BAL-MASTER-KEY ' NOT ON MASTER'
                     Delimited By Size Into Finding-Text
              Perform 7900-REPORT-FINDING
           End-If.

           Move BAL-ACCT-NO to Check-Acct.
           Perform 7100-MASTER-BY-ACCOUNT.
           If Key-Found = 'N'
              Move 'NO MASTER CARRIES THIS ACCOUNT NUMBER'
                to Finding-Text
              Perform 7900-REPORT-FINDING
           End-If.

      *    Every master's account number must have a balance record.
       2000-CHECK-MASTERS.

           Move Low-Values to MASTER-KEY.
           Start MASTER-FILE Key Is Not Less Than MASTER-KEY
              Invalid Key
                 Exit Paragraph
           End-Start.
           Perform 2100-CHECK-ONE-MASTER
               Until Master-File-Status Not = '00'.

       2100-CHECK-ONE-MASTER.

           Read MASTER-FILE Next Record
              At End
                 Move '10' to Master-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Records-Read.
           Move 2 to Finding-Class.
           Move MASTER-KEY to Finding-Subject.
           Move ZERO to Finding-Amount.

           If MASTER-ACCT-NO = Spaces
              Move 'MASTER HAS NO ACCOUNT NUMBER' to Finding-Text
              Perform 7900-REPORT-FINDING
              Exit Paragraph
           End-If.
           Move MASTER-ACCT-NO to BAL-ACCT-NO.
           Read BALANCE-FILE
              Invalid Key
                 Move Spaces to Finding-Text
                 String 'ACCOUNT ' MASTER-ACCT-NO
                        ' HAS NO BALANCE RECORD'
                        Delimited By Size Into Finding-Text
                 Perform 7900-REPORT-FINDING
           End-Read.

      *    Both ends of every relationship link must be on file.
      *    A joint-holder (JA) or trust-beneficiary (TR) link runs
      *    from an account number, so its from-key must be some
      *    master's account number; its to-key, like every other
      *    type's, is a master key.
       3000-CHECK-RELATIONS.

           Open Input RELATION-FILE.
           If Relation-File-Status Not = '00'
              Display 'No relationship file '
                      Function Trim(Relation-Path)
                      ' - relationship pass skipped'
              Exit Paragraph
           End-If.
           Perform 3100-CHECK-ONE-RELATION
               Until Relation-File-Status Not = '00'.
           Close RELATION-FILE.

       3100-CHECK-ONE-RELATION.

           Read RELATION-FILE Next Record
              At End
                 Move '10' to Relation-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Records-Read.
           Move 3 to Finding-Class.
           Move ZERO to Finding-Amount.

           If REL-TYPE = 'JA' Or REL-TYPE = 'TR'
              Move REL-FROM-KEY to Check-Acct
              Perform 7100-MASTER-BY-ACCOUNT
           Else
              Move REL-FROM-KEY to Check-Key
              Perform 7000-MASTER-BY-KEY
           End-If.
           If Key-Found = 'N'
              Move REL-FROM-KEY to Finding-Subject
              Move Spaces to Finding-Text
              String REL-TYPE ' LINK TO ' REL-TO-KEY
                     ' - FROM-KEY DELETED'
                     Delimited By Size Into Finding-Text
              Perform 7900-REPORT-FINDING
           End-If.

           Move REL-TO-KEY to Check-Key.
           Perform 7000-MASTER-BY-KEY.
           If Key-Found = 'N'
              Move REL-TO-KEY to Finding-Subject
              Move Spaces to Finding-Text
              String REL-TYPE ' LINK FROM ' REL-FROM-KEY
                     ' - TO-KEY DELETED'
                     Delimited By Size Into Finding-Text
              Perform 7900-REPORT-FINDING
           End-If.

      *    A parked add for a key not yet on the master is how new
      *    customers wait for their effective date, so adds are
      *    noted first and only changes and deletes are checked.
       4000-CHECK-PARKED.

           Open Input PENDING-FILE.
           If Pending-File-Status Not = '00'
              Display 'No parked transaction file '
                      Function Trim(Pending-Path)
                      ' - parked pass skipped'
              Exit Paragraph
           End-If.
           Perform 4100-NOTE-ONE-PARKED-ADD
               Until Pending-File-Status Not = '00'.
           Close PENDING-FILE.

           Open Input PENDING-FILE.
           Perform 4200-CHECK-ONE-PARKED
               Until Pending-File-Status Not = '00'.
           Close PENDING-FILE.

       4100-NOTE-ONE-PARKED-ADD.

           Read PENDING-FILE
              At End
                 Move '10' to Pending-File-Status
                 Exit Paragraph
           End-Read.
           If PND-ACTION = 'A'
              And Parked-Add-Count < Parked-Add-Max
              Add 1 to Parked-Add-Count
              Move PND-KEY to Parked-Add-Key(Parked-Add-Count)
           End-If.

       4200-CHECK-ONE-PARKED.

           Read PENDING-FILE
              At End
                 Move '10' to Pending-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Records-Read.
           If PND-ACTION Not = 'C' And PND-ACTION Not = 'D'
              Exit Paragraph
           End-If.

           Move PND-KEY to Check-Key.
           Perform 7000-MASTER-BY-KEY.
           If Key-Found = 'Y'
              Exit Paragraph
           End-If.
           Move 'N' to Add-Found.
           Perform 4300-MATCH-ONE-PARKED-ADD
               Varying Add-Ix From 1 By 1
                 Until Add-Ix > Parked-Add-Count
                    Or Add-Found = 'Y'.
           If Add-Found = 'Y'
              Exit Paragraph
           End-If.

           Move 4 to Finding-Class.
           Move PND-KEY to Finding-Subject.
           Move ZERO to Finding-Amount.
           Move Spaces to Finding-Text.
           String 'PARKED ' PND-ACTION ' EFFECTIVE '
                  PND-EFFECTIVE-DATE ' PARKED ' PND-PARKED-DATE
                  Delimited By Size Into Finding-Text.
           Perform 7900-REPORT-FINDING.

       4300-MATCH-ONE-PARKED-ADD.

           If Parked-Add-Key(Add-Ix) = PND-KEY
              Move 'Y' to Add-Found
           End-If.

      *    A closed account should have been paid out to zero.
       5000-CHECK-CLOSED.

           Move Low-Values to MASTER-KEY.
           Start MASTER-FILE Key Is Not Less Than MASTER-KEY
              Invalid Key
                 Exit Paragraph
           End-Start.
           Perform 5100-CHECK-ONE-CLOSED
               Until Master-File-Status Not = '00'.

       5100-CHECK-ONE-CLOSED.

           Read MASTER-FILE Next Record
              At End
                 Move '10' to Master-File-Status
                 Exit Paragraph
           End-Read.
           If Not MASTER-IS-CLOSED Or MASTER-ACCT-NO = Spaces
              Exit Paragraph
           End-If.
           Move MASTER-ACCT-NO to BAL-ACCT-NO.
           Read BALANCE-FILE
              Invalid Key
                 Exit Paragraph
           End-Read.
           If BAL-BALANCE = ZERO
              Exit Paragraph
           End-If.

           Move 5 to Finding-Class.
           Move MASTER-ACCT-NO to Finding-Subject.
           Move BAL-BALANCE to Finding-Amount.
           Move BAL-BALANCE to Balance-Edited.
           Move Spaces to Finding-Text.
           String 'CLOSED ' MASTER-CLOSED-DATE ' BALANCE '
                  Balance-Edited ' ' BAL-CURRENCY
                  Delimited By Size Into Finding-Text.
           Perform 7900-REPORT-FINDING.

      *    Term deposits still running and overdraft limits both
      *    name an account; the account must still be on the master.
       6000-CHECK-DEPOSITS-LIMITS.

           Open Input TD-FILE.
           If Td-File-Status Not = '00'
              Display 'No term deposit file '
                      Function Trim(Td-Path)
                      ' - deposit pass skipped'
           Else
              Perform 6100-CHECK-ONE-DEPOSIT
                  Until Td-File-Status Not = '00'
              Close TD-FILE
           End-If.

           Open Input LIMIT-FILE.
           If Limit-File-Status Not = '00'
              Display 'No account limit file '
                      Function Trim(Limit-Path)
                      ' - limit pass skipped'
           Else
              Perform 6200-CHECK-ONE-LIMIT
                  Until Limit-File-Status Not = '00'
              Close LIMIT-FILE
           End-If.

       6100-CHECK-ONE-DEPOSIT.

           Read TD-FILE
              At End
                 Move '10' to Td-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Records-Read.
           If Not TD-IS-ACTIVE
              Exit Paragraph
           End-If.
           Move TD-ACCT-NO to Check-Acct.
           Perform 7100-MASTER-BY-ACCOUNT.
           If Key-Found = 'N'
              Move 6 to Finding-Class
              Move TD-ACCT-NO to Finding-Subject
              Move ZERO to Finding-Amount
              Move Spaces to Finding-Text
              String 'ACTIVE TERM DEPOSIT MATURING '
                     TD-MATURITY-DATE
                     Delimited By Size Into Finding-Text
              Perform 7900-REPORT-FINDING
           End-If.

       6200-CHECK-ONE-LIMIT.

           Read LIMIT-FILE
              At End
                 Move '10' to Limit-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Records-Read.
           Move LIM-ACCT-NO to Check-Acct.
           Perform 7100-MASTER-BY-ACCOUNT.
           If Key-Found = 'N'
              Move 6 to Finding-Class
              Move LIM-ACCT-NO to Finding-Subject
              Move ZERO to Finding-Amount
              Move Spaces to Finding-Text
              String 'OVERDRAFT LIMIT EXPIRING ' LIM-EXPIRY
                     Delimited By Size Into Finding-Text
              Perform 7900-REPORT-FINDING
           End-If.

       7000-MASTER-BY-KEY.

           Move 'Y' to Key-Found.
           Move Check-Key to MASTER-KEY.
           Read MASTER-FILE
              Key Is MASTER-KEY
              Invalid Key
                 Move 'N' to Key-Found
           End-Read.

       7100-MASTER-BY-ACCOUNT.

           Move 'Y' to Key-Found.
           Move Check-Acct to MASTER-ACCT-NO.
           Read MASTER-FILE
              Key Is MASTER-ACCT-NO
              Invalid Key
                 Move 'N' to Key-Found
           End-Read.

       7900-REPORT-FINDING.

           Add 1 to Cls-Count(Finding-Class).
           Add 1 to Findings-Total.
           Move Spaces to Detail-Line.
           String Cls-Code(Finding-Class) ' '
                  Cls-Severity(Finding-Class) '   '
                  Finding-Subject '  '
                  Finding-Text
                  Delimited By Size Into Detail-Line.
           Move Cls-Code(Finding-Class) to Control-Value.
           Compute Amount-For-Writer = Finding-Amount * 100.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.

       8000-SUMMARIZE-ONE-CLASS.

           Evaluate Cls-Severity(Cls-Ix)
              When 'H'
                 Move 'HOLD ' to Severity-Word
              When 'W'
                 Move 'WARN ' to Severity-Word
              When Other
                 Move 'INFO ' to Severity-Word
           End-Evaluate.
           Move Cls-Count(Cls-Ix) to Cnt-Displayed.
           Display Cls-Code(Cls-Ix) ' ' Severity-Word
                   Cnt-Displayed '  ' Cls-Title(Cls-Ix).
           If Cls-Count(Cls-Ix) = ZERO
              Or Cls-Severity(Cls-Ix) = 'I'
              Exit Paragraph
           End-If.

           If Cls-Severity(Cls-Ix) = 'H'
              Move 'Y' to Chain-Held
              Move 'C' to Alert-Severity
           Else
              Move 'W' to Alert-Severity
           End-If.
           Move 'INTEGRTY' to Alert-Code.
           Move Spaces to Alert-Text.
           String Function Trim(Cnt-Displayed) ' '
                  Function Trim(Cls-Title(Cls-Ix))
                  ' (' Cls-Code(Cls-Ix) ') on ' As-Of-Date
                  Delimited By Size Into Alert-Text.
           Call "CBL_RAISE_ALERT" using Alert-Severity, Alert-Code,
                        Alert-Text
                      returning status-code.

       8500-AUDIT-ONE-CLASS.

           Move Cls-Count(Cls-Ix) to Cnt-Displayed.
           String ' ' Function Trim(Cls-Code(Cls-Ix)) '='
                  Function Trim(Cnt-Displayed)
                  '/' Cls-Severity(Cls-Ix)
                  Delimited By Size
             Into Audit-Args With Pointer Audit-Pointer.
