      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Term-deposit maintenance, in the standing-instruction
      *  maintenance style.  A fixed-term deposit is an ordinary
      *  account on the master and the balance file - funded by the
      *  customer's own transfer like any other - whose terms live
      *  on the term-deposit file alongside the balance file.  This
      *  screen is the only supported way to touch that file:
      *
      *    L  list the deposits
      *    A  book a deposit - every field validated on entry: the
      *       account on the customer master and not already a
      *       deposit, the principal numeric and above zero, the
      *       fixed rate a percentage (3.6 digits), the start a
      *       real date, the term 1-120 months (the maturity date
      *       follows from it), the maturity instruction R (roll
      *       the principal over at the prevailing rate, interest
      *       paid out), P (pay everything out) or C (capitalize
      *       the interest and roll over), and for R and P a payout
      *       account on the master other than the deposit itself
      *    C  change a deposit's maturity instruction and payout
      *       account - the terms of a running deposit stay fixed
      *
      *  Deposit record: account (12), principal (13.2), fixed
      *  rate (3.6), start and maturity dates (8 each), term in
      *  months (3), instruction (1), payout account (12), then
      *  the maturity step's own state - status (1: A active, M
      *  matured and paid out), the date the advance notice went
      *  for the current term (8), the last maturity date acted on
      *  (8) and the roll-over count (3).  The file is kept in
      *  account order so the accrual run can load it as a
      *  reference table.
      *
      *  The payout account may instead be a payee outside the
      *  bank, by its id on the external payee table (site
      *  configuration EXT-PAYEE-PATH, the table the
      *  standing-instruction screen uses); the payee table is
      *  looked at first.  The maturity step then pays out by ACH
      *  credit, which only a base-currency deposit can do.
      *
      *  Every save first copies the current file to its .prev
      *  name, and every change lands on the audit trail with the
      *  operator and reason.
        COPY posix-mktime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-term-deposit.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.
       REPOSITORY.
           FUNCTION posix-mktime.

       >>Define Constant TD-FILE-PATH as "/tmp/gcobol-term-deposit.dat"
       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant EXT-PAYEE-PATH as "/tmp/feeds/ext-payees.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-FILE
                  ASSIGN TO Td-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Td-File-Status.
           SELECT TD-NEW-FILE
                  ASSIGN TO Td-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Td-New-Status.
           SELECT MASTER-FILE
                  ASSIGN TO Master-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-ACCT-NO
                  ALTERNATE RECORD KEY IS MASTER-CUST-NAME
                      WITH DUPLICATES
                  FILE STATUS IS Master-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TD-FILE.
       01  TD-RECORD.
           05  TD-ACCT-NO           PIC X(12).
           05  TD-PRINCIPAL         PIC 9(13)V99.
           05  TD-RATE              PIC 9(03)V9(06).
           05  TD-START-DATE        PIC 9(08).
           05  TD-MATURITY-DATE     PIC 9(08).
           05  TD-TERM-MONTHS       PIC 9(03).
           05  TD-INSTRUCTION       PIC X(01).
               88  TD-ROLLS-OVER        VALUE 'R'.
               88  TD-PAYS-OUT          VALUE 'P'.
               88  TD-CAPITALIZES       VALUE 'C'.
           05  TD-PAYOUT-ACCT       PIC X(12).
           05  TD-STATUS            PIC X(01).
               88  TD-IS-ACTIVE         VALUE 'A'.
               88  TD-IS-MATURED        VALUE 'M'.
           05  TD-NOTICE-SENT       PIC 9(08).
           05  TD-LAST-MATURED      PIC 9(08).
           05  TD-ROLLOVERS         PIC 9(03).

       FD  TD-NEW-FILE.
       01  TD-NEW-RECORD            PIC X(88).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MASTER-KEY           PIC X(20).
           05  MASTER-ACCT-NO       PIC X(12).
           05  MASTER-CUST-NAME     PIC X(40).
           05  MASTER-PRODUCT-CODE  PIC X(04).
           05  MASTER-DETAIL        PIC X(948).

       WORKING-STORAGE SECTION.
        77 Td-Path             PIC X(100).
        77 Td-New-Path         PIC X(104).
        77 Td-Prev-Path        PIC X(105).
        77 Master-Path         PIC X(100) VALUE MASTER-PATH.
        77 Td-File-Status      PIC X(02).
        77 Td-New-Status       PIC X(02).
        77 Master-File-Status  PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Operator-Id         PIC X(16).
        77 Change-Reason       PIC X(64).
        77 Auth-Tool           PIC X(24).
        77 Auth-Level          PIC X(01).
        77 Auth-Check-Status   BINARY-LONG SIGNED.
        77 Mode-Answer         PIC X(01).
           88 Mode-Is-List        VALUE 'L' 'l'.
           88 Mode-Is-Add         VALUE 'A' 'a'.
           88 Mode-Is-Change      VALUE 'C' 'c'.
           88 Mode-Is-Quit        VALUE 'Q' 'q'.
        77 Copy-Status         BINARY-LONG SIGNED.
        77 Entry-Count         BINARY-LONG.
        77 Touched-Count       BINARY-LONG.
        77 New-Is-Placed       PIC X(01).
        77 Held-Deposit        PIC X(88).

      *  The deposit being validated.
        77 New-Acct            PIC X(12).
        77 New-Principal       PIC 9(13)V99.
        77 New-Rate            PIC 9(03)V9(06).
        77 New-Start           PIC 9(08).
        77 New-Maturity        PIC 9(08).
        77 New-Term            PIC 9(03).
        77 New-Instruction     PIC X(01).
        77 New-Payout          PIC X(12).
        77 Field-Answer        PIC X(100).
        77 Amount-Units        PIC X(13).
        77 Amount-Cents        PIC X(02).
        77 Rate-Units          PIC X(03).
        77 Rate-Fraction       PIC X(06).
        77 Entry-Is-Good       PIC X(01).
        77 Amount-Edited       PIC Z(12)9.99.
        77 Rate-Edited         PIC ZZ9.999999.
        01 Check-Date          PIC 9(08).
        01 Check-Date-Parts REDEFINES Check-Date.
           05 Check-Year       PIC 9(04).
           05 Check-Month      PIC 9(02).
           05 Check-Day        PIC 9(02).
        77 Date-Is-Good        PIC X(01).

      * Maturity from start plus term: the month steps on and the
      * day is held, or pulled back to a shorter month's last day.
        01 Step-Date            PIC 9(08).
        01 Step-Date-Parts REDEFINES Step-Date.
           05 Step-Year         PIC 9(04).
           05 Step-Month        PIC 9(02).
           05 Step-Day          PIC 9(02).
        01 Step-Tm.
           COPY tm.
        77 Step-Epoch           BINARY-LONG.
        77 Month-Last-Day       PIC 9(02).
        77 Start-Day            PIC 9(02).
        77 Month-Steps          BINARY-LONG.

        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.

      * Payees outside the bank.
        77 Payee-Path          PIC X(100).
        77 Payee-Status        BINARY-LONG SIGNED.
        77 Payee-Key-Len       BINARY-LONG VALUE 12.
        77 Payee-Rec-Len       BINARY-LONG VALUE 61.
        01 Payee-Table-Handle.
           05 Payee-Rt-Memory  USAGE POINTER.
           05 Payee-Rt-Count   BINARY-LONG.
           05 Payee-Rt-Key-Len BINARY-LONG.
           05 Payee-Rt-Rec-Len BINARY-LONG.
        01 Payee-Result.
           05 Payee-Res-Id      PIC X(12).
           05 Payee-Res-Routing PIC X(09).
           05 Payee-Res-Account PIC X(17).
           05 Payee-Res-Type    PIC X(01).
           05 Payee-Res-Name    PIC X(22).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Move 'TD-FILE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        TD-FILE-PATH
                      returning Config-Status.
           Move Config-Value to Td-Path.
           Move Spaces to Td-New-Path.
           String Function Trim(Td-Path) '.new'
             Delimited By Size Into Td-New-Path.
           Move Spaces to Td-Prev-Path.
           String Function Trim(Td-Path) '.prev'
             Delimited By Size Into Td-Prev-Path.

           Display 'gcobol term-deposit maintenance - '
                   Function Trim(Td-Path).
           Display 'Operator id: ' with No Advancing.
           Accept Operator-Id from Console.
           Display 'Reason for this session: ' with No Advancing.
           Accept Change-Reason from Console.
           If Operator-Id = Spaces Or Change-Reason = Spaces
              Display 'An operator id and a reason are both '
                      'required'
              Stop Run With Error Status 1
           End-If.

           Move 'gcobol-term-deposit' to Auth-Tool.
           Call "CBL_OPERATOR_AUTH" using Operator-Id, Auth-Tool,
                        Auth-Level
                      returning Auth-Check-Status.
           If Auth-Check-Status Not = ZERO
              Display 'Operator ' Function Trim(Operator-Id)
                      ' is not authorized for term deposits'
              Stop Run With Error Status 1
           End-If.

      *    The accounts on a deposit are checked against the
      *    master as they are keyed.
           Open Input MASTER-FILE.
           If Master-File-Status Not = '00'
              Display 'Cannot open customer master '
                      Function Trim(Master-Path)
                      ' - file status ' Master-File-Status
              Stop Run With Error Status 1
           End-If.

           Move 'EXT-PAYEE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        EXT-PAYEE-PATH
                      returning Config-Status.
           Move Config-Value to Payee-Path.
           Call "CBL_REF_TABLE_LOAD"
                using Payee-Table-Handle, Payee-Path,
                by value Payee-Key-Len, by value Payee-Rec-Len
                returning Payee-Status.
           If Payee-Status Not = ZERO
              Move ZERO to Payee-Rt-Count
           End-If.

           Perform 1000-ONE-COMMAND
               Until Mode-Is-Quit.
           Close MASTER-FILE.
           If Payee-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FREE" using Payee-Table-Handle
                   returning Payee-Status
           End-If.
           Stop Run.

       1000-ONE-COMMAND.

           If Auth-Level = 'U'
              Display 'List, Add, Change or Quit '
                      '(L/A/C/Q): ' with No Advancing
           Else
              Display 'List or Quit (L/Q): ' with No Advancing
           End-If.
           Accept Mode-Answer from Console.
           If Auth-Level Not = 'U'
              And Not Mode-Is-List And Not Mode-Is-Quit
              Display 'Operator ' Function Trim(Operator-Id)
                      ' may display deposits only'
              Exit Paragraph
           End-If.
           Evaluate True
              When Mode-Is-List
                 Perform 2000-LIST-THE-DEPOSITS
              When Mode-Is-Add
                 Perform 3000-BOOK-ONE-DEPOSIT
              When Mode-Is-Change
                 Perform 4000-CHANGE-ONE-INSTRUCTION
              When Mode-Is-Quit
                 Continue
              When Other
                 Display 'Answer L, A, C or Q'
           End-Evaluate.

       2000-LIST-THE-DEPOSITS.

           Move ZERO to Entry-Count.
           Open Input TD-FILE.
           If Td-File-Status Not = '00'
              Display '(no term deposits on file)'
              Exit Paragraph
           End-If.
           Perform 2100-LIST-ONE-DEPOSIT
               Until Td-File-Status Not = '00'.
           Close TD-FILE.
           Display Entry-Count ' deposit(s) on file'.

       2100-LIST-ONE-DEPOSIT.

           Read TD-FILE
              At End
                 Move '10' to Td-File-Status
              Not At End
                 Add 1 to Entry-Count
                 Move TD-PRINCIPAL to Amount-Edited
                 Move TD-RATE to Rate-Edited
                 Display '  ' TD-ACCT-NO ' ' Amount-Edited
                         ' at ' Rate-Edited '%'
                         ' ' TD-START-DATE ' - ' TD-MATURITY-DATE
                         ' (' TD-TERM-MONTHS ' months)'
                 Display '    instruction=' TD-INSTRUCTION
                         ' payout=' TD-PAYOUT-ACCT
                         ' status=' TD-STATUS
                         ' notice=' TD-NOTICE-SENT
                         ' matured=' TD-LAST-MATURED
                         ' rolls=' TD-ROLLOVERS
           End-Read.

       3000-BOOK-ONE-DEPOSIT.

           Perform 6000-ACCEPT-AND-VALIDATE.
           If Entry-Is-Good Not = 'Y'
              Exit Paragraph
           End-If.

      *    The file stays in account order: the new deposit is
      *    written in its place as the file is copied across.
           Perform 7000-KEEP-THE-PREVIOUS.
           Move ZERO to Touched-Count.
           Move 'N' to New-Is-Placed.
           Open Output TD-NEW-FILE.
           If Td-New-Status Not = '00'
              Display '*** cannot rewrite term-deposit file'
              Exit Paragraph
           End-If.
           Open Input TD-FILE.
           If Td-File-Status = '00'
              Perform 3100-COPY-ONE-DEPOSIT
                  Until Td-File-Status Not = '00'
              Close TD-FILE
           End-If.
           If Touched-Count > ZERO
              Close TD-NEW-FILE
              Call "CBL_DELETE_FILE" using Td-New-Path
                   returning status-code
              Display 'Account ' New-Acct ' is already a term '
                      'deposit - use Change'
              Exit Paragraph
           End-If.
           If New-Is-Placed = 'N'
              Perform 6900-FILL-THE-RECORD
              Move TD-RECORD to TD-NEW-RECORD
              Write TD-NEW-RECORD
           End-If.
           Close TD-NEW-FILE.
           Call "CBL_RENAME_FILE" using Td-New-Path, Td-Path
                      returning status-code.
           Move New-Maturity to Check-Date.
           Display 'Booked - matures ' Check-Date '.'.
           Perform 8000-AUDIT-THE-CHANGE.

       3100-COPY-ONE-DEPOSIT.

           Read TD-FILE
              At End
                 Move '10' to Td-File-Status
                 Exit Paragraph
           End-Read.
           If TD-ACCT-NO = New-Acct
              Add 1 to Touched-Count
           End-If.
           Move TD-RECORD to Held-Deposit.
           If TD-ACCT-NO > New-Acct And New-Is-Placed = 'N'
              Perform 6900-FILL-THE-RECORD
              Move TD-RECORD to TD-NEW-RECORD
              Write TD-NEW-RECORD
              Move 'Y' to New-Is-Placed
           End-If.
           Move Held-Deposit to TD-NEW-RECORD.
           Write TD-NEW-RECORD.

       4000-CHANGE-ONE-INSTRUCTION.

           Move 'N' to Entry-Is-Good.
           Display 'Deposit account: ' with No Advancing.
           Accept New-Acct from Console.
           Perform 6300-ACCEPT-THE-INSTRUCTION.
           If Entry-Is-Good Not = 'Y'
              Exit Paragraph
           End-If.

           Perform 7000-KEEP-THE-PREVIOUS.
           Move ZERO to Touched-Count.
           Open Input TD-FILE.
           If Td-File-Status Not = '00'
              Display '(no term deposits on file - use Add)'
              Exit Paragraph
           End-If.
           Open Output TD-NEW-FILE.
           If Td-New-Status Not = '00'
              Close TD-FILE
              Display '*** cannot rewrite term-deposit file'
              Exit Paragraph
           End-If.
           Perform 4100-REPLACE-ONE-DEPOSIT
               Until Td-File-Status Not = '00'.
           Close TD-FILE.
           Close TD-NEW-FILE.
           Call "CBL_RENAME_FILE" using Td-New-Path, Td-Path
                      returning status-code.
           If Touched-Count = ZERO
              Display 'No running deposit on that account - '
                      'nothing changed'
           Else
              Display 'Changed.'
              Perform 8000-AUDIT-THE-CHANGE
           End-If.

       4100-REPLACE-ONE-DEPOSIT.

           Read TD-FILE
              At End
                 Move '10' to Td-File-Status
              Not At End
                 If TD-ACCT-NO = New-Acct
                    And TD-IS-ACTIVE
                    Add 1 to Touched-Count
                    Move New-Instruction to TD-INSTRUCTION
                    Move New-Payout to TD-PAYOUT-ACCT
                 End-If
                 Move TD-RECORD to TD-NEW-RECORD
                 Write TD-NEW-RECORD
           End-Read.

       6000-ACCEPT-AND-VALIDATE.

           Move 'N' to Entry-Is-Good.

           Display 'Deposit account: ' with No Advancing.
           Accept New-Acct from Console.
           Move New-Acct to MASTER-ACCT-NO.
           Read MASTER-FILE Key Is MASTER-ACCT-NO
              Invalid Key
                 Display 'Account is not on the master - entry '
                         'abandoned'
                 Exit Paragraph
           End-Read.

           Display 'Principal (units, then up to two decimals): '
                   with No Advancing.
           Accept Field-Answer from Console.
           Move Spaces to Amount-Units Amount-Cents.
           Unstring Field-Answer Delimited By '.' Or Space
               Into Amount-Units Amount-Cents.
           If Amount-Cents(1:1) = Space
              Move '0' to Amount-Cents(1:1)
           End-If.
           If Amount-Cents(2:1) = Space
              Move '0' to Amount-Cents(2:1)
           End-If.
           If Not (Function Trim(Amount-Units) Numeric)
              Or Amount-Cents Not Numeric
              Display 'Principal must be numeric - entry abandoned'
              Exit Paragraph
           End-If.
           Compute New-Principal =
                   Function Numval(Amount-Units)
                 + Function Numval(Amount-Cents) / 100.
           If New-Principal = ZERO
              Display 'Principal must be above zero - entry '
                      'abandoned'
              Exit Paragraph
           End-If.

           Display 'Fixed annual rate, percent (e.g. 3.25): '
                   with No Advancing.
           Accept Field-Answer from Console.
           Move Spaces to Rate-Units Rate-Fraction.
           Unstring Field-Answer Delimited By '.' Or Space
               Into Rate-Units Rate-Fraction.
           Inspect Rate-Fraction Replacing All Space By '0'.
           If Not (Function Trim(Rate-Units) Numeric)
              Or Rate-Fraction Not Numeric
              Display 'Rate must be numeric - entry abandoned'
              Exit Paragraph
           End-If.
           Compute New-Rate =
                   Function Numval(Rate-Units)
                 + Function Numval(Rate-Fraction) / 1000000.
           If New-Rate = ZERO
              Display 'Rate must be above zero - entry abandoned'
              Exit Paragraph
           End-If.

           Display 'Start date (YYYYMMDD): ' with No Advancing.
           Accept Field-Answer from Console.
           Perform 6100-CHECK-THE-DATE.
           If Date-Is-Good Not = 'Y'
              Display 'Start is not a date - entry abandoned'
              Exit Paragraph
           End-If.
           Move Check-Date to New-Start.

           Display 'Term in months (1-120): ' with No Advancing.
           Accept Field-Answer from Console.
           If Not (Function Trim(Field-Answer) Numeric)
              Display 'Term must be numeric - entry abandoned'
              Exit Paragraph
           End-If.
           Move Function Numval(Field-Answer) to New-Term.
           If New-Term < 1 Or New-Term > 120
              Display 'Term outside 1-120 months - entry abandoned'
              Exit Paragraph
           End-If.
           Perform 6500-FIND-THE-MATURITY.

           Perform 6300-ACCEPT-THE-INSTRUCTION.

       6100-CHECK-THE-DATE.

           Move 'N' to Date-Is-Good.
           If Field-Answer(1:8) Not Numeric
              Or Field-Answer(9:) Not = Spaces
              Exit Paragraph
           End-If.
           Move Field-Answer(1:8) to Check-Date.
           If Check-Year < 1900
              Or Check-Month < 1 Or Check-Month > 12
              Or Check-Day < 1 Or Check-Day > 31
              Exit Paragraph
           End-If.
           Move 'Y' to Date-Is-Good.

       6300-ACCEPT-THE-INSTRUCTION.

           Move 'N' to Entry-Is-Good.
           Display 'At maturity - Roll over, Pay out, or Capitalize '
                   'and roll (R/P/C): ' with No Advancing.
           Accept New-Instruction from Console.
           Move Spaces to New-Payout.
           Evaluate New-Instruction
              When 'C'
                 Continue
              When 'R'
              When 'P'
                 Display 'Payout account: ' with No Advancing
                 Accept New-Payout from Console
                 If New-Payout = New-Acct
                    Display 'The payout account must differ from '
                            'the deposit - entry abandoned'
                    Exit Paragraph
                 End-If
                 Move 1 to Payee-Status
                 If Payee-Rt-Count > ZERO
                    Call "CBL_REF_TABLE_FIND"
                         using Payee-Table-Handle, New-Payout,
                               Payee-Result
                         returning Payee-Status
                 End-If
                 If Payee-Status = ZERO
                    Display 'Outside payee: ' Payee-Res-Name
                            ' at routing ' Payee-Res-Routing
                 Else
                    Move New-Payout to MASTER-ACCT-NO
                    Read MASTER-FILE Key Is MASTER-ACCT-NO
                       Invalid Key
                          Display 'Payout account is neither on the '
                                  'master nor an outside payee - '
                                  'entry abandoned'
                          Exit Paragraph
                    End-Read
                 End-If
              When Other
                 Display 'Instruction must be R, P or C - entry '
                         'abandoned'
                 Exit Paragraph
           End-Evaluate.

           Move 'Y' to Entry-Is-Good.

       6500-FIND-THE-MATURITY.

           Move New-Start to Step-Date.
           Move Step-Day to Start-Day.
           Compute Month-Steps = Step-Month - 1 + New-Term.
           Compute Step-Year = Step-Year + Month-Steps / 12.
           Compute Step-Month = Function Mod(Month-Steps, 12) + 1.
           Perform 6600-FIND-THE-MONTH-END.
           If Start-Day > Month-Last-Day
              Move Month-Last-Day to Step-Day
           Else
              Move Start-Day to Step-Day
           End-If.
           Move Step-Date to New-Maturity.

       6600-FIND-THE-MONTH-END.

      *    Day zero of the following month is the last day of
      *    this one.
           Initialize Step-Tm.
           Compute tm_year of Step-Tm = Step-Year - 1900.
           Move Step-Month to tm_mon of Step-Tm.
           Move ZERO to tm_mday of Step-Tm.
           Move 12 to tm_hour of Step-Tm.
           Move -1 to tm_isdst of Step-Tm.
           Move Function posix-mktime(Step-Tm) to Step-Epoch.
           Move tm_mday of Step-Tm to Month-Last-Day.

       6900-FILL-THE-RECORD.

      *    A new deposit starts with a clean slate for the
      *    maturity step.
           Move Spaces to TD-RECORD.
           Move New-Acct to TD-ACCT-NO.
           Move New-Principal to TD-PRINCIPAL.
           Move New-Rate to TD-RATE.
           Move New-Start to TD-START-DATE.
           Move New-Maturity to TD-MATURITY-DATE.
           Move New-Term to TD-TERM-MONTHS.
           Move New-Instruction to TD-INSTRUCTION.
           Move New-Payout to TD-PAYOUT-ACCT.
           Move 'A' to TD-STATUS.
           Move ZERO to TD-NOTICE-SENT.
           Move ZERO to TD-LAST-MATURED.
           Move ZERO to TD-ROLLOVERS.

       7000-KEEP-THE-PREVIOUS.

      *    Every save starts by keeping the version being replaced.
           Call "CBL_COPY_FILE" using Td-Path, Td-Prev-Path
                      returning Copy-Status.

       8000-AUDIT-THE-CHANGE.

           Move Spaces to Audit-Args.
           String 'deposit=' Function Trim(New-Acct)
                  ' instruction=' New-Instruction
                  ' by ' Function Trim(Operator-Id)
                  ': ' Function Trim(Change-Reason)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-term-deposit",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.
