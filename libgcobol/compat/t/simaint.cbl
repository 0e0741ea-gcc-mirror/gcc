      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Standing-instruction maintenance, in the catalog
      *  maintenance style.  Recurring transfers - rent, savings
      *  sweeps - used to be keyed by branch staff as a posting
      *  every month; a customer's instruction now lives on the
      *  standing-instruction file and the nightly scheduler
      *  (gcobol-standing-orders) raises the postings.  This screen
      *  is the only supported way to touch the file:
      *
      *    L  list the instructions
      *    A  add an instruction - every field validated on entry:
      *       both accounts must be on the customer master and
      *       differ, the amount numeric and above zero, the
      *       currency three letters (blank for base), the
      *       frequency W (weekly), M (monthly on day N, 1-31) or
      *       E (month-end), the start a real date and the end
      *       zeros (open-ended) or not before the start
      *    C  change an instruction (same validation; the schedule
      *       restarts from the new start date)
      *    X  cancel an instruction - it stays on file, status 'X',
      *       so its history is not lost
      *
      *  Instruction record: id (8), account (12), amount (13.2),
      *  currency (3), frequency (1), day of month (2), start and
      *  end dates (8 each), counterparty account (12), then the
      *  scheduler's own state - status (1: A active, R retrying,
      *  X cancelled, E ended), next nominal due date (8), retries
      *  used (2), last paid (8) and last tried (8) dates.
      *
      *  The counterparty may instead be a payee outside the bank:
      *  an id from the external payee table (payee id 12, routing
      *  number 9, account at the receiving bank 17, account type
      *  C checking or S savings, name 22, in payee-id order for
      *  CBL_REF_TABLE_LOAD; site configuration EXT-PAYEE-PATH).
      *  The payee table is looked at first, so an id there is
      *  never taken for an account.  A payment to an outside
      *  payee leaves the bank as an ACH credit, so it can only
      *  be in the base currency (BASE-CURRENCY).
      *
      *  Every save first copies the current file to its .prev
      *  name, and every change lands on the audit trail with the
      *  operator and reason.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-standing-instr.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.

       >>Define Constant SI-FILE-PATH as "/tmp/gcobol-standing.dat"
       >>Define Constant MASTER-PATH as "/tmp/gcobol-customer.mst"
       >>Define Constant EXT-PAYEE-PATH as "/tmp/feeds/ext-payees.dat"
       >>Define Constant BASE-CCY as "USD"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SI-FILE
                  ASSIGN TO Si-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Si-File-Status.
           SELECT SI-NEW-FILE
                  ASSIGN TO Si-New-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Si-New-Status.
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
       FD  SI-FILE.
       01  SI-RECORD.
           05  SI-ID                PIC X(08).
           05  SI-ACCT-NO           PIC X(12).
           05  SI-AMOUNT            PIC 9(13)V99.
           05  SI-CURRENCY          PIC X(03).
           05  SI-FREQUENCY         PIC X(01).
               88  SI-IS-WEEKLY         VALUE 'W'.
               88  SI-IS-MONTHLY        VALUE 'M'.
               88  SI-IS-MONTH-END      VALUE 'E'.
           05  SI-DAY-OF-MONTH      PIC 9(02).
           05  SI-START-DATE        PIC 9(08).
           05  SI-END-DATE          PIC 9(08).
           05  SI-COUNTER-ACCT      PIC X(12).
           05  SI-STATUS            PIC X(01).
               88  SI-IS-ACTIVE         VALUE 'A'.
               88  SI-IS-RETRYING       VALUE 'R'.
               88  SI-IS-CANCELLED      VALUE 'X'.
               88  SI-IS-ENDED          VALUE 'E'.
           05  SI-NEXT-DUE          PIC 9(08).
           05  SI-RETRIES-USED      PIC 9(02).
           05  SI-LAST-PAID         PIC 9(08).
           05  SI-LAST-TRIED        PIC 9(08).

       FD  SI-NEW-FILE.
       01  SI-NEW-RECORD            PIC X(96).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MASTER-KEY           PIC X(20).
           05  MASTER-ACCT-NO       PIC X(12).
           05  MASTER-CUST-NAME     PIC X(40).
           05  MASTER-PRODUCT-CODE  PIC X(04).
           05  MASTER-DETAIL        PIC X(948).

       WORKING-STORAGE SECTION.
        77 Si-Path             PIC X(100).
        77 Si-New-Path         PIC X(104).
        77 Si-Prev-Path        PIC X(105).
        77 Master-Path         PIC X(100) VALUE MASTER-PATH.
        77 Si-File-Status      PIC X(02).
        77 Si-New-Status       PIC X(02).
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
           88 Mode-Is-Cancel      VALUE 'X' 'x'.
           88 Mode-Is-Quit        VALUE 'Q' 'q'.
        77 Copy-Status         BINARY-LONG SIGNED.
        77 Entry-Count         BINARY-LONG.
        77 Touched-Count       BINARY-LONG.
        77 Id-Already-On-File  PIC X(01).

      *  The instruction being validated.
        77 New-Id              PIC X(08).
        77 New-Acct            PIC X(12).
        77 New-Amount          PIC 9(13)V99.
        77 New-Currency        PIC X(03).
        77 New-Frequency       PIC X(01).
        77 New-Day             PIC 9(02).
        77 New-Start           PIC 9(08).
        77 New-End             PIC 9(08).
        77 New-Counter         PIC X(12).
        77 Field-Answer        PIC X(100).
        77 Amount-Units        PIC X(13).
        77 Amount-Cents        PIC X(02).
        77 Entry-Is-Good       PIC X(01).
        77 Amount-Edited       PIC Z(12)9.99.
        01 Check-Date          PIC 9(08).
        01 Check-Date-Parts REDEFINES Check-Date.
           05 Check-Year       PIC 9(04).
           05 Check-Month      PIC 9(02).
           05 Check-Day        PIC 9(02).
        77 Date-Is-Good        PIC X(01).
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.

      * Payees outside the bank.
        77 Payee-Path          PIC X(100).
        77 Base-Currency       PIC X(03).
        77 Counter-Is-External PIC X(01).
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

           Move 'SI-FILE-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        SI-FILE-PATH
                      returning Config-Status.
           Move Config-Value to Si-Path.
           Move Spaces to Si-New-Path.
           String Function Trim(Si-Path) '.new'
             Delimited By Size Into Si-New-Path.
           Move Spaces to Si-Prev-Path.
           String Function Trim(Si-Path) '.prev'
             Delimited By Size Into Si-Prev-Path.

           Display 'gcobol standing-instruction maintenance - '
                   Function Trim(Si-Path).
           Display 'Operator id: ' with No Advancing.
           Accept Operator-Id from Console.
           Display 'Reason for this session: ' with No Advancing.
           Accept Change-Reason from Console.
           If Operator-Id = Spaces Or Change-Reason = Spaces
              Display 'An operator id and a reason are both '
                      'required'
              Stop Run With Error Status 1
           End-If.

           Move 'gcobol-standing-instr' to Auth-Tool.
           Call "CBL_OPERATOR_AUTH" using Operator-Id, Auth-Tool,
                        Auth-Level
                      returning Auth-Check-Status.
           If Auth-Check-Status Not = ZERO
              Display 'Operator ' Function Trim(Operator-Id)
                      ' is not authorized for standing '
                      'instructions'
              Stop Run With Error Status 1
           End-If.

      *    The accounts on an instruction are checked against the
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
           Move 'BASE-CURRENCY' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        BASE-CCY
                      returning Config-Status.
           Move Config-Value(1:3) to Base-Currency.
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
              Display 'List, Add, Change, cancel (X) or Quit '
                      '(L/A/C/X/Q): ' with No Advancing
           Else
              Display 'List or Quit (L/Q): ' with No Advancing
           End-If.
           Accept Mode-Answer from Console.
           If Auth-Level Not = 'U'
              And Not Mode-Is-List And Not Mode-Is-Quit
              Display 'Operator ' Function Trim(Operator-Id)
                      ' may display instructions only'
              Exit Paragraph
           End-If.
           Evaluate True
              When Mode-Is-List
                 Perform 2000-LIST-THE-INSTRUCTIONS
              When Mode-Is-Add
                 Perform 3000-ADD-ONE-INSTRUCTION
              When Mode-Is-Change
                 Perform 4000-CHANGE-ONE-INSTRUCTION
              When Mode-Is-Cancel
                 Perform 5000-CANCEL-ONE-INSTRUCTION
              When Mode-Is-Quit
                 Continue
              When Other
                 Display 'Answer L, A, C, X or Q'
           End-Evaluate.

       2000-LIST-THE-INSTRUCTIONS.

           Move ZERO to Entry-Count.
           Open Input SI-FILE.
           If Si-File-Status Not = '00'
              Display '(no standing instructions on file)'
              Exit Paragraph
           End-If.
           Perform 2100-LIST-ONE-INSTRUCTION
               Until Si-File-Status Not = '00'.
           Close SI-FILE.
           Display Entry-Count ' instruction(s) on file'.

       2100-LIST-ONE-INSTRUCTION.

           Read SI-FILE
              At End
                 Move '10' to Si-File-Status
              Not At End
                 Add 1 to Entry-Count
                 Move SI-AMOUNT to Amount-Edited
                 Display '  ' SI-ID ' ' SI-ACCT-NO
                         ' -> ' SI-COUNTER-ACCT
                         ' ' Amount-Edited ' ' SI-CURRENCY
                 Display '    freq=' SI-FREQUENCY
                         ' day=' SI-DAY-OF-MONTH
                         ' from=' SI-START-DATE
                         ' to=' SI-END-DATE
                         ' status=' SI-STATUS
                         ' next=' SI-NEXT-DUE
                         ' retries=' SI-RETRIES-USED
                         ' paid=' SI-LAST-PAID
           End-Read.

       3000-ADD-ONE-INSTRUCTION.

           Perform 6000-ACCEPT-AND-VALIDATE.
           If Entry-Is-Good Not = 'Y'
              Exit Paragraph
           End-If.

      *    An id is one instruction for life, cancelled or not.
           Move 'N' to Id-Already-On-File.
           Open Input SI-FILE.
           If Si-File-Status = '00'
              Perform 3100-LOOK-FOR-THE-ID
                  Until Si-File-Status Not = '00'
              Close SI-FILE
           End-If.
           If Id-Already-On-File = 'Y'
              Display 'Instruction ' New-Id ' is already on file - '
                      'use Change'
              Exit Paragraph
           End-If.

           Perform 7000-KEEP-THE-PREVIOUS.
           Open Extend SI-FILE.
           If Si-File-Status Not = '00'
              Open Output SI-FILE
           End-If.
           If Si-File-Status Not = '00'
              Display '*** cannot open standing-instruction file'
              Exit Paragraph
           End-If.
           Perform 6900-FILL-THE-RECORD.
           Write SI-RECORD.
           Close SI-FILE.
           Display 'Added.'.
           Perform 8000-AUDIT-THE-CHANGE.

       3100-LOOK-FOR-THE-ID.

           Read SI-FILE
              At End
                 Move '10' to Si-File-Status
              Not At End
                 If SI-ID = New-Id
                    Move 'Y' to Id-Already-On-File
                 End-If
           End-Read.

       4000-CHANGE-ONE-INSTRUCTION.

           Perform 6000-ACCEPT-AND-VALIDATE.
           If Entry-Is-Good Not = 'Y'
              Exit Paragraph
           End-If.

           Perform 7000-KEEP-THE-PREVIOUS.
           Move ZERO to Touched-Count.
           Open Input SI-FILE.
           If Si-File-Status Not = '00'
              Display '(no standing instructions on file - use Add)'
              Exit Paragraph
           End-If.
           Open Output SI-NEW-FILE.
           If Si-New-Status Not = '00'
              Close SI-FILE
              Display '*** cannot rewrite standing-instruction file'
              Exit Paragraph
           End-If.
           Perform 4100-REPLACE-ONE-INSTRUCTION
               Until Si-File-Status Not = '00'.
           Close SI-FILE.
           Close SI-NEW-FILE.
           Call "CBL_RENAME_FILE" using Si-New-Path, Si-Path
                      returning status-code.
           If Touched-Count = ZERO
              Display 'No instruction carries that id - nothing '
                      'changed'
           Else
              Display 'Changed.'
              Perform 8000-AUDIT-THE-CHANGE
           End-If.

       4100-REPLACE-ONE-INSTRUCTION.

           Read SI-FILE
              At End
                 Move '10' to Si-File-Status
              Not At End
                 If SI-ID = New-Id
                    Add 1 to Touched-Count
                    Perform 6900-FILL-THE-RECORD
                 End-If
                 Move SI-RECORD to SI-NEW-RECORD
                 Write SI-NEW-RECORD
           End-Read.

       5000-CANCEL-ONE-INSTRUCTION.

           Display 'Instruction id to cancel: ' with No Advancing.
           Accept New-Id from Console.

           Perform 7000-KEEP-THE-PREVIOUS.
           Move ZERO to Touched-Count.
           Open Input SI-FILE.
           If Si-File-Status Not = '00'
              Display '(no standing instructions on file)'
              Exit Paragraph
           End-If.
           Open Output SI-NEW-FILE.
           If Si-New-Status Not = '00'
              Close SI-FILE
              Display '*** cannot rewrite standing-instruction file'
              Exit Paragraph
           End-If.
           Perform 5100-CANCEL-ONE-ENTRY
               Until Si-File-Status Not = '00'.
           Close SI-FILE.
           Close SI-NEW-FILE.
           Call "CBL_RENAME_FILE" using Si-New-Path, Si-Path
                      returning status-code.
           Display Touched-Count ' instruction(s) cancelled'.
           If Touched-Count > ZERO
              Perform 8000-AUDIT-THE-CHANGE
           End-If.

       5100-CANCEL-ONE-ENTRY.

           Read SI-FILE
              At End
                 Move '10' to Si-File-Status
              Not At End
                 If SI-ID = New-Id
                    And Not SI-IS-CANCELLED
                    Add 1 to Touched-Count
                    Move 'X' to SI-STATUS
                 End-If
                 Move SI-RECORD to SI-NEW-RECORD
                 Write SI-NEW-RECORD
           End-Read.

       6000-ACCEPT-AND-VALIDATE.

           Move 'N' to Entry-Is-Good.

           Display 'Instruction id: ' with No Advancing.
           Accept New-Id from Console.
           If New-Id = Spaces
              Display 'An id is required'
              Exit Paragraph
           End-If.

           Display 'Account to debit: ' with No Advancing.
           Accept New-Acct from Console.
           Move New-Acct to MASTER-ACCT-NO.
           Read MASTER-FILE Key Is MASTER-ACCT-NO
              Invalid Key
                 Display 'Account is not on the master - entry '
                         'abandoned'
                 Exit Paragraph
           End-Read.

           Display 'Counterparty account to credit: '
                   with No Advancing.
           Accept New-Counter from Console.
           If New-Counter = New-Acct
              Display 'The two accounts must differ - entry '
                      'abandoned'
              Exit Paragraph
           End-If.
           Move 'N' to Counter-Is-External.
           Move 1 to Payee-Status.
           If Payee-Rt-Count > ZERO
              Call "CBL_REF_TABLE_FIND"
                   using Payee-Table-Handle, New-Counter,
                         Payee-Result
                   returning Payee-Status
           End-If.
           If Payee-Status = ZERO
              Move 'Y' to Counter-Is-External
              Display 'Outside payee: ' Payee-Res-Name
                      ' at routing ' Payee-Res-Routing
           Else
              Move New-Counter to MASTER-ACCT-NO
              Read MASTER-FILE Key Is MASTER-ACCT-NO
                 Invalid Key
                    Display 'Counterparty is neither on the master '
                            'nor an outside payee - entry abandoned'
                    Exit Paragraph
              End-Read
           End-If.

           Display 'Amount (units, then up to two decimals): '
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
              Display 'Amount must be numeric - entry abandoned'
              Exit Paragraph
           End-If.
           Compute New-Amount =
                   Function Numval(Amount-Units)
                 + Function Numval(Amount-Cents) / 100.
           If New-Amount = ZERO
              Display 'Amount must be above zero - entry abandoned'
              Exit Paragraph
           End-If.

           Display 'Currency (blank for base): ' with No Advancing.
           Accept New-Currency from Console.
           If New-Currency Not = Spaces
              And New-Currency Not Alphabetic-Upper
              Display 'Currency must be three capital letters - '
                      'entry abandoned'
              Exit Paragraph
           End-If.
           If Counter-Is-External = 'Y'
              And New-Currency Not = Spaces
              And New-Currency Not = Base-Currency
              Display 'An outside payee is paid in '
                      Base-Currency ' only - entry abandoned'
              Exit Paragraph
           End-If.

           Display 'Frequency - Weekly, Monthly on day N, '
                   'month-End (W/M/E): ' with No Advancing.
           Accept New-Frequency from Console.
           Move ZERO to New-Day.
           Evaluate New-Frequency
              When 'W'
              When 'E'
                 Continue
              When 'M'
                 Display 'Day of month (1-31): ' with No Advancing
                 Accept Field-Answer from Console
                 If Not (Function Trim(Field-Answer) Numeric)
                    Display 'Day must be numeric - entry abandoned'
                    Exit Paragraph
                 End-If
                 Move Function Numval(Field-Answer) to New-Day
                 If New-Day < 1 Or New-Day > 31
                    Display 'Day outside 1-31 - entry abandoned'
                    Exit Paragraph
                 End-If
              When Other
                 Display 'Frequency must be W, M or E - entry '
                         'abandoned'
                 Exit Paragraph
           End-Evaluate.

           Display 'Start date (YYYYMMDD): ' with No Advancing.
           Accept Field-Answer from Console.
           Perform 6100-CHECK-THE-DATE.
           If Date-Is-Good Not = 'Y'
              Display 'Start is not a date - entry abandoned'
              Exit Paragraph
           End-If.
           Move Check-Date to New-Start.

           Display 'End date (YYYYMMDD, blank if open-ended): '
                   with No Advancing.
           Accept Field-Answer from Console.
           If Field-Answer = Spaces
              Move ZERO to New-End
           Else
              Perform 6100-CHECK-THE-DATE
              If Date-Is-Good Not = 'Y'
                 Display 'End is not a date - entry abandoned'
                 Exit Paragraph
              End-If
              Move Check-Date to New-End
              If New-End < New-Start
                 Display 'End is before start - entry abandoned'
                 Exit Paragraph
              End-If
           End-If.

           Move 'Y' to Entry-Is-Good.

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

       6900-FILL-THE-RECORD.

      *    A new or changed instruction starts with a clean slate:
      *    the scheduler works out its first due date from the
      *    start date on its next run.
           Move Spaces to SI-RECORD.
           Move New-Id to SI-ID.
           Move New-Acct to SI-ACCT-NO.
           Move New-Amount to SI-AMOUNT.
           Move New-Currency to SI-CURRENCY.
           Move New-Frequency to SI-FREQUENCY.
           Move New-Day to SI-DAY-OF-MONTH.
           Move New-Start to SI-START-DATE.
           Move New-End to SI-END-DATE.
           Move New-Counter to SI-COUNTER-ACCT.
           Move 'A' to SI-STATUS.
           Move ZERO to SI-NEXT-DUE.
           Move ZERO to SI-RETRIES-USED.
           Move ZERO to SI-LAST-PAID.
           Move ZERO to SI-LAST-TRIED.

       7000-KEEP-THE-PREVIOUS.

      *    Every save starts by keeping the version being replaced.
           Call "CBL_COPY_FILE" using Si-Path, Si-Prev-Path
                      returning Copy-Status.

       8000-AUDIT-THE-CHANGE.

           Move Spaces to Audit-Args.
           String 'instruction=' Function Trim(New-Id)
                  ' by ' Function Trim(Operator-Id)
                  ': ' Function Trim(Change-Reason)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-standing-instr",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.
