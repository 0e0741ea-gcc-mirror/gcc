      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  ACH returns.  An entry gcobol-ach-outbound sent can come
      *  back from the receiving bank - account closed, no such
      *  account, payment stopped - in the bank's NACHA returns
      *  file: the returned entry detail ('6', amount in cents),
      *  then its return addenda ('7', addenda type 99) carrying
      *  the return reason (R01, R02 ...) and the original entry's
      *  trace number.
      *
      *  Each return is matched by that trace to the entry on the
      *  ACH register and puts the money back where it came from:
      *  an offsetting posting - same account, the other side, the
      *  same amount and currency, origin 'RV', reference 'ACHR',
      *  the reason and the trace - is appended to the reversal
      *  posting file (REVERSAL-OUT-PATH) that gcobol-posting-
      *  reversal also writes, so the normal posting engine
      *  applies it on its next run, and a type R line with the
      *  reason goes on the register beside the original.
      *
      *  An entry is returned once.  A trace that is not on the
      *  register, one already returned, a returned amount that
      *  differs from the amount sent, or an entry with no return
      *  addenda goes to the returns exception report (reason,
      *  trace, return reason, amount) and is not reversed, and
      *  the run ends in error so somebody looks at it with the
      *  bank.  No returns file is not an error: most days the
      *  bank has nothing to send back.
      *
      *  Site configuration: ACH-RETURN-PATH, ACH-RETURN-EXC-PATH,
      *  ACH-REGISTER-PATH and REVERSAL-OUT-PATH.
        COPY posix-gettimeofday.
        COPY posix-localtime.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-ach-returns.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime.

       >>Define Constant ACH-RET-DFLT as "/tmp/feeds/ach-returns.dat"
       >>Define Constant ACH-RET-EXC-DFLT as "/tmp/gcobol-ach-ret.exc"
       >>Define Constant ACH-REG-DFLT as "/tmp/gcobol-ach-register.dat"
       >>Define Constant RV-OUT-PATH as "/tmp/feeds/reversal-post.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE
                  ASSIGN TO Return-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Return-File-Status.
           SELECT REGISTER-FILE
                  ASSIGN TO Register-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Register-File-Status.
           SELECT RV-FILE
                  ASSIGN TO Rv-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Rv-File-Status.
           SELECT RETURN-EXC-FILE
                  ASSIGN TO Return-Exc-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Return-Exc-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RT-TYPE              PIC X(01).
           05  RT-BODY              PIC X(93).
       01  RETURN-ENTRY-RECORD.
           05  FILLER               PIC X(01).
           05  RE-TRAN-CODE         PIC X(02).
           05  RE-RDFI              PIC X(08).
           05  RE-CHECK-DIGIT       PIC X(01).
           05  RE-DFI-ACCOUNT       PIC X(17).
           05  RE-AMOUNT            PIC X(10).
           05  RE-INDIVIDUAL-ID     PIC X(15).
           05  RE-INDIVIDUAL-NAME   PIC X(22).
           05  RE-DISCRETIONARY     PIC X(02).
           05  RE-ADDENDA           PIC X(01).
           05  RE-TRACE             PIC X(15).
       01  RETURN-ADDENDA-RECORD.
           05  FILLER               PIC X(01).
           05  RA-ADDENDA-TYPE      PIC X(02).
           05  RA-REASON            PIC X(03).
           05  RA-ORIGINAL-TRACE    PIC X(15).
           05  RA-DATE-OF-DEATH     PIC X(06).
           05  RA-ORIGINAL-RDFI     PIC X(08).
           05  RA-INFORMATION       PIC X(44).
           05  RA-TRACE             PIC X(15).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  AR-TYPE              PIC X(01).
               88  AR-IS-SENT           VALUE 'S'.
               88  AR-IS-RETURN         VALUE 'R'.
           05  AR-DATE              PIC 9(08).
           05  AR-TRACE             PIC X(15).
           05  AR-ACCT-NO           PIC X(12).
           05  AR-DC-FLAG           PIC X(01).
           05  AR-AMOUNT            PIC 9(13)V99.
           05  AR-CURRENCY          PIC X(03).
           05  AR-PAYEE-ID          PIC X(12).
           05  AR-REFERENCE         PIC X(24).
           05  AR-ORIGIN            PIC X(02).
           05  AR-RETURN-CODE       PIC X(03).

       FD  RV-FILE.
       01  RV-RECORD.
           05  RV-ACCT-NO           PIC X(12).
           05  RV-DC-FLAG           PIC X(01).
           05  RV-AMOUNT            PIC 9(13)V99.
           05  RV-VALUE-DATE        PIC 9(08).
           05  RV-CURRENCY          PIC X(03).
           05  RV-ORIGIN            PIC X(02).
           05  RV-REFERENCE         PIC X(24).
           05  RV-COUNTER-ACCT      PIC X(12).

       FD  RETURN-EXC-FILE.
       01  RETURN-EXC-RECORD.
           05  RX-REASON            PIC X(16).
           05  FILLER               PIC X(01).
           05  RX-TRACE             PIC X(15).
           05  FILLER               PIC X(01).
           05  RX-RETURN-CODE       PIC X(03).
           05  FILLER               PIC X(01).
           05  RX-AMOUNT            PIC Z(7)9.99.

       WORKING-STORAGE SECTION.
        77 Return-Path         PIC X(100).
        77 Return-Exc-Path     PIC X(100).
        77 Register-Path       PIC X(100).
        77 Rv-Path             PIC X(100).
        77 Return-File-Status  PIC X(02).
        77 Register-File-Status PIC X(02).
        77 Rv-File-Status      PIC X(02).
        77 Return-Exc-File-Status PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Processing-Date     PIC 9(08).
        77 Epoch-Seconds       BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).

      * Every entry ever sent, and whether it has come back.
        77 Sent-Count          BINARY-LONG VALUE ZERO.
        77 Sent-Idx            BINARY-LONG.
        77 Max-Sent            BINARY-LONG VALUE 20000.
        77 Sent-Found          BINARY-LONG.
        01 Sent-Table.
           05 Sent-Entry OCCURS 20000 TIMES.
              10 Sn-Trace         PIC X(15).
              10 Sn-Acct-No       PIC X(12).
              10 Sn-Dc-Flag       PIC X(01).
              10 Sn-Amount        PIC 9(13)V99.
              10 Sn-Currency      PIC X(03).
              10 Sn-Payee-Id      PIC X(12).
              10 Sn-Reference     PIC X(24).
              10 Sn-Origin        PIC X(02).
              10 Sn-Returned      PIC X(01).
        77 Returned-Trace      PIC X(15).

      * The return in hand: its entry detail waits for its addenda.
        77 Entry-Pending       PIC X(01) VALUE 'N'.
        77 Pending-Cents       PIC 9(10).
        77 Pending-Trace       PIC X(15).
        77 Sent-Cents          PIC 9(15).
        77 Exception-Reason    PIC X(16).
        77 Return-Reason       PIC X(03).

        77 Returns-Read        BINARY-LONG VALUE ZERO.
        77 Reversals-Written   BINARY-LONG VALUE ZERO.
        77 Exceptions-Written  BINARY-LONG VALUE ZERO.
        77 Run-Status          BINARY-LONG VALUE ZERO.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.
        77 Cnt-Displayed       PIC Z(7)9.
        77 Exc-Displayed       PIC Z(7)9.
        77 Footer-Status       BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-ach-returns'
                returning status-code.

      *    One start per job per processing date: the run ledger
      *    is consulted before any work begins.
           Call "CBL_RUN_GUARD" using 'gcobol-ach-returns'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-DATE.
           Perform 0200-READ-THE-SETTINGS.

           Open Input RETURN-FILE.
           If Return-File-Status Not = '00'
              Display 'No ACH returns file at '
                      Function Trim(Return-Path)
                      ' - nothing came back'
              Call "CBL_RUN_FOOTER" using 'gcobol-ach-returns'
                   by value 0, 0, 0
                   returning Footer-Status
              Stop Run
           End-If.

           Perform 1000-LOAD-THE-REGISTER.

           Open Output RETURN-EXC-FILE.
           If Return-Exc-File-Status Not = '00'
              Display 'Cannot open returns exception report '
                      Function Trim(Return-Exc-Path)
              Stop Run With Error Status 1
           End-If.
           Open Extend RV-FILE.
           If Rv-File-Status Not = '00'
              Open Output RV-FILE
           End-If.
           If Rv-File-Status Not = '00'
              Display 'Cannot write reversal posting file '
                      Function Trim(Rv-Path)
                      ' - file status ' Rv-File-Status
              Stop Run With Error Status 1
           End-If.
           Open Extend REGISTER-FILE.
           If Register-File-Status Not = '00'
              Open Output REGISTER-FILE
           End-If.
           If Register-File-Status Not = '00'
              Display 'Cannot write ACH register '
                      Function Trim(Register-Path)
              Stop Run With Error Status 1
           End-If.

           Perform 2000-TAKE-ONE-LINE
               Until Return-File-Status Not = '00'.
           Perform 2900-CHECK-FOR-NO-ADDENDA.

           Close RETURN-FILE RETURN-EXC-FILE RV-FILE REGISTER-FILE.

           Display 'Returns read:           ' Returns-Read.
           Display 'Reversals written:      ' Reversals-Written
                   ' (' Function Trim(Rv-Path) ')'.
           Display 'Return exceptions:      ' Exceptions-Written
                   ' (' Function Trim(Return-Exc-Path) ')'.
           If Exceptions-Written > ZERO
              Move 1 to Run-Status
           End-If.

           Move Reversals-Written to Cnt-Displayed.
           Move Exceptions-Written to Exc-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' reversals=' Function Trim(Cnt-Displayed)
                  ' exceptions=' Function Trim(Exc-Displayed)
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-ach-returns",
                        Audit-Args,
                        by value Exceptions-Written
                      returning Audit-Status.

           Call "CBL_RUN_FOOTER" using 'gcobol-ach-returns'
                by value Run-Status, Returns-Read, Reversals-Written
                returning Footer-Status.
           If Run-Status Not = ZERO
              Stop Run With Error Status 1
           End-If.
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

       0200-READ-THE-SETTINGS.

           Move 'ACH-RETURN-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ACH-RET-DFLT
                      returning Config-Status.
           Move Config-Value to Return-Path.

           Move 'ACH-RETURN-EXC-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ACH-RET-EXC-DFLT
                      returning Config-Status.
           Move Config-Value to Return-Exc-Path.

           Move 'ACH-REGISTER-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        ACH-REG-DFLT
                      returning Config-Status.
           Move Config-Value to Register-Path.

           Move 'REVERSAL-OUT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RV-OUT-PATH
                      returning Config-Status.
           Move Config-Value to Rv-Path.

       1000-LOAD-THE-REGISTER.

           Open Input REGISTER-FILE.
           If Register-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1100-TAKE-ONE-REGISTER-LINE
               Until Register-File-Status Not = '00'.
           Close REGISTER-FILE.

       1100-TAKE-ONE-REGISTER-LINE.

           Read REGISTER-FILE
              At End
                 Move '10' to Register-File-Status
                 Exit Paragraph
           End-Read.
           If AR-IS-RETURN
              Move AR-TRACE to Returned-Trace
              Perform 8000-FIND-THE-SENT-ENTRY
              If Sent-Found > ZERO
                 Move 'Y' to Sn-Returned(Sent-Found)
              End-If
              Exit Paragraph
           End-If.
           If Not AR-IS-SENT
              Exit Paragraph
           End-If.
           If Sent-Count Not < Max-Sent
              Display 'More than ' Max-Sent
                      ' entries on the ACH register - the rest'
                      ' cannot be matched'
              Move '10' to Register-File-Status
              Exit Paragraph
           End-If.
           Add 1 to Sent-Count.
           Move AR-TRACE to Sn-Trace(Sent-Count).
           Move AR-ACCT-NO to Sn-Acct-No(Sent-Count).
           Move AR-DC-FLAG to Sn-Dc-Flag(Sent-Count).
           Move AR-AMOUNT to Sn-Amount(Sent-Count).
           Move AR-CURRENCY to Sn-Currency(Sent-Count).
           Move AR-PAYEE-ID to Sn-Payee-Id(Sent-Count).
           Move AR-REFERENCE to Sn-Reference(Sent-Count).
           Move AR-ORIGIN to Sn-Origin(Sent-Count).
           Move 'N' to Sn-Returned(Sent-Count).

       2000-TAKE-ONE-LINE.

           Read RETURN-FILE
              At End
                 Move '10' to Return-File-Status
                 Exit Paragraph
           End-Read.
           Evaluate RT-TYPE
              When '6'
                 Perform 2900-CHECK-FOR-NO-ADDENDA
                 Add 1 to Returns-Read
                 Move 'Y' to Entry-Pending
                 Move ZERO to Pending-Cents
                 If RE-AMOUNT Numeric
                    Move RE-AMOUNT to Pending-Cents
                 End-If
                 Move RE-TRACE to Pending-Trace
              When '7'
                 If Entry-Pending = 'Y'
                    And RA-ADDENDA-TYPE = '99'
                    Move 'N' to Entry-Pending
                    Perform 3000-TAKE-ONE-RETURN
                 End-If
              When Other
                 Perform 2900-CHECK-FOR-NO-ADDENDA
           End-Evaluate.

      *    An entry detail with no return addenda says nothing about
      *    which entry came back.
       2900-CHECK-FOR-NO-ADDENDA.

           If Entry-Pending = 'Y'
              Move 'N' to Entry-Pending
              Move 'NO ADDENDA' to Exception-Reason
              Move Pending-Trace to Returned-Trace
              Move Spaces to Return-Reason
              Perform 7000-WRITE-EXCEPTION
           End-If.

       3000-TAKE-ONE-RETURN.

           Move RA-ORIGINAL-TRACE to Returned-Trace.
           Move RA-REASON to Return-Reason.
           Perform 8000-FIND-THE-SENT-ENTRY.
           If Sent-Found = ZERO
              Move 'UNKNOWN TRACE' to Exception-Reason
              Perform 7000-WRITE-EXCEPTION
              Exit Paragraph
           End-If.
           If Sn-Returned(Sent-Found) = 'Y'
              Move 'ALREADY RETURNED' to Exception-Reason
              Perform 7000-WRITE-EXCEPTION
              Exit Paragraph
           End-If.
           Compute Sent-Cents = Sn-Amount(Sent-Found) * 100.
           If Sent-Cents Not = Pending-Cents
              Move 'AMOUNT MISMATCH' to Exception-Reason
              Perform 7000-WRITE-EXCEPTION
              Exit Paragraph
           End-If.

      *    The money goes back the way it came.
           Move Spaces to RV-RECORD.
           Move Sn-Acct-No(Sent-Found) to RV-ACCT-NO.
           If Sn-Dc-Flag(Sent-Found) = 'D'
              Move 'C' to RV-DC-FLAG
           Else
              Move 'D' to RV-DC-FLAG
           End-If.
           Move Sn-Amount(Sent-Found) to RV-AMOUNT.
           Move Processing-Date to RV-VALUE-DATE.
           Move Sn-Currency(Sent-Found) to RV-CURRENCY.
           Move 'RV' to RV-ORIGIN.
           String 'ACHR ' Return-Reason ' ' Returned-Trace
                  Delimited By Size Into RV-REFERENCE.
           Write RV-RECORD.
           Add 1 to Reversals-Written.

           Move Spaces to REGISTER-RECORD.
           Move 'R' to AR-TYPE.
           Move Processing-Date to AR-DATE.
           Move Returned-Trace to AR-TRACE.
           Move Sn-Acct-No(Sent-Found) to AR-ACCT-NO.
           Move Sn-Dc-Flag(Sent-Found) to AR-DC-FLAG.
           Move Sn-Amount(Sent-Found) to AR-AMOUNT.
           Move Sn-Currency(Sent-Found) to AR-CURRENCY.
           Move Sn-Payee-Id(Sent-Found) to AR-PAYEE-ID.
           Move Sn-Reference(Sent-Found) to AR-REFERENCE.
           Move Sn-Origin(Sent-Found) to AR-ORIGIN.
           Move Return-Reason to AR-RETURN-CODE.
           Write REGISTER-RECORD.
           Move 'Y' to Sn-Returned(Sent-Found).

       7000-WRITE-EXCEPTION.

           Move Spaces to RETURN-EXC-RECORD.
           Move Exception-Reason to RX-REASON.
           Move Returned-Trace to RX-TRACE.
           Move Return-Reason to RX-RETURN-CODE.
           Compute RX-AMOUNT = Pending-Cents / 100.
           Write RETURN-EXC-RECORD.
           Add 1 to Exceptions-Written.

       8000-FIND-THE-SENT-ENTRY.

           Move ZERO to Sent-Found.
           Perform 8010-MATCH-ONE-SENT
               Varying Sent-Idx From 1 By 1
                 Until Sent-Idx > Sent-Count
                    Or Sent-Found > ZERO.

       8010-MATCH-ONE-SENT.

           If Sn-Trace(Sent-Idx) = Returned-Trace
              Move Sent-Idx to Sent-Found
           End-If.
