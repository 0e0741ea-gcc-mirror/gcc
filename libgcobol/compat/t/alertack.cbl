      *  every pending entry with that code is marked acknowledged.
      *  The ledger rewrite takes the same companion lock the alert
      *  router holds, so an acknowledgment can't race a raise.
      *
      *  Before anything is marked, the code's runbook entry
      *  (CBL_ALERT_RUNBOOK) is shown - the numbered steps, the
      *  escalation contact, and whether the chain may continue -
      *  and the operator says which step resolved it (0 when none
      *  of them did).  Each acknowledgment is kept in the
      *  acknowledgment ledger (date, time, code, resolving step,
      *  entries acknowledged, operator), the evidence the monthly
      *  runbook review reads.  The question is asked before the
      *  pending-ledger lock is taken, so the alert router never
      *  waits on an operator typing.
        COPY posix-open.
        COPY posix-flock.
        COPY posix-close.
        COPY posix-gettimeofday.
        COPY posix-localtime.
        COPY posix-getenv.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-alert-ack.
       REPOSITORY.
           FUNCTION posix-open
           FUNCTION posix-flock
           FUNCTION posix-close
           FUNCTION posix-gettimeofday
           FUNCTION posix-localtime
           FUNCTION posix-getenv.

       >>Define Constant PENDING-PATH as "/tmp/gcobol-alerts.pend"
       >>Define Constant PENDING-LOCKFILE as "/tmp/gcobol-alerts.lck"
       >>Define Constant ALERT-ACK-LEDGER as "/tmp/gcobol-alert-ack.dat"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ASSIGN TO Pending-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Pending-File-Status.
           SELECT ACK-FILE
                  ASSIGN TO Ack-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Ack-File-Status.

       DATA DIVISION.
       FILE SECTION.
           05  PD-STATE             PIC X(01).
           05  PD-TEXT              PIC X(200).

       FD  ACK-FILE.
       01  ACK-RECORD.
           05  AK-DATE              PIC 9(08).
           05  AK-TIME              PIC 9(06).
           05  AK-CODE              PIC X(08).
           05  AK-STEP              PIC 9(02).
           05  AK-HAD-RUNBOOK       PIC X(01).
           05  AK-ENTRIES           PIC 9(04).
           05  AK-OPERATOR          PIC X(32).

       WORKING-STORAGE SECTION.
        77 Pending-Path        PIC X(100) VALUE PENDING-PATH.
        77 Pending-File-Status PIC X(02).
        77 Lock-Fd             PIC 9(8) COMP-5.
        77 Lock-Status         PIC 9(8) COMP-5.
        01 Lock-Mode           BINARY-LONG VALUE 420.
        77 Ack-Path            PIC X(100) VALUE ALERT-ACK-LEDGER.
        77 Ack-File-Status     PIC X(02).
        77 Runbook-Status      BINARY-LONG SIGNED.
        77 Step-Idx            BINARY-LONG.
        77 Step-Answer         PIC X(02).
        77 Resolving-Step      PIC 9(02) VALUE ZERO.
        77 Step-Is-Good        PIC X(01).
        77 Func-Status         BINARY-LONG.
        77 Epoch-Seconds       BINARY-LONG.
        01 Now-Timeval.
           COPY timeval.
        01 Now-Tm.
           COPY tm.

      * CBL_ALERT_RUNBOOK result block.
        01 Runbook-Entry.
           05 Rb-Title            PIC X(60).
           05 Rb-Contact          PIC X(60).
           05 Rb-Continue         PIC X(01).
              88 Chain-May-Continue  VALUE 'Y'.
           05 Rb-Step-Count       PIC 9(02).
           05 Rb-Step OCCURS 20 TIMES.
              10 Rb-Step-No       PIC 9(02).
              10 Rb-Step-Text     PIC X(120).
        01 Pending-Table.
           05 Pending-Entry OCCURS 50 TIMES.
              10 P-Code        PIC X(08).
           Display 'Alert code to acknowledge: ' with No Advancing.
           Accept Wanted-Code from Console.

           Perform 0500-SHOW-THE-RUNBOOK.
           If Runbook-Status = ZERO And Rb-Step-Count > ZERO
              Move 'N' to Step-Is-Good
              Perform 0600-ASK-RESOLVING-STEP
                  Until Step-Is-Good = 'Y'
           End-If.

      *    O_CREAT + O_RDWR = 64 + 2
           Move Function posix-open(Lockfile-Path, 66, Lock-Mode)
             to Lock-Fd.
           Move Function posix-close(Lock-Fd) to Lock-Status.

           Display Acked-Count ' alert(s) acknowledged'.
           If Acked-Count > ZERO
              Perform 4000-RECORD-THE-ACK
           End-If.
           If Acked-Count = ZERO
              Stop Run With Error Status 1
           End-If.
           Stop Run.

       0500-SHOW-THE-RUNBOOK.

           Call "CBL_ALERT_RUNBOOK" using Wanted-Code, Runbook-Entry
                returning Runbook-Status.
           Evaluate Runbook-Status
              When ZERO
                 Display '-------- runbook ' Wanted-Code ' --------'
                 Display '  ' Function Trim(Rb-Title)
                 Perform 0550-SHOW-ONE-STEP
                     Varying Step-Idx From 1 By 1
                     Until Step-Idx > Rb-Step-Count
                 Display '  escalate to: ' Function Trim(Rb-Contact)
                 If Chain-May-Continue
                    Display '  the chain may continue'
                 Else
                    Display '  the chain must stay held until '
                            'this is resolved'
                 End-If
              When 1
                 Display '  (no runbook entry for ' Wanted-Code ')'
              When Other
                 Display '  (runbook catalog unreadable)'
           End-Evaluate.

       0550-SHOW-ONE-STEP.

           Display '  ' Rb-Step-No(Step-Idx) '. '
                   Function Trim(Rb-Step-Text(Step-Idx)).

       0600-ASK-RESOLVING-STEP.

           Display 'Step that resolved it (0 = none of them): '
                   with No Advancing.
           Accept Step-Answer from Console.
           If Step-Answer(2:1) = Space
              Move Step-Answer(1:1) to Step-Answer(2:1)
              Move '0' to Step-Answer(1:1)
           End-If.
           If Step-Answer Not Numeric
              Display 'Give the step number'
              Exit Paragraph
           End-If.
           Move Step-Answer to Resolving-Step.
           If Resolving-Step = ZERO
              Move 'Y' to Step-Is-Good
              Exit Paragraph
           End-If.
           Perform 0650-MATCH-ONE-STEP
               Varying Step-Idx From 1 By 1
               Until Step-Idx > Rb-Step-Count.
           If Step-Is-Good Not = 'Y'
              Display 'No step ' Resolving-Step ' in this runbook'
           End-If.

       0650-MATCH-ONE-STEP.

           If Rb-Step-No(Step-Idx) = Resolving-Step
              Move 'Y' to Step-Is-Good
           End-If.

       1000-READ-ONE-PENDING.

           Read PENDING-FILE
           Move P-State(Entry-Idx) to PD-STATE.
           Move P-Text(Entry-Idx)  to PD-TEXT.
           Write PENDING-RECORD.

       4000-RECORD-THE-ACK.

           Move Function posix-gettimeofday(Now-Timeval)
             to Func-Status.
           Move tv_sec of Now-Timeval to Epoch-Seconds.
           Move Function posix-localtime(Epoch-Seconds, Now-Tm)
             to Func-Status.

           Open Extend ACK-FILE.
           If Ack-File-Status Not = '00'
              Open Output ACK-FILE
           End-If.
           If Ack-File-Status Not = '00'
              Display 'Acknowledgment ledger not written'
              Exit Paragraph
           End-If.
           Move Spaces to ACK-RECORD.
           Compute AK-DATE = (tm_year of Now-Tm + 1900) * 10000
                           + (tm_mon  of Now-Tm + 1) * 100
                           +  tm_mday of Now-Tm.
           Compute AK-TIME = tm_hour of Now-Tm * 10000
                           + tm_min  of Now-Tm * 100
                           + tm_sec  of Now-Tm.
           Move Wanted-Code to AK-CODE.
           Move Resolving-Step to AK-STEP.
           If Runbook-Status = ZERO
              Move 'Y' to AK-HAD-RUNBOOK
           Else
              Move 'N' to AK-HAD-RUNBOOK
           End-If.
           Move Acked-Count to AK-ENTRIES.
           Move Function posix-getenv('USER', AK-OPERATOR)
             to Func-Status.
           If Func-Status Not = ZERO
              Move Spaces to AK-OPERATOR
           End-If.
           Write ACK-RECORD.
           Close ACK-FILE.
