      *
      *  Press Enter to refresh, Q to leave.  One screen, one
      *  glance, at 03:00.
      *
      *  R shows the runbook for an open alert (CBL_ALERT_RUNBOOK):
      *  give its code, or just Enter for the first one listed, and
      *  the board shows the numbered steps, who to escalate to,
      *  and whether the chain may continue while it stands.
        COPY posix-gettimeofday.

       IDENTIFICATION DIVISION.
        77 Alert-Count         BINARY-LONG.
        77 Lock-Count          BINARY-LONG.
        77 Age-Displayed       PIC Z(6)9.
        77 First-Open-Code     PIC X(08).
        77 Selected-Code       PIC X(08).
        77 Runbook-Status      BINARY-LONG SIGNED.
        77 Rb-Idx              BINARY-LONG.

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

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Display 'gcobol status board - Enter refreshes, '
                   'R shows a runbook, Q leaves'.

           Perform 1000-PAINT-THE-BOARD
               Until Leave-The-Board.
           Display 'refresh? ' with No Advancing.
           Accept Answer from Console.
           Move Answer to Keep-Watching.
           If Answer = 'R' Or Answer = 'r'
              Perform 6000-SHOW-A-RUNBOOK
           End-If.

       2000-GATHER-THE-STEPS.


           Display '-------- open alerts --------'.
           Move ZERO to Alert-Count.
           Move Spaces to First-Open-Code.
           Open Input PENDING-FILE.
           If Pending-File-Status = '00'
              Perform 4100-SHOW-ONE-ALERT
              Not At End
                 If PD-STATE Not = 'A'
                    Add 1 to Alert-Count
                    If Alert-Count = 1
                       Move PD-CODE to First-Open-Code
                    End-If
                    Compute Now-Epoch =
                            tv_sec of Now-Timeval
                    Move PD-EPOCH to Age-Displayed
                         Function Trim(LR-JOB-ID)
                         ' (pid ' LR-PID ')'
           End-Read.

       6000-SHOW-A-RUNBOOK.

           Display 'Alert code (Enter = ' First-Open-Code '): '
                   with No Advancing.
           Accept Selected-Code from Console.
           If Selected-Code = Spaces
              Move First-Open-Code to Selected-Code
           End-If.
           If Selected-Code = Spaces
              Display '  (no open alert to show)'
              Exit Paragraph
           End-If.

           Call "CBL_ALERT_RUNBOOK" using Selected-Code, Runbook-Entry
                returning Runbook-Status.
           Evaluate Runbook-Status
              When ZERO
                 Display '-------- runbook ' Selected-Code
                         ' --------'
                 Display '  ' Function Trim(Rb-Title)
                 Perform 6100-SHOW-ONE-STEP
                     Varying Rb-Idx From 1 By 1
                     Until Rb-Idx > Rb-Step-Count
                 Display '  escalate to: ' Function Trim(Rb-Contact)
                 If Chain-May-Continue
                    Display '  the chain may continue'
                 Else
                    Display '  the chain must stay held until '
                            'this is resolved'
                 End-If
              When 1
                 Display '  (no runbook entry for ' Selected-Code ')'
              When Other
                 Display '  (runbook catalog unreadable)'
           End-Evaluate.
           Display 'Enter returns to the board ' with No Advancing.
           Accept Answer from Console.

       6100-SHOW-ONE-STEP.

           Display '  ' Rb-Step-No(Rb-Idx) '. '
                   Function Trim(Rb-Step-Text(Rb-Idx)).
