      *  gcobol-ops-diag style.  The central keyring every
      *  interactive tool consults (CBL_OPERATOR_AUTH) is
      *  maintained here and only here: list the grants, add one
      *  (operator, tool, level 'D'/'U', validity dates), revoke
      *  one, or end-date one - the grant stays on the keyring as
      *  the record that it existed, but stops opening the door
      *  after the end date (an earlier end date already on the
      *  grant is kept).  Every change rewrites the keyring
      *  through a work file and lands on the audit trail with the
      *  admin's own id; the access recertification run and its
      *  review screen end-date grants the same way.
      *
      *  The screen checks itself against the same keyring; a new
      *  installation with an empty keyring is allowed in so the
           88 Mode-Is-List        VALUE 'L' 'l'.
           88 Mode-Is-Add         VALUE 'A' 'a'.
           88 Mode-Is-Revoke      VALUE 'R' 'r'.
           88 Mode-Is-End-Date    VALUE 'E' 'e'.
           88 Mode-Is-Quit        VALUE 'Q' 'q'.
        77 New-Operator        PIC X(16).
        77 New-Tool            PIC X(24).
        77 New-To              PIC 9(08).
        77 Grant-Count         BINARY-LONG.
        77 Revoked-Count       BINARY-LONG.
        77 End-Date            PIC 9(08).
        77 End-Dated-Count     BINARY-LONG.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.


       1000-ONE-COMMAND.

           Display 'List, Add, Revoke, End-date or Quit '
                   '(L/A/R/E/Q): ' with No Advancing.
           Accept Mode-Answer from Console.
           Evaluate True
              When Mode-Is-List
                 Perform 3000-ADD-ONE-GRANT
              When Mode-Is-Revoke
                 Perform 4000-REVOKE-ONE-GRANT
              When Mode-Is-End-Date
                 Perform 5000-END-DATE-ONE-GRANT
              When Mode-Is-Quit
                 Continue
              When Other
                 Display 'Answer L, A, R, E or Q'
           End-Evaluate.

       2000-LIST-THE-GRANTS.
                    Write KEYRING-NEW-RECORD
                 End-If
           End-Read.

       5000-END-DATE-ONE-GRANT.

           Display 'Operator to end-date: ' with No Advancing.
           Accept New-Operator from Console.
           Display 'Tool (blank = every tool): '
                   with No Advancing.
           Accept New-Tool from Console.
           Display 'Last valid day (YYYYMMDD): ' with No Advancing.
           Accept Date-Answer from Console.
           If Function Trim(Date-Answer) Not Numeric
              Or Date-Answer = Spaces
              Display 'An end date is required - nothing changed'
              Exit Paragraph
           End-If.
           Move Function Numval(Date-Answer) to End-Date.
           If New-Operator = Spaces
              Display 'An operator is required'
              Exit Paragraph
           End-If.

           Move ZERO to End-Dated-Count.
           Open Input KEYRING-FILE.
           If Keyring-File-Status Not = '00'
              Display '(keyring is empty)'
              Exit Paragraph
           End-If.
           Open Output KEYRING-NEW-FILE.
           If Keyring-New-Status Not = '00'
              Close KEYRING-FILE
              Display '*** cannot rewrite keyring'
              Exit Paragraph
           End-If.
           Perform 5100-END-DATE-OR-KEEP-ONE
               Until Keyring-File-Status Not = '00'.
           Close KEYRING-FILE.
           Close KEYRING-NEW-FILE.
           Call "CBL_RENAME_FILE" using Keyring-New-Path,
                                         Keyring-Path
                      returning status-code.
           Display End-Dated-Count ' grant(s) end-dated'.

           Move Spaces to Audit-Args.
           String 'enddate operator='
                  Function Trim(New-Operator)
                  ' tool=' Function Trim(New-Tool)
                  ' to=' End-Date
                  ' by=' Function Trim(Admin-Id)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-auth-admin",
                        Audit-Args,
                        by value End-Dated-Count
                      returning Audit-Status.

       5100-END-DATE-OR-KEEP-ONE.

           Read KEYRING-FILE
              At End
                 Move '10' to Keyring-File-Status
              Not At End
                 If OA-OPERATOR = New-Operator
                    And (New-Tool = Spaces
                         Or OA-TOOL = New-Tool)
                    If OA-VALID-TO Not Numeric
                       Or OA-VALID-TO = ZERO
                       Or OA-VALID-TO > End-Date
                       Move End-Date to OA-VALID-TO
                       Add 1 to End-Dated-Count
                    End-If
                 End-If
                 Move KEYRING-RECORD to KEYRING-NEW-RECORD
                 Write KEYRING-NEW-RECORD
           End-Read.
