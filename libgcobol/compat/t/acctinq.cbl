      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Account posting-history inquiry, in the gcobol-ops-diag
      *  style.  Branch staff ring with "what was the balance on
      *  the 3rd and what has posted since"; the history viewer
      *  only follows master fields and statements only cover
      *  whole months.  Give it an account number: it walks the
      *  journal generations the run-stamp index names, in cut
      *  order (bundled generations extracted through
      *  CBL_UNARCHIVE into ACCT-INQUIRY-WORK-DIR and removed after
      *  the read), then the live journal, and keeps every 'B'
      *  entry gcobol-balance-posting wrote for the account.  Then,
      *  as often as asked:
      *
      *    L  lists the postings with value dates in a range -
      *       value date, amount, currency, running balance, run
      *       stamp and sequence, origin and reference - opening
      *       with the balance brought forward and closing with
      *       the balance carried;
      *    A  gives the balance as of the close of any date;
      *    F  files the last listing through the report writer
      *       (ACCT-INQUIRY-RPT-DIR) and on the audit trail.
      *
      *  Amounts and balances are in the account's own currency,
      *  the movement of the original-currency balance between
      *  each entry's before and after images.  A balance as of a
      *  date is the opening balance of the earliest journaled
      *  posting plus every standing posting valued on or before
      *  that date.
      *
      *  Marks: a posting with origin 'RV' is a REVERSAL, and the
      *  posting its 'R' reference names is REVERSED; a posting on
      *  the reversal register whose offset has not yet been
      *  applied is REVERSAL PENDING.  gcobol-master-rollback puts
      *  before-images back without journaling, so a backout shows
      *  as a break in the chain of images - the next entry's
      *  before-image, or the balance file itself, no longer
      *  follows a posting's after-image.  The postings between
      *  the break and the image the balance went back to are
      *  ROLLED BACK: listed, but left out of every balance.  A
      *  break that no earlier image explains is an IMAGE BREAK,
      *  and a journal total that disagrees with the balance file
      *  is said so.
      *
      *  Balances are not customer data but they are money, so the
      *  session starts at the central authorization door; any
      *  grant on gcobol-account-inquiry will do.
        COPY posix-mkdir.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-account-inquiry.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.
       REPOSITORY.
           FUNCTION posix-mkdir.

       >>Define Constant JOURNAL-PATH as "/tmp/gcobol-master.jnl"
       >>Define Constant JNL-INDEX-PATH as "/tmp/gcobol-jnl-index.dat"
       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant RV-REG-PATH as "/tmp/gcobol-reversal.reg"
       >>Define Constant INQUIRY-WORK as "/tmp/gcobol-acct-inquiry"
       >>Define Constant INQUIRY-RPT-DIR as "/tmp"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
                  ASSIGN TO Journal-Read-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Journal-File-Status.
           SELECT INDEX-FILE
                  ASSIGN TO Index-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Index-File-Status.
           SELECT BALANCE-FILE
                  ASSIGN TO Balance-Path
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BAL-ACCT-NO
                  FILE STATUS IS Balance-File-Status.
           SELECT REGISTER-FILE
                  ASSIGN TO Register-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Register-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JN-RUN-STAMP         PIC 9(14).
           05  JN-SEQUENCE          PIC 9(08).
           05  JN-ACTION            PIC X(01).
           05  JN-KEY               PIC X(20).
           05  JN-BEFORE-IMAGE      PIC X(1024).
           05  JN-AFTER-IMAGE       PIC X(1024).

       FD  INDEX-FILE.
       01  INDEX-RECORD.
           05  JX-RUN-STAMP         PIC 9(14).
           05  FILLER               PIC X(01).
           05  JX-FIRST-SEQ         PIC 9(08).
           05  FILLER               PIC X(01).
           05  JX-LAST-SEQ          PIC 9(08).
           05  FILLER               PIC X(01).
           05  JX-LOCATION          PIC X(01).
           05  FILLER               PIC X(01).
           05  JX-FILE-PATH         PIC X(200).

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
           05  BAL-LAST-ACTIVITY    PIC 9(08).
           05  BAL-LAST-REFERENCE   PIC X(24).
           05  FILLER               PIC X(15).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  RVR-DATE             PIC 9(08).
           05  RVR-TIME             PIC 9(06).
           05  RVR-RUN-STAMP        PIC 9(14).
           05  RVR-SEQUENCE         PIC 9(08).
           05  RVR-ACCT-NO          PIC X(12).
           05  RVR-DC-FLAG          PIC X(01).
           05  RVR-AMOUNT           PIC 9(13)V99.
           05  RVR-CURRENCY         PIC X(03).
           05  RVR-BASE-AMOUNT      PIC 9(13)V99.
           05  RVR-REASON           PIC X(04).
           05  RVR-OPERATOR         PIC X(16).
           05  RVR-APPROVED-BY      PIC X(16).
           05  RVR-COUNTER-ACCT     PIC X(12).

       WORKING-STORAGE SECTION.
        77 Live-Journal-Path   PIC X(100).
        77 Journal-Read-Path   PIC X(256).
        77 Index-Path          PIC X(100) VALUE JNL-INDEX-PATH.
        77 Balance-Path        PIC X(100) VALUE BALANCE-PATH.
        77 Register-Path       PIC X(100).
        77 Work-Dir            PIC X(100).
        77 Report-Dir          PIC X(100).
        77 Report-Path         PIC X(256).
        77 Journal-File-Status PIC X(02).
        77 Index-File-Status   PIC X(02).
        77 Balance-File-Status PIC X(02).
        77 Register-File-Status PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        01 Dir-Mode-0755       BINARY-LONG VALUE 493.
        77 Pd-Status           BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        77 Operator-Id         PIC X(16).
        77 Auth-Tool           PIC X(24).
        77 Auth-Level          PIC X(01).
        77 Auth-Check-Status   BINARY-LONG SIGNED.
        77 Wanted-Acct         PIC X(12).
        77 Mode-Answer         PIC X(01).
           88 Mode-Is-List        VALUE 'L' 'l'.
           88 Mode-Is-As-Of       VALUE 'A' 'a'.
           88 Mode-Is-File        VALUE 'F' 'f'.
           88 Mode-Is-Quit        VALUE 'Q' 'q' ' '.
        77 Date-Answer         PIC X(08).
        77 Date-Given          PIC 9(08).
        77 Date-Ok             PIC X(01).
        77 From-Date           PIC 9(08).
        77 To-Date             PIC 9(08).
        77 Work-Day            BINARY-LONG.

        77 Gen-Count           BINARY-LONG VALUE ZERO.
        77 Gen-Max             BINARY-LONG VALUE 200.
        77 Gen-Idx             BINARY-LONG.
        77 Gen-Found           PIC X(01).
        01 Gen-Table.
           05 Gen-Entry OCCURS 200 TIMES.
              10 Gen-Kind      PIC X(01).
              10 Gen-Path      PIC X(200).
        77 Member-Count        PIC 9(8) COMP-5.
        77 Member-Idx          BINARY-LONG.
        01 Member-Table.
           05 Member-Entry     PIC X(256) OCCURS 64 TIMES.
        77 Unarchive-Status    BINARY-LONG SIGNED.
        77 Sources-Read        BINARY-LONG VALUE ZERO.

      *  The account's postings in journal order.
        77 Post-Count          BINARY-LONG VALUE ZERO.
        77 Post-Max            BINARY-LONG VALUE 3000.
        77 Post-Overflow       PIC X(01) VALUE 'N'.
        77 Post-Idx            BINARY-LONG.
        77 Back-Idx            BINARY-LONG.
        01 Post-Table.
           05 Post-Entry OCCURS 3000 TIMES.
              10 Ps-Stamp      PIC 9(14).
              10 Ps-Sequence   PIC 9(08).
              10 Ps-Value-Date PIC 9(08).
              10 Ps-Amount     PIC S9(13)V99 COMP-3.
              10 Ps-Before-Bal PIC S9(13)V99 COMP-3.
              10 Ps-Before-Absent PIC X(01).
              10 Ps-After-Bal  PIC S9(13)V99 COMP-3.
              10 Ps-Origin     PIC X(02).
              10 Ps-Reference  PIC X(24).
              10 Ps-Rev-Mark   PIC X(01).
              10 Ps-Roll-Mark  PIC X(01).
        01 Image-Work.
           05 IMG-ACCT-NO          PIC X(12).
           05 IMG-MASTER-KEY       PIC X(20).
           05 IMG-BALANCE          PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 IMG-LAST-POSTED      PIC 9(08).
           05 IMG-PRODUCT-CODE     PIC X(04).
           05 IMG-CURRENCY         PIC X(03).
           05 IMG-ORIG-BALANCE     PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 IMG-LAST-ORIGIN      PIC X(02).
           05 IMG-LAST-ACTIVITY    PIC 9(08).
           05 IMG-LAST-REFERENCE   PIC X(24).
           05 FILLER               PIC X(15).
        01 Reversal-Reference.
           05 Rr-Flag             PIC X(01).
           05 Rr-Stamp            PIC X(14).
           05 Rr-Sequence         PIC X(08).
           05 FILLER              PIC X(01).
        77 Account-Currency    PIC X(03) VALUE Spaces.
        77 Opening-Balance     PIC S9(13)V99 COMP-3 VALUE ZERO.

      *  The state a rollback put the balance back to.
        77 Target-Absent       PIC X(01).
        77 Target-Bal          PIC S9(13)V99 COMP-3.
        77 Target-Found        PIC X(01).
        77 Current-Absent      PIC X(01).
        77 Current-Bal         PIC S9(13)V99 COMP-3.
        77 Break-Count         BINARY-LONG VALUE ZERO.
        77 Rolled-Count        BINARY-LONG VALUE ZERO.

        77 As-Of-Date          PIC 9(08).
        77 As-Of-Balance       PIC S9(13)V99 COMP-3.
        77 Running-Balance     PIC S9(13)V99 COMP-3.
        77 Period-Movement     PIC S9(13)V99 COMP-3.

      *  The range being listed, in value-date order.
        77 Order-Count         BINARY-LONG VALUE ZERO.
        77 Order-Idx           BINARY-LONG.
        77 Shift-Idx           BINARY-LONG.
        77 Shift-Done          PIC X(01).
        77 New-Date            PIC 9(08).
        01 Order-Table.
           05 Order-Entry      BINARY-LONG OCCURS 3000 TIMES.

      *  The last listing, kept for filing.
        77 List-Count          BINARY-LONG VALUE ZERO.
        77 List-Idx            BINARY-LONG.
        77 List-From           PIC 9(08).
        77 List-To             PIC 9(08).
        01 List-Table.
           05 List-Entry OCCURS 3010 TIMES.
              10 List-Line     PIC X(132).
              10 List-Amount   BINARY-DOUBLE.

        77 Amount-Edited       PIC -(13)9.99.
        77 Balance-Edited      PIC -(13)9.99.
        77 Cnt-Displayed       PIC Z(7)9.
        77 Src-Displayed       PIC ZZZ9.
        77 Mark-Text           PIC X(28).
        77 Report-Title        PIC X(80).
        77 Column-Heading      PIC X(132).
        77 Detail-Line         PIC X(132).
        77 Control-Value       PIC X(32).
        77 Amount-For-Writer   BINARY-DOUBLE VALUE ZERO.
        77 Report-Status       BINARY-LONG SIGNED.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Display 'gcobol account posting inquiry'.
           Display 'Operator id: ' with No Advancing.
           Accept Operator-Id from Console.

           Move 'gcobol-account-inquiry' to Auth-Tool.
           Call "CBL_OPERATOR_AUTH" using Operator-Id, Auth-Tool,
                        Auth-Level
                      returning Auth-Check-Status.
           If Auth-Check-Status Not = ZERO
              Display 'Operator ' Function Trim(Operator-Id)
                      ' is not authorized to inquire on accounts'
              Stop Run With Error Status 1
           End-If.

           Display 'Account number (12 bytes): ' with No Advancing.
           Accept Wanted-Acct from Console.
           If Wanted-Acct = Spaces
              Display 'An account number is required'
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-SETTINGS.
           Perform 1000-COLLECT-GENERATIONS.
           Perform 1100-TAKE-ONE-GENERATION
               Varying Gen-Idx From 1 By 1
               Until Gen-Idx > Gen-Count.
           Move Live-Journal-Path to Journal-Read-Path.
           Perform 1300-WALK-THIS-JOURNAL.

           If Post-Count = ZERO
              Display 'No journaled postings for account '
                      Wanted-Acct
              Stop Run With Error Status 1
           End-If.
           If Post-Overflow = 'Y'
              Display '*** more than ' Post-Max ' postings - only '
                      'the earliest are held'
           End-If.

           Perform 2000-FIND-THE-ROLLBACKS.
           Perform 3000-MARK-THE-REVERSALS.
           Perform 3500-SUMMARIZE-THE-ACCOUNT.

           Move 'L' to Mode-Answer.
           Perform 4000-TAKE-ONE-REQUEST
               Until Mode-Is-Quit.
           Stop Run.

       0100-RESOLVE-THE-SETTINGS.

           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.

           Move 'JOURNAL-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        JOURNAL-PATH
                      returning Config-Status.
           Move Config-Value to Live-Journal-Path.

           Move 'REVERSAL-REGISTER-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        RV-REG-PATH
                      returning Config-Status.
           Move Config-Value to Register-Path.

           Move 'ACCT-INQUIRY-RPT-DIR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        INQUIRY-RPT-DIR
                      returning Config-Status.
           Move Config-Value to Report-Dir.

           Move 'ACCT-INQUIRY-WORK-DIR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        INQUIRY-WORK
                      returning Config-Status.
           Move Config-Value to Work-Dir.
           Move Function posix-mkdir(Work-Dir, Dir-Mode-0755)
             to status-code.

       1000-COLLECT-GENERATIONS.

      *    Cut order is time order: the index is appended at each
      *    cutover, so its generations replay chronologically.
           Open Input INDEX-FILE.
           If Index-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Perform 1010-NOTE-ONE-INDEX-LINE
               Until Index-File-Status Not = '00'.
           Close INDEX-FILE.

       1010-NOTE-ONE-INDEX-LINE.

           Read INDEX-FILE
              At End
                 Move '10' to Index-File-Status
                 Exit Paragraph
           End-Read.
           Move 'N' to Gen-Found.
           Perform 1020-MATCH-ONE-GENERATION
               Varying Gen-Idx From 1 By 1
               Until Gen-Idx > Gen-Count
                  Or Gen-Found = 'Y'.
           If Gen-Found = 'N'
              If Gen-Count < Gen-Max
                 Add 1 to Gen-Count
                 Move JX-LOCATION to Gen-Kind(Gen-Count)
                 Move JX-FILE-PATH to Gen-Path(Gen-Count)
              Else
                 Display '*** generation ' Function Trim(JX-FILE-PATH)
                         ' not read - too many generations'
              End-If
           End-If.

       1020-MATCH-ONE-GENERATION.

           If Gen-Path(Gen-Idx) = JX-FILE-PATH
              Move 'Y' to Gen-Found
           End-If.

       1100-TAKE-ONE-GENERATION.

           If Gen-Kind(Gen-Idx) Not = 'A'
              Move Gen-Path(Gen-Idx) to Journal-Read-Path
              Perform 1300-WALK-THIS-JOURNAL
              Exit Paragraph
           End-If.

      *    A bundle: every member is a generation; each is read and
      *    its extracted copy removed again.
           Move ZERO to Member-Count.
           Call "CBL_UNARCHIVE" using Gen-Path(Gen-Idx), Work-Dir,
                        Member-Count, Member-Table
                      returning Unarchive-Status.
           If Unarchive-Status Not = ZERO
              Display '*** bundle ' Function Trim(Gen-Path(Gen-Idx))
                      ' could not be extracted - its postings are '
                      'missing'
           Else
              Perform 1110-READ-ONE-MEMBER
                  Varying Member-Idx From 1 By 1
                  Until Member-Idx > Member-Count
           End-If.
           Perform 1120-REMOVE-ONE-MEMBER
               Varying Member-Idx From 1 By 1
               Until Member-Idx > Member-Count.

       1110-READ-ONE-MEMBER.

           Move Member-Entry(Member-Idx) to Journal-Read-Path.
           Perform 1300-WALK-THIS-JOURNAL.

       1120-REMOVE-ONE-MEMBER.

           Call "CBL_DELETE_FILE" using Member-Entry(Member-Idx)
                returning status-code.

       1300-WALK-THIS-JOURNAL.

           Open Input JOURNAL-FILE.
           If Journal-File-Status Not = '00'
              Exit Paragraph
           End-If.
           Add 1 to Sources-Read.
           Perform 1400-JUDGE-ONE-ENTRY
               Until Journal-File-Status Not = '00'.
           Close JOURNAL-FILE.

       1400-JUDGE-ONE-ENTRY.

           Read JOURNAL-FILE
              At End
                 Move '10' to Journal-File-Status
                 Exit Paragraph
           End-Read.
           If JN-ACTION Not = 'B'
              Or JN-KEY(1:12) Not = Wanted-Acct
              Exit Paragraph
           End-If.
           If Post-Count Not < Post-Max
              Move 'Y' to Post-Overflow
              Exit Paragraph
           End-If.

           Add 1 to Post-Count.
           Move JN-RUN-STAMP to Ps-Stamp(Post-Count).
           Move JN-SEQUENCE to Ps-Sequence(Post-Count).
      *    A Low-Values before-image: the posting opened the
      *    account's balance record.
           If JN-BEFORE-IMAGE(1:20) = Low-Values
              Move 'Y' to Ps-Before-Absent(Post-Count)
              Move ZERO to Ps-Before-Bal(Post-Count)
           Else
              Move 'N' to Ps-Before-Absent(Post-Count)
              Move JN-BEFORE-IMAGE(1:128) to Image-Work
              Move IMG-ORIG-BALANCE to Ps-Before-Bal(Post-Count)
           End-If.
           Move JN-AFTER-IMAGE(1:128) to Image-Work.
           Move IMG-ORIG-BALANCE to Ps-After-Bal(Post-Count).
           Compute Ps-Amount(Post-Count) =
                   Ps-After-Bal(Post-Count)
                 - Ps-Before-Bal(Post-Count).
           Move IMG-LAST-POSTED to Ps-Value-Date(Post-Count).
           Move IMG-LAST-ORIGIN to Ps-Origin(Post-Count).
           Move IMG-LAST-REFERENCE to Ps-Reference(Post-Count).
           Move IMG-CURRENCY to Account-Currency.
           Move Space to Ps-Rev-Mark(Post-Count).
           Move Space to Ps-Roll-Mark(Post-Count).

       2000-FIND-THE-ROLLBACKS.

      *    Each after-image should be the next entry's before-image;
      *    where it is not, the balance was put back in between.
           Perform 2100-CHECK-ONE-LINK
               Varying Post-Idx From 1 By 1
               Until Post-Idx Not < Post-Count.

      *    The last posting must still be what the balance file
      *    holds.
           Move 'Y' to Current-Absent.
           Move ZERO to Current-Bal.
           Open Input BALANCE-FILE.
           If Balance-File-Status = '00'
              Move Wanted-Acct to BAL-ACCT-NO
              Read BALANCE-FILE
                 Invalid Key
                    Continue
                 Not Invalid Key
                    Move 'N' to Current-Absent
                    Move BAL-ORIG-BALANCE to Current-Bal
              End-Read
              Close BALANCE-FILE
           Else
              Display '*** balance file ' Function Trim(Balance-Path)
                      ' cannot be read - status ' Balance-File-Status
              Exit Paragraph
           End-If.
           If Current-Absent = 'Y'
              Or Current-Bal Not = Ps-After-Bal(Post-Count)
              Move Current-Absent to Target-Absent
              Move Current-Bal to Target-Bal
              Move Post-Count to Post-Idx
              Perform 2200-MARK-BACK-FROM-HERE
           End-If.

       2100-CHECK-ONE-LINK.

           If Ps-Before-Absent(Post-Idx + 1) = 'Y'
              Or Ps-Before-Bal(Post-Idx + 1)
                 Not = Ps-After-Bal(Post-Idx)
              Move Ps-Before-Absent(Post-Idx + 1) to Target-Absent
              Move Ps-Before-Bal(Post-Idx + 1) to Target-Bal
              Perform 2200-MARK-BACK-FROM-HERE
           End-If.

       2200-MARK-BACK-FROM-HERE.

      *    The nearest earlier before-image that matches the state
      *    restored is where the backout stopped.
           Move 'N' to Target-Found.
           Perform 2210-MATCH-ONE-BEFORE
               Varying Back-Idx From Post-Idx By -1
               Until Back-Idx < 1
                  Or Target-Found = 'Y'.
           If Target-Found = 'N'
              Move 'U' to Ps-Roll-Mark(Post-Idx)
              Add 1 to Break-Count
              Exit Paragraph
           End-If.
      *    The VARYING stepped once past the match.
           Add 1 to Back-Idx.
           Perform 2220-MARK-ONE-ROLLED
               Varying Back-Idx From Back-Idx By 1
               Until Back-Idx > Post-Idx.

       2210-MATCH-ONE-BEFORE.

           If Ps-Before-Absent(Back-Idx) = Target-Absent
              If Target-Absent = 'Y'
                 Or Ps-Before-Bal(Back-Idx) = Target-Bal
                 Move 'Y' to Target-Found
              End-If
           End-If.

       2220-MARK-ONE-ROLLED.

           If Ps-Roll-Mark(Back-Idx) Not = 'B'
              Move 'B' to Ps-Roll-Mark(Back-Idx)
              Add 1 to Rolled-Count
           End-If.

       3000-MARK-THE-REVERSALS.

      *    The register knows every reversal keyed, applied or not.
           Open Input REGISTER-FILE.
           If Register-File-Status = '00'
              Perform 3100-READ-ONE-REVERSAL
                  Until Register-File-Status Not = '00'
              Close REGISTER-FILE
           End-If.
           Perform 3200-MATCH-ONE-OFFSET
               Varying Post-Idx From 1 By 1
               Until Post-Idx > Post-Count.

       3100-READ-ONE-REVERSAL.

           Read REGISTER-FILE
              At End
                 Move '10' to Register-File-Status
                 Exit Paragraph
           End-Read.
           If RVR-ACCT-NO Not = Wanted-Acct
              Exit Paragraph
           End-If.
           Perform 3110-PEND-ONE-POSTING
               Varying Back-Idx From 1 By 1
               Until Back-Idx > Post-Count.

       3110-PEND-ONE-POSTING.

           If Ps-Stamp(Back-Idx) = RVR-RUN-STAMP
              And Ps-Sequence(Back-Idx) = RVR-SEQUENCE
              And Ps-Rev-Mark(Back-Idx) = Space
              Move 'P' to Ps-Rev-Mark(Back-Idx)
           End-If.

       3200-MATCH-ONE-OFFSET.

      *    An offset carries 'R', the original run stamp and the
      *    original sequence as its reference.
           If Ps-Origin(Post-Idx) Not = 'RV'
              Exit Paragraph
           End-If.
           Move 'V' to Ps-Rev-Mark(Post-Idx).
           Move Ps-Reference(Post-Idx) to Reversal-Reference.
           If Rr-Flag Not = 'R'
              Exit Paragraph
           End-If.
           Perform 3210-MARK-ONE-REVERSED
               Varying Back-Idx From 1 By 1
               Until Back-Idx > Post-Count.

       3210-MARK-ONE-REVERSED.

           If Ps-Stamp(Back-Idx) = Rr-Stamp
              And Ps-Sequence(Back-Idx) = Rr-Sequence
              And Ps-Rev-Mark(Back-Idx) Not = 'V'
              Move 'R' to Ps-Rev-Mark(Back-Idx)
           End-If.

       3500-SUMMARIZE-THE-ACCOUNT.

           Move Ps-Before-Bal(1) to Opening-Balance.
           Move Post-Count to Cnt-Displayed.
           Move Sources-Read to Src-Displayed.
           Display Function Trim(Cnt-Displayed) ' posting(s) for '
                   Wanted-Acct ' in ' Account-Currency
                   ' from ' Function Trim(Src-Displayed)
                   ' journal(s), earliest valued ' Ps-Value-Date(1).
           If Rolled-Count > ZERO
              Move Rolled-Count to Cnt-Displayed
              Display '  ' Function Trim(Cnt-Displayed)
                      ' rolled back - listed, not counted'
           End-If.
           If Break-Count > ZERO
              Move Break-Count to Cnt-Displayed
              Display '*** ' Function Trim(Cnt-Displayed)
                      ' image break(s) no rollback explains'
           End-If.

      *    Every standing posting, whatever its date, should add up
      *    to what the balance file holds.
           Move 99991231 to As-Of-Date.
           Perform 6000-COMPUTE-AS-OF.
           If Current-Absent = 'N'
              And As-Of-Balance Not = Current-Bal
              Move As-Of-Balance to Amount-Edited
              Move Current-Bal to Balance-Edited
              Display '*** journaled postings total ' Amount-Edited
                      ' but the balance file holds ' Balance-Edited
           End-If.

       4000-TAKE-ONE-REQUEST.

           Display 'L list, A as-of balance, F file listing, Q quit: '
                   with No Advancing.
           Accept Mode-Answer from Console.
           Evaluate True
              When Mode-Is-List
                 Perform 5000-LIST-THE-RANGE
              When Mode-Is-As-Of
                 Perform 4500-ANSWER-AS-OF
              When Mode-Is-File
                 Perform 7000-FILE-THE-LISTING
              When Mode-Is-Quit
                 Continue
              When Other
                 Display 'Unknown choice ' Mode-Answer
           End-Evaluate.

       4100-ACCEPT-A-DATE.

           Move 'Y' to Date-Ok.
           Accept Date-Answer from Console.
           If Date-Answer = Spaces
              Exit Paragraph
           End-If.
           If Date-Answer Is Not Numeric
              Display 'A date is eight digits, YYYYMMDD'
              Move 'N' to Date-Ok
              Exit Paragraph
           End-If.
           Move Date-Answer to Date-Given.

       4500-ANSWER-AS-OF.

           Display 'Balance as of (YYYYMMDD, blank = ' Pd-Date '): '
                   with No Advancing.
           Move Pd-Date to Date-Given.
           Perform 4100-ACCEPT-A-DATE.
           If Date-Ok = 'N'
              Exit Paragraph
           End-If.
           Move Date-Given to As-Of-Date.
           Perform 6000-COMPUTE-AS-OF.
           Move As-Of-Balance to Balance-Edited.
           Display 'Balance of ' Wanted-Acct ' at close of '
                   As-Of-Date ': ' Account-Currency ' '
                   Balance-Edited.
           If As-Of-Date < Ps-Value-Date(1)
              Display '  (the journal begins with a posting valued '
                      Ps-Value-Date(1) ' - this is the balance it '
                      'opened on)'
           End-If.

       5000-LIST-THE-RANGE.

           Display 'From value date (YYYYMMDD, blank = '
                   Ps-Value-Date(1) '): ' with No Advancing.
           Move Ps-Value-Date(1) to Date-Given.
           Perform 4100-ACCEPT-A-DATE.
           If Date-Ok = 'N'
              Exit Paragraph
           End-If.
           Move Date-Given to From-Date.
           Display 'To value date (YYYYMMDD, blank = '
                   Pd-Date '): ' with No Advancing.
           Move Pd-Date to Date-Given.
           Perform 4100-ACCEPT-A-DATE.
           If Date-Ok = 'N'
              Exit Paragraph
           End-If.
           Move Date-Given to To-Date.
           If To-Date < From-Date
              Display 'The range ends before it starts'
              Exit Paragraph
           End-If.

      *    Brought forward: the balance at the close of the day
      *    before the range.
           Compute Work-Day =
                   Function Integer-Of-Date(From-Date) - 1.
           Move Function Date-Of-Integer(Work-Day) to As-Of-Date.
           Perform 6000-COMPUTE-AS-OF.
           Move As-Of-Balance to Running-Balance.
           Move ZERO to Period-Movement.

           Move ZERO to Order-Count.
           Perform 5100-PLACE-ONE-POSTING
               Varying Post-Idx From 1 By 1
               Until Post-Idx > Post-Count.

           Move ZERO to List-Count.
           Move From-Date to List-From.
           Move To-Date to List-To.
           Move Running-Balance to Balance-Edited.
           Move Spaces to Detail-Line.
           String 'BROUGHT FWD ' As-Of-Date
                  Delimited By Size Into Detail-Line.
           Move Account-Currency to Detail-Line(29:3).
           Move Balance-Edited to Detail-Line(34:17).
           Move ZERO to Amount-For-Writer.
           Perform 5900-KEEP-ONE-LINE.

           Perform 5300-LIST-ONE-POSTING
               Varying Order-Idx From 1 By 1
               Until Order-Idx > Order-Count.

           Move Period-Movement to Amount-Edited.
           Move Running-Balance to Balance-Edited.
           Move Spaces to Detail-Line.
           String 'CARRIED FWD ' To-Date
                  Delimited By Size Into Detail-Line.
           Move Account-Currency to Detail-Line(29:3).
           Move Balance-Edited to Detail-Line(34:17).
           Move 'MOVEMENT' to Detail-Line(53:8).
           Move Amount-Edited to Detail-Line(62:17).
           Move ZERO to Amount-For-Writer.
           Perform 5900-KEEP-ONE-LINE.

           Display ' '.
           Display 'Account ' Wanted-Acct ' value dates '
                   From-Date ' to ' To-Date.
           Display 'VALUE DT            AMOUNT CCY   RUNNING BALANCE  '
                   'RUN STAMP/SEQUENCE       OR REFERENCE'
                   '                MARKS'.
           Perform 5950-SHOW-ONE-LINE
               Varying List-Idx From 1 By 1
               Until List-Idx > List-Count.
           Compute Cnt-Displayed = List-Count - 2.
           Display Function Trim(Cnt-Displayed) ' posting(s) listed'.

       5100-PLACE-ONE-POSTING.

           If Ps-Value-Date(Post-Idx) < From-Date
              Or Ps-Value-Date(Post-Idx) > To-Date
              Exit Paragraph
           End-If.
      *    Value-date order; within a date, journal order.
           Move Ps-Value-Date(Post-Idx) to New-Date.
           Move 'N' to Shift-Done.
           Move Order-Count to Shift-Idx.
           Perform 5110-SHIFT-ONE-UP
               Until Shift-Done = 'Y'.
           Move Post-Idx to Order-Entry(Shift-Idx + 1).
           Add 1 to Order-Count.

       5110-SHIFT-ONE-UP.

           If Shift-Idx < 1
              Move 'Y' to Shift-Done
              Exit Paragraph
           End-If.
           If Ps-Value-Date(Order-Entry(Shift-Idx)) Not > New-Date
              Move 'Y' to Shift-Done
              Exit Paragraph
           End-If.
           Move Order-Entry(Shift-Idx) to Order-Entry(Shift-Idx + 1).
           Subtract 1 from Shift-Idx.

       5300-LIST-ONE-POSTING.

           Move Order-Entry(Order-Idx) to Post-Idx.
           Move Spaces to Detail-Line.
           Move Ps-Value-Date(Post-Idx) to Detail-Line(1:8).
           Move Ps-Amount(Post-Idx) to Amount-Edited.
           Move Amount-Edited to Detail-Line(10:17).
           Move Account-Currency to Detail-Line(29:3).
      *    A rolled-back posting is shown but moves nothing.
           If Ps-Roll-Mark(Post-Idx) = 'B'
              Move ZERO to Amount-For-Writer
           Else
              Add Ps-Amount(Post-Idx) to Running-Balance
              Add Ps-Amount(Post-Idx) to Period-Movement
              Move Running-Balance to Balance-Edited
              Move Balance-Edited to Detail-Line(34:17)
              Compute Amount-For-Writer = Ps-Amount(Post-Idx) * 100
           End-If.
           Move Ps-Stamp(Post-Idx) to Detail-Line(53:14).
           Move '/' to Detail-Line(67:1).
           Move Ps-Sequence(Post-Idx) to Detail-Line(68:8).
           Move Ps-Origin(Post-Idx) to Detail-Line(78:2).
           Move Ps-Reference(Post-Idx) to Detail-Line(81:24).

           Move Spaces to Mark-Text.
           Evaluate Ps-Rev-Mark(Post-Idx)
              When 'V'
                 Move 'REVERSAL' to Mark-Text
              When 'R'
                 Move 'REVERSED' to Mark-Text
              When 'P'
                 Move 'REVERSAL PENDING' to Mark-Text
           End-Evaluate.
           Evaluate Ps-Roll-Mark(Post-Idx)
              When 'B'
                 If Mark-Text = Spaces
                    Move 'ROLLED BACK' to Mark-Text
                 Else
                    String Function Trim(Mark-Text) ' ROLLED BACK'
                           Delimited By Size Into Mark-Text
                 End-If
              When 'U'
                 If Mark-Text = Spaces
                    Move 'IMAGE BREAK' to Mark-Text
                 Else
                    String Function Trim(Mark-Text) ' IMAGE BREAK'
                           Delimited By Size Into Mark-Text
                 End-If
           End-Evaluate.
           Move Mark-Text to Detail-Line(106:27).
           Perform 5900-KEEP-ONE-LINE.

       5900-KEEP-ONE-LINE.

           Add 1 to List-Count.
           Move Detail-Line to List-Line(List-Count).
           Move Amount-For-Writer to List-Amount(List-Count).

       5950-SHOW-ONE-LINE.

           Display Function Trim(List-Line(List-Idx) Trailing).

       6000-COMPUTE-AS-OF.

           Move Opening-Balance to As-Of-Balance.
           Perform 6100-ADD-ONE-STANDING
               Varying Post-Idx From 1 By 1
               Until Post-Idx > Post-Count.

       6100-ADD-ONE-STANDING.

           If Ps-Value-Date(Post-Idx) Not > As-Of-Date
              And Ps-Roll-Mark(Post-Idx) Not = 'B'
              Add Ps-Amount(Post-Idx) to As-Of-Balance
           End-If.

       7000-FILE-THE-LISTING.

           If List-Count = ZERO
              Display 'List a range first (L), then file it'
              Exit Paragraph
           End-If.
           Move Spaces to Report-Path.
           String Function Trim(Report-Dir) '/gcobol-acct-inquiry-'
                  Function Trim(Wanted-Acct) '-' List-From '-'
                  List-To '.rpt'
                  Delimited By Size Into Report-Path.
           Move Spaces to Report-Title.
           String 'ACCOUNT POSTINGS - ' Function Trim(Wanted-Acct)
                  ' - ' List-From ' TO ' List-To
                  Delimited By Size Into Report-Title.
           Move 'VALUE DT            AMOUNT CCY   RUNNING BALANCE  '
             & 'RUN STAMP/SEQUENCE       OR REFERENCE'
             & '                MARKS'
             to Column-Heading.
           Call "CBL_REPORT_BEGIN" using Report-Path, Report-Title,
                        Column-Heading
                      returning Report-Status.
           If Report-Status Not = ZERO
              Display '*** cannot open the report '
                      Function Trim(Report-Path)
              Exit Paragraph
           End-If.
           Move Spaces to Control-Value.
           Move Wanted-Acct to Control-Value.
           Perform 7100-FILE-ONE-LINE
               Varying List-Idx From 1 By 1
               Until List-Idx > List-Count.
           Call "CBL_REPORT_END" returning Report-Status.
           Display 'Filed ' Function Trim(Report-Path).

           Move Spaces to Audit-Args.
           String 'filed account=' Function Trim(Wanted-Acct)
                  ' from=' List-From ' to=' List-To
                  ' report=' Function Trim(Report-Path)
                  ' by=' Function Trim(Operator-Id)
                  Delimited By Size Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-account-inquiry",
                        Audit-Args,
                        by value 0
                      returning Audit-Status.

       7100-FILE-ONE-LINE.

           Move List-Line(List-Idx) to Detail-Line.
           Move List-Amount(List-Idx) to Amount-For-Writer.
           Call "CBL_REPORT_LINE" using Detail-Line, Control-Value,
                by value Amount-For-Writer
                returning Report-Status.
