      *  End-of-day balance position snapshot for risk.  Freezes
      *  every account's closing balance - account, base balance,
      *  currency, original-currency balance - stamped with the
      *  processing date, with the account's holder (master key)
      *  and product as they stood that night, and publishes the
      *  file through the atomic pickup handshake so risk sees
      *  either nothing or the whole position.  The file-level
      *  control total goes to the control-total ledger (record
      *  count plus base-amount hash) so the snapshot reconciles
      *  like any other produced file.
      *  A second copy is published under the same name into the
      *  snapshot archive (SNAP-ARCHIVE-DIR - the entity's archive
      *  root when the chain runs an entity stream), which is where
      *  gcobol-group-position collects every entity's position
      *  for the group consolidation.
      *
      *  Each snapshot is also kept as a generation of the
      *  POSITION-SNAPSHOT generation group when that group is
      *  defined (CBL_GENERATION_GROUP), so "the position file from
      *  two runs ago" is generation -2 of that group however many
      *  the group keeps.  The copy is written under the group's +1
      *  name and catalogued only once the snapshot has been
      *  published; an undefined group just means no generation.
      *
      *  The consistency property lives in the job network, not in
      *  code: this step's predecessors are the posting engine and
       >>Define Constant BALANCE-PATH as "/tmp/gcobol-balance.mst"
       >>Define Constant SNAP-WORK-PATH as "/tmp/gcobol-position.wrk"
       >>Define Constant SNAP-PICKUP-DIR as "/tmp/outbound"
       >>Define Constant SNAP-ARCHIVE-DIR as "/tmp/gcobol-archive"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  POS-ORIG-BALANCE     PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  POS-PROC-DATE        PIC 9(08).
           05  POS-MASTER-KEY       PIC X(20).
           05  POS-PRODUCT-CODE     PIC X(04).

       WORKING-STORAGE SECTION.
        77 Balance-Path        PIC X(100) VALUE BALANCE-PATH.
        77 Snapshot-Work-Path  PIC X(100) VALUE SNAP-WORK-PATH.
        77 Pickup-Dir          PIC X(100).
        77 Archive-Dir         PIC X(100).
        77 Balance-File-Status PIC X(02).
        77 Snapshot-File-Status PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
           05 Total-File-Name     PIC X(100).
           05 Total-Record-Count  PIC 9(10).
           05 Total-Hash          PIC 9(16).
        77 Group-Status        BINARY-LONG SIGNED.
        77 Copy-Status         BINARY-LONG SIGNED.

      * CBL_GENERATION_GROUP request block.
        01 Gdg-Request.
           05 Gdg-Function        PIC X(01).
           05 Gdg-Relative        PIC S9(04)
                                  SIGN LEADING SEPARATE.
           05 Gdg-Base-Name       PIC X(200).
           05 Gdg-Limit           PIC 9(03).
           05 Gdg-Action          PIC X(01).
           05 Gdg-Archive-Dir     PIC X(200).
           05 Gdg-Absolute        PIC 9(04).
           05 Gdg-Path            PIC X(256).
           05 Gdg-Run-Id          PIC X(40).
           05 Gdg-Checksum        PIC 9(10).
           05 Gdg-Cataloged-Date  PIC 9(08).
           05 Gdg-Cataloged-Time  PIC 9(06).
           05 Gdg-Rolled-Off      PIC 9(03).
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.
        77 Cnt-Displayed       PIC Z(7)9.
                                        SNAP-PICKUP-DIR
                      returning Config-Status.
           Move Config-Value to Pickup-Dir.
           Move 'SNAP-ARCHIVE-DIR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        SNAP-ARCHIVE-DIR
                      returning Config-Status.
           Move Config-Value to Archive-Dir.

           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.
           Call "CBL_PUBLISH_FILE" using Snapshot-Work-Path,
                        Archive-Dir, Final-Name
                      returning Publish-Status.
           If Publish-Status Not = ZERO
              Display '*** snapshot archive copy failed, status '
                      Publish-Status
              Call "CBL_RUN_FOOTER"
                   using 'gcobol-position-snapshot'
                   by value 1, Accounts-Written, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           Perform 3000-KEEP-THE-GENERATION.

           Display Accounts-Written ' position(s) frozen as '
                   Function Trim(Final-Name) ' in '
                 Move BAL-CURRENCY to POS-CURRENCY
                 Move BAL-ORIG-BALANCE to POS-ORIG-BALANCE
                 Move Pd-Date to POS-PROC-DATE
                 Move BAL-MASTER-KEY to POS-MASTER-KEY
                 Move BAL-PRODUCT-CODE to POS-PRODUCT-CODE
                 Write SNAPSHOT-RECORD
                 Add 1 to Accounts-Written
                 If BAL-BALANCE < ZERO
                 End-If
                 Add Abs-Balance to Amount-Hash
           End-Read.

       3000-KEEP-THE-GENERATION.

           Move Spaces to Gdg-Request.
           Move 'R' to Gdg-Function.
           Move +1 to Gdg-Relative.
           Call "CBL_GENERATION_GROUP" using 'POSITION-SNAPSHOT',
                        Gdg-Request
                      returning Group-Status.
           If Group-Status = 1
              Exit Paragraph
           End-If.
           If Group-Status Not = ZERO
              Display '*** position generation not resolved, status '
                      Group-Status
              Exit Paragraph
           End-If.
           Call "CBL_COPY_FILE" using Snapshot-Work-Path, Gdg-Path
                      returning Copy-Status.
           If Copy-Status Not = ZERO
              Display '*** position generation not written to '
                      Function Trim(Gdg-Path)
              Exit Paragraph
           End-If.
           Move 'C' to Gdg-Function.
           Call "CBL_GENERATION_GROUP" using 'POSITION-SNAPSHOT',
                        Gdg-Request
                      returning Group-Status.
           Evaluate Group-Status
              When ZERO
                 Display 'Position kept as generation G' Gdg-Absolute
                         'V00, ' Gdg-Rolled-Off ' rolled off'
              When 6
                 Display '*** position kept as generation G'
                         Gdg-Absolute 'V00, but an old generation '
                         'could not be rolled off'
              When Other
                 Display '*** position generation not catalogued, '
                         'status ' Group-Status
           End-Evaluate.
