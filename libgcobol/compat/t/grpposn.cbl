      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  This function is in the public domain.
      *  Contributed by
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  Group-level consolidation of the balance position.  Every
      *  entity's gcobol-position-snapshot freezes that entity's
      *  end-of-day position in its own base currency; this job runs
      *  once every entity's chain has finished and turns them into
      *  the one position group risk works from.
      *
      *  The expected entities are the group entity list (one fixed
      *  line per entity: entity id, then the entity's base
      *  currency; GROUP-ENTITY-PATH).  For each one the roots come
      *  from CBL_ENTITY_RESOLVE, and the entity must prove itself
      *  before any of its money counts:
      *    - its snapshot for the processing date, position.<date>,
      *      is in its archive root, every line stamped with that
      *      date;
      *    - the snapshot balances on the entity's own control-total
      *      ledger (registry root, gcobol-ctl-totals.dat): the
      *      latest record gcobol-position-snapshot produced there
      *      carries the record count and base-amount hash the
      *      archived file actually holds;
      *    - the group FX table (GROUP-FX-PATH; currency code, then
      *      group-currency units per unit of that currency - the
      *      posting engine's FX layout) has a rate for the entity's
      *      base currency, unless that already is the group
      *      reporting currency (GROUP-CURRENCY).
      *  An entity that fails any check raises a critical alert
      *  (GRP-HOLD) saying why, every entity is still checked so
      *  the night sees the whole list, and nothing is published:
      *  a group position missing an entity is worse than a late
      *  one.  The run ends nonzero so the chain can gate on it.
      *
      *  The consolidated file carries, per entity, one 'L' line per
      *  account currency (accounts, original-currency amount, base
      *  amount, group amount) and an 'E' entity subtotal; then one
      *  'C' line per account currency across the group and a final
      *  'G' group total, all in the group reporting currency.  The
      *  conversion is applied to each entity-currency base total,
      *  so every subtotal is the exact sum of the lines under it.
      *  The file is published to the group risk pickup
      *  (GROUP-PICKUP-DIR) through CBL_PUBLISH_FILE as
      *  group-position.<date>, and its control total goes to the
      *  control-total ledger like any other produced file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-group-position.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           GNU-Linux.
       OBJECT-COMPUTER.
           GNU-Linux.

       >>Define Constant GROUP-ENT-PATH as "/tmp/gcobol-group-ents.dat"
       >>Define Constant GROUP-FX-PATH as "/tmp/feeds/group-fx.dat"
       >>Define Constant GROUP-WORK-PATH as "/tmp/gcobol-group-pos.wrk"
       >>Define Constant GROUP-PICKUP-DIR as "/tmp/outbound"
       >>Define Constant GROUP-CCY as "USD"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-LIST-FILE
                  ASSIGN TO Entity-List-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Entity-List-Status.
           SELECT SNAPSHOT-FILE
                  ASSIGN TO Snapshot-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Snapshot-File-Status.
           SELECT LEDGER-FILE
                  ASSIGN TO Ledger-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Ledger-File-Status.
           SELECT GROUP-FILE
                  ASSIGN TO Group-Work-Path
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Group-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-LIST-FILE.
       01  ENTITY-LIST-RECORD.
           05  GE-ENTITY-ID         PIC X(08).
           05  GE-BASE-CURRENCY     PIC X(03).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  POS-ACCT-NO          PIC X(12).
           05  POS-BALANCE          PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  POS-CURRENCY         PIC X(03).
           05  POS-ORIG-BALANCE     PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  POS-PROC-DATE        PIC 9(08).
           05  POS-MASTER-KEY       PIC X(20).
           05  POS-PRODUCT-CODE     PIC X(04).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LED-DATE             PIC 9(08).
           05  LED-ROLE             PIC X(01).
           05  LED-JOB              PIC X(32).
           05  LED-FILE             PIC X(100).
           05  LED-COUNT            PIC 9(10).
           05  LED-HASH             PIC 9(16).
           05  LED-RUN-ID           PIC X(40).

       FD  GROUP-FILE.
       01  GROUP-RECORD.
           05  GRP-REC-TYPE         PIC X(01).
               88  GRP-IS-LINE          VALUE 'L'.
               88  GRP-IS-ENTITY        VALUE 'E'.
               88  GRP-IS-CURRENCY      VALUE 'C'.
               88  GRP-IS-GROUP         VALUE 'G'.
           05  GRP-PROC-DATE        PIC 9(08).
           05  GRP-ENTITY-ID        PIC X(08).
           05  GRP-CURRENCY         PIC X(03).
           05  GRP-ACCOUNTS         PIC 9(08).
           05  GRP-ORIG-AMOUNT      PIC S9(15)V99
                                    SIGN LEADING SEPARATE.
           05  GRP-BASE-CURRENCY    PIC X(03).
           05  GRP-BASE-AMOUNT      PIC S9(15)V99
                                    SIGN LEADING SEPARATE.
           05  GRP-GROUP-CURRENCY   PIC X(03).
           05  GRP-GROUP-AMOUNT     PIC S9(15)V99
                                    SIGN LEADING SEPARATE.
           05  GRP-FX-RATE          PIC 9(03)V9(06).

       WORKING-STORAGE SECTION.
        77 Entity-List-Path     PIC X(100).
        77 Snapshot-Path        PIC X(256).
        77 Ledger-Path          PIC X(256).
        77 Group-Work-Path      PIC X(100) VALUE GROUP-WORK-PATH.
        77 Pickup-Dir           PIC X(100).
        77 Fx-Rate-Path         PIC X(100).
        77 Entity-List-Status   PIC X(02).
        77 Snapshot-File-Status PIC X(02).
        77 Ledger-File-Status   PIC X(02).
        77 Group-File-Status    PIC X(02).
        77 status-code          BINARY-LONG SIGNED.
        77 Config-Key           PIC X(32).
        77 Config-Value         PIC X(256).
        77 Config-Status        BINARY-LONG SIGNED.
        77 Group-Currency       PIC X(03).
        77 Processing-Date      PIC 9(08).
        77 Pd-Status            BINARY-LONG SIGNED.
        01 Pd-Request.
           05 Pd-Function      PIC X(01).
           05 Pd-Date          PIC 9(08).
        77 Calendar-Status      BINARY-LONG SIGNED.
        01 Cal-Request.
           05 Cal-Function          PIC X(01).
           05 Cal-Date              PIC 9(08).
           05 Cal-Epoch             BINARY-DOUBLE.
           05 Cal-Business-Seconds  BINARY-DOUBLE.

        77 Entity-Status        BINARY-LONG SIGNED.
        01 Entity-Profile.
           05 Entity-Feeds-Root    PIC X(100).
           05 Entity-Staging-Root  PIC X(100).
           05 Entity-Reports-Root  PIC X(100).
           05 Entity-Archives-Root PIC X(100).
           05 Entity-Registry-Root PIC X(100).

        77 Fx-Status            BINARY-LONG SIGNED.
        77 Fx-Loaded            PIC X(01) VALUE 'N'.
        77 Fx-Key-Len           BINARY-LONG VALUE 3.
        77 Fx-Rec-Len           BINARY-LONG VALUE 16.
        01 Fx-Table-Handle.
           05 Fx-Rt-Memory      USAGE POINTER.
           05 Fx-Rt-Count       BINARY-LONG.
           05 Fx-Rt-Key-Len     BINARY-LONG.
           05 Fx-Rt-Rec-Len     BINARY-LONG.
        01 Fx-Result.
           05 Fx-Res-Currency   PIC X(03).
           05 Fx-Res-Rate       PIC 9(03)V9(06).
           05 FILLER            PIC X(04).

      * The expected entities, in list order, and what each one
      * brought to the group.
        77 Entity-Count         BINARY-LONG VALUE ZERO.
        77 Max-Entities         BINARY-LONG VALUE 50.
        77 Ent-Idx              BINARY-LONG.
        01 Entity-Table.
           05 Entity-Entry OCCURS 50 TIMES.
              10 Ent-Id            PIC X(08).
              10 Ent-Base-Currency PIC X(03).
              10 Ent-Fx-Rate       PIC 9(03)V9(06).
              10 Ent-Accounts      BINARY-LONG.
              10 Ent-Base-Total    PIC S9(15)V99.
              10 Ent-Group-Total   PIC S9(15)V99.

      * One line per entity and account currency.
        77 Line-Count           BINARY-LONG VALUE ZERO.
        77 Max-Lines            BINARY-LONG VALUE 500.
        77 Line-Idx             BINARY-LONG.
        77 Found-Idx            BINARY-LONG.
        01 Line-Table.
           05 Line-Entry OCCURS 500 TIMES.
              10 Ln-Entity-Idx     BINARY-LONG.
              10 Ln-Currency       PIC X(03).
              10 Ln-Accounts       BINARY-LONG.
              10 Ln-Orig-Total     PIC S9(15)V99.
              10 Ln-Base-Total     PIC S9(15)V99.
              10 Ln-Group-Total    PIC S9(15)V99.

      * The same currencies summed across the group.
        77 Currency-Count       BINARY-LONG VALUE ZERO.
        77 Max-Currencies       BINARY-LONG VALUE 100.
        77 Ccy-Idx              BINARY-LONG.
        01 Currency-Table.
           05 Currency-Entry OCCURS 100 TIMES.
              10 Cy-Currency       PIC X(03).
              10 Cy-Accounts       BINARY-LONG.
              10 Cy-Orig-Total     PIC S9(15)V99.
              10 Cy-Group-Total    PIC S9(15)V99.

        77 Group-Accounts       BINARY-LONG VALUE ZERO.
        77 Group-Total          PIC S9(15)V99 VALUE ZERO.

      * Per-entity proof: what the archived snapshot holds against
      * what the entity's ledger says was produced.
        77 Entity-Ok            PIC X(01).
        77 Block-Reason         PIC X(120).
        77 Snap-Records         BINARY-LONG.
        77 Snap-Hash            PIC 9(16).
        77 Snap-Wrong-Date      BINARY-LONG.
        77 Abs-Balance          PIC 9(13)V99.
        77 Ledger-Seen          PIC X(01).
        77 Ledger-Count         PIC 9(10).
        77 Ledger-Hash          PIC 9(16).
        77 Records-Displayed    PIC 9(10).
        77 Entities-Blocked     BINARY-LONG VALUE ZERO.

        77 Alert-Severity       PIC X(01).
        77 Alert-Code           PIC X(08).
        77 Alert-Text           PIC X(200).
        77 Alert-Status         BINARY-LONG SIGNED.

        77 Records-Written      BINARY-LONG VALUE ZERO.
        77 Write-Failures       BINARY-LONG VALUE ZERO.
        77 Amount-Hash          PIC 9(16) VALUE ZERO.
        77 Abs-Amount           PIC 9(15)V99.
        77 Final-Name           PIC X(100).
        77 Publish-Status       BINARY-LONG SIGNED.
        77 Total-Status         BINARY-LONG SIGNED.
        01 Total-Request.
           05 Total-Role          PIC X(01).
           05 Total-File-Name     PIC X(100).
           05 Total-Record-Count  PIC 9(10).
           05 Total-Hash          PIC 9(16).
        77 Total-Edited         PIC -(15)9.99.
        77 Audit-Args           PIC X(1024).
        77 Audit-Status         PIC 9(8) COMP-5.
        77 Cnt-Displayed        PIC Z(7)9.
        77 Blocked-Displayed    PIC Z(7)9.
        77 Footer-Status        BINARY-LONG SIGNED.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           Call "CBL_RUN_HEADER" using 'gcobol-group-position'
                returning status-code.

           Call "CBL_RUN_GUARD" using 'gcobol-group-position'
                returning status-code.
           If status-code Not = ZERO
              Stop Run With Error Status 1
           End-If.

           Perform 0100-RESOLVE-THE-SETTINGS.

           Call "CBL_REF_TABLE_LOAD"
                using Fx-Table-Handle, Fx-Rate-Path,
                by value Fx-Key-Len, by value Fx-Rec-Len
                returning Fx-Status.
           If Fx-Status = ZERO
              Move 'Y' to Fx-Loaded
           Else
              Display 'Group FX table '
                      Function Trim(Fx-Rate-Path)
                      ' failed to load, status ' Fx-Status
                      ' - only ' Group-Currency
                      ' entities can be consolidated'
           End-If.

           Open Input ENTITY-LIST-FILE.
           If Entity-List-Status Not = '00'
              Display 'Cannot open group entity list '
                      Function Trim(Entity-List-Path)
                      ' - file status ' Entity-List-Status
              Stop Run With Error Status 1
           End-If.
           Perform 2000-CONSOLIDATE-ONE-ENTITY
               Until Entity-List-Status Not = '00'.
           Close ENTITY-LIST-FILE.
           If Fx-Loaded = 'Y'
              Call "CBL_REF_TABLE_FREE" using Fx-Table-Handle
                   returning Fx-Status
           End-If.

           If Entity-Count = ZERO
              Display 'Group entity list '
                      Function Trim(Entity-List-Path)
                      ' names no entities - nothing to consolidate'
              Add 1 to Entities-Blocked
           End-If.

           Display 'Entities expected:   ' Entity-Count.
           Display 'Entities blocked:    ' Entities-Blocked.

      *    One entity short and the group sees nothing: a partial
      *    group position is not published.
           If Entities-Blocked > ZERO
              Display '*** group position for ' Processing-Date
                      ' withheld - ' Entities-Blocked
                      ' entity check(s) failed'
              Perform 8000-AUDIT-THE-RUN
              Call "CBL_RUN_FOOTER" using 'gcobol-group-position'
                   by value 1, Entity-Count, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           Perform 3000-PRICE-ONE-LINE
               Varying Line-Idx From 1 By 1
                 Until Line-Idx > Line-Count.
           Perform 4000-WRITE-THE-POSITION.
           If Group-File-Status Not = '00'
              Or Write-Failures > ZERO
              Perform 8000-AUDIT-THE-RUN
              Call "CBL_RUN_FOOTER" using 'gcobol-group-position'
                   by value 1, Entity-Count, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           Move 'P' to Total-Role.
           Move Group-Work-Path to Total-File-Name.
           Move Records-Written to Total-Record-Count.
           Move Amount-Hash to Total-Hash.
           Call "CBL_CONTROL_TOTAL"
                using 'gcobol-group-position', Total-Request
                      returning Total-Status.

           Move Spaces to Final-Name.
           String 'group-position.' Processing-Date
                  Delimited By Size Into Final-Name.
           Call "CBL_PUBLISH_FILE" using Group-Work-Path,
                        Pickup-Dir, Final-Name
                      returning Publish-Status.
           If Publish-Status Not = ZERO
              Display '*** group position publish failed, status '
                      Publish-Status
              Perform 8000-AUDIT-THE-RUN
              Call "CBL_RUN_FOOTER" using 'gcobol-group-position'
                   by value 1, Entity-Count, 0
                   returning Footer-Status
              Stop Run With Error Status 1
           End-If.

           Move Group-Total to Total-Edited.
           Display 'Accounts consolidated:' Group-Accounts.
           Display 'Group position:      ' Group-Currency ' '
                   Function Trim(Total-Edited).
           Display 'Published as ' Function Trim(Final-Name) ' in '
                   Function Trim(Pickup-Dir).

           Perform 8000-AUDIT-THE-RUN.
           Call "CBL_RUN_FOOTER" using 'gcobol-group-position'
                by value 0, Entity-Count, Records-Written
                returning Footer-Status.
           Stop Run.

       0100-RESOLVE-THE-SETTINGS.

      *    The group runs on the same business night as the entity
      *    chains it follows.
           Move 'G' to Pd-Function.
           Move ZERO to Pd-Date.
           Call "CBL_PROCESSING_DATE" using Pd-Request
                returning Pd-Status.
           If Pd-Status = ZERO And Pd-Date Not = ZERO
              Move Pd-Date to Processing-Date
           Else
              Move 'P' to Cal-Function
              Call "CBL_BUSINESS_CALENDAR" using Cal-Request
                   returning Calendar-Status
              Move Cal-Date to Processing-Date
           End-If.

           Move 'GROUP-ENTITY-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        GROUP-ENT-PATH
                      returning Config-Status.
           Move Config-Value to Entity-List-Path.

           Move 'GROUP-FX-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        GROUP-FX-PATH
                      returning Config-Status.
           Move Config-Value to Fx-Rate-Path.

           Move 'GROUP-PICKUP-DIR' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        GROUP-PICKUP-DIR
                      returning Config-Status.
           Move Config-Value to Pickup-Dir.

           Move 'GROUP-CURRENCY' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        GROUP-CCY
                      returning Config-Status.
           Move Config-Value(1:3) to Group-Currency.

       2000-CONSOLIDATE-ONE-ENTITY.

           Read ENTITY-LIST-FILE
              At End
                 Move '10' to Entity-List-Status
                 Exit Paragraph
           End-Read.
           If GE-ENTITY-ID = Spaces
              Exit Paragraph
           End-If.
           If Entity-Count >= Max-Entities
              Move 'group entity table full - entity not consolidated'
                to Block-Reason
              Perform 2900-BLOCK-THE-ENTITY
              Exit Paragraph
           End-If.
           Add 1 to Entity-Count.
           Move Entity-Count to Ent-Idx.
           Move GE-ENTITY-ID to Ent-Id(Ent-Idx).
           Move GE-BASE-CURRENCY to Ent-Base-Currency(Ent-Idx).
           Move ZERO to Ent-Fx-Rate(Ent-Idx).
           Move ZERO to Ent-Accounts(Ent-Idx).
           Move ZERO to Ent-Base-Total(Ent-Idx).
           Move ZERO to Ent-Group-Total(Ent-Idx).
           Move 'Y' to Entity-Ok.

           Call "CBL_ENTITY_RESOLVE" using GE-ENTITY-ID, Entity-Profile
                returning Entity-Status.
           If Entity-Status Not = ZERO
              Move Entity-Status to Cnt-Displayed
              Move Spaces to Block-Reason
              String 'not in the entity profile, lookup status '
                     Function Trim(Cnt-Displayed)
                     Delimited By Size Into Block-Reason
              Perform 2900-BLOCK-THE-ENTITY
              Exit Paragraph
           End-If.

           Perform 2100-PRICE-THE-ENTITY.
           If Entity-Ok Not = 'Y'
              Exit Paragraph
           End-If.
           Perform 2200-READ-THE-SNAPSHOT.
           If Entity-Ok Not = 'Y'
              Exit Paragraph
           End-If.
           Perform 2300-CHECK-THE-LEDGER.
           If Entity-Ok Not = 'Y'
              Exit Paragraph
           End-If.

           Display 'Entity ' Ent-Id(Ent-Idx) ': '
                   Snap-Records ' position(s) in '
                   Ent-Base-Currency(Ent-Idx) ', balanced'.

       2100-PRICE-THE-ENTITY.

           If GE-BASE-CURRENCY = Group-Currency
              Move 1 to Ent-Fx-Rate(Ent-Idx)
              Exit Paragraph
           End-If.
           Move 1 to Fx-Status.
           If Fx-Loaded = 'Y'
              Call "CBL_REF_TABLE_FIND"
                   using Fx-Table-Handle, GE-BASE-CURRENCY, Fx-Result
                   returning Fx-Status
           End-If.
           If Fx-Status Not = ZERO
              Move Spaces to Block-Reason
              String 'no group FX rate for base currency '
                     GE-BASE-CURRENCY
                     Delimited By Size Into Block-Reason
              Perform 2900-BLOCK-THE-ENTITY
              Exit Paragraph
           End-If.
           Move Fx-Res-Rate to Ent-Fx-Rate(Ent-Idx).

       2200-READ-THE-SNAPSHOT.

           Move Spaces to Snapshot-Path.
           String Function Trim(Entity-Archives-Root)
                  '/position.' Processing-Date
                  Delimited By Size Into Snapshot-Path.
           Move ZERO to Snap-Records.
           Move ZERO to Snap-Hash.
           Move ZERO to Snap-Wrong-Date.

           Open Input SNAPSHOT-FILE.
           If Snapshot-File-Status Not = '00'
              Move Spaces to Block-Reason
              String 'no position snapshot '
                     Function Trim(Snapshot-Path)
                     Delimited By Size Into Block-Reason
              Perform 2900-BLOCK-THE-ENTITY
              Exit Paragraph
           End-If.
           Perform 2210-FOLD-ONE-POSITION
               Until Snapshot-File-Status Not = '00'
                  Or Entity-Ok Not = 'Y'.
           Close SNAPSHOT-FILE.
           If Entity-Ok Not = 'Y'
              Exit Paragraph
           End-If.

           If Snap-Wrong-Date > ZERO
              Move Spaces to Block-Reason
              String 'snapshot holds positions not dated '
                     Processing-Date
                     Delimited By Size Into Block-Reason
              Perform 2900-BLOCK-THE-ENTITY
           End-If.

       2210-FOLD-ONE-POSITION.

           Read SNAPSHOT-FILE
              At End
                 Move '10' to Snapshot-File-Status
                 Exit Paragraph
           End-Read.
           Add 1 to Snap-Records.
           If POS-PROC-DATE Not = Processing-Date
              Add 1 to Snap-Wrong-Date
           End-If.

      *    The hash exactly as the snapshot job built it.
           If POS-BALANCE < ZERO
              Compute Abs-Balance = ZERO - POS-BALANCE
           Else
              Move POS-BALANCE to Abs-Balance
           End-If.
           Add Abs-Balance to Snap-Hash.

           Move ZERO to Found-Idx.
           Perform 2220-MATCH-ONE-LINE
               Varying Line-Idx From 1 By 1
                 Until Line-Idx > Line-Count
                    Or Found-Idx > ZERO.
           If Found-Idx = ZERO
              If Line-Count >= Max-Lines
                 Move 'entity-currency table full' to Block-Reason
                 Perform 2900-BLOCK-THE-ENTITY
                 Exit Paragraph
              End-If
              Add 1 to Line-Count
              Move Line-Count to Found-Idx
              Move Ent-Idx to Ln-Entity-Idx(Found-Idx)
              Move POS-CURRENCY to Ln-Currency(Found-Idx)
              Move ZERO to Ln-Accounts(Found-Idx)
              Move ZERO to Ln-Orig-Total(Found-Idx)
              Move ZERO to Ln-Base-Total(Found-Idx)
              Move ZERO to Ln-Group-Total(Found-Idx)
           End-If.
           Add 1 to Ln-Accounts(Found-Idx).
           Add POS-ORIG-BALANCE to Ln-Orig-Total(Found-Idx).
           Add POS-BALANCE to Ln-Base-Total(Found-Idx).

       2220-MATCH-ONE-LINE.

           If Ln-Entity-Idx(Line-Idx) = Ent-Idx
              And Ln-Currency(Line-Idx) = POS-CURRENCY
              Move Line-Idx to Found-Idx
           End-If.

       2300-CHECK-THE-LEDGER.

      *    The latest record the snapshot job produced in this
      *    entity's ledger is the one that describes the archived
      *    file - a rerun's totals supersede the aborted attempt's.
           Move Spaces to Ledger-Path.
           String Function Trim(Entity-Registry-Root)
                  '/gcobol-ctl-totals.dat'
                  Delimited By Size Into Ledger-Path.
           Move 'N' to Ledger-Seen.
           Move ZERO to Ledger-Count.
           Move ZERO to Ledger-Hash.

           Open Input LEDGER-FILE.
           If Ledger-File-Status Not = '00'
              Move Spaces to Block-Reason
              String 'no control-total ledger '
                     Function Trim(Ledger-Path)
                     Delimited By Size Into Block-Reason
              Perform 2900-BLOCK-THE-ENTITY
              Exit Paragraph
           End-If.
           Perform 2310-SCAN-ONE-TOTAL
               Until Ledger-File-Status Not = '00'.
           Close LEDGER-FILE.

           Evaluate True
              When Ledger-Seen Not = 'Y'
                 Move 'snapshot has no produced total on the ledger'
                   to Block-Reason
                 Perform 2900-BLOCK-THE-ENTITY
              When Ledger-Count Not = Snap-Records
                 Or Ledger-Hash Not = Snap-Hash
                 Move Snap-Records to Records-Displayed
                 Move Spaces to Block-Reason
                 String 'snapshot unreconciled: ledger '
                        Ledger-Count '/' Ledger-Hash
                        ' archive ' Records-Displayed '/' Snap-Hash
                        Delimited By Size Into Block-Reason
                 Perform 2900-BLOCK-THE-ENTITY
              When Other
                 Continue
           End-Evaluate.

       2310-SCAN-ONE-TOTAL.

           Read LEDGER-FILE
              At End
                 Move '10' to Ledger-File-Status
              Not At End
                 If LED-ROLE = 'P'
                    And LED-JOB = 'gcobol-position-snapshot'
                    Move 'Y' to Ledger-Seen
                    Move LED-COUNT to Ledger-Count
                    Move LED-HASH to Ledger-Hash
                 End-If
           End-Read.

       2900-BLOCK-THE-ENTITY.

           Move 'N' to Entity-Ok.
           Add 1 to Entities-Blocked.
           Display '*** entity ' GE-ENTITY-ID ' blocked: '
                   Function Trim(Block-Reason).
           Move 'C' to Alert-Severity.
           Move 'GRP-HOLD' to Alert-Code.
           Move Spaces to Alert-Text.
           String 'Group position ' Processing-Date
                  ' withheld - entity ' GE-ENTITY-ID ' '
                  Function Trim(Block-Reason)
                  Delimited By Size Into Alert-Text.
           Call "CBL_RAISE_ALERT" using Alert-Severity, Alert-Code,
                        Alert-Text
                      returning Alert-Status.

       3000-PRICE-ONE-LINE.

      *    Each entity-currency base total converts once, and every
      *    subtotal above it is a plain sum of converted lines.
           Move Ln-Entity-Idx(Line-Idx) to Ent-Idx.
           Compute Ln-Group-Total(Line-Idx) Rounded =
                   Ln-Base-Total(Line-Idx) * Ent-Fx-Rate(Ent-Idx).
           Add Ln-Accounts(Line-Idx) to Ent-Accounts(Ent-Idx).
           Add Ln-Base-Total(Line-Idx) to Ent-Base-Total(Ent-Idx).
           Add Ln-Group-Total(Line-Idx) to Ent-Group-Total(Ent-Idx).
           Add Ln-Accounts(Line-Idx) to Group-Accounts.
           Add Ln-Group-Total(Line-Idx) to Group-Total.

           Move ZERO to Found-Idx.
           Perform 3100-MATCH-ONE-CURRENCY
               Varying Ccy-Idx From 1 By 1
                 Until Ccy-Idx > Currency-Count
                    Or Found-Idx > ZERO.
           If Found-Idx = ZERO
              If Currency-Count >= Max-Currencies
                 Display '*** currency table full - '
                         Ln-Currency(Line-Idx)
                         ' left out of the currency subtotals'
                 Exit Paragraph
              End-If
              Add 1 to Currency-Count
              Move Currency-Count to Found-Idx
              Move Ln-Currency(Line-Idx) to Cy-Currency(Found-Idx)
              Move ZERO to Cy-Accounts(Found-Idx)
              Move ZERO to Cy-Orig-Total(Found-Idx)
              Move ZERO to Cy-Group-Total(Found-Idx)
           End-If.
           Add Ln-Accounts(Line-Idx) to Cy-Accounts(Found-Idx).
           Add Ln-Orig-Total(Line-Idx) to Cy-Orig-Total(Found-Idx).
           Add Ln-Group-Total(Line-Idx) to Cy-Group-Total(Found-Idx).

       3100-MATCH-ONE-CURRENCY.

           If Cy-Currency(Ccy-Idx) = Ln-Currency(Line-Idx)
              Move Ccy-Idx to Found-Idx
           End-If.

       4000-WRITE-THE-POSITION.

           Open Output GROUP-FILE.
           If Group-File-Status Not = '00'
              Display 'Cannot open group position work file '
                      Function Trim(Group-Work-Path)
                      ' - file status ' Group-File-Status
              Exit Paragraph
           End-If.

           Perform 4100-WRITE-ONE-ENTITY
               Varying Ent-Idx From 1 By 1
                 Until Ent-Idx > Entity-Count.
           Perform 4300-WRITE-ONE-CURRENCY
               Varying Ccy-Idx From 1 By 1
                 Until Ccy-Idx > Currency-Count.

           Move Spaces to GROUP-RECORD.
           Move 'G' to GRP-REC-TYPE.
           Move Processing-Date to GRP-PROC-DATE.
           Move Group-Accounts to GRP-ACCOUNTS.
           Move ZERO to GRP-ORIG-AMOUNT.
           Move ZERO to GRP-BASE-AMOUNT.
           Move Group-Currency to GRP-GROUP-CURRENCY.
           Move Group-Total to GRP-GROUP-AMOUNT.
           Move ZERO to GRP-FX-RATE.
           Perform 4900-WRITE-ONE-RECORD.
           Close GROUP-FILE.

       4100-WRITE-ONE-ENTITY.

           Perform 4200-WRITE-ONE-LINE
               Varying Line-Idx From 1 By 1
                 Until Line-Idx > Line-Count.

           Move Spaces to GROUP-RECORD.
           Move 'E' to GRP-REC-TYPE.
           Move Processing-Date to GRP-PROC-DATE.
           Move Ent-Id(Ent-Idx) to GRP-ENTITY-ID.
           Move Ent-Accounts(Ent-Idx) to GRP-ACCOUNTS.
           Move ZERO to GRP-ORIG-AMOUNT.
           Move Ent-Base-Currency(Ent-Idx) to GRP-BASE-CURRENCY.
           Move Ent-Base-Total(Ent-Idx) to GRP-BASE-AMOUNT.
           Move Group-Currency to GRP-GROUP-CURRENCY.
           Move Ent-Group-Total(Ent-Idx) to GRP-GROUP-AMOUNT.
           Move Ent-Fx-Rate(Ent-Idx) to GRP-FX-RATE.
           Perform 4900-WRITE-ONE-RECORD.

       4200-WRITE-ONE-LINE.

           If Ln-Entity-Idx(Line-Idx) Not = Ent-Idx
              Exit Paragraph
           End-If.
           Move Spaces to GROUP-RECORD.
           Move 'L' to GRP-REC-TYPE.
           Move Processing-Date to GRP-PROC-DATE.
           Move Ent-Id(Ent-Idx) to GRP-ENTITY-ID.
           Move Ln-Currency(Line-Idx) to GRP-CURRENCY.
           Move Ln-Accounts(Line-Idx) to GRP-ACCOUNTS.
           Move Ln-Orig-Total(Line-Idx) to GRP-ORIG-AMOUNT.
           Move Ent-Base-Currency(Ent-Idx) to GRP-BASE-CURRENCY.
           Move Ln-Base-Total(Line-Idx) to GRP-BASE-AMOUNT.
           Move Group-Currency to GRP-GROUP-CURRENCY.
           Move Ln-Group-Total(Line-Idx) to GRP-GROUP-AMOUNT.
           Move Ent-Fx-Rate(Ent-Idx) to GRP-FX-RATE.
           Perform 4900-WRITE-ONE-RECORD.

      *    The file hash is over the converted line amounts, the
      *    money every subtotal is built from.
           If Ln-Group-Total(Line-Idx) < ZERO
              Compute Abs-Amount = ZERO - Ln-Group-Total(Line-Idx)
           Else
              Move Ln-Group-Total(Line-Idx) to Abs-Amount
           End-If.
           Add Abs-Amount to Amount-Hash.

       4300-WRITE-ONE-CURRENCY.

           Move Spaces to GROUP-RECORD.
           Move 'C' to GRP-REC-TYPE.
           Move Processing-Date to GRP-PROC-DATE.
           Move Cy-Currency(Ccy-Idx) to GRP-CURRENCY.
           Move Cy-Accounts(Ccy-Idx) to GRP-ACCOUNTS.
           Move Cy-Orig-Total(Ccy-Idx) to GRP-ORIG-AMOUNT.
           Move ZERO to GRP-BASE-AMOUNT.
           Move Group-Currency to GRP-GROUP-CURRENCY.
           Move Cy-Group-Total(Ccy-Idx) to GRP-GROUP-AMOUNT.
           Move ZERO to GRP-FX-RATE.
           Perform 4900-WRITE-ONE-RECORD.

       4900-WRITE-ONE-RECORD.

           Write GROUP-RECORD.
           If Group-File-Status = '00'
              Add 1 to Records-Written
           Else
              Add 1 to Write-Failures
              Display '*** group position write failed, status '
                      Group-File-Status
           End-If.

       8000-AUDIT-THE-RUN.

           Move Entity-Count to Cnt-Displayed.
           Move Entities-Blocked to Blocked-Displayed.
           Move Spaces to Audit-Args.
           String 'date=' Processing-Date
                  ' entities=' Function Trim(Cnt-Displayed)
                  ' blocked=' Function Trim(Blocked-Displayed)
                  ' ccy=' Group-Currency
                  Delimited By Size
             Into Audit-Args.
           Call "CBL_AUDIT_LOG" using "gcobol-group-position",
                        Audit-Args,
                        by value Entities-Blocked
                      returning Audit-Status.
