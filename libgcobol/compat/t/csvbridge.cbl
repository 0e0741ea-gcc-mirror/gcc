      *
      *  Both directions finish with row counts so the handoff
      *  reconciles.
      *
      *  The four files default to the shared handoff names and
      *  are site configuration (CSV-MAP-PATH, CSV-FIXED-PATH,
      *  CSV-OUT-PATH, CSV-REJECT-PATH), so an extract that writes
      *  its own field map - gcobol-profitability's - is exported
      *  by pointing the bridge at it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-csv-bridge.
           GNU-Linux.

       >>Define Constant CSV-MAP as "/tmp/gcobol-csv-map.dat"
       >>Define Constant CSV-FIXED as "/tmp/gcobol-extract.dat"
       >>Define Constant CSV-OUT as "/tmp/gcobol-extract.csv"
       >>Define Constant CSV-REJECT as "/tmp/gcobol-csv.rej"

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.
        77 Map-Path            PIC X(100) VALUE CSV-MAP.
        77 Fixed-Path          PIC X(100) VALUE CSV-FIXED.
        77 Csv-Path            PIC X(100) VALUE CSV-OUT.
        77 Reject-Path         PIC X(100) VALUE CSV-REJECT.
        77 Map-File-Status     PIC X(02).
        77 Fixed-File-Status   PIC X(02).
        77 Csv-File-Status     PIC X(02).
        77 Reject-File-Status  PIC X(02).
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Mode-Answer         PIC X(01).
           88 Mode-Is-Export      VALUE 'E' 'e'.
           88 Mode-Is-Import      VALUE 'I' 'i'.
       0000-MAINLINE.

           Display 'gcobol CSV bridge'.
           Perform 0100-RESOLVE-THE-PATHS.
           Perform 1000-LOAD-FIELD-MAP.
           If Field-Count = ZERO
              Display 'Field map ' Function Trim(Map-Path)
           End-If.
           Stop Run.

       0100-RESOLVE-THE-PATHS.

           Move 'CSV-MAP-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CSV-MAP
                      returning Config-Status.
           Move Config-Value to Map-Path.

           Move 'CSV-FIXED-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CSV-FIXED
                      returning Config-Status.
           Move Config-Value to Fixed-Path.

           Move 'CSV-OUT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CSV-OUT
                      returning Config-Status.
           Move Config-Value to Csv-Path.

           Move 'CSV-REJECT-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CSV-REJECT
                      returning Config-Status.
           Move Config-Value to Reject-Path.

       1000-LOAD-FIELD-MAP.

           Open Input MAP-FILE.
