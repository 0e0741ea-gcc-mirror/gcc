      *  When producer or consumer wrote more than one record for
      *  the same date and file, the latest one wins - a rerun's
      *  totals supersede the aborted attempt's.
      *
      *  The ledger is wherever CBL_CONTROL_TOTAL writes it
      *  (CTL-TOTALS-PATH), so run under an entity stream this
      *  reconciles that entity's own ledger.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gcobol-total-recon.
           05  LED-HASH             PIC 9(16).

       WORKING-STORAGE SECTION.
        77 Ledger-Path         PIC X(256).
        77 Config-Key          PIC X(32).
        77 Config-Value        PIC X(256).
        77 Config-Status       BINARY-LONG SIGNED.
        77 Ledger-File-Status  PIC X(02).
        77 status-code         BINARY-LONG SIGNED.
        77 Records-Read        BINARY-LONG VALUE ZERO.
           Call "CBL_RUN_HEADER" using 'gcobol-total-recon'
                returning status-code.

           Move 'CTL-TOTALS-PATH' to Config-Key.
           Call "CBL_CONFIG_GET" using Config-Key, Config-Value,
                                        CTL-TOTALS-PATH
                      returning Config-Status.
           Move Config-Value to Ledger-Path.

           Open Input LEDGER-FILE.
           If Ledger-File-Status Not = '00'
              Display 'Control-totals ledger '
