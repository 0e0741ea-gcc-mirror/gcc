        77 status-code          BINARY-LONG SIGNED.
        77 Err-Msg              PIC X(100).
        77 Entry-Count          BINARY-LONG VALUE ZERO.
        77 Max-Entries          BINARY-LONG VALUE 999.
        77 Entry-Idx            BINARY-LONG.
        77 Delivered-Count      BINARY-LONG VALUE ZERO.
        77 Exception-Count      BINARY-LONG VALUE ZERO.
           COPY tm.

        01 Manifest-Table.
           05 Manifest-Entry OCCURS 999 TIMES.
              10 Man-Report     PIC X(40).
              10 Man-Target     PIC X(100).
              10 Man-Uid        BINARY-LONG.
