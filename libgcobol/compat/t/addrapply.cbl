      *  through the same journaled change path the master update
      *  uses, so an address run backs out by run stamp like any
      *  other.  Unmatched keys go to the exception report.
      *
      *  A customer whose mail is held as returned (MASTER-MAIL-
      *  STATUS 'R') has the hold cleared by the same rewrite when
      *  the segment actually changes the address, so the next
      *  statement and letters go to the printer again.
        COPY posix-gettimeofday.
        COPY posix-localtime.

           05  MASTER-ADDR-CITY     PIC X(30).
           05  MASTER-ADDR-COUNTRY  PIC X(03).
           05  MASTER-POSTAL-CODE   PIC X(10).
           05  MASTER-STATUS        PIC X(01).
           05  MASTER-CLOSED-DATE   PIC 9(08).
           05  MASTER-MAIL-STATUS   PIC X(01).
               88  MASTER-MAIL-HELD     VALUE 'R'.
           05  MASTER-MAIL-HELD-DATE PIC 9(08).
           05  MASTER-MAIL-REASON   PIC X(02).
           05  MASTER-MORE-DETAIL   PIC X(845).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
        77 Before-Image        PIC X(1024).
        77 Segments-Read       BINARY-LONG VALUE ZERO.
        77 Addresses-Applied   BINARY-LONG VALUE ZERO.
        77 Holds-Cleared       BINARY-LONG VALUE ZERO.
        77 Exception-Count     BINARY-LONG VALUE ZERO.
        77 Audit-Args          PIC X(1024).
        77 Audit-Status        PIC 9(8) COMP-5.

           Display 'Address segments read: ' Segments-Read.
           Display 'Addresses applied:     ' Addresses-Applied.
           Display 'Mail holds cleared:    ' Holds-Cleared.
           Display 'Exceptions reported:   ' Exception-Count.

           Move Addresses-Applied to Cnt-Displayed.
                 Move ADR-CITY to MASTER-ADDR-CITY
                 Move ADR-COUNTRY to MASTER-ADDR-COUNTRY
                 Move ADR-POSTAL to MASTER-POSTAL-CODE
      *          A new address is the cure for returned mail: the
      *          hold comes off with the change that fixes it.
                 If MASTER-MAIL-HELD
                    And MASTER-RECORD(77:83) Not = Before-Image(77:83)
                    Move Space to MASTER-MAIL-STATUS
                    Move ZERO to MASTER-MAIL-HELD-DATE
                    Move Spaces to MASTER-MAIL-REASON
                    Add 1 to Holds-Cleared
                 End-If
                 Rewrite MASTER-RECORD
                    Invalid Key
                       Move Spaces to EXCEPTION-RECORD
