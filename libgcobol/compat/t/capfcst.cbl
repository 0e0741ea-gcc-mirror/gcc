           05  CAT-REQUIRED-FLAG    PIC X(01).
           05  CAT-DAYS-EXPECTED    PIC X(07).
           05  CAT-TRIGGER-FLAG     PIC X(01).
           05  CAT-DEADLINE         PIC X(04).

       WORKING-STORAGE SECTION.
        77 History-Path        PIC X(100) VALUE INV-HISTORY.
