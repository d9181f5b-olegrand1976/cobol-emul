       DATA DIVISION.
       FILE SECTION.
       FD F-ARCHIVE.
       01 F-ARC-TRANS            PIC X(199).

       FD F-DESTRUCTIONS.
       01 F-DESTRUCTIONS-LIGNE   PIC X(80).
