       DATA DIVISION.
       FILE SECTION.
       FD F-GENERATION.
       01 F-GEN-REC              PIC X(366).
       FD F-CATALOGUE.
       01 F-CAT-LIGNE            PIC X(120).
       FD F-CATALOGUE-NEUF.
