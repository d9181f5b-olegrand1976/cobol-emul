       FD F-PRODUITS.
       01 F-PRODUITS-REC.
          05 F-PRD-CODE         PIC X(4).
          05 F-PRODUITS-RESTE   PIC X(63).

       WORKING-STORAGE SECTION.
       01 WS-FS                 PIC X(2) VALUE '00'.
