       01 F-BEN-REC.
          05 F-BEN-ID           PIC 9(10).
          05 F-BEN-CPT          PIC 9(8).
          05 F-BEN-RESTE        PIC X(65).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
