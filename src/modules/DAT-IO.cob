       01 F-DAT-REC.
          05 F-DAT-ID           PIC 9(10).
          05 F-DAT-CPT          PIC 9(8).
          05 F-DAT-RESTE        PIC X(44).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
