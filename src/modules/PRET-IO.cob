       01 F-PRETS-REC.
          05 F-PRT-ID           PIC 9(10).
          05 F-PRT-CPT          PIC 9(8).
          05 F-PRETS-RESTE      PIC X(115).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
