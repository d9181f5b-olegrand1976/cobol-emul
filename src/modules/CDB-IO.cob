       01 F-CDB-REC.
          05 F-CDB-SERIE        PIC 9(7).
          05 F-CDB-CPT          PIC 9(8).
          05 F-CDB-RESTE        PIC X(84).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
