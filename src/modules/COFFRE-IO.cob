       FD F-COFFRE.
       01 F-COFFRE-REC.
          05 F-COF-AGENCE       PIC X(4).
          05 F-COFFRE-RESTE     PIC X(112).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
