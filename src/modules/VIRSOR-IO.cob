       FD F-VIRSOR.
       01 F-VIRSOR-REC.
          05 F-VSO-ID           PIC 9(10).
          05 F-VIRSOR-RESTE     PIC X(69).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
