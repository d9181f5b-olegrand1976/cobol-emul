      *>                file a quatre yeux (MODIFICATIONS-ATTENTE.dat),
      *>                executee par VALIDER-MODIFS a l'approbation du
      *>                superviseur.
      *>             Un depot nanti en garantie d'un pret (SURETES) ne
      *>             peut etre rachete tant que le nantissement court.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RACHAT-DAT.
           DISPLAY "Depot non actif (statut: " W-DAT-STATUT ")."
           EXIT PROGRAM
       END-IF.
       IF NOT DAT-LIBRE
           DISPLAY "Depot nanti en garantie du pret "
                   W-DAT-PRET-NANTI " : rachat anticipe impossible "
                   "avant la mainlevee."
           EXIT PROGRAM
       END-IF.
       IF W-DAT-DATE-ECHEANCE <= WS-DATE-JOUR
           DISPLAY "Le depot est arrive a echeance ("
                   W-DAT-DATE-ECHEANCE ") : il sera traite par la "
