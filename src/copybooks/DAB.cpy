      *> mouvement (W-TRN-DAB) ; la reconciliation de nuit
      *> DAB-RECONCILIER confronte les retraits journalises de chaque
      *> machine a son fichier de compteurs et passe les ecarts comme
      *> l'arrete de caisse ; elle confronte de meme les depots en
      *> enveloppe du jour (registre DEPOTS-DAB.dat) au compteur de
      *> depots de la machine.
      *> Fichier indexe DABS.dat
      *> Cle primaire : W-DAB-ID
      *>****************************************************************
