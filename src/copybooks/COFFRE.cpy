      *> porte aussi l'arrete du coffre (meme logique d'ecart que
      *> l'arrete de caisse) et la proposition de commande au
      *> transporteur quand une coupure passe sous son plancher.
      *> W-COF-NB-RESERVES : billets mis de cote pour les commandes
      *> de fonds des clients (ecran COMMANDES-FONDS) ; ils restent
      *> dans le stock mais ne sont plus disponibles pour un
      *> rechargement de caisse ou de DAB, et la proposition de
      *> commande raisonne sur le stock libre (stock - reserves).
      *> Fichier indexe COFFRES.dat
      *> Cle primaire : W-COF-AGENCE
      *>****************************************************************
          05 W-COF-COUPURES OCCURS 7 TIMES.
             10 W-COF-NB-BILLETS PIC 9(7).
          05 W-COF-MONNAIE      PIC S9(9)V99 COMP-3.
          05 W-COF-RESERVES OCCURS 7 TIMES.
             10 W-COF-NB-RESERVES PIC 9(7).
