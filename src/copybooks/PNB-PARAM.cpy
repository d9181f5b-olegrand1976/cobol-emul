      *>****************************************************************
      *> COPYBOOK : PNB-PARAM.cpy
      *> Description : Hypotheses du calcul de rentabilite estimee
      *> (produit net bancaire) par compte et par client, etape
      *> RENTABILITE de BATCH-NUIT (fin de mois) : taux de cession
      *> interne des ressources (depots) et des emplois (prets,
      *> decouverts), cout unitaire d'une operation par canal. Chaque
      *> valeur est surchargeable a chaud par la cle indiquee des
      *> parametres d'exploitation (PARAMETRES-MAJ).
      *>****************************************************************
       01 PNB-PARAMETRES.
      *> Taux de cession interne annuels en % (PNB-TCI-DEPOTS,
      *> PNB-TCI-PRETS) : la tresorerie remunere les depots au premier,
      *> refacture le financement des prets et decouverts au second.
          05 PNB-TCI-DEPOTS-PCT      PIC 9(3)V99 VALUE 2.50.
          05 PNB-TCI-PRETS-PCT       PIC 9(3)V99 VALUE 3.00.
      *> Cout de traitement d'une operation client par canal, en EUR
      *> (PNB-COUT-GUICHET, PNB-COUT-DAB, PNB-COUT-INTERNET).
          05 PNB-COUT-GUICHET        PIC 9(3)V99 VALUE 2.50.
          05 PNB-COUT-DAB            PIC 9(3)V99 VALUE 0.40.
          05 PNB-COUT-INTERNET       PIC 9(3)V99 VALUE 0.10.
