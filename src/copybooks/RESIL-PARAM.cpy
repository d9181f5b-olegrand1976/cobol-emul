      *>****************************************************************
      *> COPYBOOK : RESIL-PARAM.cpy
      *> Description : Parametres de la resiliation d'un compte a
      *>               l'initiative de la banque (preavis legal avant
      *>               la cloture) et du droit au compte (delai
      *>               d'ouverture apres la designation de la Banque
      *>               de France, nombre de cartes du compte de
      *>               services bancaires de base).
      *>****************************************************************
       01 RESIL-PARAM.
      *> Preavis entre la lettre de resiliation et la cloture.
          05 RESIL-PREAVIS-MOIS     PIC 9(2) VALUE 2.
      *> Jours ouvres pour ouvrir le compte apres la designation.
          05 DAC-DELAI-OUVERTURE    PIC 9(2) VALUE 3.
      *> Cartes actives au plus sur un compte de services de base.
          05 DAC-NB-CARTES-MAX      PIC 9(1) VALUE 1.
