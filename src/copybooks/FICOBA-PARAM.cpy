      *>****************************************************************
      *> COPYBOOK : FICOBA-PARAM.cpy
      *> Description : Parametres des declarations au fichier national
      *> des comptes bancaires (FICOBA.cpy) : delai legal de
      *> declaration d'une ouverture, d'une cloture ou d'une
      *> modification de titularite, et alerte anticipee de
      *> l'etat de suivi d'EXPORT-FICOBA.
      *>****************************************************************
       01 FICOBA-PARAMETRES.
      *> Delai legal, en jours calendaires a compter de l'evenement.
          05 FCB-DELAI-LEGAL-JOURS   PIC 9(3) VALUE 30.
      *> Une declaration non acquittee a moins de FCB-PREAVIS-JOURS
      *> de sa date limite est signalee comme a surveiller.
          05 FCB-PREAVIS-JOURS       PIC 9(3) VALUE 5.
