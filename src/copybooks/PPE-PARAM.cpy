      *>****************************************************************
      *> COPYBOOK : PPE-PARAM.cpy
      *> Description : Parametres de la vigilance renforcee sur les
      *> personnes politiquement exposees (PPE) : seuil de depot au
      *> guichet au-dela duquel l'origine des fonds est recueillie
      *> (DEPOT), periodicite de la revue annuelle et preavis de la
      *> liste de travail REVUE-PPE.
      *>****************************************************************
       01 PPE-PARAMETRES.
      *> Depot d'un client PPE a partir de ce montant : nature et
      *> justification de l'origine des fonds exigees (registre
      *> ORIGINES-FONDS.dat), le depot est refuse a defaut.
          05 PPE-SEUIL-ORIGINE-FONDS PIC S9(11)V99 COMP-3
                                     VALUE 5000.00.
      *> Revue de la situation de chaque PPE, en mois.
          05 PPE-REVUE-MOIS          PIC 9(2) VALUE 12.
      *> Une revue dont l'echeance tombe sous ce preavis part deja
      *> sur la liste de travail.
          05 PPE-PREAVIS-JOURS       PIC 9(3) VALUE 30.
