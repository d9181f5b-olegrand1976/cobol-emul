      *>****************************************************************
      *> COPYBOOK : DECOUV-PARAM.cpy
      *> Description : Parametres des contrats d'autorisation de
      *>               decouvert (DECOUVERTS.dat) : niveau de base
      *>               auquel revient le decouvert echu, duree proposee
      *>               par defaut a l'octroi et preavis de la liste de
      *>               revue du conseiller.
      *>****************************************************************
       01 DECOUV-PARAM.
      *> Decouvert autorise en l'absence de contrat en vigueur.
          05 DEC-NIVEAU-BASE        PIC S9(9)V99 VALUE 0.
      *> Duree d'un octroi quand l'echeance n'est pas saisie.
          05 DEC-DUREE-DEFAUT-MOIS  PIC 9(3) VALUE 12.
      *> Jours avant l'echeance : liste de revue et avis au client.
          05 DEC-PREAVIS-REVUE      PIC 9(3) VALUE 30.
