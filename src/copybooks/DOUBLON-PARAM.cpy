      *>****************************************************************
      *> COPYBOOK : DOUBLON-PARAM.cpy
      *> Description : Reglages de la detection des doublons clients
      *> (module DOUBLON-SCORE, etape DOUBLONS-CLIENTS de BATCH-NUIT en
      *> fin de mois, ecran FUSION-CLIENTS) : poids de chaque critere
      *> concordant dans le score d'une paire de fiches, seuil de
      *> mise en liste de revue et capacite de la table des clients
      *> chargee en memoire.
      *>****************************************************************
      *> Poids par critere concordant : nom normalise (mots dans
      *> l'ordre alphabetique, l'inversion nom / prenom concorde),
      *> date de naissance, telephone (9 derniers chiffres), adresse
      *> electronique, adresse postale normalisee, SIREN d'une
      *> personne morale ou d'un entrepreneur individuel.
       01 DBL-POIDS.
          05 DBL-POIDS-NOM          PIC 9(3) VALUE 40.
          05 DBL-POIDS-NAISSANCE    PIC 9(3) VALUE 30.
          05 DBL-POIDS-TELEPHONE    PIC 9(3) VALUE 20.
          05 DBL-POIDS-EMAIL        PIC 9(3) VALUE 20.
          05 DBL-POIDS-ADRESSE      PIC 9(3) VALUE 15.
          05 DBL-POIDS-SIREN        PIC 9(3) VALUE 40.
      *> Score a partir duquel la paire part en liste de revue (un
      *> nom seul ne suffit pas : il faut un second critere).
       01 DBL-SEUIL-REVUE        PIC 9(3) VALUE 60.
      *> Nombre maximal de fiches tenues en table : au-dela, la
      *> detection ne porte que sur les premieres et l'etat le
      *> signale.
       01 DBL-MAX-CLIENTS        PIC 9(5) VALUE 20000.
