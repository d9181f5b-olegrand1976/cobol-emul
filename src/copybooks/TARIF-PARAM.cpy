      *>****************************************************************
      *> COPYBOOK : TARIF-PARAM.cpy
      *> Description : Parametres de la grille tarifaire (TARIFS.dat) :
      *>               preavis reglementaire d'une hausse de tarif (en
      *>               mois, delai minimal entre la saisie et la date
      *>               d'effet, avis adresse au client des la saisie)
      *>               et table des evenements tarifables avec le
      *>               libelle repris sur le mouvement de frais et
      *>               sur l'avis au client.
      *>****************************************************************
       01 TAR-PREAVIS-MOIS      PIC 9(3) VALUE 2.

       01 TAR-TAB-EVENEMENTS.
          05 FILLER PIC X(40) VALUE "DEPOT       DEPOT GUICHET".
          05 FILLER PIC X(40) VALUE "RETRAIT     RETRAIT GUICHET".
          05 FILLER PIC X(40) VALUE "RETRAIT-DAB RETRAIT DAB".
          05 FILLER PIC X(40) VALUE "VIREMENT    VIREMENT INTERNE".
          05 FILLER PIC X(40) VALUE "VIR-EXTERNE VIREMENT EXTERNE".
          05 FILLER PIC X(40) VALUE "VIR-URGENT  VIREMENT URGENT".
          05 FILLER PIC X(40) VALUE "VIR-INTL    VIREMENT HORS ZONE".
          05 FILLER PIC X(40) VALUE "CHEQUIER    DELIVRANCE CHEQUIER".
          05 FILLER PIC X(40) VALUE "CARTE       FABRICATION CARTE".
          05 FILLER PIC X(40) VALUE "CHQ-BANQUE  CHEQUE DE BANQUE".
          05 FILLER PIC X(40) VALUE "RELEVE      EDITION DE RELEVE".
          05 FILLER PIC X(40) VALUE "ALERTE      ALERTE SMS/COURRIEL".
       01 TAR-EVENEMENTS REDEFINES TAR-TAB-EVENEMENTS.
          05 TAR-EVENEMENT OCCURS 12 TIMES.
             10 TAR-EVT-CODE    PIC X(12).
             10 TAR-EVT-LIBELLE PIC X(28).
       01 TAR-NB-EVENEMENTS     PIC 9(2) VALUE 12.
