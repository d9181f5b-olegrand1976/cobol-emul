      *>****************************************************************
      *> COPYBOOK : COFFRE-FORT.cpy
      *> Description : Inventaire des coffres-forts loues a la
      *> clientele (a ne pas confondre avec le coffre de l'agence,
      *> COFFRE.cpy) : un enregistrement par coffre et par agence,
      *> avec sa taille (qui fixe le loyer, LOC-COFFRE-PARAM.cpy) et
      *> son etat de location. Un coffre loue porte le numero du
      *> contrat en cours (LOC-COFFRE.cpy). Entretenu par l'ecran
      *> COFFRES-FORTS.
      *> Fichier indexe COFFRES-FORTS.dat
      *> Cle primaire : W-CFF-CLE (agence + numero de coffre)
      *>****************************************************************
       01 W-COFFRE-FORT.
          05 W-CFF-CLE.
             10 W-CFF-AGENCE    PIC X(4).
             10 W-CFF-NUMERO    PIC X(4).
          05 W-CFF-TAILLE       PIC X(1).
             88 CFF-PETIT       VALUE 'P'.
             88 CFF-MOYEN       VALUE 'M'.
             88 CFF-GRAND       VALUE 'G'.
          05 W-CFF-STATUT       PIC X(1).
             88 CFF-LIBRE       VALUE 'L'.
             88 CFF-LOUE        VALUE 'O'.
             88 CFF-HORS-SERVICE VALUE 'H'.
          05 W-CFF-LOCATION     PIC 9(10) VALUE 0.
          05 W-CFF-DATE-MAJ     PIC 9(8) VALUE 0.
