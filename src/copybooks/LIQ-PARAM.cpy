      *>****************************************************************
      *> COPYBOOK : LIQ-PARAM.cpy
      *> Description : Hypotheses de l'echeancier de liquidite (etape
      *> ECHEANCIER-LIQUIDITE de BATCH-NUIT, fin de mois) : bornes des
      *> bandes de maturite, ecoulement conventionnel des depots a vue
      *> et d'epargne, prelevement moyen par mandat actif, reserves
      *> de liquidite hors caisse et calcul du ratio de liquidite a
      *> 30 jours. Chaque valeur marquee d'une cle est surchargeable
      *> a chaud par les parametres d'exploitation (PARAMETRES-MAJ).
      *>****************************************************************
      *> Bornes superieures des cinq premieres bandes, en jours depuis
      *> la date d'arrete : JOUR (lendemain), 1 SEMAINE, 1 MOIS,
      *> 3 MOIS, 1 AN ; la sixieme bande (AU-DELA) prend le reste.
       01 LIQ-TAB-BORNES.
          05 FILLER             PIC 9(3) VALUE 001.
          05 FILLER             PIC 9(3) VALUE 007.
          05 FILLER             PIC 9(3) VALUE 030.
          05 FILLER             PIC 9(3) VALUE 091.
          05 FILLER             PIC 9(3) VALUE 365.
       01 LIQ-BORNES REDEFINES LIQ-TAB-BORNES.
          05 LIQ-BORNE OCCURS 5 TIMES PIC 9(3).
       01 LIQ-TAB-LIBELLES.
          05 FILLER             PIC X(10) VALUE "JOUR".
          05 FILLER             PIC X(10) VALUE "1 SEMAINE".
          05 FILLER             PIC X(10) VALUE "1 MOIS".
          05 FILLER             PIC X(10) VALUE "3 MOIS".
          05 FILLER             PIC X(10) VALUE "1 AN".
          05 FILLER             PIC X(10) VALUE "AU-DELA".
       01 LIQ-LIBELLES REDEFINES LIQ-TAB-LIBELLES.
          05 LIQ-LIBELLE OCCURS 6 TIMES PIC X(10).
      *> Bande jusqu'a laquelle court l'horizon du ratio (1 MOIS).
       01 LIQ-BANDE-RATIO       PIC 9(1) VALUE 3.

       01 LIQ-PARAMETRES.
      *> Ecoulement des depots a vue (comptes courants crediteurs) en
      *> % du solde, par bande : LIQ-VUE-JOUR, LIQ-VUE-SEMAINE,
      *> LIQ-VUE-MOIS, LIQ-VUE-TRIMESTRE, LIQ-VUE-AN. Le reliquat
      *> (part stable des depots) est place dans la bande AU-DELA.
          05 LIQ-VUE-JOUR-PCT        PIC 9(3)V99 VALUE 3.00.
          05 LIQ-VUE-SEMAINE-PCT     PIC 9(3)V99 VALUE 2.00.
          05 LIQ-VUE-MOIS-PCT        PIC 9(3)V99 VALUE 5.00.
          05 LIQ-VUE-TRIMESTRE-PCT   PIC 9(3)V99 VALUE 5.00.
          05 LIQ-VUE-AN-PCT          PIC 9(3)V99 VALUE 10.00.
      *> Meme principe pour les comptes d'epargne : LIQ-EPA-JOUR,
      *> LIQ-EPA-SEMAINE, LIQ-EPA-MOIS, LIQ-EPA-TRIMESTRE, LIQ-EPA-AN.
          05 LIQ-EPA-JOUR-PCT        PIC 9(3)V99 VALUE 1.00.
          05 LIQ-EPA-SEMAINE-PCT     PIC 9(3)V99 VALUE 1.00.
          05 LIQ-EPA-MOIS-PCT        PIC 9(3)V99 VALUE 3.00.
          05 LIQ-EPA-TRIMESTRE-PCT   PIC 9(3)V99 VALUE 5.00.
          05 LIQ-EPA-AN-PCT          PIC 9(3)V99 VALUE 10.00.
      *> Montant et date des prelevements inconnus d'avance : chaque
      *> mandat actif est suppose tirer ce montant (devise du compte)
      *> une fois par mois sur l'annee (LIQ-PRELEV-MOYEN).
          05 LIQ-PRELEV-MOYEN        PIC 9(7)V99 VALUE 60.00.
      *> Reserves de liquidite tenues hors agences (avoirs en banque
      *> centrale, titres eligibles), declarees en EUR par la
      *> tresorerie (LIQ-RESERVES-BC) ; les billets des coffres
      *> d'agence s'y ajoutent.
          05 LIQ-RESERVES-BC         PIC 9(11)V99 VALUE 0.
      *> Les entrees a 30 jours ne couvrent les sorties qu'a hauteur
      *> de LIQ-PLAF-ENTREES % ; ratio minimum reglementaire en %
      *> (LIQ-RATIO-MIN).
          05 LIQ-PLAF-ENTREES-PCT    PIC 9(3)V99 VALUE 75.00.
          05 LIQ-RATIO-MIN-PCT       PIC 9(3)V99 VALUE 100.00.
