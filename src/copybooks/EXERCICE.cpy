      *>****************************************************************
      *> COPYBOOK : EXERCICE.cpy
      *> Description : Etat d'un exercice comptable (annee civile),
      *> tenu par CLOTURE-EXERCICE (dernier jour ouvre de l'annee dans
      *> BATCH-NUIT) et par l'ecran superviseur EXERCICES. Un exercice
      *> clos refuse toute ecriture antidatee (CORRECTION-VALEUR) tant
      *> qu'un superviseur ne l'a pas reouvert avec un motif.
      *> W-EXE-DATE-INTERETS memorise la capitalisation des interets
      *> d'epargne faite par la cloture : l'etape INTERETS de la fin
      *> de mois de decembre ne la repasse pas.
      *> W-EXE-DATE-FIN-MOIS memorise de meme les traitements de fin
      *> de mois qui passent des mouvements (DEBIT-DIFFERE,
      *> COTISATIONS-OFFRES, PROVISIONS, INTERETS-COURUS), avances au
      *> jour de la cloture quand le 31/12 n'est pas ouvre : la fin de
      *> mois de decembre ne les repasse pas dans l'exercice clos.
      *> Fichier indexe EXERCICES.dat
      *> Cle primaire : W-EXE-ANNEE
      *>****************************************************************
       01 W-EXERCICE.
          05 W-EXE-ANNEE          PIC 9(4).
          05 W-EXE-STATUT         PIC X(1).
             88 EXE-OUVERT        VALUE 'O'.
             88 EXE-CLOS          VALUE 'C'.
             88 EXE-REOUVERT      VALUE 'R'.
          05 W-EXE-DATE-CLOTURE   PIC 9(8).
          05 W-EXE-OPE-CLOTURE    PIC X(8).
          05 W-EXE-DATE-INTERETS  PIC 9(8).
          05 W-EXE-DATE-ARCHIVE   PIC 9(8).
          05 W-EXE-NB-COMPTES     PIC 9(7).
          05 W-EXE-NB-LIGNES-GL   PIC 9(5).
          05 W-EXE-DATE-REOUV     PIC 9(8).
          05 W-EXE-OPE-REOUV      PIC X(8).
          05 W-EXE-MOTIF-REOUV    PIC X(40).
          05 W-EXE-DATE-FIN-MOIS  PIC 9(8).
          05 FILLER               PIC X(12).
