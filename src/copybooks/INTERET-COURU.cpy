      *>****************************************************************
      *> COPYBOOK : INTERET-COURU.cpy
      *> Description : Interets courus non echus d'un contrat au
      *> dernier jour calendaire du mois (etape INTERETS-COURUS de
      *> BATCH-NUIT, fin de mois). Un enregistrement par contrat et
      *> par mois : depot a terme actif (W-ICN-REF = numero du DAT),
      *> pret actif, dechu ou en deblocage (numero du pret) ou compte
      *> d'epargne crediteur (numero du compte). W-ICN-MONTANT est
      *> l'interet couru depuis la derniere echeance, pas encore paye
      *> (DAT, epargne) ni percu (prets) ; il est comptabilise a la
      *> date d'arrete et extourne le premier jour du mois suivant
      *> (EXPORT-GL, type "ICNE"). W-ICN-CAPITAL est l'encours de
      *> reference, rapproche des cellules ENCDAT, ENCPRETS et CPC-
      *> de SITUATION-COMPTABLE.
      *> Fichier indexe INTERETS-COURUS.dat
      *> Cle primaire : W-ICN-CLE (periode, nature, reference)
      *>****************************************************************
       01 W-INTERET-COURU.
          05 W-ICN-CLE.
             10 W-ICN-PERIODE   PIC 9(6).
             10 W-ICN-NATURE    PIC X(1).
                88 ICN-DAT      VALUE 'T'.
                88 ICN-PRET     VALUE 'P'.
                88 ICN-EPARGNE  VALUE 'E'.
             10 W-ICN-REF       PIC 9(10).
          05 W-ICN-CPT          PIC 9(8).
          05 W-ICN-AGENCE       PIC X(4).
      *> Produit de ventilation de l'etat : "DAT ", "PRET", code
      *> produit du compte d'epargne ("E   " hors catalogue).
          05 W-ICN-PRODUIT      PIC X(4).
          05 W-ICN-DATE-ARRETE  PIC 9(8).
          05 W-ICN-DATE-EXTOURNE PIC 9(8).
          05 W-ICN-CAPITAL      PIC S9(11)V99 COMP-3.
      *> Taux du contrat : annuel (DAT, pret) ou mensuel (epargne,
      *> meme convention que TAUX.cpy et W-PRD-TAUX).
          05 W-ICN-TAUX         PIC 9(3)V9(4) COMP-3.
      *> Jours courus retenus (exact pour un DAT, base 30 pour un
      *> pret, jours du mois pour l'epargne).
          05 W-ICN-JOURS        PIC 9(5).
          05 W-ICN-MONTANT      PIC S9(11)V99 COMP-3.
          05 FILLER             PIC X(28).
