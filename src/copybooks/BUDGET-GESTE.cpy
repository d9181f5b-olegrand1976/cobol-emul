      *>****************************************************************
      *> COPYBOOK : BUDGET-GESTE.cpy
      *> Description : Budget annuel des gestes commerciaux d'une
      *> agence et sa consommation : chaque remboursement de frais
      *> execute (module GESTE-EXEC) s'impute sur l'agence du compte
      *> rembourse. Cree a la premiere imputation de l'annee avec le
      *> budget par defaut de GESTE-PARAM.cpy ; un superviseur peut
      *> fixer le budget de l'annee depuis l'ecran GESTES. Au-dela du
      *> budget, un remboursement part en validation superviseur.
      *> Fichier indexe BUDGETS-GESTES.dat
      *> Cle primaire : W-BGT-CLE (agence + annee)
      *>****************************************************************
       01 W-BUDGET-GESTE.
          05 W-BGT-CLE.
             10 W-BGT-AGENCE    PIC X(4).
             10 W-BGT-ANNEE     PIC 9(4).
          05 W-BGT-BUDGET       PIC S9(9)V99 COMP-3.
          05 W-BGT-CONSOMME     PIC S9(9)V99 COMP-3.
          05 W-BGT-NB-GESTES    PIC 9(5).
          05 W-BGT-DATE-MAJ     PIC 9(8).
          05 W-BGT-OPERATEUR    PIC X(8).
