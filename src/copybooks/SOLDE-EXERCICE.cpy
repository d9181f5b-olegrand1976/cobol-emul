      *>****************************************************************
      *> COPYBOOK : SOLDE-EXERCICE.cpy
      *> Description : Solde fige a la cloture d'un exercice
      *> (CLOTURE-EXERCICE), un fichier par annee :
      *> data/SOLDES-EXERCICE-AAAA.dat (sequentiel ligne, ecrit une
      *> seule fois, jamais repris). Deux natures de ligne :
      *>   'C' un compte : solde comptable, agence et devise au soir
      *>       du dernier jour ouvre ;
      *>   'G' une ligne du grand livre (compte du plan comptable et
      *>       devise) : cumul des debits et des credits de l'annee,
      *>       ventiles comme EXPORT-GL (module GL-CORRESPONDANCE),
      *>       mouvements vivants et archives confondus.
      *> Montants en signe separe en tete pour rester lisibles.
      *>****************************************************************
       01 W-SOLDE-EXERCICE.
          05 W-SEX-TYPE           PIC X(1).
             88 SEX-COMPTE        VALUE 'C'.
             88 SEX-LIGNE-GL      VALUE 'G'.
          05 W-SEX-ANNEE          PIC 9(4).
          05 W-SEX-CPT            PIC 9(8).
          05 W-SEX-CODE-GL        PIC X(6).
          05 W-SEX-AGENCE         PIC X(4).
          05 W-SEX-DEVISE         PIC X(3).
          05 W-SEX-SOLDE          PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
          05 W-SEX-DEBIT          PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
          05 W-SEX-CREDIT         PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
          05 W-SEX-DATE           PIC 9(8).
          05 FILLER               PIC X(4).
