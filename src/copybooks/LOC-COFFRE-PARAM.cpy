      *>****************************************************************
      *> COPYBOOK : LOC-COFFRE-PARAM.cpy
      *> Description : Parametres de la location de coffres-forts :
      *>               loyer annuel par taille de coffre (fixe au
      *>               contrat a la signature), delai de
      *>               representation d'un loyer rejete et anciennete
      *>               d'impaye ouvrant droit a l'ouverture forcee.
      *>****************************************************************
       01 LCF-LOYER-PETIT        PIC S9(11)V99 COMP-3 VALUE 90.00.
       01 LCF-LOYER-MOYEN        PIC S9(11)V99 COMP-3 VALUE 150.00.
       01 LCF-LOYER-GRAND        PIC S9(11)V99 COMP-3 VALUE 240.00.
       01 LCF-DELAI-REPRESENTATION PIC 9(3) VALUE 30.
       01 LCF-DELAI-FORCAGE      PIC 9(3) VALUE 180.
