      *>               plancher de chaque coupure sous lequel la
      *>               proposition de commande au transporteur est
      *>               editee.
      *>               Commandes de fonds des clients : jours de
      *>               grace apres la date de retrait prevue avant
      *>               que la commande non retiree n'expire, et
      *>               horizon maximal de la date de retrait.
      *>****************************************************************
       01 COFFRE-TAB-VALEURS.
          05 FILLER             PIC 9(3) VALUE 500.
          05 FILLER             PIC 9(5) VALUE 00100.
       01 COFFRE-PLANCHERS REDEFINES COFFRE-TAB-PLANCHERS.
          05 COFFRE-PLANCHER OCCURS 7 TIMES PIC 9(5).

       01 COFFRE-COMMANDES-FONDS.
          05 CDF-DELAI-GRACE    PIC 9(2) VALUE 02.
          05 CDF-HORIZON-MAX    PIC 9(3) VALUE 030.
