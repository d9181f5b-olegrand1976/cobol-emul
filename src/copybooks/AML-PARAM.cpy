      *>               declare, et seuil de cumul mensuel d'especes
      *>               par compte dont le franchissement declenche
      *>               aussi une declaration.
      *>               Clients occasionnels (module
      *>               CLIENT-OCCASIONNEL) : le cumul de seuil mensuel
      *>               est apprecie sur une periode glissante de
      *>               AML-OCC-PERIODE-JOURS jours, par personne et
      *>               tous comptes beneficiaires confondus ; a partir
      *>               de AML-OCC-NB-RELATION passages sur la periode,
      *>               l'entree en relation est proposee.
      *>****************************************************************
       01 AML-SEUIL-UNITAIRE    PIC S9(11)V99 COMP-3 VALUE 10000.00.
       01 AML-SEUIL-MENSUEL     PIC S9(11)V99 COMP-3 VALUE 15000.00.
       01 AML-OCC-PERIODE-JOURS PIC 9(3) VALUE 030.
       01 AML-OCC-NB-RELATION   PIC 9(3) VALUE 003.
