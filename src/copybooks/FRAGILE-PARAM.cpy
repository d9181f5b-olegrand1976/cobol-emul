      *>****************************************************************
      *> COPYBOOK : FRAGILE-PARAM.cpy
      *> Description : Parametres du dispositif clients fragiles
      *>               (batch FRAGILITE, module FRAGILE-PLAFOND) :
      *>               criteres de detection (nombre d'incidents dans
      *>               le mois, anciennete d'un solde debiteur),
      *>               duree legale de conservation du statut apres
      *>               la derniere detection, plafonds mensuel et
      *>               annuel des frais d'incident, de tenue et des
      *>               agios, et code de l'offre specifique du
      *>               catalogue des offres groupees proposee au
      *>               client (OFFRE.cpy).
      *>****************************************************************
       01 FRG-SEUIL-INCIDENTS   PIC 9(3) VALUE 5.
       01 FRG-JOURS-DEBITEUR    PIC 9(3) VALUE 90.
       01 FRG-DUREE-MOIS        PIC 9(2) VALUE 3.
       01 FRG-PLAFOND-MENSUEL   PIC S9(7)V99 COMP-3 VALUE 25.00.
       01 FRG-PLAFOND-ANNUEL    PIC S9(7)V99 COMP-3 VALUE 300.00.
       01 FRG-OFFRE-SPECIFIQUE  PIC X(4) VALUE "OCF ".
