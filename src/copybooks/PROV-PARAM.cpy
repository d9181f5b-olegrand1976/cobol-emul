      *>****************************************************************
      *> COPYBOOK : PROV-PARAM.cpy
      *> Description : Regles de classement des encours et taux de
      *> provision (etape PROVISIONS de BATCH-NUIT). Un encours passe
      *> dans la classe dont il atteint le seuil de jours de retard ;
      *> chaque valeur est surchargeable a chaud par la cle indiquee
      *> des parametres d'exploitation (PARAMETRES-MAJ).
      *>****************************************************************
       01 PROV-PARAMETRES.
      *> Seuils de jours de retard (PROV-JOURS-SENS, PROV-JOURS-DOUT,
      *> PROV-JOURS-COMP).
          05 PROV-JOURS-SENSIBLE     PIC 9(5) VALUE 30.
          05 PROV-JOURS-DOUTEUX      PIC 9(5) VALUE 90.
          05 PROV-JOURS-COMPROMIS    PIC 9(5) VALUE 365.
      *> Taux de provision en % de l'encours net de garanties
      *> (PROV-PCT-SAIN, PROV-PCT-SENS, PROV-PCT-DOUT, PROV-PCT-COMP).
          05 PROV-PCT-SAIN           PIC 9(3)V99 VALUE 0.
          05 PROV-PCT-SENSIBLE       PIC 9(3)V99 VALUE 5.00.
          05 PROV-PCT-DOUTEUX        PIC 9(3)V99 VALUE 50.00.
          05 PROV-PCT-COMPROMIS      PIC 9(3)V99 VALUE 100.00.
