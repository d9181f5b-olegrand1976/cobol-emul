      *>****************************************************************
      *> COPYBOOK : PEL-PARAM.cpy
      *> Description : Parametres des plans d'epargne logement (PEL et
      *>               CEL de PLANS-LOGEMENT.dat) : coefficient des
      *>               droits a pret (interets acquis multiplies par
      *>               ce coefficient), plafond du pret epargne
      *>               logement qui peut les consommer, et nombre de
      *>               versements manques a partir duquel le releve
      *>               annuel des droits signale le plan en defaut.
      *>****************************************************************
       01 PEL-PARAM.
      *> Droits a pret = interets acquis x coefficient.
          05 PEL-COEF-DROITS        PIC 9V99 VALUE 2.50.
      *> Plafond du pret epargne logement adosse a un plan.
          05 PEL-PRET-MAX           PIC 9(9)V99 VALUE 92000.00.
      *> Versements contractuels manques signales au releve annuel.
          05 PEL-SEUIL-MANQUES      PIC 9(2) VALUE 3.
