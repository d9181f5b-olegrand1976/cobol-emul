      *>****************************************************************
      *> COPYBOOK : LIEN-PARAM.cpy
      *> Description : Parametres du registre des representants et
      *> beneficiaires effectifs des personnes morales
      *> (LIEN-CLIENT.cpy).
      *>****************************************************************
       01 LIEN-PARAMETRES.
      *> Part du capital ou des droits de vote au-dela de laquelle
      *> une personne physique est beneficiaire effectif.
          05 LIE-SEUIL-DETENTION     PIC 9(3)V99 VALUE 25.00.
