      *>****************************************************************
      *> COPYBOOK : EXPO-PARAM.cpy
      *> Description : Parametres des engagements consolides par
      *> client et par groupe de risque (module EXPOSITION) : plafond
      *> d'engagement d'un groupe, surchargeable par le parametre
      *> d'exploitation EXPO-PLAFOND-GRP, et taille du classement du
      *> rapport mensuel GRANDS-RISQUES.
      *>****************************************************************
       01 EXPO-PARAMETRES.
      *> Au-dela du plafond, un nouveau pret ou une hausse de
      *> decouvert autorise exige la derogation d'un superviseur.
          05 EXP-PLAFOND-GROUPE      PIC S9(11)V99 COMP-3
                                     VALUE 1500000.00.
      *> Nombre de groupes (ou clients isoles) classes au rapport.
          05 EXP-NB-GRANDS-RISQUES   PIC 9(3) VALUE 20.
