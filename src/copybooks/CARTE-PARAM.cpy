      *>****************************************************************
      *> COPYBOOK : CARTE-PARAM.cpy
      *> Description : Parametres du renouvellement automatique des
      *>               cartes (batch RENOUV-CARTES) : anticipation
      *>               sur l'expiration, inactivite au-dela de
      *>               laquelle le client doit confirmer, duree de
      *>               validite et prefixe emetteur des cartes
      *>               renouvelees.
      *>****************************************************************
       01 CARTE-PARAM.
      *> Cartes expirant dans les N mois a venir renouvelees.
          05 CAR-MOIS-ANTICIPATION  PIC 9(2) VALUE 2.
      *> Sans utilisation depuis N mois : confirmation du client.
          05 CAR-MOIS-INACTIVITE    PIC 9(2) VALUE 12.
      *> Validite de la carte renouvelee, comptee depuis
      *> l'expiration de l'ancienne.
          05 CAR-MOIS-VALIDITE      PIC 9(2) VALUE 36.
      *> Prefixe emetteur (BIN) des numeros attribues ; les 9
      *> chiffres suivants viennent du compteur SEQ-IO, le dernier
      *> est la cle de Luhn.
          05 CAR-PREFIXE-EMETTEUR   PIC 9(6) VALUE 497010.
