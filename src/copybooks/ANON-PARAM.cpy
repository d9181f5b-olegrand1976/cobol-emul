      *> COPYBOOK : ANON-PARAM.cpy
      *> Description : Parametres du batch ANONYMISER (delai de
      *>               retention reglementaire et valeurs de
      *>               remplacement des champs titulaire/KYC purges)
      *>               et delai legal de reponse a une demande
      *>               d'acces d'un client a ses donnees (DROIT-ACCES,
      *>               un mois compte en jours).
      *>****************************************************************
       01 ANON-JOURS-RETENTION   PIC 9(5) VALUE 1825.
       01 ANON-TITULAIRE-PURGE   PIC X(40)
                          VALUE "CLIENT ANONYMISE - DONNEES PURGEES".
       01 ANON-PIECE-PURGE       PIC X(20) VALUE "PURGE RGPD".
       01 RGPD-DELAI-REPONSE-JOURS PIC 9(3) VALUE 30.
