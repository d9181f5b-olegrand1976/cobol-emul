      *>****************************************************************
      *> COPYBOOK : ADRESSE-PARAM.cpy
      *> Description : Parametres du changement d'adresse securise
      *> (CREER-CLIENT, module ADRESSE-CTRL). Pendant les
      *> ADR-JOURS-CARENCE jours qui suivent l'enregistrement d'une
      *> nouvelle adresse, aucune carte (creation, renouvellement) ni
      *> aucun chequier n'est emis pour le client : la confirmation
      *> envoyee a l'ancienne adresse laisse au vrai client le temps
      *> de signaler un changement qu'il n'a pas demande.
      *>****************************************************************
       01 ADRESSE-PARAMETRES.
          05 ADR-JOURS-CARENCE  PIC 9(3) VALUE 30.
