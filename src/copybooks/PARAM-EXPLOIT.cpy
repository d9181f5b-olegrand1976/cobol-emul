      *> recompilation. En l'absence d'enregistrement pour une cle,
      *> la valeur compilee de LIMITES.cpy reste appliquee.
      *> Cles servies : PLAF-MONTANT, PLAF-JOUR-GUICHET,
      *> PLAF-JOUR-DAB, PLAF-JOUR-INTERNET, MAX-ECHECS-PIN,
      *> ENDET-MAX-PCT (seuil d'endettement, PRET-PARAM.cpy),
      *> PROV-JOURS-SENS, PROV-JOURS-DOUT, PROV-JOURS-COMP,
      *> PROV-PCT-SAIN, PROV-PCT-SENS, PROV-PCT-DOUT, PROV-PCT-COMP
      *> (classement des encours et provisions, PROV-PARAM.cpy),
      *> PNB-TCI-DEPOTS, PNB-TCI-PRETS, PNB-COUT-GUICHET,
      *> PNB-COUT-DAB, PNB-COUT-INTERNET (hypotheses de rentabilite,
      *> PNB-PARAM.cpy), DAB-JOURS-VALEUR (delai de valeur des
      *> depots especes en DAB, LIMITES.cpy), EXPO-PLAFOND-GRP
      *> (plafond d'engagement par groupe de risque, EXPO-PARAM.cpy),
      *> PLAF-VIR-INSTANT (plafond par virement instantane emis ou
      *> recu, LIMITES.cpy), LIQ-VUE-*, LIQ-EPA-*, LIQ-PRELEV-MOYEN,
      *> LIQ-RESERVES-BC, LIQ-PLAF-ENTREES, LIQ-RATIO-MIN
      *> (echeancier de liquidite, LIQ-PARAM.cpy), SECOURS-PLAF-OPE,
      *> SECOURS-PLAF-JOUR (plafonds du mode degrade guichet,
      *> LIMITES.cpy).
      *> Fichier indexe PARAMETRES-EXPLOITATION.dat
      *> Cle primaire : W-PAR-ID
      *>****************************************************************
