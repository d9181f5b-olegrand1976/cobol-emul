       COPY CODES-ERR.
       COPY OPS.
       COPY LIMITES.
       COPY PRET-PARAM.
       COPY PROV-PARAM.
       COPY PNB-PARAM.
       COPY EXPO-PARAM.
       COPY LIQ-PARAM.

       01 WS-CHOIX              PIC X(1) VALUE 'C'.
          88 CHOIX-CREER        VALUE 'C'.

      *>----------------------------------------------------------------
      *> Valeur effective du jour pour la cle saisie : defaut compile
      *> de LIMITES.cpy (ou PRET-PARAM.cpy, PROV-PARAM.cpy,
      *> PNB-PARAM.cpy, EXPO-PARAM.cpy, LIQ-PARAM.cpy) selon la cle,
      *> surcharge par le fichier.
       RESOUDRE-VALEUR-ACTUELLE.
           EVALUATE W-PAR-CLE
               WHEN "PLAF-MONTANT"
                   MOVE LIM-PLAFOND-JOUR-INTERNET TO W-PAR-VALEUR
               WHEN "MAX-ECHECS-PIN"
                   MOVE LIM-MAX-ECHECS-PIN TO W-PAR-VALEUR
               WHEN "ENDET-MAX-PCT"
                   MOVE PRT-ENDET-MAX-PCT TO W-PAR-VALEUR
               WHEN "PROV-JOURS-SENS"
                   MOVE PROV-JOURS-SENSIBLE TO W-PAR-VALEUR
               WHEN "PROV-JOURS-DOUT"
                   MOVE PROV-JOURS-DOUTEUX TO W-PAR-VALEUR
               WHEN "PROV-JOURS-COMP"
                   MOVE PROV-JOURS-COMPROMIS TO W-PAR-VALEUR
               WHEN "PROV-PCT-SAIN"
                   MOVE PROV-PCT-SAIN TO W-PAR-VALEUR
               WHEN "PROV-PCT-SENS"
                   MOVE PROV-PCT-SENSIBLE TO W-PAR-VALEUR
               WHEN "PROV-PCT-DOUT"
                   MOVE PROV-PCT-DOUTEUX TO W-PAR-VALEUR
               WHEN "PROV-PCT-COMP"
                   MOVE PROV-PCT-COMPROMIS TO W-PAR-VALEUR
               WHEN "PNB-TCI-DEPOTS"
                   MOVE PNB-TCI-DEPOTS-PCT TO W-PAR-VALEUR
               WHEN "PNB-TCI-PRETS"
                   MOVE PNB-TCI-PRETS-PCT TO W-PAR-VALEUR
               WHEN "PNB-COUT-GUICHET"
                   MOVE PNB-COUT-GUICHET TO W-PAR-VALEUR
               WHEN "PNB-COUT-DAB"
                   MOVE PNB-COUT-DAB TO W-PAR-VALEUR
               WHEN "PNB-COUT-INTERNET"
                   MOVE PNB-COUT-INTERNET TO W-PAR-VALEUR
               WHEN "DAB-JOURS-VALEUR"
                   MOVE LIM-DAB-JOURS-VALEUR TO W-PAR-VALEUR
               WHEN "EXPO-PLAFOND-GRP"
                   MOVE EXP-PLAFOND-GROUPE TO W-PAR-VALEUR
               WHEN "PLAF-VIR-INSTANT"
                   MOVE LIM-PLAF-VIR-INSTANT TO W-PAR-VALEUR
               WHEN "SECOURS-PLAF-OPE"
                   MOVE LIM-SECOURS-PLAF-OPE TO W-PAR-VALEUR
               WHEN "SECOURS-PLAF-JOUR"
                   MOVE LIM-SECOURS-PLAF-JOUR TO W-PAR-VALEUR
               WHEN "LIQ-VUE-JOUR"
                   MOVE LIQ-VUE-JOUR-PCT TO W-PAR-VALEUR
               WHEN "LIQ-VUE-SEMAINE"
                   MOVE LIQ-VUE-SEMAINE-PCT TO W-PAR-VALEUR
               WHEN "LIQ-VUE-MOIS"
                   MOVE LIQ-VUE-MOIS-PCT TO W-PAR-VALEUR
               WHEN "LIQ-VUE-TRIMESTRE"
                   MOVE LIQ-VUE-TRIMESTRE-PCT TO W-PAR-VALEUR
               WHEN "LIQ-VUE-AN"
                   MOVE LIQ-VUE-AN-PCT TO W-PAR-VALEUR
               WHEN "LIQ-EPA-JOUR"
                   MOVE LIQ-EPA-JOUR-PCT TO W-PAR-VALEUR
               WHEN "LIQ-EPA-SEMAINE"
                   MOVE LIQ-EPA-SEMAINE-PCT TO W-PAR-VALEUR
               WHEN "LIQ-EPA-MOIS"
                   MOVE LIQ-EPA-MOIS-PCT TO W-PAR-VALEUR
               WHEN "LIQ-EPA-TRIMESTRE"
                   MOVE LIQ-EPA-TRIMESTRE-PCT TO W-PAR-VALEUR
               WHEN "LIQ-EPA-AN"
                   MOVE LIQ-EPA-AN-PCT TO W-PAR-VALEUR
               WHEN "LIQ-PRELEV-MOYEN"
                   MOVE LIQ-PRELEV-MOYEN TO W-PAR-VALEUR
               WHEN "LIQ-RESERVES-BC"
                   MOVE LIQ-RESERVES-BC TO W-PAR-VALEUR
               WHEN "LIQ-PLAF-ENTREES"
                   MOVE LIQ-PLAF-ENTREES-PCT TO W-PAR-VALEUR
               WHEN "LIQ-RATIO-MIN"
                   MOVE LIQ-RATIO-MIN-PCT TO W-PAR-VALEUR
               WHEN OTHER
                   MOVE 0 TO W-PAR-VALEUR
           END-EVALUATE.
