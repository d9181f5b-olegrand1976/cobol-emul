       01 WS-SEC-DERNIERE       PIC S9(9) COMP.
       01 WS-SEC-ACTUELLE       PIC S9(9) COMP.
       01 WS-SEC-INACTIF        PIC S9(9) COMP.
       01 WS-RESAISIE           PIC X(1) VALUE 'N'.
          88 CHOIX-A-RESAISIR   VALUE 'O'.

      *> Mode formation : arme pour toute la session quand l'operateur
      *> connecte est stagiaire (OPE-STAGIAIRE) ; les modules d'acces
       PERFORM UNTIL FIN-PROGRAMME
           PERFORM AFFICHER-MENU
           ACCEPT WS-CHOIX
           MOVE 'N' TO WS-RESAISIE
           PERFORM CONTROLER-INACTIVITE
           IF FIN-PROGRAMME
               EXIT PERFORM
           END-IF
           IF NOT CHOIX-A-RESAISIR
               PERFORM CONTROLER-HABILITATION
               IF WS-CODE-AUTORISE = '00' AND SESSION-FORMATION
                   PERFORM CONTROLER-CHOIX-FORMATION
               END-IF
               IF WS-CODE-AUTORISE NOT = '00'
                   IF WS-CODE-AUTORISE NOT = "FO"
                       DISPLAY "Fonction " WS-FONCTION " non autorisee "
                               "pour cet operateur."
                   END-IF
               ELSE
           EVALUATE WS-CHOIX
               WHEN 1 CALL "CREER"
               WHEN 2 CALL "DEPOT" USING W-OPE-ID
               WHEN 3 CALL "RETRAIT" USING W-OPE-ID
               WHEN 4 CALL "SOLDE" USING W-OPE-ID
               WHEN 5 CALL "LISTER"
               WHEN 6 CALL "HISTO" USING W-OPE-ID
               WHEN 7 CALL "VIREMENT" USING W-OPE-ID
               WHEN 8 CALL "CLOTURE"
               WHEN 9 SET FIN-PROGRAMME TO TRUE
               WHEN 10 CALL "ANNULER" USING W-OPE-ID
               WHEN 11 CALL "GROS-MOUVEMENTS"
               WHEN 12 CALL "ANONYMISER"
               WHEN 13 CALL "CREER-CLIENT" USING W-OPE-ID
               WHEN 14 CALL "CREER-BENEF"
               WHEN 15 CALL "REMISE-CHEQUE" USING W-OPE-ID
               WHEN 16 CALL "CHEQUIERS"
               WHEN 17 CALL "CARTES" USING W-OPE-ID
               WHEN 18 CALL "MANDATS"
               WHEN 19 CALL "CREER-DAT" USING W-OPE-ID
               WHEN 20 CALL "CREER-PRET" USING W-OPE-ID
               WHEN 41 CALL "RACHAT-DAT" USING W-OPE-ID
               WHEN 42 CALL "OPPOSITIONS" USING W-OPE-ID
               WHEN 43 CALL "RAPPELS-FONDS" USING W-OPE-ID
               WHEN 44 CALL "CLIENT-360" USING W-OPE-ID
               WHEN 45 CALL "ENCAISSEMENTS" USING W-OPE-ID
               WHEN 46 CALL "RAPPROCHER-PLACE"
               WHEN 47 CALL "COFFRE" USING W-OPE-ID
               WHEN 61 CALL "CHANGE-MANUEL" USING W-OPE-ID
               WHEN 62 CALL "RELEVE-GUICHET" USING W-OPE-ID
               WHEN 63 CALL "ORDRES-REVUE" USING W-OPE-ID
               WHEN 64 CALL "DEMANDES-CREDIT" USING W-OPE-ID
               WHEN 65 CALL "SURETES" USING W-OPE-ID
               WHEN 66 CALL "IMPORT-FICP"
               WHEN 67 CALL "SURENDETTEMENT" USING W-OPE-ID
               WHEN 68 CALL "DEBLOCAGES" USING W-OPE-ID
               WHEN 69 CALL "CREDIT-RENOUV" USING W-OPE-ID
               WHEN 70 CALL "EPARGNE-LOGEMENT" USING W-OPE-ID
               WHEN 71 CALL "TARIFS" USING W-OPE-ID
               WHEN 72 CALL "OFFRES" USING W-OPE-ID
               WHEN 73 CALL "GESTES" USING W-OPE-ID
               WHEN 74 CALL "RISQUES-GROUPES" USING W-OPE-ID
               WHEN 75 CALL "IMPORT-PPE"
               WHEN 76 CALL "ALERTES-LBC" USING W-OPE-ID
               WHEN 77 CALL "DROIT-ACCES" USING W-OPE-ID
               WHEN 78 CALL "COFFRES-FORTS" USING W-OPE-ID
               WHEN 79 CALL "RESILIATION" USING W-OPE-ID
               WHEN 80 CALL "FAUX-BILLETS" USING W-OPE-ID
               WHEN 81 CALL "COMMANDES-FONDS" USING W-OPE-ID
               WHEN 82 CALL "CLIENTS-OCCASIONNELS" USING W-OPE-ID
               WHEN 83 CALL "DEPOTS-DAB" USING W-OPE-ID
               WHEN 84 CALL "COMMERCANTS" USING W-OPE-ID
               WHEN 85 CALL "EFFETS" USING W-OPE-ID
               WHEN 86 CALL "VIREMENT-INSTANT" USING W-OPE-ID
               WHEN 87 CALL "VIREMENT-INTL" USING W-OPE-ID
               WHEN 88 CALL "CORRESPONDANTS" USING W-OPE-ID
               WHEN 89 CALL "RELEVES-ELEC" USING W-OPE-ID
               WHEN 90 CALL "ACCES-PORTAIL" USING W-OPE-ID
               WHEN 91 CALL "CORRECTION-VALEUR" USING W-OPE-ID
               WHEN 92 CALL "EXERCICES" USING W-OPE-ID
               WHEN 93 CALL "REPRISE-REFERENTIEL" USING W-OPE-ID
               WHEN 94 CALL "FUSION-CLIENTS" USING W-OPE-ID
               WHEN 95 CALL "PERSONNEL" USING W-OPE-ID
               WHEN 96 CALL "RELEVE" USING W-OPE-ID
               WHEN 97 CALL "SENSIBLES" USING W-OPE-ID
               WHEN 98 CALL "CONVERSION-PAN" USING W-OPE-ID
               WHEN 99 CALL "CONSULT-ETATS" USING W-OPE-ID
               WHEN OTHER DISPLAY "Choix invalide."
           END-EVALUATE
               END-IF
           END-IF
       END-PERFORM.

               PERFORM ARMER-MODE-FORMATION
               PERFORM OUVRIR-SESSION
               DISPLAY "Re-saisir le choix du menu."
               SET CHOIX-A-RESAISIR TO TRUE
           END-IF.

       CALCULER-SECONDES.
      *> donnees n'est pas redirige vers les fichiers d'exercice
      *> (catalogue produits, habilitations, categories, liste de
      *> sanctions, retention des archives, change manuel a acces
      *> direct, exercices comptables, reprise des comptes anterieurs,
      *> fusion de fiches clients, grille tarifaire, catalogue des
      *> offres groupees, import de la liste PPE)
      *> sont refuses a un stagiaire et retires de son menu.
       CONTROLER-CHOIX-FORMATION.
           MOVE WS-CHOIX TO WS-CHOIX-TEST.
           PERFORM QUALIFIER-CHOIX-FORMATION.
               WHEN 51
               WHEN 55
               WHEN 61
               WHEN 66
               WHEN 71
               WHEN 72
               WHEN 75
               WHEN 92
               WHEN 93
               WHEN 94
               WHEN 98
                   SET CHOIX-REFUSE-FORMATION TO TRUE
               WHEN OTHER
                   CONTINUE
               WHEN 61 MOVE "CHANGE" TO WS-FONCTION
               WHEN 62 MOVE "RELEVE-GUICH" TO WS-FONCTION
               WHEN 63 MOVE "ORDRES-REVUE" TO WS-FONCTION
               WHEN 64 MOVE "DEM-CREDIT" TO WS-FONCTION
               WHEN 65 MOVE "SURETES" TO WS-FONCTION
               WHEN 66 MOVE "IMPORT-FICP" TO WS-FONCTION
               WHEN 67 MOVE "SURENDET" TO WS-FONCTION
               WHEN 68 MOVE "DEBLOCAGES" TO WS-FONCTION
               WHEN 69 MOVE "RENOUVELABLE" TO WS-FONCTION
               WHEN 70 MOVE "EPARGNE-LOG" TO WS-FONCTION
               WHEN 71 MOVE "TARIFS" TO WS-FONCTION
               WHEN 72 MOVE "OFFRES" TO WS-FONCTION
               WHEN 73 MOVE "GESTES" TO WS-FONCTION
               WHEN 74 MOVE "RISQ-GROUPES" TO WS-FONCTION
               WHEN 75 MOVE "IMPORT-PPE" TO WS-FONCTION
               WHEN 76 MOVE "ALERTES-LBC" TO WS-FONCTION
               WHEN 77 MOVE "DROIT-ACCES" TO WS-FONCTION
               WHEN 78 MOVE "COFFRES-FORTS" TO WS-FONCTION
               WHEN 79 MOVE "RESILIATION" TO WS-FONCTION
               WHEN 80 MOVE "FAUX-BILLETS" TO WS-FONCTION
               WHEN 81 MOVE "CMD-FONDS" TO WS-FONCTION
               WHEN 82 MOVE "OCCASIONNEL" TO WS-FONCTION
               WHEN 83 MOVE "DEPOTS-DAB" TO WS-FONCTION
               WHEN 84 MOVE "COMMERCANTS" TO WS-FONCTION
               WHEN 85 MOVE "EFFETS-LCR" TO WS-FONCTION
               WHEN 86 MOVE "VIREMENT" TO WS-FONCTION
               WHEN 87 MOVE "VIR-INTL" TO WS-FONCTION
               WHEN 88 MOVE "CORRESP" TO WS-FONCTION
               WHEN 89 MOVE "RELEV-ELEC" TO WS-FONCTION
               WHEN 90 MOVE "PORTAIL" TO WS-FONCTION
               WHEN 91 MOVE "CORR-VALEUR" TO WS-FONCTION
               WHEN 92 MOVE "EXERCICES" TO WS-FONCTION
               WHEN 93 MOVE "REPRISE-REF" TO WS-FONCTION
               WHEN 94 MOVE "FUSION-CLI" TO WS-FONCTION
               WHEN 95 MOVE "PERSONNEL" TO WS-FONCTION
               WHEN 96 MOVE "RELEVE" TO WS-FONCTION
               WHEN 97 MOVE "SENSIBLES" TO WS-FONCTION
               WHEN 98 MOVE "CONV-PAN" TO WS-FONCTION
               WHEN 99 MOVE "ETATS" TO WS-FONCTION
               WHEN OTHER MOVE SPACES      TO WS-FONCTION
           END-EVALUATE.

           MOVE " 63. Revue des ordres rejetes par la place"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 64 TO WS-CHOIX-TEST.
           MOVE " 64. Demandes de credit (instruction, offre)"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 65 TO WS-CHOIX-TEST.
           MOVE " 65. Suretes et garanties des prets"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 66 TO WS-CHOIX-TEST.
           MOVE " 66. Charger la restitution du FICP"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 67 TO WS-CHOIX-TEST.
           MOVE " 67. Dossiers de surendettement"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 68 TO WS-CHOIX-TEST.
           MOVE " 68. Deblocage tranche de pret"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 69 TO WS-CHOIX-TEST.
           MOVE " 69. Credit renouvelable"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 70 TO WS-CHOIX-TEST.
           MOVE " 70. Plan epargne logement"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 71 TO WS-CHOIX-TEST.
           MOVE " 71. Grille tarifaire"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 72 TO WS-CHOIX-TEST.
           MOVE " 72. Offres groupees"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 73 TO WS-CHOIX-TEST.
           MOVE " 73. Geste commercial (frais)"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 74 TO WS-CHOIX-TEST.
           MOVE " 74. Groupes de risque / engagements"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 75 TO WS-CHOIX-TEST.
           MOVE " 75. Import liste PPE"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 76 TO WS-CHOIX-TEST.
           MOVE " 76. Alertes LBC (analyste)"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 77 TO WS-CHOIX-TEST.
           MOVE " 77. Droit d'acces RGPD (extrait client)"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 78 TO WS-CHOIX-TEST.
           MOVE " 78. Coffres-forts (location)"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 79 TO WS-CHOIX-TEST.
           MOVE " 79. Resiliation par la banque"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 80 TO WS-CHOIX-TEST.
           MOVE " 80. Billets retenus (faux)"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 81 TO WS-CHOIX-TEST.
           MOVE " 81. Commandes de fonds"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 82 TO WS-CHOIX-TEST.
           MOVE " 82. Clients occasionnels"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 83 TO WS-CHOIX-TEST.
           MOVE " 83. Depots DAB (enveloppes)"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 84 TO WS-CHOIX-TEST.
           MOVE " 84. Contrats commercants TPE"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 85 TO WS-CHOIX-TEST.
           MOVE " 85. Effets de commerce (LCR)"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 86 TO WS-CHOIX-TEST.
           MOVE " 86. Virement instantane"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 87 TO WS-CHOIX-TEST.
           MOVE " 87. Virement international"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 88 TO WS-CHOIX-TEST.
           MOVE " 88. Banques correspondantes"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 89 TO WS-CHOIX-TEST.
           MOVE " 89. Releves electroniques"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 90 TO WS-CHOIX-TEST.
           MOVE " 90. Acces banque en ligne"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 91 TO WS-CHOIX-TEST.
           MOVE " 91. Correction date de valeur"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 92 TO WS-CHOIX-TEST.
           MOVE " 92. Exercices comptables"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 93 TO WS-CHOIX-TEST.
           MOVE " 93. Reprise des comptes anterieurs"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 94 TO WS-CHOIX-TEST.
           MOVE " 94. Fusion de fiches clients"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 95 TO WS-CHOIX-TEST.
           MOVE " 95. Liens du personnel"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 96 TO WS-CHOIX-TEST.
           MOVE " 96. Releve de compte a la demande"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 97 TO WS-CHOIX-TEST.
           MOVE " 97. Comptes et clients sensibles"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 98 TO WS-CHOIX-TEST.
           MOVE " 98. Conversion des numeros de carte"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           MOVE 99 TO WS-CHOIX-TEST.
           MOVE " 99. Etats edites (consultation, reimpression)"
               TO WS-LIGNE-MENU.
           PERFORM AFFICHER-SI-AUTORISE.
           DISPLAY "  9. Quitter".
           DISPLAY "==================================================".
           DISPLAY "Votre choix : " WITH NO ADVANCING.
