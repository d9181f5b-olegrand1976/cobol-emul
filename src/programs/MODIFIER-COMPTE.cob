      *>             la file MODIFICATIONS-ATTENTE.dat avec ses
      *>             valeurs avant/apres, et c'est le superviseur qui
      *>             l'applique ou la rejette via VALIDER-MODIFS
      *>             (controle a quatre yeux). Un relevement du
      *>             decouvert autorise est un octroi de credit : le
      *>             FICP est consulte avant le depot de la demande
      *>             et un titulaire inscrit exige la derogation d'un
      *>             superviseur ; le resultat de la consultation
      *>             accompagne la demande. Le relevement ne peut
      *>             non plus porter l'engagement consolide du groupe
      *>             de risque du titulaire (module EXPOSITION)
      *>             au-dela du plafond d'engagement du groupe sans
      *>             derogation d'un superviseur, notee dans la
      *>             demande. Tout decouvert accorde
      *>             l'est pour une periode d'effet (date d'effet et
      *>             echeance, DECOUV-PARAM.cpy pour la duree par
      *>             defaut) : a l'approbation, VALIDER-MODIFS en fait
      *>             le contrat d'autorisation du compte
      *>             (DECOUVERTS.dat). La souscription, le changement
      *>             ou la resiliation d'une offre groupee (catalogue
      *>             OFFRES.dat) suivent le meme circuit : a
      *>             l'approbation, VALIDER-MODIFS tient la
      *>             souscription du compte (SOUSCRIPTIONS.dat).
      *>             Aucun decouvert n'est accorde sur un compte de
      *>             services bancaires de base (droit au compte).
      *>             Compte du personnel : aucune demande ne peut etre
      *>             deposee par l'operateur lie au titulaire (module
      *>             PERSONNEL-CTRL).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODIFIER-COMPTE.
       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY ATTENTE.
       COPY CLIENT.
       COPY DECOUVERT.
       COPY DECOUV-PARAM.
       COPY OFFRE.
       COPY SOUSCRIPTION.
       COPY EXPOSITION.
       COPY CODES-ERR.
       COPY OPS.

          88 CHOIX-COTITULAIRES VALUE 'C'.
          88 CHOIX-ARRONDI      VALUE 'A'.
          88 CHOIX-SIGNATURES   VALUE 'S'.
          88 CHOIX-OFFRE        VALUE 'O'.

       01 WS-COMPTEUR           PIC 9(10) VALUE 0.
       01 WS-NOUVEAU-DECOUVERT  PIC S9(11)V99 COMP-3.
       01 WS-ARRONDI-ACTUEL     PIC 9(8).
       01 WS-MODE-SIGNATURE     PIC X(1).
       01 WS-SEUIL-ET           PIC S9(9)V99.
       01 WS-DATE-JOUR          PIC 9(8).
       01 WS-CODE-LECTURE       PIC X(2).
       01 WS-CODE-FICP          PIC X(2).
       01 WS-RESULTAT-FICP      PIC X(1).
       01 WS-CODE-ORIGINE       PIC X(2).
       01 WS-CODE-DEROG         PIC X(2).
       01 WS-SUPERVISEUR        PIC X(8) VALUE SPACES.
       01 WS-CODE-EXPO          PIC X(2).
       01 WS-CLIENT-VIDE        PIC 9(8) VALUE 0.
       01 WS-SUPERVISEUR-EXPO   PIC X(8) VALUE SPACES.
       01 WS-ENGAGEMENT-APRES   PIC S9(13)V99 COMP-3.
       01 WS-EXPO-REFUSEE       PIC X(1) VALUE 'N'.
          88 EXPOSITION-REFUSEE VALUE 'O'.
       01 WS-CODE-DEC           PIC X(2).
       01 WS-CODE-FERMETURE     PIC X(2).
       01 WS-DEC-DEBUT          PIC 9(8).
       01 WS-DEC-FIN            PIC 9(8).
       01 WS-PERIODE            PIC X(1).
          88 PERIODE-VALIDE     VALUE 'O'.

      *> Offre groupee : offre souscrite actuellement (SPACES si
      *> aucune) et offre demandee (SPACES pour resilier).
       01 WS-OFFRE-ACTUELLE     PIC X(4).
       01 WS-OFFRE-DEMANDEE     PIC X(4).
       01 WS-CODE-OFR           PIC X(2).
       01 WS-CODE-SOU           PIC X(2).
       01 WS-FIN-OFR            PIC X(1).
          88 FIN-OFFRES         VALUE 'O'.

      *> Ajout de WS-NB-MOIS mois a WS-DATE-CALCUL (clampage de fin
      *> de mois).
       01 WS-DATE-CALCUL        PIC 9(8).
       01 WS-NB-MOIS            PIC 9(3).
       01 WS-ANNEE              PIC 9(4).
       01 WS-MOIS               PIC 9(3).
       01 WS-JOUR               PIC 9(2).
       01 WS-ANNEE-SUIV         PIC 9(4).
       01 WS-MOIS-SUIV          PIC 9(2).
       01 WS-DATE-PREMIER-SUIV  PIC 9(8).
       01 WS-DATE-DERNIER-JOUR  PIC 9(8).
       01 WS-DERNIER-JOUR-MOIS  PIC 9(2).
       01 WS-JOUR-INTEGER       PIC S9(9) COMP.

      *> Compte du personnel : l'operateur lie au titulaire ne peut
      *> deposer de demande sur le compte (module PERSONNEL-CTRL).
       01 WS-OP-PERSONNEL       PIC X(12).
       01 WS-PRD-PERSONNEL      PIC X(4) VALUE SPACES.
       01 WS-CODE-PERSONNEL     PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).
           DISPLAY "Refuse : le compte est cloture."
           EXIT PROGRAM
       END-IF.
       MOVE "CONFLIT" TO WS-OP-PERSONNEL.
       CALL "PERSONNEL-CTRL" USING WS-OP-PERSONNEL LK-OPERATEUR
                                   W-CPT-CLIENT WS-PRD-PERSONNEL
                                   WS-CODE-PERSONNEL.
       IF WS-CODE-PERSONNEL = '58'
           DISPLAY "Refuse : compte lie a l'operateur " LK-OPERATEUR
                   " (compte du personnel)."
           DISPLAY "La demande doit etre saisie par un autre "
                   "operateur."
           EXIT PROGRAM
       END-IF.
       DISPLAY "Titulaire : " W-CPT-TITULAIRE.

       DISPLAY "Modifier le (D)ecouvert, les (C)otitulaires, "
               "l'(A)rrondi d'epargne, les (S)ignatures ou "
               "l'(O)ffre groupee ? : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       INITIALIZE W-ATTENTE.
       EVALUATE TRUE
           WHEN CHOIX-DECOUVERT
               PERFORM DEMANDER-DECOUVERT
               IF W-ATT-TYPE = SPACES
                   EXIT PROGRAM
               END-IF
           WHEN CHOIX-COTITULAIRES
               PERFORM DEMANDER-COTITULAIRES
           WHEN CHOIX-ARRONDI
               IF W-ATT-TYPE = SPACES
                   EXIT PROGRAM
               END-IF
           WHEN CHOIX-OFFRE
               PERFORM DEMANDER-OFFRE
               IF W-ATT-TYPE = SPACES
                   EXIT PROGRAM
               END-IF
           WHEN OTHER
               DISPLAY "Choix invalide."
               EXIT PROGRAM
       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> W-ATT-APRES : "DECOUVERT " + montant (1:25), puis pour un
      *> montant non nul " DU " + date d'effet (30:8) et " AU " +
      *> echeance (42:8), puis le resultat FICP a partir de (50).
       DEMANDER-DECOUVERT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE W-CPT-DECOUVERT-AUTORISE TO WS-MONTANT-AFF.
           DISPLAY "Decouvert autorise actuel : " WS-MONTANT-AFF.
           PERFORM AFFICHER-CONTRAT-DECOUVERT.
           DISPLAY "Nouveau decouvert autorise : " WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-DECOUVERT.
           IF WS-NOUVEAU-DECOUVERT < 0
               DISPLAY "Montant invalide."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NOUVEAU-DECOUVERT > 0 AND CPT-SERVICES-BASE
               DISPLAY "Refuse : compte de services bancaires de base "
                       "(droit au compte), aucun decouvert."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DEC-DEBUT WS-DEC-FIN.
           IF WS-NOUVEAU-DECOUVERT > 0
               PERFORM SAISIR-PERIODE-DECOUVERT
               IF NOT PERIODE-VALIDE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACE TO WS-RESULTAT-FICP.
           IF WS-NOUVEAU-DECOUVERT > W-CPT-DECOUVERT-AUTORISE
               PERFORM CONSULTER-FICP
               IF WS-RESULTAT-FICP = 'I'
                   MOVE '47' TO WS-CODE-ORIGINE
                   CALL "DEROGATION" USING WS-CODE-ORIGINE
                                           WS-SUPERVISEUR
                                           WS-CODE-DEROG
                                           W-CPT-CLIENT
                   IF WS-CODE-DEROG NOT = '00'
                       DISPLAY "Relevement du decouvert impossible "
                               "sans derogation : demande abandonnee."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM CONTROLER-EXPOSITION
               IF EXPOSITION-REFUSEE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "DECOUVERT" TO W-ATT-TYPE.
           MOVE WS-NOUVEAU-DECOUVERT TO W-ATT-MONTANT.
           STRING "DECOUVERT " DELIMITED SIZE
                  WS-MONTANT-AFF DELIMITED SIZE
               INTO W-ATT-APRES.
           IF WS-NOUVEAU-DECOUVERT > 0
               STRING " DU " DELIMITED SIZE
                      WS-DEC-DEBUT DELIMITED SIZE
                      " AU " DELIMITED SIZE
                      WS-DEC-FIN DELIMITED SIZE
                   INTO W-ATT-APRES(26:24)
           END-IF.
           EVALUATE WS-RESULTAT-FICP
               WHEN 'N'
                   STRING " FICP N " DELIMITED SIZE
                          WS-DATE-JOUR DELIMITED SIZE
                       INTO W-ATT-APRES(50:31)
               WHEN 'I'
                   STRING " FICP I " DELIMITED SIZE
                          WS-DATE-JOUR DELIMITED SIZE
                          " DEROG " DELIMITED SIZE
                          WS-SUPERVISEUR DELIMITED SIZE
                       INTO W-ATT-APRES(50:31)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-SUPERVISEUR-EXPO NOT = SPACES
               STRING " ENGAGEMENT GRP DEROG " DELIMITED SIZE
                      WS-SUPERVISEUR-EXPO DELIMITED SIZE
                   INTO W-ATT-AVANT(41:40)
           END-IF.

      *>----------------------------------------------------------------
      *> Plafond d'engagement par groupe : la hausse de l'autorisation
      *> s'ajoute a l'engagement consolide du perimetre du titulaire.
       CONTROLER-EXPOSITION.
           MOVE 'N' TO WS-EXPO-REFUSEE.
           MOVE SPACES TO WS-SUPERVISEUR-EXPO.
           CALL "EXPOSITION" USING W-CPT-NUMERO WS-CLIENT-VIDE
                                   W-EXPOSITION WS-CODE-EXPO.
           IF WS-CODE-EXPO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ENGAGEMENT-APRES = W-EXP-TOTAL
                   + WS-NOUVEAU-DECOUVERT - W-CPT-DECOUVERT-AUTORISE.
           IF WS-ENGAGEMENT-APRES NOT > W-EXP-PLAFOND
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENGAGEMENT-APRES TO WS-MONTANT-AFF.
           DISPLAY "Engagement du groupe apres relevement : "
                   WS-MONTANT-AFF.
           MOVE W-EXP-PLAFOND TO WS-MONTANT-AFF.
           DISPLAY "Plafond d'engagement du groupe        : "
                   WS-MONTANT-AFF.
           MOVE '52' TO WS-CODE-ORIGINE.
           CALL "DEROGATION" USING WS-CODE-ORIGINE WS-SUPERVISEUR-EXPO
                                   WS-CODE-DEROG W-CPT-CLIENT.
           IF WS-CODE-DEROG NOT = '00'
               DISPLAY "Relevement du decouvert impossible sans "
                       "derogation : demande abandonnee."
               SET EXPOSITION-REFUSEE TO TRUE
           END-IF.

      *>----------------------------------------------------------------
      *> Contrat d'autorisation en cours sur le compte, pour memoire.
       AFFICHER-CONTRAT-DECOUVERT.
           MOVE W-CPT-NUMERO TO W-DEC-CPT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DECOUV-IO" USING WS-OP W-DECOUVERT WS-CODE-DEC.
           MOVE "READ" TO WS-OP.
           CALL "DECOUV-IO" USING WS-OP W-DECOUVERT WS-CODE-DEC.
           MOVE "CLOSE" TO WS-OP.
           CALL "DECOUV-IO" USING WS-OP W-DECOUVERT WS-CODE-FERMETURE.
           IF WS-CODE-DEC NOT = '00' OR NOT DEC-ACTIF
               DISPLAY "Aucun contrat d'autorisation en cours."
               EXIT PARAGRAPH
           END-IF.
           MOVE W-DEC-MONTANT TO WS-MONTANT-AFF.
           DISPLAY "Contrat en cours : " WS-MONTANT-AFF
                   " du " W-DEC-DATE-DEBUT " au " W-DEC-DATE-FIN
                   " (approuve par " W-DEC-APPROBATEUR ").".

      *>----------------------------------------------------------------
      *> Periode d'effet du nouveau decouvert : la date d'effet ne
      *> peut etre passee, l'echeance par defaut est a
      *> DEC-DUREE-DEFAUT-MOIS mois de la date d'effet.
       SAISIR-PERIODE-DECOUVERT.
           MOVE 'N' TO WS-PERIODE.
           DISPLAY "Date d'effet (AAAAMMJJ, 0 = aujourd'hui) : "
                   WITH NO ADVANCING.
           ACCEPT WS-DEC-DEBUT.
           IF WS-DEC-DEBUT = 0
               MOVE WS-DATE-JOUR TO WS-DEC-DEBUT
           END-IF.
           IF WS-DEC-DEBUT < WS-DATE-JOUR
               DISPLAY "Refuse : date d'effet anterieure a ce jour."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Echeance (AAAAMMJJ, 0 = " DEC-DUREE-DEFAUT-MOIS
                   " mois) : " WITH NO ADVANCING.
           ACCEPT WS-DEC-FIN.
           IF WS-DEC-FIN = 0
               MOVE WS-DEC-DEBUT TO WS-DATE-CALCUL
               MOVE DEC-DUREE-DEFAUT-MOIS TO WS-NB-MOIS
               PERFORM AJOUTER-MOIS
               MOVE WS-DATE-CALCUL TO WS-DEC-FIN
           END-IF.
           IF WS-DEC-FIN NOT > WS-DEC-DEBUT
               DISPLAY "Refuse : l'echeance doit suivre la date "
                       "d'effet."
               EXIT PARAGRAPH
           END-IF.
           SET PERIODE-VALIDE TO TRUE.
           DISPLAY "Decouvert demande du " WS-DEC-DEBUT " au "
                   WS-DEC-FIN ".".

      *>----------------------------------------------------------------
       AJOUTER-MOIS.
           MOVE WS-DATE-CALCUL(1:4) TO WS-ANNEE.
           MOVE WS-DATE-CALCUL(5:2) TO WS-MOIS.
           MOVE WS-DATE-CALCUL(7:2) TO WS-JOUR.
           ADD WS-NB-MOIS TO WS-MOIS.
           PERFORM UNTIL WS-MOIS NOT > 12
               SUBTRACT 12 FROM WS-MOIS
               ADD 1 TO WS-ANNEE
           END-PERFORM.
           PERFORM CLAMPER-JOUR-MOIS.
           MOVE WS-ANNEE TO WS-DATE-CALCUL(1:4).
           MOVE WS-MOIS  TO WS-DATE-CALCUL(5:2).
           MOVE WS-JOUR  TO WS-DATE-CALCUL(7:2).

      *>----------------------------------------------------------------
       CLAMPER-JOUR-MOIS.
           MOVE WS-ANNEE TO WS-ANNEE-SUIV.
           MOVE WS-MOIS  TO WS-MOIS-SUIV.
           ADD 1 TO WS-MOIS-SUIV.
           IF WS-MOIS-SUIV > 12
               MOVE 1 TO WS-MOIS-SUIV
               ADD 1 TO WS-ANNEE-SUIV
           END-IF.
           MOVE WS-ANNEE-SUIV TO WS-DATE-PREMIER-SUIV(1:4).
           MOVE WS-MOIS-SUIV  TO WS-DATE-PREMIER-SUIV(5:2).
           MOVE "01"          TO WS-DATE-PREMIER-SUIV(7:2).

           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-PREMIER-SUIV) - 1.
           COMPUTE WS-DATE-DERNIER-JOUR =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).
           MOVE WS-DATE-DERNIER-JOUR(7:2) TO WS-DERNIER-JOUR-MOIS.

           IF WS-JOUR > WS-DERNIER-JOUR-MOIS
               MOVE WS-DERNIER-JOUR-MOIS TO WS-JOUR
           END-IF.

      *>----------------------------------------------------------------
      *> Consultation du FICP sur le client titulaire du compte (a
      *> defaut sur le nom du titulaire, sans date de naissance).
       CONSULTER-FICP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           INITIALIZE W-CLIENT.
           MOVE W-CPT-TITULAIRE TO W-CLI-NOM.
           IF W-CPT-CLIENT NOT = 0
               MOVE W-CPT-CLIENT TO W-CLI-NUMERO
               MOVE "READ" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE
               IF WS-CODE-LECTURE NOT = '00'
                   INITIALIZE W-CLIENT
                   MOVE W-CPT-TITULAIRE TO W-CLI-NOM
               END-IF
           END-IF.
           CALL "FICP-CONSULTER" USING W-CLI-NOM W-CLI-DATE-NAISS
                                       WS-CODE-FICP.
           IF WS-CODE-FICP = '47'
               MOVE 'I' TO WS-RESULTAT-FICP
               DISPLAY "ATTENTION : titulaire inscrit au FICP, "
                       "relevement soumis a derogation superviseur."
           ELSE
               MOVE 'N' TO WS-RESULTAT-FICP
               DISPLAY "FICP : titulaire non inscrit."
           END-IF.

      *>----------------------------------------------------------------
      *> Les nouveaux cotitulaires sont transportes dans W-ATT-APRES
           MOVE SPACES TO W-ATT-APRES.
           MOVE WS-MODE-SIGNATURE TO W-ATT-APRES(1:1).

      *>----------------------------------------------------------------
      *> Offre groupee : souscription ou changement (code d'une offre
      *> active du catalogue) ou resiliation (ENTREE). Le code voyage
      *> dans W-ATT-APRES(1:4), SPACES pour une resiliation ;
      *> W-ATT-TYPE reste a SPACES si la demande est abandonnee.
       DEMANDER-OFFRE.
           MOVE SPACES TO W-ATT-TYPE.
           MOVE SPACES TO WS-OFFRE-ACTUELLE.
           MOVE W-CPT-NUMERO TO W-SOU-CPT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.
           MOVE "READ" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.
           MOVE "CLOSE" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION
                                  WS-CODE-FERMETURE.
           IF WS-CODE-SOU = '00' AND SOU-ACTIVE
               MOVE W-SOU-OFFRE TO WS-OFFRE-ACTUELLE
               DISPLAY "Offre souscrite : " W-SOU-OFFRE " depuis le "
                       W-SOU-DATE-DEBUT " (approuvee par "
                       W-SOU-APPROBATEUR ")."
           ELSE
               DISPLAY "Aucune offre groupee souscrite."
           END-IF.

           PERFORM AFFICHER-OFFRES.
           DISPLAY "Offre demandee (ENTREE pour resilier) : "
               WITH NO ADVANCING.
           ACCEPT WS-OFFRE-DEMANDEE.
           MOVE FUNCTION UPPER-CASE(WS-OFFRE-DEMANDEE)
               TO WS-OFFRE-DEMANDEE.

           IF WS-OFFRE-DEMANDEE = SPACES
               IF WS-OFFRE-ACTUELLE = SPACES
                   DISPLAY "Rien a resilier : demande abandonnee."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-OFFRE-DEMANDEE = WS-OFFRE-ACTUELLE
                   DISPLAY "Offre deja souscrite : demande "
                           "abandonnee."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OFFRE-DEMANDEE TO W-OFR-CODE
               MOVE "READ" TO WS-OP
               CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-OFR
               MOVE "CLOSE" TO WS-OP
               CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-FERMETURE
               IF WS-CODE-OFR NOT = '00' OR NOT OFR-ACTIVE
                   DISPLAY "Offre inconnue ou suspendue : demande "
                           "abandonnee."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "OFFRE" TO W-ATT-TYPE.
           STRING "OFFRE " DELIMITED SIZE
                  WS-OFFRE-ACTUELLE DELIMITED SIZE
               INTO W-ATT-AVANT.
           MOVE SPACES TO W-ATT-APRES.
           MOVE WS-OFFRE-DEMANDEE TO W-ATT-APRES(1:4).
           IF WS-OFFRE-DEMANDEE = SPACES
               MOVE "RESILIATION" TO W-ATT-APRES(6:11)
           ELSE
               MOVE W-OFR-LIBELLE TO W-ATT-APRES(6:30)
           END-IF.

      *>----------------------------------------------------------------
      *> Offres actives du catalogue, pour le choix du guichetier.
       AFFICHER-OFFRES.
           MOVE 'N' TO WS-FIN-OFR.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-OFR.
           MOVE "START-FIRST" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-OFR.
           IF WS-CODE-OFR NOT = '00'
               SET FIN-OFFRES TO TRUE
           END-IF.
           DISPLAY "Offres proposees :".
           PERFORM UNTIL FIN-OFFRES
               MOVE "READ-NEXT" TO WS-OP
               CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-OFR
               IF WS-CODE-OFR = '00'
                   IF OFR-ACTIVE
                       MOVE W-OFR-COTISATION TO WS-MONTANT-AFF
                       DISPLAY "  " W-OFR-CODE " " W-OFR-LIBELLE
                               WS-MONTANT-AFF " /mois"
                   END-IF
               ELSE
                   SET FIN-OFFRES TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-FERMETURE.

       END PROGRAM MODIFIER-COMPTE.
