      *>****************************************************************
      *> Programme : AVIS-TARIFS
      *> Role      : Batch de la chaine BATCH-NUIT. Adresse l'avis
      *>             reglementaire de hausse de tarif pour chaque ligne
      *>             de la grille (TARIFS.dat) saisie en hausse par
      *>             l'ecran TARIFS et marquee avis a emettre ('P') :
      *>             - sont concernes les comptes actifs auxquels la
      *>               ligne s'appliquera a sa date d'effet (module
      *>               TARIF-DU-JOUR : produit du compte, ou tarif
      *>               general pour les produits sans ligne propre) ;
      *>             - l'avis (ancien et nouveau frais, date d'effet,
      *>               droit de resilier sans frais avant cette date)
      *>               est produit dans reports/ et depose a la file de
      *>               spool selon la preference d'acheminement du
      *>               compte ;
      *>             - la ligne passe avis emis ('E') avec la date et
      *>               le nombre d'avis.
      *>             Les lignes sont d'abord relevees puis traitees :
      *>             TARIF-DU-JOUR relit lui-meme TARIFS.dat.
      *>             Meme traitement pour les hausses de cotisation des
      *>             offres groupees (OFFRES.dat, saisies par l'ecran
      *>             OFFRES) : l'avis part aux comptes actifs dont la
      *>             souscription (SOUSCRIPTIONS.dat) est en cours, et
      *>             l'offre passe avis emis.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVIS-TARIFS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AVIS ASSIGN TO WS-NOM-AVIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVIS.

       DATA DIVISION.
       FILE SECTION.
       FD F-AVIS.
       01 F-AVIS-LIGNE           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TARIF.
       COPY TARIF-PARAM.
       COPY OFFRE.
       COPY SOUSCRIPTION.
       COPY COMPTE.
       COPY SPOOL.
       COPY CODES-ERR.
       COPY OPS.
       COPY PARAMETRES.

       01 WS-FS-AVIS             PIC X(2) VALUE '00'.
       01 WS-NOM-AVIS            PIC X(50).
       01 WS-LIGNE               PIC X(80).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-CPT             PIC X(1) VALUE 'N'.
          88 FIN-COMPTES         VALUE 'O'.
       01 WS-FIN-SOU             PIC X(1) VALUE 'N'.
          88 FIN-SOUSCRIPTIONS   VALUE 'O'.

      *> Nature de l'avis en cours : ligne de grille ou offre.
       01 WS-NATURE-AVIS         PIC X(1).
          88 AVIS-GRILLE         VALUE 'T'.
          88 AVIS-OFFRE          VALUE 'O'.

      *> Lignes a aviser, relevees en un premier passage.
       01 WS-MAX-LIGNES          PIC 9(3) VALUE 50.
       01 WS-NB-LIGNES           PIC 9(3) VALUE 0.
       01 WS-IDX-LIGNE           PIC 9(3).
       01 WS-TAB-LIGNES.
          05 WS-LIGNE-AVIS       PIC X(65) OCCURS 50 TIMES.

      *> Offres a aviser, relevees de la meme facon.
       01 WS-MAX-OFFRES          PIC 9(3) VALUE 20.
       01 WS-NB-OFFRES           PIC 9(3) VALUE 0.
       01 WS-IDX-OFFRE           PIC 9(3).
       01 WS-TAB-OFFRES.
          05 WS-OFFRE-AVIS       PIC X(178) OCCURS 20 TIMES.
       01 WS-CODE-SOU            PIC X(2).

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-IDX-EVT             PIC 9(2).
       01 WS-LIBELLE-EVT         PIC X(28).
       01 WS-NB-AVIS-LIGNE       PIC 9(5).

       01 WS-MONTANT-APPLIQUE    PIC S9(7)V99 COMP-3.
       01 WS-CLE-APPLIQUEE       PIC X(24).
       01 WS-CODE-TARIF          PIC X(2).

       01 WS-MNT-AFF             PIC -Z(6)9.99.
       01 WS-ANCIEN-AFF          PIC -Z(6)9.99.

       01 WS-NB-TRAITEES         PIC 9(5) VALUE 0.
       01 WS-NB-OFFRES-TRAITEES  PIC 9(5) VALUE 0.
       01 WS-NB-AVIS             PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.

       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-SPOOL          PIC X(2).

      *> Repetition generale (module SIMULATION-MODE) : comptes a
      *> aviser verses au rapport, aucun avis produit, aucune mise a
      *> jour de TARIFS.dat ni d'OFFRES.dat.
       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- AVIS-TARIFS : avis de hausse de tarif ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE "ETAT" TO WS-OP-SIMUL.
       CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                    WS-CODE-SIMUL.
       IF WS-CODE-SIMUL = '00'
           SET MODE-SIMULATION TO TRUE
           DISPLAY "MODE SIMULATION : aucune ecriture ne sera passee."
       END-IF.

       PERFORM RELEVER-LIGNES.

       SET AVIS-GRILLE TO TRUE.
       MOVE 1 TO WS-IDX-LIGNE.
       PERFORM UNTIL WS-IDX-LIGNE > WS-NB-LIGNES
           MOVE WS-LIGNE-AVIS(WS-IDX-LIGNE) TO W-TARIF
           PERFORM TRAITER-LIGNE
           ADD 1 TO WS-IDX-LIGNE
       END-PERFORM.

       PERFORM RELEVER-OFFRES.

       SET AVIS-OFFRE TO TRUE.
       MOVE 1 TO WS-IDX-OFFRE.
       PERFORM UNTIL WS-IDX-OFFRE > WS-NB-OFFRES
           MOVE WS-OFFRE-AVIS(WS-IDX-OFFRE) TO W-OFFRE
           PERFORM TRAITER-OFFRE
           ADD 1 TO WS-IDX-OFFRE
       END-PERFORM.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Hausses avisees : " WS-NB-TRAITEES
               "   offres : " WS-NB-OFFRES-TRAITEES
               "   avis emis : " WS-NB-AVIS
               "   echecs : " WS-NB-ECHECS.

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Lignes actives marquees avis a emettre ; au-dela de la
      *> capacite de la table, le reliquat part la nuit suivante.
       RELEVER-LIGNES.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Grille tarifaire absente."
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN TAR-ACTIF AND TAR-AVIS-A-EMETTRE
                       IF WS-NB-LIGNES < WS-MAX-LIGNES
                           ADD 1 TO WS-NB-LIGNES
                           MOVE W-TARIF TO WS-LIGNE-AVIS(WS-NB-LIGNES)
                       ELSE
                           DISPLAY "Capacite atteinte : ligne "
                                   W-TAR-EVENEMENT " " W-TAR-PRODUIT
                                   " reportee."
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.

      *>----------------------------------------------------------------
       TRAITER-LIGNE.
           ADD 1 TO WS-NB-TRAITEES.
           MOVE 0 TO WS-NB-AVIS-LIGNE.
           PERFORM RESOUDRE-LIBELLE.

           MOVE 'N' TO WS-FIN-CPT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-COMPTES TO TRUE
           END-IF.
           PERFORM UNTIL FIN-COMPTES
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
               IF RC-OK
                   IF CPT-ACTIF
                       PERFORM CONTROLER-COMPTE
                   END-IF
               ELSE
                   SET FIN-COMPTES TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

           IF MODE-SIMULATION
               EXIT PARAGRAPH
           END-IF.

           SET TAR-AVIS-EMIS TO TRUE.
           MOVE WS-DATE-JOUR TO W-TAR-DATE-AVIS.
           MOVE WS-NB-AVIS-LIGNE TO W-TAR-NB-AVIS.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Tarif " W-TAR-EVENEMENT " " W-TAR-PRODUIT
                       " : avis emis mais ligne NON mise a jour (code "
                       W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.

           DISPLAY "Tarif " W-TAR-EVENEMENT " " W-TAR-PRODUIT " au "
                   W-TAR-DATE-EFFET " : " WS-NB-AVIS-LIGNE " avis.".

      *>----------------------------------------------------------------
      *> Offres actives ou suspendues dont la hausse programmee n'a
      *> pas encore ete avisee.
       RELEVER-OFFRES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN OFR-AVIS-A-EMETTRE
                       IF WS-NB-OFFRES < WS-MAX-OFFRES
                           ADD 1 TO WS-NB-OFFRES
                           MOVE W-OFFRE TO WS-OFFRE-AVIS(WS-NB-OFFRES)
                       ELSE
                           DISPLAY "Capacite atteinte : offre "
                                   W-OFR-CODE " reportee."
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Avis a chaque souscription en cours de l'offre sur un compte
      *> actif, puis l'offre passe avis emis.
       TRAITER-OFFRE.
           ADD 1 TO WS-NB-OFFRES-TRAITEES.
           MOVE 0 TO WS-NB-AVIS-LIGNE.
           MOVE W-OFR-LIBELLE TO WS-LIBELLE-EVT.

           MOVE 'N' TO WS-FIN-SOU.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.
           IF WS-CODE-SOU NOT = '00'
               SET FIN-SOUSCRIPTIONS TO TRUE
           ELSE
               MOVE "START-FIRST" TO WS-OP
               CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU
               IF WS-CODE-SOU NOT = '00'
                   SET FIN-SOUSCRIPTIONS TO TRUE
               END-IF
           END-IF.
           PERFORM UNTIL FIN-SOUSCRIPTIONS
               MOVE "READ-NEXT" TO WS-OP
               CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU
               IF WS-CODE-SOU = '00'
                   IF SOU-ACTIVE AND W-SOU-OFFRE = W-OFR-CODE
                       PERFORM CONTROLER-SOUSCRIPTION
                   END-IF
               ELSE
                   SET FIN-SOUSCRIPTIONS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.

           IF MODE-SIMULATION
               EXIT PARAGRAPH
           END-IF.

           SET OFR-AVIS-EMIS TO TRUE.
           MOVE WS-DATE-JOUR TO W-OFR-DATE-AVIS.
           MOVE WS-NB-AVIS-LIGNE TO W-OFR-NB-AVIS.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Offre " W-OFR-CODE " : avis emis mais offre "
                       "NON mise a jour (code " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.

           DISPLAY "Offre " W-OFR-CODE " au " W-OFR-DATE-EFFET " : "
                   WS-NB-AVIS-LIGNE " avis.".

      *>----------------------------------------------------------------
       CONTROLER-SOUSCRIPTION.
           MOVE W-SOU-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK OR NOT CPT-ACTIF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-AVIS-LIGNE.
           ADD 1 TO WS-NB-AVIS.
           IF MODE-SIMULATION
               PERFORM SIMULER-AVIS
           ELSE
               PERFORM PRODUIRE-AVIS
           END-IF.

      *>----------------------------------------------------------------
      *> Le compte est concerne si c'est cette ligne qui lui sera
      *> appliquee a la date d'effet.
       CONTROLER-COMPTE.
           IF W-TAR-PRODUIT NOT = SPACES
                   AND W-TAR-PRODUIT NOT = W-CPT-PRODUIT
               EXIT PARAGRAPH
           END-IF.
           CALL "TARIF-DU-JOUR" USING W-TAR-EVENEMENT W-CPT-PRODUIT
                                      W-TAR-DATE-EFFET
                                      WS-MONTANT-APPLIQUE
                                      WS-CLE-APPLIQUEE WS-CODE-TARIF.
           IF WS-CLE-APPLIQUEE NOT = W-TAR-CLE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-AVIS-LIGNE.
           ADD 1 TO WS-NB-AVIS.
           IF MODE-SIMULATION
               PERFORM SIMULER-AVIS
           ELSE
               PERFORM PRODUIRE-AVIS
           END-IF.

      *>----------------------------------------------------------------
       RESOUDRE-LIBELLE.
           MOVE W-TAR-EVENEMENT TO WS-LIBELLE-EVT.
           MOVE 1 TO WS-IDX-EVT.
           PERFORM UNTIL WS-IDX-EVT > TAR-NB-EVENEMENTS
               IF TAR-EVT-CODE(WS-IDX-EVT) = W-TAR-EVENEMENT
                   MOVE TAR-EVT-LIBELLE(WS-IDX-EVT) TO WS-LIBELLE-EVT
               END-IF
               ADD 1 TO WS-IDX-EVT
           END-PERFORM.

      *>----------------------------------------------------------------
       SIMULER-AVIS.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           IF AVIS-OFFRE
               MOVE W-OFR-NOUV-COTISATION TO WS-MNT-AFF
               STRING "AVIS-TARIFS  COMPTE " DELIMITED SIZE
                      W-CPT-NUMERO DELIMITED SIZE
                      " OFFRE " DELIMITED SIZE
                      W-OFR-CODE DELIMITED SIZE
                      " NOUVELLE COTISATION " DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                      " AU " DELIMITED SIZE
                      W-OFR-DATE-EFFET DELIMITED SIZE
                   INTO WS-LIGNE-SIMUL
           ELSE
               MOVE W-TAR-MONTANT TO WS-MNT-AFF
               STRING "AVIS-TARIFS  COMPTE " DELIMITED SIZE
                      W-CPT-NUMERO DELIMITED SIZE
                      " " DELIMITED SIZE
                      W-TAR-EVENEMENT DELIMITED SIZE
                      " NOUVEAU FRAIS " DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                      " AU " DELIMITED SIZE
                      W-TAR-DATE-EFFET DELIMITED SIZE
                   INTO WS-LIGNE-SIMUL
           END-IF.
           MOVE "LIGNE" TO WS-OP-SIMUL.
           CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                        WS-CODE-SIMUL.

      *>----------------------------------------------------------------
      *> Un fichier par avis, nomme sur l'identifiant de spool : un
      *> compte peut recevoir plusieurs avis la meme nuit.
       PRODUIRE-AVIS.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-SPOOL WS-CODE-SPOOL.
           MOVE SPACES TO WS-NOM-AVIS.
           STRING "reports/AVIS-TARIF-" DELIMITED SIZE
                  W-CPT-NUMERO          DELIMITED SIZE
                  "-"                   DELIMITED SIZE
                  WS-COMPTEUR-SPOOL     DELIMITED SIZE
                  ".txt"                DELIMITED SIZE
               INTO WS-NOM-AVIS.
           OPEN OUTPUT F-AVIS.

           MOVE "==============================================="
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE "   AVIS DE MODIFICATION DE TARIF" TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE "==============================================="
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE PARAM-NOM-BANQUE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING "Compte " DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-CPT-TITULAIRE DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           IF AVIS-OFFRE
               PERFORM ECRIRE-CORPS-OFFRE
           ELSE
               PERFORM ECRIRE-CORPS-GRILLE
           END-IF.
           MOVE "Sans refus de votre part avant cette date, le nouveau"
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE "tarif sera repute accepte. Vous pouvez d'ici la"
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "resilier sans frais en contactant votre agence "
                      DELIMITED SIZE
                  W-CPT-AGENCE DELIMITED SIZE
                  "." DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE "-----------------------------------------------"
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           CLOSE F-AVIS.

           PERFORM DEPOSER-AU-SPOOL.

      *>----------------------------------------------------------------
       ECRIRE-CORPS-GRILLE.
           MOVE W-TAR-MONTANT TO WS-MNT-AFF.
           MOVE W-TAR-ANCIEN-MONTANT TO WS-ANCIEN-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Operation : " DELIMITED SIZE
                  WS-LIBELLE-EVT DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "Frais actuel : " DELIMITED SIZE
                  FUNCTION TRIM(WS-ANCIEN-AFF) DELIMITED SIZE
                  "   nouveau frais : " DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-AFF) DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "applicable a compter du " DELIMITED SIZE
                  W-TAR-DATE-EFFET DELIMITED SIZE
                  "." DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

      *>----------------------------------------------------------------
       ECRIRE-CORPS-OFFRE.
           MOVE W-OFR-NOUV-COTISATION TO WS-MNT-AFF.
           MOVE W-OFR-COTISATION TO WS-ANCIEN-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Offre groupee : " DELIMITED SIZE
                  WS-LIBELLE-EVT DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "Cotisation mensuelle actuelle : " DELIMITED SIZE
                  FUNCTION TRIM(WS-ANCIEN-AFF) DELIMITED SIZE
                  "   nouvelle : " DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-AFF) DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "applicable a compter du " DELIMITED SIZE
                  W-OFR-DATE-EFFET DELIMITED SIZE
                  "." DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

      *>----------------------------------------------------------------
       DEPOSER-AU-SPOOL.
           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR-SPOOL TO W-SPL-ID.
           MOVE W-CPT-NUMERO      TO W-SPL-CPT.
           IF AVIS-OFFRE
               MOVE "AVIS-OFFRE"  TO W-SPL-TYPE-DOC
           ELSE
               MOVE "AVIS-TARIF"  TO W-SPL-TYPE-DOC
           END-IF.
           MOVE WS-DATE-JOUR      TO W-SPL-DATE.
           MOVE W-CPT-AGENCE      TO W-SPL-AGENCE.
           MOVE W-CPT-MODE-ENVOI  TO W-SPL-MODE.
           MOVE WS-NOM-AVIS       TO W-SPL-FICHIER.
           IF ENVOI-SUPPRIME
               SET SPL-SUPPRIME TO TRUE
           ELSE
               SET SPL-A-IMPRIMER TO TRUE
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "WRITE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           IF WS-CODE-SPOOL NOT = '00'
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Compte " W-CPT-NUMERO " : avis NON depose au "
                       "spool (code " WS-CODE-SPOOL ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

       END PROGRAM AVIS-TARIFS.
