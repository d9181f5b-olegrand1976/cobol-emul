      *>****************************************************************
      *> Programme : FRAGILITE
      *> Role      : Batch de cycle mensuel (chaine BATCH-NUIT, fin de
      *>             mois). Detecte les clients en situation de
      *>             fragilite financiere a partir des faits
      *>             observables sur leurs comptes :
      *>             - incidents repetes : au moins FRG-SEUIL-INCIDENTS
      *>               incidents du mois comptes par FRAIS-INCIDENT ;
      *>             - inscription au registre des interdits bancaires
      *>               (INTERDITS.dat) ;
      *>             - saisie ou avis a tiers detenteur en cours
      *>               (SAISIES.dat) ;
      *>             - solde debiteur persistant : solde negatif sans
      *>               mouvement depuis FRG-JOURS-DEBITEUR jours (meme
      *>               regle que SOLDES-NEGATIFS).
      *>             Le statut est pose sur le client avec le motif et
      *>             conserve FRG-DUREE-MOIS mois apres la derniere
      *>             detection (FRAGILE-PARAM.cpy) ; echu sans nouvelle
      *>             detection, il est leve. Une fois par periode de
      *>             fragilite, l'offre specifique (OFFRES.dat) est
      *>             proposee par courrier depose au spool sur le
      *>             premier compte du client.
      *>             Le rapport reglementaire du mois
      *>             reports/FRAGILITE-AAAAMM.txt liste les clients
      *>             fragiles et compte entrees par critere, sorties,
      *>             propositions, detenteurs de l'offre specifique et
      *>             frais factures / evites par le plafonnement (module
      *>             FRAGILE-PLAFOND) sur le mois et l'annee.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAGILITE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.
           SELECT F-COURRIER ASSIGN TO WS-NOM-COURRIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COURRIER.

       DATA DIVISION.
       FILE SECTION.
       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE        PIC X(100).
       FD F-COURRIER.
       01 F-COURRIER-LIGNE       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CLIENT.
       COPY COMPTE.
       COPY INTERDIT.
       COPY SAISIE.
       COPY OFFRE.
       COPY SOUSCRIPTION.
       COPY SPOOL.
       COPY FRAGILE-PARAM.
       COPY PARAMETRES.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-NOM-RAPPORT         PIC X(50).
       01 WS-FS-COURRIER         PIC X(2) VALUE '00'.
       01 WS-NOM-COURRIER        PIC X(50).
       01 WS-LIGNE               PIC X(100).

       01 WS-FIN-CLI             PIC X(1) VALUE 'N'.
          88 FIN-CLIENTS         VALUE 'O'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-IO             PIC X(2).
       01 WS-CODE-OFR            PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-AAAAMM              PIC 9(6).
       01 WS-ANNEE-JOUR          PIC 9(4).
       01 WS-DATE-REFERENCE      PIC 9(8).
       01 WS-JOURS-DEBITEUR      PIC 9(5).

      *> Ajout de WS-NB-MOIS mois a WS-DATE-CALCUL (clampage de fin
      *> de mois), pour l'echeance du statut.
       01 WS-DATE-CALCUL         PIC 9(8).
       01 WS-NB-MOIS             PIC 9(3).
       01 WS-ANNEE               PIC 9(4).
       01 WS-MOIS                PIC 9(3).
       01 WS-JOUR                PIC 9(2).
       01 WS-ANNEE-SUIV          PIC 9(4).
       01 WS-MOIS-SUIV           PIC 9(2).
       01 WS-DATE-PREMIER-SUIV   PIC 9(8).
       01 WS-DATE-DERNIER-JOUR   PIC 9(8).
       01 WS-DERNIER-JOUR-MOIS   PIC 9(2).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.

      *> Comptes du client, collectes avant les autres parcours.
       01 WS-NB-CPT              PIC 9(2) COMP VALUE 0.
       01 WS-TAB-COMPTES.
          05 WS-CPT-DU-CLIENT OCCURS 20 TIMES PIC 9(8).
       01 WS-IDX-CPT             PIC 9(2) COMP.

      *> Criteres releves ce mois-ci, un code par critere.
       01 WS-MOTIF.
          05 WS-MOTIF-INC        PIC X(4).
          05 WS-MOTIF-INT        PIC X(4).
          05 WS-MOTIF-SAI        PIC X(4).
          05 WS-MOTIF-DEB        PIC X(4).
          05 FILLER              PIC X(4).
       01 WS-NATURE              PIC X(1).
          88 NATURE-ENTREE       VALUE 'E'.
          88 NATURE-MAINTIEN     VALUE 'M'.
          88 NATURE-SORTIE       VALUE 'S'.
          88 NATURE-AUCUNE       VALUE 'N'.
       01 WS-DETENTEUR           PIC X(1).
          88 DETIENT-OFFRE       VALUE 'O'.

      *> Offre specifique, lue une fois.
       01 WS-OFFRE-DISPO         PIC X(1) VALUE 'N'.
          88 OFFRE-DISPONIBLE    VALUE 'O'.
       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-SPOOL          PIC X(2).

       01 WS-NB-CLIENTS          PIC 9(5) VALUE 0.
       01 WS-NB-FRAGILES         PIC 9(5) VALUE 0.
       01 WS-NB-ENTREES          PIC 9(5) VALUE 0.
       01 WS-NB-MAINTIENS        PIC 9(5) VALUE 0.
       01 WS-NB-SORTIES          PIC 9(5) VALUE 0.
       01 WS-NB-CRIT-INC         PIC 9(5) VALUE 0.
       01 WS-NB-CRIT-INT         PIC 9(5) VALUE 0.
       01 WS-NB-CRIT-SAI         PIC 9(5) VALUE 0.
       01 WS-NB-CRIT-DEB         PIC 9(5) VALUE 0.
       01 WS-NB-PROPOSITIONS     PIC 9(5) VALUE 0.
       01 WS-NB-DETENTEURS       PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.

       01 WS-FACTURE-MOIS        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-EVITE-MOIS          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-FACTURE-ANNEE       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-EVITE-ANNEE         PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-NB-AFF              PIC ZZZZ9.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-MNT2-AFF            PIC -Z(10)9.99.
       01 WS-LIBELLE-NATURE      PIC X(9).

      *> Repetition generale (module SIMULATION-MODE) : detection et
      *> rapport au complet, changements de statut et propositions
      *> verses au rapport de simulation, aucun client mis a jour ni
      *> courrier emis.
       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- FRAGILITE : clients en situation de fragilite ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM.
       MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-JOUR.

       MOVE "ETAT" TO WS-OP-SIMUL.
       CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                    WS-CODE-SIMUL.
       IF WS-CODE-SIMUL = '00'
           SET MODE-SIMULATION TO TRUE
           DISPLAY "MODE SIMULATION : aucune ecriture ne sera passee."
       END-IF.

       PERFORM LIRE-OFFRE-SPECIFIQUE.

       STRING "reports/FRAGILITE-" DELIMITED SIZE
              WS-AAAAMM DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.
       OPEN OUTPUT F-RAPPORT.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "CLIENTS EN SITUATION DE FRAGILITE FINANCIERE - "
                  DELIMITED SIZE
              WS-AAAAMM DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       IF MODE-SIMULATION
           MOVE "(REPETITION GENERALE : STATUTS NON MIS A JOUR)"
               TO F-RAPPORT-LIGNE
           WRITE F-RAPPORT-LIGNE
       END-IF.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE "CLIENT   NOM                  MOTIF            FIN      "
           TO F-RAPPORT-LIGNE.
       MOVE "SITUATION" TO F-RAPPORT-LIGNE(58:9).
       WRITE F-RAPPORT-LIGNE.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
       IF WS-CODE-CLIENT NOT = '00'
           DISPLAY "Aucun client au referentiel."
           CLOSE F-RAPPORT
           PERFORM INSCRIRE-ETAT
           EXIT PROGRAM
       END-IF.
       MOVE "START-FIRST" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
       IF WS-CODE-CLIENT NOT = '00'
           SET FIN-CLIENTS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-CLIENTS
           MOVE "READ-NEXT" TO WS-OP
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
           IF WS-CODE-CLIENT = '00'
               IF CLI-ACTIF
                   PERFORM EXAMINER-CLIENT
               END-IF
               PERFORM CUMULER-FRAIS-CLIENT
           ELSE
               SET FIN-CLIENTS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.

       PERFORM ECRIRE-SYNTHESE.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Clients examines : " WS-NB-CLIENTS
               "   fragiles : " WS-NB-FRAGILES.
       DISPLAY "Entrees : " WS-NB-ENTREES
               "   sorties : " WS-NB-SORTIES
               "   propositions : " WS-NB-PROPOSITIONS.
       DISPLAY "Rapport : " FUNCTION TRIM(WS-NOM-RAPPORT).

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> L'offre specifique doit exister au catalogue et etre ouverte a
      *> la souscription pour etre proposee.
       LIRE-OFFRE-SPECIFIQUE.
           MOVE FRG-OFFRE-SPECIFIQUE TO W-OFR-CODE.
           MOVE "READ" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-OFR.
           MOVE "CLOSE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-FERMETURE.
           IF WS-CODE-OFR = '00' AND OFR-ACTIVE
               SET OFFRE-DISPONIBLE TO TRUE
           ELSE
               DISPLAY "ATTENTION : offre specifique "
                       FRG-OFFRE-SPECIFIQUE
                       " absente ou suspendue, aucune proposition."
           END-IF.

      *>----------------------------------------------------------------
       EXAMINER-CLIENT.
           ADD 1 TO WS-NB-CLIENTS.
           MOVE SPACES TO WS-MOTIF.
           SET NATURE-AUCUNE TO TRUE.

           PERFORM COLLECTER-COMPTES.
           IF W-CLI-INC-MOIS = WS-AAAAMM
                   AND W-CLI-NB-INCIDENTS NOT < FRG-SEUIL-INCIDENTS
               MOVE "INC" TO WS-MOTIF-INC
           END-IF.
           PERFORM CONTROLER-INTERDITS.
           PERFORM CONTROLER-SAISIES.

           IF WS-MOTIF NOT = SPACES
               PERFORM RETENIR-FRAGILITE
           ELSE
               IF CLI-FRAGILE
                   IF W-CLI-FRG-DATE-FIN > WS-DATE-JOUR
                       SET NATURE-MAINTIEN TO TRUE
                   ELSE
                       SET NATURE-SORTIE TO TRUE
                       MOVE 'N' TO W-CLI-FRAGILE
                   END-IF
               END-IF
           END-IF.

           IF CLI-FRAGILE
               ADD 1 TO WS-NB-FRAGILES
               PERFORM CONTROLER-DETENTION
               IF DETIENT-OFFRE
                   ADD 1 TO WS-NB-DETENTEURS
               ELSE
                   IF OFFRE-DISPONIBLE AND WS-NB-CPT > 0
                          AND W-CLI-FRG-DATE-PROPOSITION
                              < W-CLI-FRG-DATE-DETECTION
                       PERFORM PROPOSER-OFFRE
                   END-IF
               END-IF
           END-IF.

           IF NATURE-AUCUNE
               EXIT PARAGRAPH
           END-IF.
           IF NATURE-MAINTIEN
               ADD 1 TO WS-NB-MAINTIENS
           END-IF.
           IF NATURE-SORTIE
               ADD 1 TO WS-NB-SORTIES
           END-IF.
           PERFORM LISTER-CLIENT.
           IF MODE-SIMULATION
               PERFORM SIMULER-STATUT
           ELSE
               PERFORM MEMORISER-STATUT
           END-IF.

      *>----------------------------------------------------------------
      *> Critere releve : le statut court FRG-DUREE-MOIS mois a
      *> compter d'aujourd'hui, qu'il soit nouveau ou prolonge. Un
      *> statut echu vaut nouvelle entree (nouvelle proposition).
       RETENIR-FRAGILITE.
           IF CLI-FRAGILE AND W-CLI-FRG-DATE-FIN > WS-DATE-JOUR
               SET NATURE-MAINTIEN TO TRUE
           ELSE
               SET NATURE-ENTREE TO TRUE
               ADD 1 TO WS-NB-ENTREES
               MOVE 'O' TO W-CLI-FRAGILE
               MOVE WS-DATE-JOUR TO W-CLI-FRG-DATE-DETECTION
               IF WS-MOTIF-INC NOT = SPACES
                   ADD 1 TO WS-NB-CRIT-INC
               END-IF
               IF WS-MOTIF-INT NOT = SPACES
                   ADD 1 TO WS-NB-CRIT-INT
               END-IF
               IF WS-MOTIF-SAI NOT = SPACES
                   ADD 1 TO WS-NB-CRIT-SAI
               END-IF
               IF WS-MOTIF-DEB NOT = SPACES
                   ADD 1 TO WS-NB-CRIT-DEB
               END-IF
           END-IF.
           MOVE WS-MOTIF TO W-CLI-FRG-MOTIF.
           MOVE WS-DATE-JOUR TO WS-DATE-CALCUL.
           MOVE FRG-DUREE-MOIS TO WS-NB-MOIS.
           PERFORM AJOUTER-MOIS.
           MOVE WS-DATE-CALCUL TO W-CLI-FRG-DATE-FIN.

      *>----------------------------------------------------------------
      *> Comptes ouverts du client ; le solde debiteur persistant se
      *> releve au passage.
       COLLECTER-COMPTES.
           MOVE 0 TO WS-NB-CPT.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CPT-CLIENT = W-CLI-NUMERO
                           AND NOT CPT-CLOTURE
                           AND WS-NB-CPT < 20
                       ADD 1 TO WS-NB-CPT
                       MOVE W-CPT-NUMERO
                           TO WS-CPT-DU-CLIENT(WS-NB-CPT)
                       PERFORM CONTROLER-SOLDE-DEBITEUR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

       CONTROLER-SOLDE-DEBITEUR.
           IF W-CPT-SOLDE NOT < 0
               EXIT PARAGRAPH
           END-IF.
           IF W-CPT-DATE-DERN-MVT = 0
               MOVE W-CPT-DATE-OUV TO WS-DATE-REFERENCE
           ELSE
               MOVE W-CPT-DATE-DERN-MVT TO WS-DATE-REFERENCE
           END-IF.
           COMPUTE WS-JOURS-DEBITEUR =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-REFERENCE).
           IF WS-JOURS-DEBITEUR NOT < FRG-JOURS-DEBITEUR
               MOVE "DEB" TO WS-MOTIF-DEB
           END-IF.

      *>----------------------------------------------------------------
       CONTROLER-INTERDITS.
           MOVE 1 TO WS-IDX-CPT.
           PERFORM UNTIL WS-IDX-CPT > WS-NB-CPT
               MOVE WS-CPT-DU-CLIENT(WS-IDX-CPT) TO W-INT-CPT
               MOVE "READ" TO WS-OP
               CALL "INTERDIT-IO" USING WS-OP W-INTERDIT WS-CODE-IO
               IF WS-CODE-IO = '00' AND INT-INSCRIT
                   MOVE "INT" TO WS-MOTIF-INT
               END-IF
               ADD 1 TO WS-IDX-CPT
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "INTERDIT-IO" USING WS-OP W-INTERDIT WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
       CONTROLER-SAISIES.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SAISIE-IO" USING WS-OP W-SAISIE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-IDX-CPT.
           PERFORM UNTIL WS-IDX-CPT > WS-NB-CPT
               PERFORM CONTROLER-SAISIES-COMPTE
               ADD 1 TO WS-IDX-CPT
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SAISIE-IO" USING WS-OP W-SAISIE WS-CODE-FERMETURE.

       CONTROLER-SAISIES-COMPTE.
           MOVE 'N' TO WS-FIN.
           MOVE WS-CPT-DU-CLIENT(WS-IDX-CPT) TO W-SAI-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "SAISIE-IO" USING WS-OP W-SAISIE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "SAISIE-IO" USING WS-OP W-SAISIE WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-SAI-CPT NOT = WS-CPT-DU-CLIENT(WS-IDX-CPT)
                       SET FIN-PARCOURS TO TRUE
                   WHEN SAI-ACTIVE
                       MOVE "SAI" TO WS-MOTIF-SAI
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Detenteur : souscription active a l'offre specifique sur l'un
      *> de ses comptes.
       CONTROLER-DETENTION.
           MOVE 'N' TO WS-DETENTEUR.
           MOVE 1 TO WS-IDX-CPT.
           PERFORM UNTIL WS-IDX-CPT > WS-NB-CPT OR DETIENT-OFFRE
               MOVE WS-CPT-DU-CLIENT(WS-IDX-CPT) TO W-SOU-CPT
               MOVE "READ" TO WS-OP
               CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-IO
               IF WS-CODE-IO = '00' AND SOU-ACTIVE
                       AND W-SOU-OFFRE = FRG-OFFRE-SPECIFIQUE
                   SET DETIENT-OFFRE TO TRUE
               END-IF
               ADD 1 TO WS-IDX-CPT
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION
                                  WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
      *> Frais factures et evites par le plafond, pour tout client dont
      *> les cumuls portent sur le mois (l'annee) en cours, y compris
      *> ceux sortis du dispositif ce mois-ci.
       CUMULER-FRAIS-CLIENT.
           IF W-CLI-FRG-MOIS = WS-AAAAMM
               ADD W-CLI-FRG-FACTURE-MOIS TO WS-FACTURE-MOIS
               ADD W-CLI-FRG-EVITE-MOIS TO WS-EVITE-MOIS
           END-IF.
           IF W-CLI-FRG-ANNEE = WS-ANNEE-JOUR
               ADD W-CLI-FRG-FACTURE-ANNEE TO WS-FACTURE-ANNEE
               ADD W-CLI-FRG-EVITE-ANNEE TO WS-EVITE-ANNEE
           END-IF.

      *>----------------------------------------------------------------
       MEMORISER-STATUT.
           MOVE "REWRITE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           IF WS-CODE-CLIENT NOT = '00'
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Client " W-CLI-NUMERO " : statut NON mis a "
                       "jour (code " WS-CODE-CLIENT ")."
           END-IF.

       SIMULER-STATUT.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           STRING "FRAGILITE    CLIENT " DELIMITED SIZE
                  W-CLI-NUMERO DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-LIBELLE-NATURE DELIMITED SIZE
                  " MOTIF " DELIMITED SIZE
                  W-CLI-FRG-MOTIF DELIMITED SIZE
                  " FIN " DELIMITED SIZE
                  W-CLI-FRG-DATE-FIN DELIMITED SIZE
               INTO WS-LIGNE-SIMUL.
           MOVE "LIGNE" TO WS-OP-SIMUL.
           CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                        WS-CODE-SIMUL.

      *>----------------------------------------------------------------
       LISTER-CLIENT.
           EVALUATE TRUE
               WHEN NATURE-ENTREE
                   MOVE "ENTREE" TO WS-LIBELLE-NATURE
               WHEN NATURE-SORTIE
                   MOVE "SORTIE" TO WS-LIBELLE-NATURE
               WHEN OTHER
                   MOVE "MAINTIEN" TO WS-LIBELLE-NATURE
           END-EVALUATE.
           MOVE SPACES TO WS-LIGNE.
           MOVE W-CLI-NUMERO TO WS-LIGNE(1:8).
           MOVE W-CLI-NOM TO WS-LIGNE(10:20).
           MOVE W-CLI-FRG-MOTIF TO WS-LIGNE(31:16).
           MOVE W-CLI-FRG-DATE-FIN TO WS-LIGNE(48:8).
           MOVE WS-LIBELLE-NATURE TO WS-LIGNE(58:9).
           MOVE WS-LIGNE TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Proposition de l'offre specifique, une fois par periode de
      *> fragilite, adressee via le premier compte du client.
       PROPOSER-OFFRE.
           MOVE WS-CPT-DU-CLIENT(1) TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-FERMETURE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-PROPOSITIONS.
           MOVE WS-DATE-JOUR TO W-CLI-FRG-DATE-PROPOSITION.
           IF MODE-SIMULATION
               MOVE W-OFR-COTISATION TO WS-MNT-AFF
               MOVE SPACES TO WS-LIGNE-SIMUL
               STRING "FRAGILITE    CLIENT " DELIMITED SIZE
                      W-CLI-NUMERO DELIMITED SIZE
                      " PROPOSITION OFFRE " DELIMITED SIZE
                      W-OFR-CODE DELIMITED SIZE
                      " COMPTE " DELIMITED SIZE
                      W-CPT-NUMERO DELIMITED SIZE
                      " COTISATION " DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                   INTO WS-LIGNE-SIMUL
               MOVE "LIGNE" TO WS-OP-SIMUL
               CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                            WS-CODE-SIMUL
               EXIT PARAGRAPH
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-SPOOL WS-CODE-SPOOL.
           MOVE SPACES TO WS-NOM-COURRIER.
           STRING "reports/OFFRE-FRAGILE-" DELIMITED SIZE
                  W-CPT-NUMERO          DELIMITED SIZE
                  "-"                   DELIMITED SIZE
                  WS-COMPTEUR-SPOOL     DELIMITED SIZE
                  ".txt"                DELIMITED SIZE
               INTO WS-NOM-COURRIER.
           OPEN OUTPUT F-COURRIER.

           MOVE "==============================================="
               TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE "   PROPOSITION D'OFFRE SPECIFIQUE" TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE "==============================================="
               TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE PARAM-NOM-BANQUE TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING "Client " DELIMITED SIZE
                  W-CLI-NUMERO DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-CLI-NOM DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE SPACES TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.

           MOVE "Votre situation vous ouvre droit a notre offre"
               TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "specifique : " DELIMITED SIZE
                  W-OFR-LIBELLE DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE W-OFR-COTISATION TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Cotisation mensuelle : " DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-AFF) DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE FRG-PLAFOND-MENSUEL TO WS-MNT-AFF.
           MOVE FRG-PLAFOND-ANNUEL TO WS-MNT2-AFF.
           MOVE "Vos frais d'incident, de tenue de compte et vos agios"
               TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "sont des a present plafonnes a " DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-AFF) DELIMITED SIZE
                  " par mois et " DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT2-AFF) DELIMITED SIZE
                  " par an." DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "Pour souscrire, contactez votre agence "
                      DELIMITED SIZE
                  W-CPT-AGENCE DELIMITED SIZE
                  "." DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.

           MOVE "-----------------------------------------------"
               TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           CLOSE F-COURRIER.

           PERFORM DEPOSER-AU-SPOOL.

      *>----------------------------------------------------------------
       DEPOSER-AU-SPOOL.
           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR-SPOOL TO W-SPL-ID.
           MOVE W-CPT-NUMERO      TO W-SPL-CPT.
           MOVE "OFFRE-FRAG"      TO W-SPL-TYPE-DOC.
           MOVE WS-DATE-JOUR      TO W-SPL-DATE.
           MOVE W-CPT-AGENCE      TO W-SPL-AGENCE.
           MOVE W-CPT-MODE-ENVOI  TO W-SPL-MODE.
           MOVE WS-NOM-COURRIER   TO W-SPL-FICHIER.
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
               DISPLAY "Client " W-CLI-NUMERO " : proposition NON "
                       "deposee au spool (code " WS-CODE-SPOOL ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

      *>----------------------------------------------------------------
       ECRIRE-SYNTHESE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "SYNTHESE" TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-NB-FRAGILES TO WS-NB-AFF.
           MOVE "  CLIENTS FRAGILES EN FIN DE MOIS   : "
               TO F-RAPPORT-LIGNE.
           MOVE WS-NB-AFF TO F-RAPPORT-LIGNE(40:5).
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-NB-ENTREES TO WS-NB-AFF.
           MOVE "  ENTREES DU MOIS                   : "
               TO F-RAPPORT-LIGNE.
           MOVE WS-NB-AFF TO F-RAPPORT-LIGNE(40:5).
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-NB-CRIT-INC TO WS-NB-AFF.
           MOVE "    DONT INCIDENTS REPETES          : "
               TO F-RAPPORT-LIGNE.
           MOVE WS-NB-AFF TO F-RAPPORT-LIGNE(40:5).
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-NB-CRIT-INT TO WS-NB-AFF.
           MOVE "    DONT INTERDITS BANCAIRES        : "
               TO F-RAPPORT-LIGNE.
           MOVE WS-NB-AFF TO F-RAPPORT-LIGNE(40:5).
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-NB-CRIT-SAI TO WS-NB-AFF.
           MOVE "    DONT SAISIES EN COURS           : "
               TO F-RAPPORT-LIGNE.
           MOVE WS-NB-AFF TO F-RAPPORT-LIGNE(40:5).
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-NB-CRIT-DEB TO WS-NB-AFF.
           MOVE "    DONT SOLDES DEBITEURS PERSISTANTS: "
               TO F-RAPPORT-LIGNE.
           MOVE WS-NB-AFF TO F-RAPPORT-LIGNE(40:5).
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-NB-MAINTIENS TO WS-NB-AFF.
           MOVE "  MAINTIENS                         : "
               TO F-RAPPORT-LIGNE.
           MOVE WS-NB-AFF TO F-RAPPORT-LIGNE(40:5).
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-NB-SORTIES TO WS-NB-AFF.
           MOVE "  SORTIES DU DISPOSITIF             : "
               TO F-RAPPORT-LIGNE.
           MOVE WS-NB-AFF TO F-RAPPORT-LIGNE(40:5).
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-NB-PROPOSITIONS TO WS-NB-AFF.
           MOVE "  PROPOSITIONS D'OFFRE SPECIFIQUE   : "
               TO F-RAPPORT-LIGNE.
           MOVE WS-NB-AFF TO F-RAPPORT-LIGNE(40:5).
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-NB-DETENTEURS TO WS-NB-AFF.
           MOVE "  DETENTEURS DE L'OFFRE SPECIFIQUE  : "
               TO F-RAPPORT-LIGNE.
           MOVE WS-NB-AFF TO F-RAPPORT-LIGNE(40:5).
           WRITE F-RAPPORT-LIGNE.

           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "FRAIS DES CLIENTS FRAGILES" TO F-RAPPORT-LIGNE.
           MOVE "MOIS" TO F-RAPPORT-LIGNE(36:4).
           MOVE "ANNEE" TO F-RAPPORT-LIGNE(51:5).
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-FACTURE-MOIS TO WS-MNT-AFF.
           MOVE WS-FACTURE-ANNEE TO WS-MNT2-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "  FACTURES             : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-EVITE-MOIS TO WS-MNT-AFF.
           MOVE WS-EVITE-ANNEE TO WS-MNT2-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "  EVITES PAR PLAFOND   : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

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
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "FRAGILITE" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM FRAGILITE.
