      *>****************************************************************
      *> Programme : RESIDENCE-FISCALE
      *> Role      : Batch de cycle mensuel (chaine BATCH-NUIT, fin de
      *>             mois). Suivi de la documentation fiscale des
      *>             clients actifs pour l'echange automatique
      *>             d'informations (FATCA / CRS) :
      *>             - releve des indices d'extraneite de chaque
      *>               client (module INDICES-FISCAUX) ; un indice non
      *>               encore couvert par son auto-certification
      *>               (W-CLI-INDICES) ouvre une demande
      *>               d'auto-certification, a retourner dans
      *>               FAT-DELAI-AUTOCERT-JOURS jours, deposee dans
      *>               ALERTES.dat sur chacun de ses comptes ouverts
      *>               pour la prochaine visite au guichet ;
      *>             - une demande restee sans reponse a l'echeance
      *>               fait du client un recalcitrant (non documente),
      *>               declare comme tel par EXPORT-FATCA-CRS ; le
      *>               guichet en est averti de la meme facon.
      *>             L'auto-certification retournee est saisie dans
      *>             CREER-CLIENT (choix F), qui leve la demande ou le
      *>             statut de recalcitrant. Liste du mois pour la
      *>             conformite : reports/RESIDENCE-FISCALE-AAAAMM.txt.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDENCE-FISCALE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CLIENT.
       COPY COMPTE.
       COPY ALERTE.
       COPY FATCA-PARAM.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-NOM-RAPPORT         PIC X(50).

       01 WS-FIN-CLI             PIC X(1) VALUE 'N'.
          88 FIN-CLIENTS         VALUE 'O'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-IO             PIC X(2).

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-AAAAMM              PIC 9(6).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.

       01 WS-INDICES             PIC X(3).
       01 WS-PAYS-INDICE         PIC X(2).
       01 WS-CODE-INDICES        PIC X(2).
       01 WS-IDX-IND             PIC 9(1) COMP.
       01 WS-NOUVEL-INDICE       PIC X(1).
          88 NOUVEL-INDICE       VALUE 'O'.

      *> Message de l'alerte guichet a deposer sur les comptes.
       01 WS-MESSAGE             PIC X(60).
       01 WS-COMPTEUR-ALERTE     PIC 9(10) VALUE 0.

       01 WS-NB-CLIENTS          PIC 9(5) VALUE 0.
       01 WS-NB-DEMANDES         PIC 9(5) VALUE 0.
       01 WS-NB-RECALCITRANTS    PIC 9(5) VALUE 0.
       01 WS-NB-EN-ATTENTE       PIC 9(5) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- RESIDENCE-FISCALE : documentation FATCA/CRS ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM.

       STRING "reports/RESIDENCE-FISCALE-" DELIMITED SIZE
              WS-AAAAMM DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.
       OPEN OUTPUT F-RAPPORT.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "DOCUMENTATION FISCALE FATCA / CRS - " DELIMITED SIZE
              WS-AAAAMM DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE "CLIENT   EVENEMENT     IND PAYS ECHEANCE NOM"
           TO F-RAPPORT-LIGNE.
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
                   PERFORM SUIVRE-CLIENT
               END-IF
           ELSE
               SET FIN-CLIENTS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.

       MOVE SPACES TO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "DEMANDES EMISES : " DELIMITED SIZE
              WS-NB-DEMANDES DELIMITED SIZE
              "   EN ATTENTE : " DELIMITED SIZE
              WS-NB-EN-ATTENTE DELIMITED SIZE
              "   NOUVEAUX RECALCITRANTS : " DELIMITED SIZE
              WS-NB-RECALCITRANTS DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Clients examines : " WS-NB-CLIENTS
               "   demandes : " WS-NB-DEMANDES
               "   recalcitrants : " WS-NB-RECALCITRANTS.
       DISPLAY "Liste : " FUNCTION TRIM(WS-NOM-RAPPORT).

       MOVE 0 TO RETURN-CODE.
       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Une demande en cours n'est pas renouvelee : elle court jusqu'a
      *> son echeance. Un recalcitrant le reste jusqu'a la saisie de
      *> son auto-certification.
       SUIVRE-CLIENT.
           ADD 1 TO WS-NB-CLIENTS.
           EVALUATE TRUE
               WHEN CLI-RECALCITRANT
                   CONTINUE
               WHEN CLI-AUTOCERT-DEMANDEE
                   IF WS-DATE-JOUR > W-CLI-AUTOCERT-ECHEANCE
                       PERFORM DECLARER-RECALCITRANT
                   ELSE
                       ADD 1 TO WS-NB-EN-ATTENTE
                   END-IF
               WHEN OTHER
                   PERFORM RELEVER-INDICES
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Indice nouveau : present aujourd'hui, absent des indices
      *> couverts par la derniere auto-certification ou demande.
       RELEVER-INDICES.
           CALL "INDICES-FISCAUX" USING W-CLIENT WS-INDICES
                                        WS-PAYS-INDICE WS-CODE-INDICES.
           IF WS-CODE-INDICES NOT = '01'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-NOUVEL-INDICE.
           MOVE 1 TO WS-IDX-IND.
           PERFORM UNTIL WS-IDX-IND > 3
               IF WS-INDICES(WS-IDX-IND:1) NOT = SPACE
                       AND W-CLI-INDICES(WS-IDX-IND:1) = SPACE
                   SET NOUVEL-INDICE TO TRUE
               END-IF
               ADD 1 TO WS-IDX-IND
           END-PERFORM.
           IF NOUVEL-INDICE
               PERFORM DEMANDER-AUTOCERTIFICATION
           END-IF.

       DEMANDER-AUTOCERTIFICATION.
           ADD 1 TO WS-NB-DEMANDES.
           SET CLI-AUTOCERT-DEMANDEE TO TRUE.
           MOVE WS-DATE-JOUR TO W-CLI-AUTOCERT-DATE.
           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   + FAT-DELAI-AUTOCERT-JOURS.
           COMPUTE W-CLI-AUTOCERT-ECHEANCE =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).
           MOVE WS-INDICES TO W-CLI-INDICES.
           MOVE "REWRITE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.

           MOVE SPACES TO WS-MESSAGE.
           STRING "FATCA/CRS : auto-certification a recueillir avant "
                      DELIMITED SIZE
                  W-CLI-AUTOCERT-ECHEANCE DELIMITED SIZE
               INTO WS-MESSAGE.
           PERFORM ALERTER-COMPTES.

           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING W-CLI-NUMERO DELIMITED SIZE
                  " DEMANDE       " DELIMITED SIZE
                  WS-INDICES DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-PAYS-INDICE DELIMITED SIZE
                  "   " DELIMITED SIZE
                  W-CLI-AUTOCERT-ECHEANCE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CLI-NOM DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

       DECLARER-RECALCITRANT.
           ADD 1 TO WS-NB-RECALCITRANTS.
           SET CLI-RECALCITRANT TO TRUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.

           MOVE "FATCA/CRS : recalcitrant, auto-certification non recue"
               TO WS-MESSAGE.
           PERFORM ALERTER-COMPTES.

           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING W-CLI-NUMERO DELIMITED SIZE
                  " RECALCITRANT  " DELIMITED SIZE
                  W-CLI-INDICES DELIMITED SIZE
                  "      " DELIMITED SIZE
                  W-CLI-AUTOCERT-ECHEANCE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CLI-NOM DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Une alerte par compte ouvert du client : ALERTES-GUICHET la
      *> presente quel que soit le compte sur lequel il se presente.
       ALERTER-COMPTES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ALERTE-IO" USING WS-OP W-ALERTE WS-CODE-IO.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CPT-CLIENT = W-CLI-NUMERO
                           AND NOT CPT-CLOTURE
                       PERFORM DEPOSER-ALERTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ALERTE-IO" USING WS-OP W-ALERTE WS-CODE-IO.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.

       DEPOSER-ALERTE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-ALERTE WS-CODE-IO.

           INITIALIZE W-ALERTE.
           MOVE WS-COMPTEUR-ALERTE TO W-ALE-ID.
           MOVE W-CPT-NUMERO       TO W-ALE-CPT.
           MOVE WS-DATE-JOUR       TO W-ALE-DATE.
           MOVE WS-MESSAGE         TO W-ALE-MESSAGE.
           SET ALE-NON-ACQUITTEE TO TRUE.
           MOVE "WRITE" TO WS-OP.
           CALL "ALERTE-IO" USING WS-OP W-ALERTE WS-CODE-IO.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "RESIDENCE-FISCALE" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM RESIDENCE-FISCALE.
