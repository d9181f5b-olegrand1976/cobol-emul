      *>****************************************************************
      *> Programme : ALERTES-LBC
      *> Role      : Ecran de l'analyste LBC sur les alertes ouvertes
      *>             par le moteur de scenarios SCENARIOS-LBC
      *>             (ALERTES-LBC.dat) :
      *>             - (L)ister les alertes ouvertes ou en examen ;
      *>             - (V)oir les mouvements TRANS.dat de la periode
      *>               examinee par le scenario ;
      *>             - (C)lasser : faux positif, en examen (l'analyste
      *>               prend l'alerte) ou declaration de soupcon ; la
      *>               declaration exige l'expose des faits et une
      *>               confirmation, elle part au regulateur par
      *>               l'etape de nuit EXPORT-SOUPCONS ;
      *>             - (S)tatistiques de classement par scenario, pour
      *>               regler LBC-PARAM sur des faits.
      *>             Fonction reservee (ALERTES-LBC, refusee par defaut
      *>             au guichet) : rien de ce registre ne doit etre
      *>             porte a la connaissance du client.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTES-LBC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ALERTE-LBC.
       COPY TRANSACT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1) VALUE 'L'.
          88 CHOIX-LISTER        VALUE 'L'.
          88 CHOIX-MOUVEMENTS    VALUE 'V'.
          88 CHOIX-CLASSER       VALUE 'C'.
          88 CHOIX-STATS         VALUE 'S'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-NB                  PIC 9(5) VALUE 0.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-SORTI-AFF           PIC -Z(10)9.99.
       01 WS-LIBELLE-SCN         PIC X(16).
       01 WS-ISSUE               PIC X(1).
          88 ISSUE-FAUX-POSITIF  VALUE 'F'.
          88 ISSUE-EN-EXAMEN     VALUE 'E'.
          88 ISSUE-DECLARATION   VALUE 'D'.
       01 WS-MOTIF               PIC X(60).
       01 WS-CONFIRMATION        PIC X(1) VALUE 'N'.
          88 CONFIRMATION-OUI    VALUE 'O'.

      *> Statistiques de classement par scenario (F, T, R).
       01 WS-TAB-STATS.
          05 WS-STATS OCCURS 3 TIMES.
             10 WS-ST-DECLAREES  PIC 9(5).
             10 WS-ST-FAUX       PIC 9(5).
             10 WS-ST-EN-COURS   PIC 9(5).
       01 WS-IDX-SCN             PIC 9(1) COMP.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Alertes LBC (scenarios anti-blanchiment) ---".
       DISPLAY "*** CONFIDENTIEL - ne jamais informer le client ***".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "(L)ister, (V)oir les mouvements, (C)lasser ou "
               "(S)tatistiques ? : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-LISTER
               PERFORM LISTER-ALERTES
           WHEN CHOIX-MOUVEMENTS
               PERFORM VOIR-MOUVEMENTS
           WHEN CHOIX-CLASSER
               PERFORM CLASSER-ALERTE
           WHEN CHOIX-STATS
               PERFORM EDITER-STATISTIQUES
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       LISTER-ALERTES.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Aucune alerte."
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "ID          COMPTE    SCENARIO         ST DETECTE "
                   "  NB         MONTANT PAR".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN ALB-OUVERTE OR ALB-EN-EXAMEN
                       PERFORM LIBELLER-SCENARIO
                       MOVE W-ALB-MONTANT TO WS-MNT-AFF
                       DISPLAY W-ALB-ID "  " W-ALB-CPT "  "
                               WS-LIBELLE-SCN " " W-ALB-STATUT "  "
                               W-ALB-DATE-DETECT " " W-ALB-NB-MVTS
                               " " WS-MNT-AFF " " W-ALB-OPERATEUR
                       ADD 1 TO WS-NB
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           PERFORM FERMER-ALERTES.
           DISPLAY "Alertes a traiter : " WS-NB.

      *>----------------------------------------------------------------
      *> Mouvements du compte sur la periode examinee par le
      *> scenario, de W-ALB-DATE-DEBUT a la date de detection.
       VOIR-MOUVEMENTS.
           PERFORM LIRE-ALERTE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM FERMER-ALERTES.
           PERFORM AFFICHER-ALERTE.

           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE W-ALB-CPT TO W-TRN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "DATE      HEURE   T AGCE        MONTANT  LIBELLE".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-TRN-CPT NOT = W-ALB-CPT
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-TRN-DATE >= W-ALB-DATE-DEBUT
                           AND W-TRN-DATE <= W-ALB-DATE-DETECT
                       MOVE W-TRN-MONTANT TO WS-MNT-AFF
                       DISPLAY W-TRN-DATE "  " W-TRN-HEURE "  "
                               W-TRN-TYPE " " W-TRN-AGENCE " "
                               WS-MNT-AFF "  " W-TRN-LIBELLE
                       ADD 1 TO WS-NB
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           DISPLAY "Mouvements de la periode : " WS-NB.

      *>----------------------------------------------------------------
      *> Classement par l'analyste. En examen : il prend l'alerte et
      *> peut la reclasser plus tard. Faux positif et declaration de
      *> soupcon sont definitifs ; la declaration attend son emission
      *> par EXPORT-SOUPCONS (W-ALB-DATE-EMISSION a 0).
       CLASSER-ALERTE.
           PERFORM LIRE-ALERTE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           IF ALB-FAUX-POSITIF OR ALB-DECLAREE
               DISPLAY "Alerte deja classee (statut " W-ALB-STATUT
                       ")."
               PERFORM FERMER-ALERTES
               EXIT PARAGRAPH
           END-IF.
           PERFORM AFFICHER-ALERTE.

           DISPLAY "Classement : (F)aux positif, (E)n examen ou "
                   "(D)eclaration de soupcon ? : " WITH NO ADVANCING.
           ACCEPT WS-ISSUE.
           IF NOT ISSUE-FAUX-POSITIF AND NOT ISSUE-EN-EXAMEN
                   AND NOT ISSUE-DECLARATION
               DISPLAY "Classement invalide : alerte inchangee."
               PERFORM FERMER-ALERTES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MOTIF.
           DISPLAY "Analyse / motif : " WITH NO ADVANCING.
           ACCEPT WS-MOTIF.
           IF ISSUE-DECLARATION
               IF WS-MOTIF = SPACES
                   DISPLAY "Expose des faits obligatoire pour une "
                           "declaration de soupcon : alerte inchangee."
                   PERFORM FERMER-ALERTES
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Confirmer la declaration de soupcon au "
                       "regulateur ? (O/N) : " WITH NO ADVANCING
               ACCEPT WS-CONFIRMATION
               IF NOT CONFIRMATION-OUI
                   DISPLAY "Declaration abandonnee : alerte inchangee."
                   PERFORM FERMER-ALERTES
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-ISSUE TO W-ALB-STATUT.
           MOVE LK-OPERATEUR TO W-ALB-OPERATEUR.
           IF WS-MOTIF NOT = SPACES
               MOVE WS-MOTIF TO W-ALB-MOTIF
           END-IF.
           IF NOT ISSUE-EN-EXAMEN
               MOVE WS-DATE-JOUR TO W-ALB-DATE-DECISION
           END-IF.
           MOVE "REWRITE" TO WS-OP.
           CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ERREUR : mise a jour de l'alerte impossible."
               PERFORM FERMER-ALERTES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FERMER-ALERTES.
           EVALUATE TRUE
               WHEN ISSUE-DECLARATION
                   DISPLAY "Alerte " W-ALB-ID " : declaration de "
                           "soupcon enregistree, emission cette nuit."
               WHEN ISSUE-FAUX-POSITIF
                   DISPLAY "Alerte " W-ALB-ID " classee faux positif."
               WHEN OTHER
                   DISPLAY "Alerte " W-ALB-ID " en examen par "
                           LK-OPERATEUR "."
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Issues de classement par scenario : trop de faux positifs =
      *> seuils de LBC-PARAM trop bas.
       EDITER-STATISTIQUES.
           INITIALIZE WS-TAB-STATS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Aucune alerte."
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR
               IF RC-OK
                   EVALUATE TRUE
                       WHEN ALB-FRACTIONNEMENT
                           MOVE 1 TO WS-IDX-SCN
                       WHEN ALB-TRANSIT
                           MOVE 2 TO WS-IDX-SCN
                       WHEN OTHER
                           MOVE 3 TO WS-IDX-SCN
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN ALB-DECLAREE
                           ADD 1 TO WS-ST-DECLAREES(WS-IDX-SCN)
                       WHEN ALB-FAUX-POSITIF
                           ADD 1 TO WS-ST-FAUX(WS-IDX-SCN)
                       WHEN OTHER
                           ADD 1 TO WS-ST-EN-COURS(WS-IDX-SCN)
                   END-EVALUATE
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           PERFORM FERMER-ALERTES.

           DISPLAY "SCENARIO          DECLAREES  FAUX POS.  EN COURS".
           DISPLAY "Fractionnement    " WS-ST-DECLAREES(1) "      "
                   WS-ST-FAUX(1) "      " WS-ST-EN-COURS(1).
           DISPLAY "Transit rapide    " WS-ST-DECLAREES(2) "      "
                   WS-ST-FAUX(2) "      " WS-ST-EN-COURS(2).
           DISPLAY "Reveil dormant    " WS-ST-DECLAREES(3) "      "
                   WS-ST-FAUX(3) "      " WS-ST-EN-COURS(3).

      *>----------------------------------------------------------------
       AFFICHER-ALERTE.
           PERFORM LIBELLER-SCENARIO.
           MOVE W-ALB-MONTANT TO WS-MNT-AFF.
           DISPLAY "Alerte " W-ALB-ID " - compte " W-ALB-CPT
                   " - " WS-LIBELLE-SCN.
           DISPLAY "  Periode du " W-ALB-DATE-DEBUT " au "
                   W-ALB-DATE-DETECT " : " W-ALB-NB-MVTS
                   " mouvement(s), montant " WS-MNT-AFF.
           IF ALB-TRANSIT
               MOVE W-ALB-MONTANT-SORTI TO WS-SORTI-AFF
               DISPLAY "  Ressorti dans les 48 heures : " WS-SORTI-AFF
           END-IF.
           IF ALB-MULTI-AGENCES
               DISPLAY "  Depots repartis sur plusieurs agences."
           END-IF.
           IF W-ALB-MOTIF NOT = SPACES
               DISPLAY "  Analyse : " W-ALB-MOTIF
           END-IF.

       LIBELLER-SCENARIO.
           EVALUATE TRUE
               WHEN ALB-FRACTIONNEMENT
                   MOVE "FRACTIONNEMENT" TO WS-LIBELLE-SCN
               WHEN ALB-TRANSIT
                   MOVE "TRANSIT RAPIDE" TO WS-LIBELLE-SCN
               WHEN ALB-REVEIL
                   MOVE "REVEIL DORMANT" TO WS-LIBELLE-SCN
               WHEN OTHER
                   MOVE "?" TO WS-LIBELLE-SCN
           END-EVALUATE.

      *>----------------------------------------------------------------
       LIRE-ALERTE.
           DISPLAY "Identifiant de l'alerte : " WITH NO ADVANCING.
           ACCEPT W-ALB-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Alerte introuvable."
               PERFORM FERMER-ALERTES
           END-IF.

       FERMER-ALERTES.
           MOVE "CLOSE" TO WS-OP.
           CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR.

       END PROGRAM ALERTES-LBC.
