      *>****************************************************************
      *> Programme : SCENARIOS-LBC
      *> Role      : Batch de la chaine BATCH-NUIT. Moteur de
      *>             scenarios de lutte contre le blanchiment : rejoue
      *>             les mouvements recents de TRANS.dat contre les
      *>             schemas que ni les declarations d'especes
      *>             (DECLARATIONS.dat) ni la velocite (SCAN-FRAUDE)
      *>             ne voient (parametres LBC-PARAM.cpy) :
      *>             - F : fractionnement - depots especes "juste sous"
      *>               le seuil unitaire de AML-PARAM.cpy, repetes sur
      *>               la fenetre, dans une ou plusieurs agences, dont
      *>               le cumul atteint le seuil ;
      *>             - T : transit rapide - virements entrants
      *>               ressortis pour l'essentiel dans les 48 heures ;
      *>             - R : reveil de compte dormant - mouvements
      *>               importants sur un compte sans mouvement depuis
      *>               le seuil de DORMANT-PARAM.cpy.
      *>             Seuls les comptes mouvementes dans la journee sont
      *>             evalues. Chaque schema detecte ouvre une alerte
      *>             dans ALERTES-LBC.dat (classement par l'analyste
      *>             LBC, ecran ALERTES-LBC), sauf alerte du meme
      *>             scenario encore ouverte ou deja ouverte sur la
      *>             fenetre pour le compte.
      *>             Registre confidentiel : la sortie pupitre ne
      *>             donne que des compteurs, ni compte ni montant.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCENARIOS-LBC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY TRANSACT.
       COPY COMPTE.
       COPY ALERTE-LBC.
       COPY LBC-PARAM.
       COPY AML-PARAM.
       COPY DORMANT-PARAM.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-HEURE-JOUR          PIC 9(6).
       01 WS-DATE-FENETRE        PIC 9(8).
       01 WS-DATE-TRANSIT        PIC 9(8).
       01 WS-DATE-DORMANT        PIC 9(8).
       01 WS-HORO-TRANSIT        PIC 9(14).
       01 WS-HORO-TRN            PIC 9(14).
       01 WS-FRACT-PLANCHER      PIC S9(11)V99 COMP-3.

      *> Cumuls par compte sur la fenetre, un poste par scenario.
       01 WS-NB-COMPTES          PIC 9(3) COMP VALUE 0.
       01 WS-TAB-COMPTES.
          05 WS-COMPTES OCCURS 500 TIMES.
             10 WS-ACC-CPT       PIC 9(8).
             10 WS-ACC-ACTIF-JOUR PIC X(1).
             10 WS-ACC-FR-NB     PIC 9(5) COMP.
             10 WS-ACC-FR-CUMUL  PIC S9(11)V99 COMP-3.
             10 WS-ACC-FR-AGENCE PIC X(4).
             10 WS-ACC-FR-MULTI  PIC X(1).
             10 WS-ACC-TR-NB     PIC 9(5) COMP.
             10 WS-ACC-TR-ENTRE  PIC S9(11)V99 COMP-3.
             10 WS-ACC-TR-SORTI  PIC S9(11)V99 COMP-3.
             10 WS-ACC-RV-NB     PIC 9(5) COMP.
             10 WS-ACC-RV-MONTANT PIC S9(11)V99 COMP-3.
       01 WS-IDX-ACC             PIC 9(3) COMP.
       01 WS-TROUVE              PIC X(1).
          88 COMPTE-TROUVE       VALUE 'O'.
       01 WS-CREER               PIC X(1).
          88 CREER-POSTE         VALUE 'O'.
       01 WS-SATUREE             PIC X(1) VALUE 'N'.
          88 TABLE-SATUREE       VALUE 'O'.

      *> Alerte a ouvrir, preparee par le scenario.
       01 WS-SCN-CODE            PIC X(1).
       01 WS-SCN-DEBUT           PIC 9(8).
       01 WS-SCN-NB              PIC 9(5).
       01 WS-SCN-MONTANT         PIC S9(11)V99 COMP-3.
       01 WS-SCN-SORTI           PIC S9(11)V99 COMP-3.
       01 WS-SCN-MULTI           PIC X(1).
       01 WS-DEJA                PIC X(1).
          88 ALERTE-EXISTANTE    VALUE 'O'.
       01 WS-FIN-ALB             PIC X(1).
          88 FIN-ALERTES         VALUE 'O'.
       01 WS-COMPTEUR-ALB        PIC 9(10) VALUE 0.
       01 WS-CODE-ALB            PIC X(2).
       01 WS-CODE-CPT            PIC X(2).
       01 WS-DATE-PRECEDENTE     PIC 9(8).

       01 WS-NB-MOUVEMENTS       PIC 9(7) VALUE 0.
       01 WS-NB-FRACT            PIC 9(5) VALUE 0.
       01 WS-NB-TRANSIT          PIC 9(5) VALUE 0.
       01 WS-NB-REVEIL           PIC 9(5) VALUE 0.
       01 WS-NB-DEJA-OUVERTES    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- SCENARIOS-LBC : surveillance anti-blanchiment ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-JOUR.
       COMPUTE WS-DATE-FENETRE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - LBC-FRACT-JOURS + 1).
       COMPUTE WS-DATE-TRANSIT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - LBC-TRANSIT-HEURES / 24).
       COMPUTE WS-HORO-TRANSIT =
               WS-DATE-TRANSIT * 1000000 + WS-HEURE-JOUR.
       COMPUTE WS-DATE-DORMANT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - DORM-JOURS-SEUIL).
       COMPUTE WS-FRACT-PLANCHER =
               AML-SEUIL-UNITAIRE * LBC-FRACT-PLANCHER-PCT / 100.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Aucun mouvement a examiner."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "START-FIRST" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
       IF NOT RC-OK
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR
           IF RC-OK
               IF W-TRN-DATE >= WS-DATE-FENETRE
                       AND W-TRN-DATE <= WS-DATE-JOUR
                   ADD 1 TO WS-NB-MOUVEMENTS
                   PERFORM EXAMINER-MOUVEMENT
               END-IF
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

       PERFORM EVALUER-SCENARIOS.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Mouvements examines : " WS-NB-MOUVEMENTS.
       DISPLAY "Alertes ouvertes    : fractionnement " WS-NB-FRACT
               "  transit " WS-NB-TRANSIT
               "  reveil " WS-NB-REVEIL.
       DISPLAY "Deja sous alerte    : " WS-NB-DEJA-OUVERTES.
       IF TABLE-SATUREE
           DISPLAY "ATTENTION : table des comptes saturee (500), la "
                   "surveillance est INCOMPLETE ce jour."
       END-IF.

       MOVE 0 TO RETURN-CODE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Un mouvement de la fenetre alimente les postes des scenarios
      *> qui le concernent. Les sorties ne comptent pour le transit
      *> que sur un compte qui a deja recu un virement entrant dans
      *> les 48 heures (TRANS.dat est lu dans l'ordre chronologique).
       EXAMINER-MOUVEMENT.
           COMPUTE WS-HORO-TRN = W-TRN-DATE * 1000000 + W-TRN-HEURE.
           EVALUATE TRUE
               WHEN TRN-DEPOT AND NOT TRN-CANAL-INTERNET
                       AND W-TRN-MONTANT >= WS-FRACT-PLANCHER
                       AND W-TRN-MONTANT < AML-SEUIL-UNITAIRE
                   MOVE 'O' TO WS-CREER
                   PERFORM TROUVER-COMPTE
                   IF COMPTE-TROUVE
                       PERFORM CUMULER-FRACTIONNEMENT
                   END-IF
               WHEN TRN-VIR-ENTRANT AND WS-HORO-TRN >= WS-HORO-TRANSIT
                   MOVE 'O' TO WS-CREER
                   PERFORM TROUVER-COMPTE
                   IF COMPTE-TROUVE
                       ADD 1 TO WS-ACC-TR-NB(WS-IDX-ACC)
                       ADD W-TRN-MONTANT TO WS-ACC-TR-ENTRE(WS-IDX-ACC)
                   END-IF
               WHEN (TRN-RETRAIT OR TRN-VIREMENT OR TRN-VIR-SORTANT
                       OR TRN-CHEQUE-PRESENTE)
                       AND WS-HORO-TRN >= WS-HORO-TRANSIT
                   MOVE 'N' TO WS-CREER
                   PERFORM TROUVER-COMPTE
                   IF COMPTE-TROUVE
                       IF WS-ACC-TR-ENTRE(WS-IDX-ACC) > 0
                           ADD 1 TO WS-ACC-TR-NB(WS-IDX-ACC)
                           ADD W-TRN-MONTANT
                               TO WS-ACC-TR-SORTI(WS-IDX-ACC)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>   Activite du jour a l'initiative du client (hors interets,
      *>   frais, gestes et transferts de desherence passes par la
      *>   banque) : base du reveil et condition d'evaluation.
           IF W-TRN-DATE = WS-DATE-JOUR
                   AND NOT (TRN-INTERET OR TRN-FRAIS OR TRN-GESTE
                            OR TRN-DESHERENCE)
               MOVE 'O' TO WS-CREER
               PERFORM TROUVER-COMPTE
               IF COMPTE-TROUVE
                   MOVE 'O' TO WS-ACC-ACTIF-JOUR(WS-IDX-ACC)
                   ADD 1 TO WS-ACC-RV-NB(WS-IDX-ACC)
                   ADD W-TRN-MONTANT TO WS-ACC-RV-MONTANT(WS-IDX-ACC)
               END-IF
           END-IF.

      *>----------------------------------------------------------------
       CUMULER-FRACTIONNEMENT.
           IF WS-ACC-FR-NB(WS-IDX-ACC) = 0
               MOVE W-TRN-AGENCE TO WS-ACC-FR-AGENCE(WS-IDX-ACC)
           ELSE
               IF W-TRN-AGENCE NOT = WS-ACC-FR-AGENCE(WS-IDX-ACC)
                   MOVE 'O' TO WS-ACC-FR-MULTI(WS-IDX-ACC)
               END-IF
           END-IF.
           ADD 1 TO WS-ACC-FR-NB(WS-IDX-ACC).
           ADD W-TRN-MONTANT TO WS-ACC-FR-CUMUL(WS-IDX-ACC).

      *>----------------------------------------------------------------
      *> Poste du compte W-TRN-CPT ; cree s'il manque et que
      *> CREER-POSTE le demande.
       TROUVER-COMPTE.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX-ACC.
           PERFORM UNTIL WS-IDX-ACC > WS-NB-COMPTES
                   OR COMPTE-TROUVE
               IF WS-ACC-CPT(WS-IDX-ACC) = W-TRN-CPT
                   SET COMPTE-TROUVE TO TRUE
               ELSE
                   ADD 1 TO WS-IDX-ACC
               END-IF
           END-PERFORM.
           IF COMPTE-TROUVE OR NOT CREER-POSTE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-COMPTES >= 500
               IF NOT TABLE-SATUREE
                   SET TABLE-SATUREE TO TRUE
                   DISPLAY "ATTENTION : table des comptes saturee "
                           "(500), la surveillance est INCOMPLETE "
                           "ce jour."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-COMPTES.
           MOVE WS-NB-COMPTES TO WS-IDX-ACC.
           MOVE W-TRN-CPT TO WS-ACC-CPT(WS-IDX-ACC).
           MOVE 'N' TO WS-ACC-ACTIF-JOUR(WS-IDX-ACC).
           MOVE 0 TO WS-ACC-FR-NB(WS-IDX-ACC).
           MOVE 0 TO WS-ACC-FR-CUMUL(WS-IDX-ACC).
           MOVE SPACES TO WS-ACC-FR-AGENCE(WS-IDX-ACC).
           MOVE 'N' TO WS-ACC-FR-MULTI(WS-IDX-ACC).
           MOVE 0 TO WS-ACC-TR-NB(WS-IDX-ACC).
           MOVE 0 TO WS-ACC-TR-ENTRE(WS-IDX-ACC).
           MOVE 0 TO WS-ACC-TR-SORTI(WS-IDX-ACC).
           MOVE 0 TO WS-ACC-RV-NB(WS-IDX-ACC).
           MOVE 0 TO WS-ACC-RV-MONTANT(WS-IDX-ACC).
           SET COMPTE-TROUVE TO TRUE.

      *>----------------------------------------------------------------
       EVALUER-SCENARIOS.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "LBC-IO" USING WS-OP W-ALERTE-LBC WS-CODE-ALB.

           MOVE 1 TO WS-IDX-ACC.
           PERFORM UNTIL WS-IDX-ACC > WS-NB-COMPTES
               IF WS-ACC-ACTIF-JOUR(WS-IDX-ACC) = 'O'
                   PERFORM SCENARIO-FRACTIONNEMENT
                   PERFORM SCENARIO-TRANSIT
                   PERFORM SCENARIO-REVEIL
               END-IF
               ADD 1 TO WS-IDX-ACC
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "LBC-IO" USING WS-OP W-ALERTE-LBC WS-CODE-ALB.

      *>----------------------------------------------------------------
       SCENARIO-FRACTIONNEMENT.
           IF WS-ACC-FR-NB(WS-IDX-ACC) < LBC-FRACT-NB-MIN
                   OR WS-ACC-FR-CUMUL(WS-IDX-ACC) < AML-SEUIL-UNITAIRE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'F' TO WS-SCN-CODE.
           MOVE WS-DATE-FENETRE TO WS-SCN-DEBUT.
           MOVE WS-ACC-FR-NB(WS-IDX-ACC) TO WS-SCN-NB.
           MOVE WS-ACC-FR-CUMUL(WS-IDX-ACC) TO WS-SCN-MONTANT.
           MOVE 0 TO WS-SCN-SORTI.
           MOVE WS-ACC-FR-MULTI(WS-IDX-ACC) TO WS-SCN-MULTI.
           PERFORM OUVRIR-ALERTE.
           IF NOT ALERTE-EXISTANTE
               ADD 1 TO WS-NB-FRACT
           END-IF.

      *>----------------------------------------------------------------
       SCENARIO-TRANSIT.
           IF WS-ACC-TR-ENTRE(WS-IDX-ACC) < LBC-TRANSIT-MIN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACC-TR-SORTI(WS-IDX-ACC) * 100 <
                   WS-ACC-TR-ENTRE(WS-IDX-ACC) * LBC-TRANSIT-PCT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'T' TO WS-SCN-CODE.
           MOVE WS-DATE-TRANSIT TO WS-SCN-DEBUT.
           MOVE WS-ACC-TR-NB(WS-IDX-ACC) TO WS-SCN-NB.
           MOVE WS-ACC-TR-ENTRE(WS-IDX-ACC) TO WS-SCN-MONTANT.
           MOVE WS-ACC-TR-SORTI(WS-IDX-ACC) TO WS-SCN-SORTI.
           MOVE 'N' TO WS-SCN-MULTI.
           PERFORM OUVRIR-ALERTE.
           IF NOT ALERTE-EXISTANTE
               ADD 1 TO WS-NB-TRANSIT
           END-IF.

      *>----------------------------------------------------------------
       SCENARIO-REVEIL.
           IF WS-ACC-RV-MONTANT(WS-IDX-ACC) < LBC-REVEIL-MONTANT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-DERNIER-MOUVEMENT.
           IF WS-DATE-PRECEDENTE > WS-DATE-DORMANT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO WS-SCN-CODE.
           MOVE WS-DATE-PRECEDENTE TO WS-SCN-DEBUT.
           MOVE WS-ACC-RV-NB(WS-IDX-ACC) TO WS-SCN-NB.
           MOVE WS-ACC-RV-MONTANT(WS-IDX-ACC) TO WS-SCN-MONTANT.
           MOVE 0 TO WS-SCN-SORTI.
           MOVE 'N' TO WS-SCN-MULTI.
           PERFORM OUVRIR-ALERTE.
           IF NOT ALERTE-EXISTANTE
               ADD 1 TO WS-NB-REVEIL
           END-IF.

      *>----------------------------------------------------------------
      *> Dernier mouvement du compte anterieur a la journee ; a
      *> defaut (jamais mouvemente), sa date d'ouverture, comme le
      *> fait DORMANTS.
       CHERCHER-DERNIER-MOUVEMENT.
           MOVE 0 TO WS-DATE-PRECEDENTE.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE WS-ACC-CPT(WS-IDX-ACC) TO W-TRN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-TRN-CPT NOT = WS-ACC-CPT(WS-IDX-ACC)
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-TRN-DATE < WS-DATE-JOUR
                           AND W-TRN-DATE > WS-DATE-PRECEDENTE
                       MOVE W-TRN-DATE TO WS-DATE-PRECEDENTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

           IF WS-DATE-PRECEDENTE = 0
               MOVE WS-ACC-CPT(WS-IDX-ACC) TO W-CPT-NUMERO
               MOVE "READ" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT
               IF WS-CODE-CPT = '00'
                   MOVE W-CPT-DATE-OUV TO WS-DATE-PRECEDENTE
               ELSE
                   MOVE WS-DATE-JOUR TO WS-DATE-PRECEDENTE
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> Une alerte par compte et par scenario : pas de nouvelle
      *> alerte tant qu'une alerte du meme scenario est ouverte ou en
      *> examen, ni pour des mouvements deja couverts par une alerte
      *> ouverte sur la fenetre (meme classee faux positif).
       OUVRIR-ALERTE.
           MOVE 'N' TO WS-DEJA.
           MOVE 'N' TO WS-FIN-ALB.
           MOVE WS-ACC-CPT(WS-IDX-ACC) TO W-ALB-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "LBC-IO" USING WS-OP W-ALERTE-LBC WS-CODE-ALB.
           IF WS-CODE-ALB NOT = '00'
               SET FIN-ALERTES TO TRUE
           END-IF.
           PERFORM UNTIL FIN-ALERTES
               MOVE "READ-NEXT" TO WS-OP
               CALL "LBC-IO" USING WS-OP W-ALERTE-LBC WS-CODE-ALB
               EVALUATE TRUE
                   WHEN WS-CODE-ALB NOT = '00'
                       SET FIN-ALERTES TO TRUE
                   WHEN W-ALB-CPT NOT = WS-ACC-CPT(WS-IDX-ACC)
                       SET FIN-ALERTES TO TRUE
                   WHEN W-ALB-SCENARIO = WS-SCN-CODE
                           AND (ALB-OUVERTE OR ALB-EN-EXAMEN
                               OR W-ALB-DATE-DETECT >= WS-SCN-DEBUT)
                       SET ALERTE-EXISTANTE TO TRUE
                       SET FIN-ALERTES TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF ALERTE-EXISTANTE
               ADD 1 TO WS-NB-DEJA-OUVERTES
               EXIT PARAGRAPH
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-ALB WS-CODE-ALB.

           INITIALIZE W-ALERTE-LBC.
           MOVE WS-COMPTEUR-ALB TO W-ALB-ID.
           MOVE WS-ACC-CPT(WS-IDX-ACC) TO W-ALB-CPT.
           MOVE WS-SCN-CODE    TO W-ALB-SCENARIO.
           MOVE WS-DATE-JOUR   TO W-ALB-DATE-DETECT.
           MOVE WS-SCN-DEBUT   TO W-ALB-DATE-DEBUT.
           MOVE WS-SCN-NB      TO W-ALB-NB-MVTS.
           MOVE WS-SCN-MONTANT TO W-ALB-MONTANT.
           MOVE WS-SCN-SORTI   TO W-ALB-MONTANT-SORTI.
           MOVE WS-SCN-MULTI   TO W-ALB-MULTI-AGENCES.
           SET ALB-OUVERTE TO TRUE.
           MOVE SPACES TO W-ALB-OPERATEUR.
           MOVE 0 TO W-ALB-DATE-DECISION.
           MOVE SPACES TO W-ALB-MOTIF.
           MOVE 0 TO W-ALB-DATE-EMISSION.
           MOVE "WRITE" TO WS-OP.
           CALL "LBC-IO" USING WS-OP W-ALERTE-LBC WS-CODE-ALB.
           IF WS-CODE-ALB NOT = '00'
               DISPLAY "ERREUR : ecriture d'une alerte LBC impossible "
                       "(code " WS-CODE-ALB ")."
           END-IF.

       END PROGRAM SCENARIOS-LBC.
