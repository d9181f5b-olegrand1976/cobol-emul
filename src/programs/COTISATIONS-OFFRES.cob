      *>****************************************************************
      *> Programme : COTISATIONS-OFFRES
      *> Role      : Batch de fin de mois de la chaine BATCH-NUIT.
      *>             Parcourt SOUSCRIPTIONS.dat et preleve la cotisation
      *>             mensuelle de l'offre groupee (OFFRES.dat) sur
      *>             chaque compte souscripteur : tout mois entame est
      *>             du, y compris le mois de la resiliation, une seule
      *>             fois par mois (W-SOU-MOIS-FACTURE). Une hausse de
      *>             cotisation programmee dont la date d'effet est
      *>             atteinte devient la cotisation de l'offre avant le
      *>             prelevement. Chaque debit est journalise comme un
      *>             mouvement 'F' de categorie "FORF" dans TRANS.dat.
      *>             Aucune cotisation n'est prelevee sur un compte
      *>             inactif ni sur celui d'un client sous dossier de
      *>             surendettement en vigueur (module SURENDET-CTRL).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTISATIONS-OFFRES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SOUSCRIPTION.
       COPY OFFRE.
       COPY COMPTE.
       COPY TRANSACT.
       COPY CODES-ERR.
       COPY OPS.
       COPY SURENDET.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-MOIS-JOUR           PIC 9(6).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-SDT            PIC X(2).
       01 WS-CODE-LECTURE        PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-MNT-AFF             PIC -Z(10)9.99.

       01 WS-NB-SOUSCRIPTIONS    PIC 9(5) VALUE 0.
       01 WS-NB-PRELEVES         PIC 9(5) VALUE 0.
       01 WS-NB-SURENDET         PIC 9(5) VALUE 0.
       01 WS-NB-HAUSSES          PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.
       01 WS-TOTAL-PRELEVE       PIC S9(11)V99 COMP-3 VALUE 0.

      *> Repetition generale (module SIMULATION-MODE) : chaque
      *> prelevement potentiel verse au rapport, aucune ecriture sur
      *> SOUSCRIPTIONS.dat, OFFRES.dat, COMPTES.dat ni TRANS.dat.
       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- COTISATIONS-OFFRES : offres groupees ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-JOUR.

       MOVE "ETAT" TO WS-OP-SIMUL.
       CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                    WS-CODE-SIMUL.
       IF WS-CODE-SIMUL = '00'
           SET MODE-SIMULATION TO TRUE
           DISPLAY "MODE SIMULATION : aucune ecriture ne sera passee."
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Aucune souscription a une offre groupee."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "START-FIRST" TO WS-OP.
       CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION W-CODE-RETOUR.
       IF NOT RC-OK
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION W-CODE-RETOUR
           IF RC-OK
               PERFORM TRAITER-SOUSCRIPTION
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION W-CODE-RETOUR.
       MOVE "CLOSE" TO WS-OP.
       CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.

       MOVE WS-TOTAL-PRELEVE TO WS-MNT-AFF.
       DISPLAY "------------------------------------------------------".
       DISPLAY "Souscriptions dues : " WS-NB-SOUSCRIPTIONS
               "   Cotisations prelevees : " WS-NB-PRELEVES.
       DISPLAY "Montant preleve : " WS-MNT-AFF
               "   Hausses entrees en vigueur : " WS-NB-HAUSSES.
       DISPLAY "Suspendus (surendettement) : " WS-NB-SURENDET
               "   Echecs : " WS-NB-ECHECS.

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Mois du jour du si la souscription a pris effet, n'a pas
      *> encore ete facturee ce mois-ci, et est active ou resiliee
      *> dans le mois.
       TRAITER-SOUSCRIPTION.
           IF W-SOU-DATE-DEBUT > WS-DATE-JOUR
                   OR W-SOU-MOIS-FACTURE >= WS-MOIS-JOUR
               EXIT PARAGRAPH
           END-IF.
           IF NOT SOU-ACTIVE
               IF NOT SOU-RESILIEE
                       OR W-SOU-DATE-FIN(1:6) NOT = WS-MOIS-JOUR
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-NB-SOUSCRIPTIONS.

           MOVE W-SOU-OFFRE TO W-OFR-CODE.
           MOVE "READ" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Compte " W-SOU-CPT " : offre " W-SOU-OFFRE
                       " introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF W-OFR-DATE-EFFET NOT = 0
                   AND W-OFR-DATE-EFFET <= WS-DATE-JOUR
               PERFORM APPLIQUER-HAUSSE
           END-IF.
           IF W-OFR-COTISATION NOT > 0
               EXIT PARAGRAPH
           END-IF.

           MOVE W-SOU-CPT TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Compte " W-SOU-CPT " : compte introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-ACTIF
               PERFORM DEVERROUILLER-COMPTE
               EXIT PARAGRAPH
           END-IF.

           CALL "SURENDET-CTRL" USING W-CPT-CLIENT W-SURENDET
                                      WS-CODE-SDT.
           IF WS-CODE-SDT = '48'
               PERFORM DEVERROUILLER-COMPTE
               ADD 1 TO WS-NB-SURENDET
               DISPLAY "Compte " W-CPT-NUMERO " : cotisation suspendue "
                       "(surendettement)."
               EXIT PARAGRAPH
           END-IF.

           IF MODE-SIMULATION
               PERFORM DEVERROUILLER-COMPTE
               PERFORM SIMULER-COTISATION
           ELSE
               PERFORM PRELEVER-COTISATION
           END-IF.

      *>----------------------------------------------------------------
      *> Date d'effet atteinte : la nouvelle cotisation remplace
      *> l'ancienne au catalogue (une fois pour toutes les
      *> souscriptions de l'offre).
       APPLIQUER-HAUSSE.
           IF MODE-SIMULATION
               MOVE W-OFR-NOUV-COTISATION TO W-OFR-COTISATION
               EXIT PARAGRAPH
           END-IF.
           MOVE W-OFR-NOUV-COTISATION TO W-OFR-COTISATION.
           MOVE 0 TO W-OFR-NOUV-COTISATION W-OFR-DATE-EFFET.
           MOVE "REWRITE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Offre " W-OFR-CODE " : hausse de cotisation "
                       "NON enregistree (code " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-HAUSSES.
           MOVE W-OFR-COTISATION TO WS-MNT-AFF.
           DISPLAY "Offre " W-OFR-CODE " : cotisation portee a "
                   WS-MNT-AFF ".".

      *>----------------------------------------------------------------
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
      *> Repetition generale : le prelevement potentiel part au
      *> rapport, ni le compte ni la souscription ne sont touches.
       SIMULER-COTISATION.
           ADD 1 TO WS-NB-PRELEVES.
           ADD W-OFR-COTISATION TO WS-TOTAL-PRELEVE.
           MOVE W-OFR-COTISATION TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           STRING "COTIS-OFFRES CPT " DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " REGLE : COTISATION OFFRE " DELIMITED SIZE
                  W-OFR-CODE DELIMITED SIZE
               INTO WS-LIGNE-SIMUL.
           MOVE "LIGNE" TO WS-OP-SIMUL.
           CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                        WS-CODE-SIMUL.

      *>----------------------------------------------------------------
       PRELEVER-COTISATION.
           SUBTRACT W-OFR-COTISATION FROM W-CPT-SOLDE.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.

           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Echec prelevement cotisation compte "
                       W-CPT-NUMERO " (code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-PRELEVES.
           ADD W-OFR-COTISATION TO WS-TOTAL-PRELEVE.
           PERFORM JOURNALISER-COTISATION.

           MOVE WS-MOIS-JOUR TO W-SOU-MOIS-FACTURE.
           MOVE "REWRITE" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "ATTENTION : cotisation prelevee sur le compte "
                       W-CPT-NUMERO " mais mois NON marque facture "
                       "(code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE W-OFR-COTISATION TO WS-MNT-AFF.
           DISPLAY "Compte " W-CPT-NUMERO " : cotisation " W-OFR-CODE
                   " " WS-MNT-AFF " prelevee.".

      *>----------------------------------------------------------------
       JOURNALISER-COTISATION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-CPT-NUMERO          TO W-TRN-CPT.
           MOVE W-CPT-NUMERO          TO W-TRN-CPT-DEST.
           MOVE 'F'                   TO W-TRN-TYPE.
           MOVE W-OFR-COTISATION      TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "COTISATION " DELIMITED SIZE
                  W-OFR-LIBELLE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "FORF"                TO W-TRN-CATEGORIE.
           MOVE "COTISOFR"            TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ATTENTION : cotisation prelevee mais MOUVEMENT "
                       "NON JOURNALISE (code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

       END PROGRAM COTISATIONS-OFFRES.
