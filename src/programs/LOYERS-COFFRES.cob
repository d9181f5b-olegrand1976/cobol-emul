      *>****************************************************************
      *> Programme : LOYERS-COFFRES
      *> Role      : Batch quotidien de la chaine BATCH-NUIT.
      *>             Parcourt LOCATIONS-COFFRES.dat et preleve le
      *>             loyer annuel de chaque contrat de location de
      *>             coffre-fort en cours dont la date de presentation
      *>             est atteinte, sur son compte de facturation. Le
      *>             loyer preleve est journalise comme un mouvement
      *>             'F' de categorie "COFR" et l'echeance avance d'un
      *>             an. Provision insuffisante (solde + decouvert
      *>             autorise) : le loyer est rejete, le rejet facture
      *>             en frais d'incident (module FRAIS-INCIDENT), le
      *>             contrat passe en impaye (date de la premiere
      *>             echeance impayee conservee pour l'ouverture
      *>             forcee) et le loyer est represente
      *>             LCF-DELAI-REPRESENTATION jours plus tard. Aucun
      *>             loyer n'est preleve sur un compte inactif ni sur
      *>             celui d'un client sous dossier de surendettement
      *>             en vigueur (module SURENDET-CTRL).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYERS-COFFRES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY LOC-COFFRE.
       COPY LOC-COFFRE-PARAM.
       COPY COMPTE.
       COPY TRANSACT.
       COPY CODES-ERR.
       COPY OPS.
       COPY SURENDET.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-CALC           PIC 9(8).
       01 WS-DATE-CALC-R REDEFINES WS-DATE-CALC.
          05 WS-CALC-AAAA        PIC 9(4).
          05 WS-CALC-MMJJ        PIC 9(4).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-SDT            PIC X(2).
       01 WS-CODE-LECTURE        PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-TYPE-INCIDENT       PIC X(12).
       01 WS-CODE-INCIDENT       PIC X(2).
       01 WS-MNT-AFF             PIC -Z(10)9.99.

       01 WS-NB-DUS              PIC 9(5) VALUE 0.
       01 WS-NB-PRELEVES         PIC 9(5) VALUE 0.
       01 WS-NB-REJETS           PIC 9(5) VALUE 0.
       01 WS-NB-INACTIFS         PIC 9(5) VALUE 0.
       01 WS-NB-SURENDET         PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.
       01 WS-TOTAL-PRELEVE       PIC S9(11)V99 COMP-3 VALUE 0.

      *> Repetition generale (module SIMULATION-MODE) : chaque
      *> prelevement potentiel verse au rapport, aucune ecriture sur
      *> LOCATIONS-COFFRES.dat, COMPTES.dat ni TRANS.dat.
       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- LOYERS-COFFRES : location de coffres-forts ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE "ETAT" TO WS-OP-SIMUL.
       CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                    WS-CODE-SIMUL.
       IF WS-CODE-SIMUL = '00'
           SET MODE-SIMULATION TO TRUE
           DISPLAY "MODE SIMULATION : aucune ecriture ne sera passee."
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Aucun contrat de location de coffre."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "START-FIRST" TO WS-OP.
       CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE W-CODE-RETOUR.
       IF NOT RC-OK
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE
                                 W-CODE-RETOUR
           IF RC-OK
               PERFORM TRAITER-CONTRAT
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE W-CODE-RETOUR.

       MOVE WS-TOTAL-PRELEVE TO WS-MNT-AFF.
       DISPLAY "------------------------------------------------------".
       DISPLAY "Loyers dus : " WS-NB-DUS
               "   Preleves : " WS-NB-PRELEVES
               "   Rejetes : " WS-NB-REJETS.
       DISPLAY "Montant preleve : " WS-MNT-AFF.
       DISPLAY "Comptes inactifs : " WS-NB-INACTIFS
               "   Suspendus (surendettement) : " WS-NB-SURENDET
               "   Echecs : " WS-NB-ECHECS.

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Loyer du si le contrat est en cours et que sa date de
      *> presentation (echeance, ou representation apres rejet) est
      *> atteinte.
       TRAITER-CONTRAT.
           IF NOT LCF-EN-COURS
                   OR W-LCF-DATE-PRESENT > WS-DATE-JOUR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-DUS.

           MOVE W-LCF-CPT TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Contrat " W-LCF-ID " : compte " W-LCF-CPT
                       " introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-ACTIF
               PERFORM DEVERROUILLER-COMPTE
               ADD 1 TO WS-NB-INACTIFS
               DISPLAY "Contrat " W-LCF-ID " : compte " W-CPT-NUMERO
                       " inactif (statut " W-CPT-STATUT "), loyer "
                       "non preleve."
               EXIT PARAGRAPH
           END-IF.

           CALL "SURENDET-CTRL" USING W-CPT-CLIENT W-SURENDET
                                      WS-CODE-SDT.
           IF WS-CODE-SDT = '48'
               PERFORM DEVERROUILLER-COMPTE
               ADD 1 TO WS-NB-SURENDET
               DISPLAY "Contrat " W-LCF-ID " : loyer suspendu "
                       "(surendettement)."
               EXIT PARAGRAPH
           END-IF.

           IF MODE-SIMULATION
               PERFORM DEVERROUILLER-COMPTE
               PERFORM SIMULER-LOYER
               EXIT PARAGRAPH
           END-IF.

           IF W-LCF-LOYER > W-CPT-SOLDE + W-CPT-DECOUVERT-AUTORISE
               PERFORM DEVERROUILLER-COMPTE
               PERFORM REJETER-LOYER
           ELSE
               PERFORM PRELEVER-LOYER
           END-IF.

      *>----------------------------------------------------------------
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
      *> Repetition generale : le prelevement potentiel part au
      *> rapport, ni le compte ni le contrat ne sont touches.
       SIMULER-LOYER.
           ADD 1 TO WS-NB-PRELEVES.
           ADD W-LCF-LOYER TO WS-TOTAL-PRELEVE.
           MOVE W-LCF-LOYER TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           STRING "LOYERS-COFFRES CPT " DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " REGLE : LOYER COFFRE " DELIMITED SIZE
                  W-LCF-AGENCE DELIMITED SIZE
                  "-" DELIMITED SIZE
                  W-LCF-COFFRE DELIMITED SIZE
               INTO WS-LIGNE-SIMUL.
           MOVE "LIGNE" TO WS-OP-SIMUL.
           CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                        WS-CODE-SIMUL.

      *>----------------------------------------------------------------
       PRELEVER-LOYER.
           SUBTRACT W-LCF-LOYER FROM W-CPT-SOLDE.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.

           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Echec prelevement loyer compte "
                       W-CPT-NUMERO " (code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-PRELEVES.
           ADD W-LCF-LOYER TO WS-TOTAL-PRELEVE.
           PERFORM JOURNALISER-LOYER.

      *>   Echeance suivante : meme jour l'annee suivante (un
      *>   29 fevrier devient 28 fevrier).
           MOVE W-LCF-DATE-ECHEANCE TO WS-DATE-CALC.
           ADD 1 TO WS-CALC-AAAA.
           IF WS-CALC-MMJJ = 0229
               MOVE 0228 TO WS-CALC-MMJJ
           END-IF.
           MOVE WS-DATE-CALC TO W-LCF-DATE-ECHEANCE.
           MOVE WS-DATE-CALC TO W-LCF-DATE-PRESENT.
           MOVE 0 TO W-LCF-DATE-IMPAYE.
           SET LCF-ACTIVE TO TRUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE
                                 W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "ATTENTION : loyer preleve sur le compte "
                       W-CPT-NUMERO " mais echeance NON avancee "
                       "(code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE W-LCF-LOYER TO WS-MNT-AFF.
           DISPLAY "Compte " W-CPT-NUMERO " : loyer coffre "
                   W-LCF-AGENCE "-" W-LCF-COFFRE " " WS-MNT-AFF
                   " preleve.".

      *>----------------------------------------------------------------
      *> Provision insuffisante : frais d'incident, contrat impaye et
      *> representation differee.
       REJETER-LOYER.
           ADD 1 TO WS-NB-REJETS.
           MOVE "REJET-LOYER" TO WS-TYPE-INCIDENT.
           CALL "FRAIS-INCIDENT" USING W-LCF-CPT WS-TYPE-INCIDENT
                                       WS-CODE-INCIDENT.

           IF W-LCF-DATE-IMPAYE = 0
               MOVE W-LCF-DATE-ECHEANCE TO W-LCF-DATE-IMPAYE
           END-IF.
           ADD 1 TO W-LCF-NB-REJETS.
           SET LCF-IMPAYEE TO TRUE.
           COMPUTE W-LCF-DATE-PRESENT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   + LCF-DELAI-REPRESENTATION).
           MOVE "REWRITE" TO WS-OP.
           CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE
                                 W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "ATTENTION : rejet du contrat " W-LCF-ID
                       " NON enregistre (code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Compte " W-CPT-NUMERO " : loyer coffre "
                   W-LCF-AGENCE "-" W-LCF-COFFRE " REJETE (impaye "
                   "depuis " W-LCF-DATE-IMPAYE ", representation le "
                   W-LCF-DATE-PRESENT ").".

      *>----------------------------------------------------------------
       JOURNALISER-LOYER.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-CPT-NUMERO          TO W-TRN-CPT.
           MOVE W-CPT-NUMERO          TO W-TRN-CPT-DEST.
           MOVE 'F'                   TO W-TRN-TYPE.
           MOVE W-LCF-LOYER           TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "LOYER COFFRE " DELIMITED SIZE
                  W-LCF-AGENCE DELIMITED SIZE
                  "-" DELIMITED SIZE
                  W-LCF-COFFRE DELIMITED SIZE
                  " ECH " DELIMITED SIZE
                  W-LCF-DATE-ECHEANCE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "COFR"                TO W-TRN-CATEGORIE.
           MOVE "LOYERCOF"            TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ATTENTION : loyer preleve mais MOUVEMENT "
                       "NON JOURNALISE (code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

       END PROGRAM LOYERS-COFFRES.
