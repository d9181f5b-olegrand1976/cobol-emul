      *>****************************************************************
      *> Programme : FAUX-BILLETS
      *> Role      : Registre des billets presumes faux retenus au
      *>             guichet (FAUX-BILLETS.dat, alimente par DEPOT et
      *>             CHANGE-MANUEL via BILLETS-RETENUS) :
      *>             - (L)ister : billets d'un statut (R retenu,
      *>               T transmis, F faux, A authentique) ;
      *>             - (R)esultat d'analyse de la Banque de France sur
      *>               un billet transmis : faux confirme (le billet
      *>               reste a la Banque de France), ou authentique -
      *>               un billet retenu sur un depot est alors
      *>               re-credite au compte du remettant (mouvement
      *>               'D', libelle RECREDIT BILLET suivi de la
      *>               serie) ; un billet retenu au comptoir de change
      *>               ou sur un compte devenu inactif est regle au
      *>               remettant au guichet. Chaque resultat est
      *>               journalise via AUDIT-IO.
      *>             Le bordereau mensuel d'envoi est edite par le
      *>             batch BORDEREAU-BILLETS.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAUX-BILLETS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY FAUX-BILLET.
       COPY COMPTE.
       COPY TRANSACT.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1) VALUE 'L'.
          88 CHOIX-LISTER        VALUE 'L'.
          88 CHOIX-RESULTAT      VALUE 'R'.

       01 WS-STATUT              PIC X(1).
       01 WS-RESULTAT            PIC X(1).
          88 RESULTAT-FAUX       VALUE 'F'.
          88 RESULTAT-AUTHENTIQUE VALUE 'A'.
       01 WS-CONFIRME            PIC X(1) VALUE 'N'.
          88 CONFIRME-OUI        VALUE 'O'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-NB                  PIC 9(5) VALUE 0.
       01 WS-CODE-FXB            PIC X(2).
       01 WS-CODE-AUDIT          PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-RECREDIT            PIC X(1) VALUE 'N'.
          88 RECREDIT-FAIT       VALUE 'O'.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Billets presumes faux retenus au guichet ---".

       DISPLAY "(L)ister le registre ou saisir un (R)esultat "
               "d'analyse ? : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-LISTER
               PERFORM LISTER-REGISTRE
           WHEN CHOIX-RESULTAT
               PERFORM SAISIR-RESULTAT
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       LISTER-REGISTRE.
           DISPLAY "Statut (R retenu, T transmis, F faux, "
                   "A authentique, ENTREE = tous) : "
                   WITH NO ADVANCING.
           ACCEPT WS-STATUT.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.
           IF WS-CODE-FXB NOT = '00'
               DISPLAY "Registre vide."
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.
           IF WS-CODE-FXB NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "RETENUE    DATE     COUP. DEV SERIE        S "
                   "BORD.  COMPTE   GUICHET".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB
               EVALUATE TRUE
                   WHEN WS-CODE-FXB NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN WS-STATUT NOT = SPACE
                           AND W-FXB-STATUT NOT = WS-STATUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY W-FXB-ID " " W-FXB-DATE " "
                               W-FXB-COUPURE " " W-FXB-DEVISE " "
                               W-FXB-SERIE " " W-FXB-STATUT " "
                               W-FXB-BORDEREAU " " W-FXB-CPT " "
                               W-FXB-OPERATEUR
                       DISPLAY "           " W-FXB-REMETTANT " "
                               W-FXB-PIECE
                       ADD 1 TO WS-NB
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.
           DISPLAY "Billets listes : " WS-NB.

      *>----------------------------------------------------------------
       SAISIR-RESULTAT.
           DISPLAY "Numero de retenue : " WITH NO ADVANCING.
           ACCEPT W-FXB-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.
           MOVE "READ" TO WS-OP.
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.
           IF WS-CODE-FXB NOT = '00'
               DISPLAY "Retenue introuvable."
               PERFORM FERMER-REGISTRE
               EXIT PARAGRAPH
           END-IF.
      *>   Un billet non encore parti au bordereau peut recevoir son
      *>   resultat (analyse remise en main propre a la succursale).
           IF NOT FXB-TRANSMIS AND NOT FXB-RETENU
               DISPLAY "Resultat deja enregistre le "
                       W-FXB-DATE-RESULTAT " (statut " W-FXB-STATUT
                       ")."
               PERFORM FERMER-REGISTRE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Billet " W-FXB-COUPURE " " W-FXB-DEVISE " serie "
                   W-FXB-SERIE " retenu le " W-FXB-DATE.
           DISPLAY "Remettant : " W-FXB-REMETTANT " (" W-FXB-PIECE
                   ")".
           DISPLAY "Resultat de l'analyse (F faux / A authentique) : "
                   WITH NO ADVANCING.
           ACCEPT WS-RESULTAT.
           IF NOT RESULTAT-FAUX AND NOT RESULTAT-AUTHENTIQUE
               DISPLAY "Resultat invalide."
               PERFORM FERMER-REGISTRE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer ? (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-CONFIRME.
           IF NOT CONFIRME-OUI
               DISPLAY "Saisie abandonnee."
               PERFORM FERMER-REGISTRE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-RECREDIT.
           IF RESULTAT-AUTHENTIQUE
               SET FXB-AUTHENTIQUE TO TRUE
               IF FXB-DEPOT AND W-FXB-CPT NOT = 0
                   PERFORM RECREDITER-COMPTE
               END-IF
               IF NOT RECREDIT-FAIT
                   DISPLAY "Billet authentique : valeur faciale a "
                           "regler au remettant au guichet."
               END-IF
           ELSE
               SET FXB-FAUX TO TRUE
               DISPLAY "Faux confirme : le billet reste a la Banque "
                       "de France, aucun remboursement."
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-FXB-DATE-RESULTAT.
           MOVE "REWRITE" TO WS-OP.
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.
           IF WS-CODE-FXB NOT = '00'
               DISPLAY "ATTENTION : resultat non enregistre (code: "
                       WS-CODE-FXB ")."
           END-IF.
           PERFORM FERMER-REGISTRE.
           PERFORM JOURNALISER-RESULTAT.

      *>----------------------------------------------------------------
      *> Re-credit du billet reconnu authentique sur le compte du
      *> depot d'origine, s'il est toujours actif.
       RECREDITER-COMPTE.
           MOVE W-FXB-CPT TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Compte " W-FXB-CPT " introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-ACTIF OR W-CPT-DEVISE NOT = W-FXB-DEVISE
               DISPLAY "Compte " W-FXB-CPT " non actif ou d'une "
                       "autre devise : pas de re-credit."
               MOVE "UNLOCK" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU
               EXIT PARAGRAPH
           END-IF.

           ADD W-FXB-COUPURE TO W-CPT-SOLDE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Echec du re-credit (code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-CPT-NUMERO          TO W-TRN-CPT.
           MOVE 'D'                   TO W-TRN-TYPE.
           MOVE W-FXB-COUPURE         TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "RECREDIT BILLET " DELIMITED SIZE
                  W-FXB-SERIE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE LK-OPERATEUR          TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

           MOVE W-TRN-ID TO W-FXB-TRN-RECREDIT.
           SET RECREDIT-FAIT TO TRUE.
           DISPLAY "Billet authentique re-credite au compte "
                   W-CPT-NUMERO " (mouvement " W-TRN-ID ").".

      *>----------------------------------------------------------------
       JOURNALISER-RESULTAT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-AUDIT.
           MOVE WS-COMPTEUR TO W-AUD-ID.
           MOVE W-FXB-CPT TO W-AUD-CPT.
           MOVE "FAUX-BILLET" TO W-AUD-OPERATION.
           MOVE '00' TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR TO W-AUD-OPERATEUR.
           MOVE SPACES TO W-AUD-MOTIF.
           STRING "RETENUE " DELIMITED SIZE
                  W-FXB-ID DELIMITED SIZE
                  " ANALYSE " DELIMITED SIZE
                  W-FXB-STATUT DELIMITED SIZE
               INTO W-AUD-MOTIF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.

      *>----------------------------------------------------------------
       FERMER-REGISTRE.
           MOVE "CLOSE" TO WS-OP.
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.

       END PROGRAM FAUX-BILLETS.
