      *>             ici n'est utilisable par VIREMENT/CREER-ORDRE
      *>             qu'apres le delai de carence de 24 heures controle
      *>             par BENEF-CTRL. Permet aussi de lister et de
      *>             revoquer les beneficiaires du compte. Le pays de
      *>             la banque du beneficiaire est saisi : un ordre
      *>             permanent vers l'etranger est un indice
      *>             d'extraneite fiscale (INDICES-FISCAUX).
      *>             Le nom saisi est verifie contre le titulaire du
      *>             compte de destination (VOP-CTRL) : le nom exact
      *>             d'une concordance proche peut etre repris, une
      *>             discordance ou une verification impossible
      *>             demande la confirmation du client.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREER-BENEF.
       01 WS-CODE-SANCTION      PIC X(2).
       01 WS-ORIGINE-SANCTION   PIC X(12).

      *> Verification du beneficiaire (VOP-CTRL).
       COPY VOP.
       01 WS-OP-VOP             PIC X(12).
       01 WS-CODE-VOP           PIC X(2).
       01 WS-REPONSE-VOP        PIC X(1) VALUE 'N'.
          88 REPONSE-VOP-OUI    VALUE 'O' 'o'.

       PROCEDURE DIVISION.

       DISPLAY " ".
               EXIT PARAGRAPH
           END-IF.

      *>   Verification du beneficiaire avant enregistrement.
           INITIALIZE W-VOP.
           MOVE W-BEN-CPT-DEST TO W-VOP-COMPTE.
           MOVE W-BEN-NOM      TO W-VOP-NOM-SAISI.
           MOVE "VERIFIER" TO WS-OP-VOP.
           CALL "VOP-CTRL" USING WS-OP-VOP W-VOP WS-CODE-VOP.
           EVALUATE TRUE
               WHEN VOP-CONCORDANT
                   DISPLAY "Verification du beneficiaire : le nom "
                           "concorde."
               WHEN VOP-PROCHE
                   DISPLAY "Verification du beneficiaire : nom proche,"
                           " le titulaire du compte est "
                           FUNCTION TRIM(W-VOP-NOM-EXACT) "."
                   DISPLAY "Reprendre ce nom pour le beneficiaire ? "
                           "(O/N) : " WITH NO ADVANCING
                   ACCEPT WS-REPONSE-VOP
                   IF REPONSE-VOP-OUI
                       MOVE W-VOP-NOM-EXACT TO W-BEN-NOM
                   END-IF
               WHEN OTHER
                   IF VOP-DISCORDANT
                       DISPLAY "Verification du beneficiaire : le nom "
                               "ne correspond PAS au titulaire du "
                               "compte."
                   ELSE
                       DISPLAY "Verification du beneficiaire "
                               "impossible (compte hors annuaire de "
                               "la place)."
                   END-IF
                   DISPLAY "Le client confirme-t-il l'enregistrement "
                           "? (O/N) : " WITH NO ADVANCING
                   ACCEPT WS-REPONSE-VOP
                   IF NOT REPONSE-VOP-OUI
                       DISPLAY "Enregistrement annule."
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE.

           DISPLAY "Pays de sa banque (ISO, ENTREE = FR) : "
                   WITH NO ADVANCING.
           ACCEPT W-BEN-PAYS.
           IF W-BEN-PAYS = SPACES
               MOVE "FR" TO W-BEN-PAYS
           END-IF.
           MOVE FUNCTION UPPER-CASE(W-BEN-PAYS) TO W-BEN-PAYS.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-BEN-DATE-AJOUT.
           MOVE WS-DATE-COMPLETE(9:6) TO W-BEN-HEURE-AJOUT.
           END-IF.

           DISPLAY "ID          COMPTE    NOM                         "
                   "  AJOUT     ST PAYS".

           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
                   WHEN OTHER
                       DISPLAY W-BEN-ID "  " W-BEN-CPT-DEST "  "
                               W-BEN-NOM "  " W-BEN-DATE-AJOUT "  "
                               W-BEN-STATUT "  " W-BEN-PAYS
                       ADD 1 TO WS-NB
               END-EVALUATE
           END-PERFORM.
