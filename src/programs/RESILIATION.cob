      *>****************************************************************
      *> Programme : RESILIATION
      *> Role      : Resiliation d'un compte a l'initiative de la
      *>             banque (la cloture a la demande du client reste
      *>             l'ecran CLOTURE) :
      *>             - (D)emander : la decision, motivee, part dans
      *>               la file du controle a quatre yeux ; une fois
      *>               validee par le superviseur (VALIDER-MODIFS), le
      *>               batch RESILIATIONS emet la lettre de preavis
      *>               puis clot le compte a l'echeance ;
      *>             - (A)nnuler : retour a la normale d'un compte en
      *>               preavis (regularisation, decision revue),
      *>               journalise via AUDIT-IO ;
      *>             - (L)ister : comptes en cours de resiliation et
      *>               date de cloture prevue.
      *>             Fonction sensible : refusee par defaut aux
      *>             guichetiers (module AUTORISER).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESILIATION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY ATTENTE.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1) VALUE 'L'.
          88 CHOIX-DEMANDER      VALUE 'D'.
          88 CHOIX-ANNULER       VALUE 'A'.
          88 CHOIX-LISTER        VALUE 'L'.

       01 WS-CONFIRME            PIC X(1) VALUE 'N'.
          88 CONFIRME-OUI        VALUE 'O'.
       01 WS-MOTIF               PIC X(40).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-AUDIT          PIC X(2).
       01 WS-NB                  PIC 9(5) VALUE 0.
       01 WS-SOLDE-AFF           PIC -Z(10)9.99.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Resiliation d'un compte par la banque ---".

       DISPLAY "(D)emander une resiliation, (A)nnuler un preavis, "
               "(L)ister les comptes en preavis ? : "
               WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-DEMANDER
               PERFORM DEMANDER-RESILIATION
           WHEN CHOIX-ANNULER
               PERFORM ANNULER-RESILIATION
           WHEN CHOIX-LISTER
               PERFORM LISTER-PREAVIS
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       DEMANDER-RESILIATION.
           DISPLAY "Numero de compte : " WITH NO ADVANCING.
           ACCEPT W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Compte introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-ACTIF
               DISPLAY "Refuse : le compte n'est pas actif."
               EXIT PARAGRAPH
           END-IF.
           IF NOT RESIL-AUCUNE
               DISPLAY "Refuse : le compte est deja en resiliation "
                       "(cloture prevue le " W-CPT-DATE-RESILIATION
                       ")."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Titulaire : " W-CPT-TITULAIRE.
           IF CPT-SERVICES-BASE
               DISPLAY "ATTENTION : compte ouvert au titre du droit "
                       "au compte (designation "
                       W-CPT-REF-DESIGNATION "), la Banque de France "
                       "sera informee."
           END-IF.
           DISPLAY "Motif de la resiliation : " WITH NO ADVANCING.
           ACCEPT WS-MOTIF.
           IF WS-MOTIF = SPACES
               DISPLAY "Refuse : le motif est obligatoire."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer la resiliation ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRME.
           IF NOT CONFIRME-OUI
               DISPLAY "Resiliation annulee."
               EXIT PARAGRAPH
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-ATTENTE.
           MOVE WS-COMPTEUR   TO W-ATT-ID.
           MOVE W-CPT-NUMERO  TO W-ATT-CPT.
           MOVE "RESILIATION" TO W-ATT-TYPE.
           MOVE "COMPTE ACTIF, SANS PREAVIS" TO W-ATT-AVANT.
           MOVE WS-MOTIF      TO W-ATT-APRES(1:40).
           MOVE LK-OPERATEUR  TO W-ATT-OPERATEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-ATT-DATE.
           SET ATT-EN-ATTENTE TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.
           IF RC-OK
               DISPLAY "Demande de resiliation " W-ATT-ID " deposee : "
                       "le preavis partira apres validation "
                       "superviseur (VALIDER-MODIFS)."
           ELSE
               DISPLAY "Echec du depot de la demande (code: "
                       W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.

      *>----------------------------------------------------------------
       ANNULER-RESILIATION.
           DISPLAY "Numero de compte : " WITH NO ADVANCING.
           ACCEPT W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Compte introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-EN-PREAVIS OR NOT CPT-ACTIF
               DISPLAY "Ce compte n'est pas en preavis de "
                       "resiliation."
               PERFORM DEVERROUILLER-COMPTE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Titulaire : " W-CPT-TITULAIRE.
           DISPLAY "Motif initial : " W-CPT-MOTIF-RESILIATION.
           DISPLAY "Motif de l'annulation : " WITH NO ADVANCING.
           ACCEPT WS-MOTIF.
           IF WS-MOTIF = SPACES
               DISPLAY "Refuse : le motif est obligatoire."
               PERFORM DEVERROUILLER-COMPTE
               EXIT PARAGRAPH
           END-IF.

           SET RESIL-AUCUNE TO TRUE.
           MOVE 0 TO W-CPT-DATE-PREAVIS.
           MOVE 0 TO W-CPT-DATE-RESILIATION.
           MOVE SPACES TO W-CPT-MOTIF-RESILIATION.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Echec de la mise a jour (code: "
                       W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-AUDIT.
           MOVE WS-COMPTEUR TO W-AUD-ID.
           MOVE W-CPT-NUMERO TO W-AUD-CPT.
           MOVE "RESIL-ANNUL" TO W-AUD-OPERATION.
           MOVE '00' TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR TO W-AUD-OPERATEUR.
           MOVE WS-MOTIF TO W-AUD-MOTIF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.

           DISPLAY "Preavis annule : le compte fonctionne a nouveau "
                   "normalement.".

      *>----------------------------------------------------------------
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Etat P : preavis valide, lettre a emettre au prochain batch.
       LISTER-PREAVIS.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Aucun compte."
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "COMPTE   AG   E PREAVIS  CLOTURE  SOLDE".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN CPT-EN-PREAVIS AND CPT-ACTIF
                       MOVE W-CPT-SOLDE TO WS-SOLDE-AFF
                       DISPLAY W-CPT-NUMERO " " W-CPT-AGENCE " "
                               W-CPT-RESILIATION " "
                               W-CPT-DATE-PREAVIS " "
                               W-CPT-DATE-RESILIATION " "
                               WS-SOLDE-AFF
                       DISPLAY "         " W-CPT-TITULAIRE " - "
                               W-CPT-MOTIF-RESILIATION
                       ADD 1 TO WS-NB
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           DISPLAY "Comptes en preavis : " WS-NB.

       END PROGRAM RESILIATION.
