      *>****************************************************************
      *> Programme : PERSONNEL
      *> Role      : Tenue des liens entre les operateurs et les
      *>             clients du referentiel (LIENS-PERSONNEL.dat) :
      *>             - (L)ister les liens d'un operateur ;
      *>             - (D)eclarer un lien : l'operateur lui-meme quand
      *>               il est client de la banque, ou un proche
      *>               declare (conjoint, enfant, parent, autre
      *>               personne du foyer) ;
      *>             - (F)in d'un lien (depart de l'operateur,
      *>               changement de situation) : le lien est date, il
      *>               n'est jamais supprime.
      *>             Les comptes d'un client lie sont des comptes du
      *>             personnel : operations refusees a l'operateur lie
      *>             (module PERSONNEL-CTRL), conditions du personnel
      *>             du catalogue, consultations tracees et rapport
      *>             mensuel de conformite RAPPORT-PERSONNEL.
      *>             Reserve aux superviseurs (habilitation
      *>             PERSONNEL) ; chaque declaration et chaque fin de
      *>             lien est consignee dans AUDIT.dat.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONNEL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY LIEN-PERSONNEL.
       COPY OPERATEUR.
       COPY CLIENT.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX              PIC X(1) VALUE 'L'.
          88 CHOIX-LISTER       VALUE 'L'.
          88 CHOIX-DECLARER     VALUE 'D'.
          88 CHOIX-FIN          VALUE 'F'.

       01 WS-FIN                PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS       VALUE 'O'.
       01 WS-NB                 PIC 9(5) VALUE 0.
       01 WS-COMPTEUR           PIC 9(10) VALUE 0.
       01 WS-DATE-JOUR          PIC 9(8).
       01 WS-OPERATEUR-CHERCHE  PIC X(8).
       01 WS-CODE-OPE           PIC X(2).
       01 WS-CODE-CLI           PIC X(2).
       01 WS-CODE-AUD           PIC X(2).
       01 WS-OPERATION-AUDIT    PIC X(12).
       01 WS-CONFIRMER          PIC X(1) VALUE 'N'.
          88 CONFIRMER-OUI      VALUE 'O'.

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Liens du personnel ---".
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       DISPLAY "(L)ister, (D)eclarer un lien ou (F)in de lien ? : "
               WITH NO ADVANCING.
       ACCEPT WS-CHOIX.
       MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-LISTER
               PERFORM LISTER-LIENS
           WHEN CHOIX-DECLARER
               PERFORM DECLARER-LIEN
           WHEN CHOIX-FIN
               PERFORM TERMINER-LIEN
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       LISTER-LIENS.
           DISPLAY "Code operateur : " WITH NO ADVANCING.
           ACCEPT WS-OPERATEUR-CHERCHE.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL
                                     W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Aucun lien enregistre."
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL
                                     W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.

           DISPLAY "ID          CLIENT    LIEN  DEBUT     FIN       "
                   "SAISI PAR".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL
                                         W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-LPE-OPERATEUR = WS-OPERATEUR-CHERCHE
                       DISPLAY W-LPE-ID "  " W-LPE-CLIENT "  "
                               W-LPE-LIEN "     " W-LPE-DATE-DEBUT
                               "  " W-LPE-DATE-FIN "  "
                               W-LPE-SAISIE-PAR
                       ADD 1 TO WS-NB
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL
                                     W-CODE-RETOUR.
           DISPLAY "Liens : " WS-NB
                   " (S=salarie C=conjoint E=enfant P=parent "
                   "A=autre proche ; fin 0 = en vigueur)".

      *>----------------------------------------------------------------
       DECLARER-LIEN.
           INITIALIZE W-LIEN-PERSONNEL.
           DISPLAY "Code operateur : " WITH NO ADVANCING.
           ACCEPT W-OPE-ID.
           MOVE "READ" TO WS-OP.
           CALL "OPERATEUR-IO" USING WS-OP W-OPERATEUR WS-CODE-OPE.
           IF WS-CODE-OPE NOT = '00'
               DISPLAY "Operateur introuvable."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Operateur : " W-OPE-NOM.
           MOVE W-OPE-ID TO W-LPE-OPERATEUR.

           DISPLAY "Numero client : " WITH NO ADVANCING.
           ACCEPT W-CLI-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF WS-CODE-CLI NOT = '00'
               DISPLAY "Client introuvable."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Client : " W-CLI-NOM.
           MOVE W-CLI-NUMERO TO W-LPE-CLIENT.

           DISPLAY "Lien (S=salarie lui-meme / C=conjoint / E=enfant /"
                   " P=parent / A=autre proche) : " WITH NO ADVANCING.
           ACCEPT W-LPE-LIEN.
           MOVE FUNCTION UPPER-CASE(W-LPE-LIEN) TO W-LPE-LIEN.
           IF NOT LPE-LIEN-VALIDE
               DISPLAY "Lien invalide."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirmer le lien " W-LPE-OPERATEUR " - client "
                   W-LPE-CLIENT " ? (O/N) " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMER.
           IF NOT CONFIRMER-OUI
               DISPLAY "Declaration abandonnee."
               EXIT PARAGRAPH
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           MOVE WS-COMPTEUR  TO W-LPE-ID.
           MOVE WS-DATE-JOUR TO W-LPE-DATE-DEBUT.
           MOVE 0            TO W-LPE-DATE-FIN.
           MOVE LK-OPERATEUR TO W-LPE-SAISIE-PAR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL
                                     W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL
                                     W-CODE-RETOUR.
           IF RC-OK
               DISPLAY "Lien " W-LPE-ID " enregistre."
               MOVE "LIEN-PERS" TO WS-OPERATION-AUDIT
               PERFORM JOURNALISER-LIEN
           ELSE
               DISPLAY "Erreur d'ecriture (code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL
                                     W-CODE-RETOUR.

      *>----------------------------------------------------------------
       TERMINER-LIEN.
           DISPLAY "Identifiant du lien : " WITH NO ADVANCING.
           ACCEPT W-LPE-ID.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL
                                     W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL
                                     W-CODE-RETOUR.
           EVALUATE TRUE
               WHEN NOT RC-OK
                   DISPLAY "Lien introuvable."
               WHEN NOT LPE-EN-VIGUEUR
                   DISPLAY "Lien deja termine le " W-LPE-DATE-FIN "."
               WHEN OTHER
                   DISPLAY "Lien " W-LPE-OPERATEUR " - client "
                           W-LPE-CLIENT " (" W-LPE-LIEN ") depuis le "
                           W-LPE-DATE-DEBUT "."
                   DISPLAY "Confirmer la fin du lien ? (O/N) "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRMER
                   IF CONFIRMER-OUI
                       MOVE WS-DATE-JOUR TO W-LPE-DATE-FIN
                       MOVE "REWRITE" TO WS-OP
                       CALL "PERSONNEL-IO" USING WS-OP
                                                 W-LIEN-PERSONNEL
                                                 W-CODE-RETOUR
                       IF RC-OK
                           DISPLAY "Lien termine."
                           MOVE "FIN-LIEN-PER" TO WS-OPERATION-AUDIT
                           PERFORM JOURNALISER-LIEN
                       ELSE
                           DISPLAY "Echec de la mise a jour (code: "
                                   W-CODE-RETOUR ")."
                       END-IF
                   END-IF
           END-EVALUATE.
           MOVE "CLOSE" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL
                                     W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Consigne la declaration ou la fin du lien dans AUDIT.dat.
       JOURNALISER-LIEN.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-AUD.

           MOVE WS-COMPTEUR        TO W-AUD-ID.
           MOVE 0                  TO W-AUD-CPT.
           MOVE WS-OPERATION-AUDIT TO W-AUD-OPERATION.
           MOVE '00'               TO W-AUD-CODE.
           MOVE WS-DATE-JOUR       TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR       TO W-AUD-OPERATEUR.
           MOVE SPACES TO W-AUD-MOTIF.
           STRING "Lien " DELIMITED SIZE
                  W-LPE-ID DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-LPE-OPERATEUR DELIMITED SPACE
                  " client " DELIMITED SIZE
                  W-LPE-CLIENT DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.

       END PROGRAM PERSONNEL.
