      *>****************************************************************
      *> Programme : FUSION-CLIENTS
      *> Role      : Fusion de deux fiches clients en doublon (liste
      *>             de revue DOUBLONS-CLIENTS, ou doublon constate au
      *>             guichet). L'operateur designe la fiche a absorber
      *>             et la fiche survivante ; l'ecran presente les
      *>             deux identites, le score de concordance et ses
      *>             criteres (module DOUBLON-SCORE) et ce que la
      *>             fusion re-pointera (comptes, reclamations). La
      *>             fusion exige la validation a quatre yeux : la
      *>             demande part en file (type FUSION-CLI) et seul
      *>             VALIDER-MODIFS declenche FUSION-EXEC, qui
      *>             journalise une entree AUDIT-IO par compte
      *>             re-pointe et garde le numero absorbe comme alias
      *>             du survivant.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSION-CLIENTS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CLIENT.
       COPY COMPTE.
       COPY RECLAMATION.
       COPY DOUBLON-CLE.
       COPY DOUBLON-PARAM.
       COPY ATTENTE.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-ABSORBE             PIC 9(8).
       01 WS-SURVIVANT           PIC 9(8).
       01 WS-NOM-ABSORBE         PIC X(40).
       01 WS-NOM-SURVIVANT       PIC X(40).
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).

      *> Cle d'identite de la fiche absorbee (meme structure que
      *> DOUBLON-CLE.cpy), comparee a celle du survivant.
       01 WS-CLE-ABSORBE         PIC X(147).
       01 WS-OP-DOUBLON          PIC X(12).
       01 WS-SCORE               PIC 9(3).
       01 WS-CRITERES            PIC X(6).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-NB-COMPTES          PIC 9(5) VALUE 0.
       01 WS-NB-RECLAS           PIC 9(5) VALUE 0.

       01 WS-DEPOSER             PIC X(1) VALUE 'N'.
          88 DEPOSER-OUI         VALUE 'O'.
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Fusion de fiches clients en doublon ---".

       DISPLAY "Client a absorber (doublon) : " WITH NO ADVANCING.
       ACCEPT WS-ABSORBE.
       DISPLAY "Client survivant            : " WITH NO ADVANCING.
       ACCEPT WS-SURVIVANT.
       IF WS-ABSORBE = 0 OR WS-SURVIVANT = 0
               OR WS-ABSORBE = WS-SURVIVANT
           DISPLAY "Numeros clients invalides."
           EXIT PROGRAM
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.

       MOVE WS-ABSORBE TO W-CLI-NUMERO.
       MOVE "READ-DIRECT" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
       IF WS-CODE-CLIENT NOT = '00'
           DISPLAY "Client " WS-ABSORBE " introuvable."
           PERFORM FERMER-CLIENTS
           EXIT PROGRAM
       END-IF.
       IF CLI-FUSIONNE
           DISPLAY "Client " WS-ABSORBE " deja fusionne dans le "
                   "client " W-CLI-FUSIONNE-DANS "."
           PERFORM FERMER-CLIENTS
           EXIT PROGRAM
       END-IF.
       PERFORM AFFICHER-FICHE.
       MOVE W-CLI-NOM TO WS-NOM-ABSORBE.
       MOVE "CLE" TO WS-OP-DOUBLON.
       CALL "DOUBLON-SCORE" USING WS-OP-DOUBLON W-CLIENT W-DOUBLON-CLE
                                  WS-CLE-ABSORBE WS-SCORE WS-CRITERES.
       MOVE W-DOUBLON-CLE TO WS-CLE-ABSORBE.

       MOVE WS-SURVIVANT TO W-CLI-NUMERO.
       MOVE "READ-DIRECT" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
       IF WS-CODE-CLIENT NOT = '00'
           DISPLAY "Client " WS-SURVIVANT " introuvable."
           PERFORM FERMER-CLIENTS
           EXIT PROGRAM
       END-IF.
       IF CLI-FUSIONNE
           DISPLAY "Client " WS-SURVIVANT " deja fusionne dans le "
                   "client " W-CLI-FUSIONNE-DANS " : designer ce "
                   "dernier comme survivant."
           PERFORM FERMER-CLIENTS
           EXIT PROGRAM
       END-IF.
       PERFORM AFFICHER-FICHE.
       MOVE W-CLI-NOM TO WS-NOM-SURVIVANT.
       CALL "DOUBLON-SCORE" USING WS-OP-DOUBLON W-CLIENT W-DOUBLON-CLE
                                  WS-CLE-ABSORBE WS-SCORE WS-CRITERES.
       PERFORM FERMER-CLIENTS.

       MOVE "SCORE" TO WS-OP-DOUBLON.
       CALL "DOUBLON-SCORE" USING WS-OP-DOUBLON W-CLIENT W-DOUBLON-CLE
                                  WS-CLE-ABSORBE WS-SCORE WS-CRITERES.
       DISPLAY "Score de concordance : " WS-SCORE " (seuil de revue "
               DBL-SEUIL-REVUE ")   criteres : " WS-CRITERES.
       IF WS-SCORE = 0
           DISPLAY "Aucun critere commun (ou natures differentes) : "
                   "fusion refusee."
           EXIT PROGRAM
       END-IF.
       IF WS-SCORE < DBL-SEUIL-REVUE
           DISPLAY "ATTENTION : score sous le seuil de revue, "
                   "verifier les pieces d'identite avant de deposer."
       END-IF.

       PERFORM COMPTER-COMPTES.
       PERFORM COMPTER-RECLAMATIONS.
       DISPLAY "A re-pointer vers " WS-SURVIVANT " :".
       DISPLAY "  Comptes (cartes, mandats, dossiers de fraude et "
               "alertes suivent)  : " WS-NB-COMPTES.
       DISPLAY "  Reclamations                 : " WS-NB-RECLAS.

       DISPLAY "Deposer la demande de fusion (validation a 4 yeux) ? "
               "(O/N) " WITH NO ADVANCING.
       ACCEPT WS-DEPOSER.
       MOVE FUNCTION UPPER-CASE(WS-DEPOSER) TO WS-DEPOSER.
       IF NOT DEPOSER-OUI
           DISPLAY "Consultation seule : aucune demande deposee."
           EXIT PROGRAM
       END-IF.

       PERFORM DEPOSER-DEMANDE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       AFFICHER-FICHE.
           DISPLAY "CLIENT " W-CLI-NUMERO " - " W-CLI-NOM
                   "  (statut " W-CLI-STATUT ", type " W-CLI-TYPE ")".
           DISPLAY "  Ne(e) le : " W-CLI-DATE-NAISS
                   "   tel : " W-CLI-TELEPHONE.
           DISPLAY "  Adresse  : " W-CLI-ADRESSE.
           DISPLAY "  Email    : " W-CLI-EMAIL.
           IF CLI-PROFESSIONNEL
               DISPLAY "  Immatric.: " W-CLI-IMMATRICULATION
           END-IF.
           IF CLI-PPE
               DISPLAY "  Personne politiquement exposee."
           END-IF.

       FERMER-CLIENTS.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
       COMPTER-COMPTES.
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
                   WHEN W-CPT-CLIENT = WS-ABSORBE
                       ADD 1 TO WS-NB-COMPTES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

       COMPTER-RECLAMATIONS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ABSORBE TO W-REC-CLIENT.
           MOVE "START-CLI" TO WS-OP.
           CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-REC-CLIENT NOT = WS-ABSORBE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-NB-RECLAS
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Numero absorbe en W-ATT-APRES(1:8), survivant en (9:8),
      *> score en (17:3) et criteres en (20:6).
       DEPOSER-DEMANDE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-ATTENTE.
           MOVE WS-COMPTEUR TO W-ATT-ID.
           MOVE 0 TO W-ATT-CPT.
           MOVE "FUSION-CLI" TO W-ATT-TYPE.
           STRING WS-ABSORBE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-NOM-ABSORBE DELIMITED SIZE
                  " -> " DELIMITED SIZE
                  WS-SURVIVANT DELIMITED SIZE
               INTO W-ATT-AVANT.
           MOVE SPACES TO W-ATT-APRES.
           MOVE WS-ABSORBE   TO W-ATT-APRES(1:8).
           MOVE WS-SURVIVANT TO W-ATT-APRES(9:8).
           MOVE WS-SCORE     TO W-ATT-APRES(17:3).
           MOVE WS-CRITERES  TO W-ATT-APRES(20:6).
           MOVE WS-NOM-SURVIVANT TO W-ATT-APRES(27:40).
           MOVE LK-OPERATEUR TO W-ATT-OPERATEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-ATT-DATE.
           SET ATT-EN-ATTENTE TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.
           IF RC-OK
               DISPLAY "Demande " W-ATT-ID " deposee : la fusion ne "
                       "sera executee qu'apres validation "
                       "superviseur (VALIDER-MODIFS)."
           ELSE
               DISPLAY "Erreur d'ecriture (code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.

       END PROGRAM FUSION-CLIENTS.
