      *>****************************************************************
      *> Programme : SENSIBLES
      *> Role      : Ecran conformite des comptes et clients sensibles
      *>             (SENSIBLES.dat) et des alertes de consultation
      *>             (ACCES-SENSIBLES.dat) :
      *>             - (L)ister les marques, actives et levees, celles
      *>               dont la revue est echue (SENSIBLE-PARAM) etant
      *>               signalees ;
      *>             - (P)oser une marque sur un compte ou un client,
      *>               avec son motif ;
      *>             - (R)evoir une marque : la revue periodique est
      *>               datee, la marque maintenue ;
      *>             - (E)nlever une marque : elle est levee, jamais
      *>               supprimee ;
      *>             - (A)lertes : consultations hors agence encore
      *>               ouvertes (justification, operateur, agences),
      *>               prises en compte une a une le jour meme.
      *>             Reserve a la conformite (habilitation SENSIBLES,
      *>             refusee par defaut au guichet) ; chaque pose,
      *>             revue, levee et prise en compte est consignee
      *>             dans AUDIT.dat.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSIBLES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SENSIBLE.
       COPY SENSIBLE-PARAM.
       COPY ACCES-SENSIBLE.
       COPY COMPTE.
       COPY CLIENT.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX              PIC X(1) VALUE 'L'.
          88 CHOIX-LISTER       VALUE 'L'.
          88 CHOIX-POSER        VALUE 'P'.
          88 CHOIX-REVOIR       VALUE 'R'.
          88 CHOIX-ENLEVER      VALUE 'E'.
          88 CHOIX-ALERTES      VALUE 'A'.

       01 WS-FIN                PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS       VALUE 'O'.
       01 WS-NB                 PIC 9(5) VALUE 0.
       01 WS-NB-A-REVOIR        PIC 9(5) VALUE 0.
       01 WS-COMPTEUR           PIC 9(10) VALUE 0.
       01 WS-DATE-JOUR          PIC 9(8).
       01 WS-JOURS-DEPUIS-REVUE PIC S9(7) COMP.
       01 WS-MENTION            PIC X(10).
       01 WS-CODE-SEN           PIC X(2).
       01 WS-CODE-ACS           PIC X(2).
       01 WS-CODE-LECT          PIC X(2).
       01 WS-CODE-AUD           PIC X(2).
       01 WS-OPERATION-AUDIT    PIC X(12).
       01 WS-CPT-AUDIT          PIC 9(8).
       01 WS-CONFIRMER          PIC X(1) VALUE 'N'.
          88 CONFIRMER-OUI      VALUE 'O'.
       01 WS-ID-ALERTE          PIC 9(10) VALUE 0.

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Comptes et clients sensibles ---".
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       DISPLAY "(L)ister, (P)oser, (R)evoir, (E)nlever une marque ou"
               " (A)lertes ? : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.
       MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-LISTER
               PERFORM LISTER-MARQUES
           WHEN CHOIX-POSER
               PERFORM POSER-MARQUE
           WHEN CHOIX-REVOIR
               PERFORM REVOIR-MARQUE
           WHEN CHOIX-ENLEVER
               PERFORM ENLEVER-MARQUE
           WHEN CHOIX-ALERTES
               PERFORM TRAITER-ALERTES
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       LISTER-MARQUES.
           MOVE 0 TO WS-NB.
           MOVE 0 TO WS-NB-A-REVOIR.
           MOVE 'N' TO WS-FIN.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.
           IF WS-CODE-SEN NOT = '00'
               DISPLAY "Aucune marque enregistree."
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.
           IF WS-CODE-SEN NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.

           DISPLAY "N NUMERO    ST POSEE LE  REVUE LE  MOTIF".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN
               IF WS-CODE-SEN NOT = '00'
                   SET FIN-PARCOURS TO TRUE
               ELSE
                   PERFORM QUALIFIER-REVUE
                   DISPLAY W-SEN-NATURE " " W-SEN-NUMERO "  "
                           W-SEN-STATUT "  " W-SEN-DATE-POSE "  "
                           W-SEN-DATE-REVUE "  " W-SEN-MOTIF " "
                           WS-MENTION
                   ADD 1 TO WS-NB
               END-IF
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.
           DISPLAY "Marques : " WS-NB "   revues echues : "
                   WS-NB-A-REVOIR.
           DISPLAY "(A=compte C=client ; statut A=active L=levee)".

      *> Une marque active non revue depuis SEN-JOURS-REVUE jours est
      *> a revoir.
       QUALIFIER-REVUE.
           MOVE SPACES TO WS-MENTION.
           IF SEN-ACTIVE
               COMPUTE WS-JOURS-DEPUIS-REVUE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                 - FUNCTION INTEGER-OF-DATE(W-SEN-DATE-REVUE)
               IF WS-JOURS-DEPUIS-REVUE > SEN-JOURS-REVUE
                   MOVE "A REVOIR" TO WS-MENTION
                   ADD 1 TO WS-NB-A-REVOIR
               END-IF
           END-IF.

      *>----------------------------------------------------------------
       POSER-MARQUE.
           PERFORM SAISIR-CLE.
           IF NOT SEN-NATURE-VALIDE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFIER-TITULAIRE.
           IF WS-CODE-LECT NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.
           MOVE "READ" TO WS-OP.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.
           IF WS-CODE-SEN = '00' AND SEN-ACTIVE
               DISPLAY "Deja sensible depuis le " W-SEN-DATE-POSE
                       " : " W-SEN-MOTIF
               PERFORM FERMER-MARQUES
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Motif : " WITH NO ADVANCING.
           MOVE SPACES TO W-SEN-MOTIF.
           ACCEPT W-SEN-MOTIF.
           IF W-SEN-MOTIF = SPACES
               DISPLAY "Motif obligatoire."
               PERFORM FERMER-MARQUES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATE-JOUR TO W-SEN-DATE-POSE.
           MOVE LK-OPERATEUR TO W-SEN-POSE-PAR.
           MOVE WS-DATE-JOUR TO W-SEN-DATE-REVUE.
           MOVE LK-OPERATEUR TO W-SEN-REVU-PAR.
           SET SEN-ACTIVE TO TRUE.
           MOVE 0 TO W-SEN-DATE-LEVEE.

      *> Une marque levee est reactivee sur son enregistrement.
           IF WS-CODE-SEN = '00'
               MOVE "REWRITE" TO WS-OP
           ELSE
               MOVE "WRITE" TO WS-OP
           END-IF.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.
           IF WS-CODE-SEN = '00'
               DISPLAY "Marque posee."
               MOVE "SENS-POSE" TO WS-OPERATION-AUDIT
               PERFORM JOURNALISER-MARQUE
           ELSE
               DISPLAY "Erreur d'ecriture (code: " WS-CODE-SEN ")."
           END-IF.
           PERFORM FERMER-MARQUES.

      *>----------------------------------------------------------------
       REVOIR-MARQUE.
           PERFORM SAISIR-CLE.
           IF NOT SEN-NATURE-VALIDE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-MARQUE-ACTIVE.
           IF WS-CODE-SEN NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Maintenir la marque (revue du jour) ? (O/N) "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMER.
           IF CONFIRMER-OUI
               MOVE WS-DATE-JOUR TO W-SEN-DATE-REVUE
               MOVE LK-OPERATEUR TO W-SEN-REVU-PAR
               MOVE "REWRITE" TO WS-OP
               CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN
               IF WS-CODE-SEN = '00'
                   DISPLAY "Revue enregistree."
                   MOVE "SENS-REVUE" TO WS-OPERATION-AUDIT
                   PERFORM JOURNALISER-MARQUE
               ELSE
                   DISPLAY "Echec de la mise a jour (code: "
                           WS-CODE-SEN ")."
               END-IF
           END-IF.
           PERFORM FERMER-MARQUES.

      *>----------------------------------------------------------------
       ENLEVER-MARQUE.
           PERFORM SAISIR-CLE.
           IF NOT SEN-NATURE-VALIDE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-MARQUE-ACTIVE.
           IF WS-CODE-SEN NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirmer la levee de la marque ? (O/N) "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMER.
           IF CONFIRMER-OUI
               SET SEN-LEVEE TO TRUE
               MOVE WS-DATE-JOUR TO W-SEN-DATE-LEVEE
               MOVE "REWRITE" TO WS-OP
               CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN
               IF WS-CODE-SEN = '00'
                   DISPLAY "Marque levee."
                   MOVE "SENS-LEVEE" TO WS-OPERATION-AUDIT
                   PERFORM JOURNALISER-MARQUE
               ELSE
                   DISPLAY "Echec de la mise a jour (code: "
                           WS-CODE-SEN ")."
               END-IF
           END-IF.
           PERFORM FERMER-MARQUES.

      *>----------------------------------------------------------------
       SAISIR-CLE.
           INITIALIZE W-SENSIBLE.
           DISPLAY "Compte (A) ou client (C) : " WITH NO ADVANCING.
           ACCEPT W-SEN-NATURE.
           MOVE FUNCTION UPPER-CASE(W-SEN-NATURE) TO W-SEN-NATURE.
           IF NOT SEN-NATURE-VALIDE
               DISPLAY "Nature invalide."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero : " WITH NO ADVANCING.
           ACCEPT W-SEN-NUMERO.

       VERIFIER-TITULAIRE.
           IF SEN-COMPTE
               MOVE W-SEN-NUMERO TO W-CPT-NUMERO
               MOVE "READ" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECT
               IF WS-CODE-LECT = '00'
                   DISPLAY "Compte : " W-CPT-TITULAIRE
                           "   agence " W-CPT-AGENCE
               ELSE
                   DISPLAY "Compte introuvable."
               END-IF
           ELSE
               MOVE W-SEN-NUMERO TO W-CLI-NUMERO
               MOVE "OPEN-IO" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECT
               MOVE "READ" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECT
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR
               IF WS-CODE-LECT = '00'
                   DISPLAY "Client : " W-CLI-NOM
               ELSE
                   DISPLAY "Client introuvable."
               END-IF
           END-IF.

      *> Laisse le fichier ouvert sur une marque active trouvee.
       LIRE-MARQUE-ACTIVE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.
           MOVE "READ" TO WS-OP.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.
           EVALUATE TRUE
               WHEN WS-CODE-SEN NOT = '00'
                   DISPLAY "Aucune marque sur ce numero."
               WHEN SEN-LEVEE
                   DISPLAY "Marque levee le " W-SEN-DATE-LEVEE "."
                   MOVE '21' TO WS-CODE-SEN
               WHEN OTHER
                   DISPLAY "Sensible depuis le " W-SEN-DATE-POSE
                           " (" W-SEN-POSE-PAR ") : " W-SEN-MOTIF
                   DISPLAY "Derniere revue le " W-SEN-DATE-REVUE
                           " (" W-SEN-REVU-PAR ")."
           END-EVALUATE.
           IF WS-CODE-SEN NOT = '00'
               PERFORM FERMER-MARQUES
           END-IF.

       FERMER-MARQUES.
           MOVE "CLOSE" TO WS-OP.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.

      *>----------------------------------------------------------------
      *> Alertes encore ouvertes, les plus anciennes d'abord, puis
      *> prise en compte par identifiant (0 pour terminer).
       TRAITER-ALERTES.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE WS-CODE-ACS.
           IF WS-CODE-ACS NOT = '00'
               DISPLAY "Journal des acces indisponible."
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE WS-CODE-ACS.
           IF WS-CODE-ACS NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.

           DISPLAY "ID          DATE     HEURE  OPERAT.  AG.  RATT "
                   "COMPTE   CLIENT   ECRAN        ISSUE".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE
                                       WS-CODE-ACS
               EVALUATE TRUE
                   WHEN WS-CODE-ACS NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN ACS-ALERTE-OUVERTE
                       DISPLAY W-ACS-ID "  " W-ACS-DATE " "
                               W-ACS-HEURE " " W-ACS-OPERATEUR " "
                               W-ACS-AGENCE " " W-ACS-AGENCE-RATT " "
                               W-ACS-CPT " " W-ACS-CLIENT " "
                               W-ACS-ECRAN " " W-ACS-ISSUE
                       DISPLAY "            justification : "
                               W-ACS-JUSTIFICATION
                       ADD 1 TO WS-NB
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           DISPLAY "Alertes ouvertes : " WS-NB
                   " (issue A=accorde R=refuse)".

           MOVE 1 TO WS-ID-ALERTE.
           PERFORM UNTIL WS-NB = 0 OR WS-ID-ALERTE = 0
               DISPLAY "Alerte prise en compte (ID, 0 = fin) : "
                       WITH NO ADVANCING
               ACCEPT WS-ID-ALERTE
               IF WS-ID-ALERTE NOT = 0
                   PERFORM PRENDRE-EN-COMPTE
               END-IF
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE WS-CODE-ACS.

       PRENDRE-EN-COMPTE.
           MOVE WS-ID-ALERTE TO W-ACS-ID.
           MOVE "READ" TO WS-OP.
           CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE WS-CODE-ACS.
           IF WS-CODE-ACS NOT = '00' OR NOT ACS-ALERTE-OUVERTE
               DISPLAY "Alerte introuvable ou deja prise en compte."
               EXIT PARAGRAPH
           END-IF.
           SET ACS-ALERTE-VUE TO TRUE.
           MOVE LK-OPERATEUR TO W-ACS-VU-PAR.
           MOVE WS-DATE-JOUR TO W-ACS-DATE-VU.
           MOVE "REWRITE" TO WS-OP.
           CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE WS-CODE-ACS.
           IF WS-CODE-ACS = '00'
               DISPLAY "Alerte " W-ACS-ID " prise en compte."
               SUBTRACT 1 FROM WS-NB
               PERFORM JOURNALISER-ALERTE
           ELSE
               DISPLAY "Echec de la mise a jour (code: "
                       WS-CODE-ACS ")."
           END-IF.

      *>----------------------------------------------------------------
      *> Consigne la pose, la revue ou la levee dans AUDIT.dat.
       JOURNALISER-MARQUE.
           MOVE 0 TO WS-CPT-AUDIT.
           IF SEN-COMPTE
               MOVE W-SEN-NUMERO TO WS-CPT-AUDIT
           END-IF.
           MOVE SPACES TO W-AUD-MOTIF.
           STRING "Marque " DELIMITED SIZE
                  W-SEN-NATURE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SEN-NUMERO DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SEN-MOTIF DELIMITED SIZE
               INTO W-AUD-MOTIF.
           PERFORM ECRIRE-AUDIT.

       JOURNALISER-ALERTE.
           MOVE W-ACS-CPT TO WS-CPT-AUDIT.
           MOVE "SENS-ALERTE" TO WS-OPERATION-AUDIT.
           MOVE SPACES TO W-AUD-MOTIF.
           STRING "Alerte " DELIMITED SIZE
                  W-ACS-ID DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-ACS-OPERATEUR DELIMITED SPACE
                  " " DELIMITED SIZE
                  W-ACS-ECRAN DELIMITED SPACE
               INTO W-AUD-MOTIF.
           PERFORM ECRIRE-AUDIT.

       ECRIRE-AUDIT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-AUD.

           MOVE WS-COMPTEUR        TO W-AUD-ID.
           MOVE WS-CPT-AUDIT       TO W-AUD-CPT.
           MOVE WS-OPERATION-AUDIT TO W-AUD-OPERATION.
           MOVE '00'               TO W-AUD-CODE.
           MOVE WS-DATE-JOUR       TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR       TO W-AUD-OPERATEUR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.

       END PROGRAM SENSIBLES.
