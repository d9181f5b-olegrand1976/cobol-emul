      *>****************************************************************
      *> Programme : COMMERCANTS
      *> Role      : Contrats d'acceptation carte des clients
      *>             professionnels (COMMERCANTS.dat) :
      *>             - (C)reer un contrat : identifiant commercant
      *>               attribue par l'acquereur, compte courant actif
      *>               d'un client professionnel credite des remises,
      *>               enseigne ; taux de commission par reseau de
      *>               cartes proposes par defaut (TPE-PARAM.cpy) et
      *>               negociables contrat par contrat ;
      *>             - (L)ister les contrats, d'un compte ou de tous ;
      *>             - modifier les (T)aux d'un contrat actif ;
      *>             - (R)esilier un contrat : les remises suivantes
      *>               sont rejetees par IMPORT-REMISES-TPE, les
      *>               impayes sur remises anterieures restent passes ;
      *>             - (V)oir les remises et impayes d'un contrat
      *>               (REMISES-TPE.dat).
      *>             Chaque creation, modification et resiliation est
      *>             tracee au journal d'audit.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMERCANTS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMMERCANT.
       COPY REMISE-TPE.
       COPY TPE-PARAM.
       COPY COMPTE.
       COPY CLIENT.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1).
          88 CHOIX-CREER         VALUE 'C'.
          88 CHOIX-LISTER        VALUE 'L'.
          88 CHOIX-TAUX          VALUE 'T'.
          88 CHOIX-RESILIER      VALUE 'R'.
          88 CHOIX-VOIR          VALUE 'V'.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-REPONSE             PIC X(1).
          88 REPONSE-OUI         VALUE 'O'.

       01 WS-CONTRAT-SAISI       PIC X(10).
       01 WS-CPT-SAISI           PIC 9(8).
       01 WS-ENSEIGNE-SAISIE     PIC X(30).
       01 WS-TAUX-SAISI          PIC 9(2)V9(3).
       01 WS-IDX-RESEAU          PIC 9(1) COMP.
       01 WS-OPERATION-AUDIT     PIC X(12).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-CODE-COM            PIC X(2).
       01 WS-CODE-RTP            PIC X(2).
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-NB                  PIC 9(5) VALUE 0.

       01 WS-TOTAL-BRUT          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-COMMISSION    PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-IMPAYES       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TAUX-AFF            PIC Z9.999.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-COM-AFF             PIC -Z(10)9.99.
       01 WS-NET-AFF             PIC -Z(10)9.99.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Contrats commercants (acceptation carte) ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "(C)reer, (L)ister, (T)aux, (R)esilier, (V)oir les "
               "remises : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.
       MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-CREER
               PERFORM CREER-CONTRAT
           WHEN CHOIX-LISTER
               PERFORM LISTER-CONTRATS
           WHEN CHOIX-TAUX
               PERFORM MODIFIER-TAUX
           WHEN CHOIX-RESILIER
               PERFORM RESILIER-CONTRAT
           WHEN CHOIX-VOIR
               PERFORM VOIR-REMISES
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Creation : le compte credite des remises doit etre un compte
      *> courant actif rattache a un client professionnel
      *> (entrepreneur, societe, association).
       CREER-CONTRAT.
           DISPLAY "Identifiant commercant (acquereur) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONTRAT-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-CONTRAT-SAISI)
               TO WS-CONTRAT-SAISI.
           IF WS-CONTRAT-SAISI = SPACES
               DISPLAY "Identifiant obligatoire."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTRAT-SAISI TO W-COM-CONTRAT.
           PERFORM LIRE-CONTRAT.
           IF WS-CODE-COM = '00'
               DISPLAY "Contrat " WS-CONTRAT-SAISI " deja existant."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Compte a crediter des remises : "
                   WITH NO ADVANCING.
           ACCEPT WS-CPT-SAISI.
           MOVE WS-CPT-SAISI TO W-CPT-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-FERMETURE.
           IF NOT RC-OK
               DISPLAY "Compte " WS-CPT-SAISI " inexistant."
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-ACTIF OR NOT CPT-COURANT
               DISPLAY "Le compte doit etre un compte courant actif."
               EXIT PARAGRAPH
           END-IF.

           MOVE W-CPT-CLIENT TO W-CLI-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE.
           IF WS-CODE-CLIENT NOT = '00' OR NOT CLI-PROFESSIONNEL
               DISPLAY "Contrat reserve aux clients professionnels."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enseigne : " WITH NO ADVANCING.
           ACCEPT WS-ENSEIGNE-SAISIE.

           INITIALIZE W-COMMERCANT.
           MOVE WS-CONTRAT-SAISI   TO W-COM-CONTRAT.
           MOVE WS-CPT-SAISI       TO W-COM-CPT.
           MOVE WS-ENSEIGNE-SAISIE TO W-COM-ENSEIGNE.
           MOVE WS-DATE-JOUR       TO W-COM-DATE-DEBUT.
           MOVE 0                  TO W-COM-DATE-FIN.
           SET COM-ACTIF TO TRUE.
           MOVE LK-OPERATEUR       TO W-COM-OPERATEUR.
           MOVE 1 TO WS-IDX-RESEAU.
           PERFORM UNTIL WS-IDX-RESEAU > TPE-NB-RESEAUX
               MOVE TPE-TAUX-RESEAU(WS-IDX-RESEAU)
                   TO W-COM-TAUX(WS-IDX-RESEAU)
               ADD 1 TO WS-IDX-RESEAU
           END-PERFORM.

           PERFORM AFFICHER-TAUX.
           DISPLAY "Conserver les taux par defaut ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE.
           IF NOT REPONSE-OUI
               PERFORM SAISIR-TAUX
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
           MOVE "WRITE" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT
                                   WS-CODE-FERMETURE.
           IF WS-CODE-COM NOT = '00'
               DISPLAY "Echec de l'enregistrement du contrat."
               EXIT PARAGRAPH
           END-IF.

           MOVE "CREER-TPE" TO WS-OPERATION-AUDIT.
           PERFORM JOURNALISER-AUDIT.
           DISPLAY "Contrat " W-COM-CONTRAT " cree sur le compte "
                   W-COM-CPT ".".

      *>----------------------------------------------------------------
       AFFICHER-TAUX.
           DISPLAY "Taux de commission (% du brut) :".
           MOVE 1 TO WS-IDX-RESEAU.
           PERFORM UNTIL WS-IDX-RESEAU > TPE-NB-RESEAUX
               MOVE W-COM-TAUX(WS-IDX-RESEAU) TO WS-TAUX-AFF
               DISPLAY "  " TPE-RESEAU-CODE(WS-IDX-RESEAU) " "
                       TPE-RESEAU-LIBELLE(WS-IDX-RESEAU) " "
                       WS-TAUX-AFF
               ADD 1 TO WS-IDX-RESEAU
           END-PERFORM.

       SAISIR-TAUX.
           MOVE 1 TO WS-IDX-RESEAU.
           PERFORM UNTIL WS-IDX-RESEAU > TPE-NB-RESEAUX
               DISPLAY "Taux " TPE-RESEAU-LIBELLE(WS-IDX-RESEAU)
                       " (ex. 0.900) : " WITH NO ADVANCING
               ACCEPT WS-TAUX-SAISI
               MOVE WS-TAUX-SAISI TO W-COM-TAUX(WS-IDX-RESEAU)
               ADD 1 TO WS-IDX-RESEAU
           END-PERFORM.

      *>----------------------------------------------------------------
       LIRE-CONTRAT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
           MOVE "READ" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT
                                   WS-CODE-FERMETURE.

       SAISIR-CONTRAT-ACTIF.
           DISPLAY "Identifiant commercant : " WITH NO ADVANCING.
           ACCEPT WS-CONTRAT-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-CONTRAT-SAISI)
               TO WS-CONTRAT-SAISI.
           MOVE WS-CONTRAT-SAISI TO W-COM-CONTRAT.
           PERFORM LIRE-CONTRAT.
           IF WS-CODE-COM NOT = '00'
               DISPLAY "Contrat " WS-CONTRAT-SAISI " inconnu."
           ELSE
               IF NOT COM-ACTIF
                   DISPLAY "Contrat resilie le " W-COM-DATE-FIN "."
                   MOVE '21' TO WS-CODE-COM
               END-IF
           END-IF.

       REECRIRE-CONTRAT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT
                                   WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
       MODIFIER-TAUX.
           PERFORM SAISIR-CONTRAT-ACTIF.
           IF WS-CODE-COM NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM AFFICHER-TAUX.
           PERFORM SAISIR-TAUX.
           MOVE LK-OPERATEUR TO W-COM-OPERATEUR.
           PERFORM REECRIRE-CONTRAT.
           IF WS-CODE-COM NOT = '00'
               DISPLAY "Echec de la mise a jour du contrat."
               EXIT PARAGRAPH
           END-IF.
           MOVE "TAUX-TPE" TO WS-OPERATION-AUDIT.
           PERFORM JOURNALISER-AUDIT.
           DISPLAY "Taux mis a jour, appliques aux remises suivantes.".

      *>----------------------------------------------------------------
       RESILIER-CONTRAT.
           PERFORM SAISIR-CONTRAT-ACTIF.
           IF WS-CODE-COM NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Resilier le contrat " W-COM-CONTRAT " ("
                   FUNCTION TRIM(W-COM-ENSEIGNE) ") ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE.
           IF NOT REPONSE-OUI
               DISPLAY "Resiliation abandonnee."
               EXIT PARAGRAPH
           END-IF.
           SET COM-RESILIE TO TRUE.
           MOVE WS-DATE-JOUR TO W-COM-DATE-FIN.
           MOVE LK-OPERATEUR TO W-COM-OPERATEUR.
           PERFORM REECRIRE-CONTRAT.
           IF WS-CODE-COM NOT = '00'
               DISPLAY "Echec de la resiliation."
               EXIT PARAGRAPH
           END-IF.
           MOVE "RESIL-TPE" TO WS-OPERATION-AUDIT.
           PERFORM JOURNALISER-AUDIT.
           DISPLAY "Contrat " W-COM-CONTRAT " resilie.".

      *>----------------------------------------------------------------
       LISTER-CONTRATS.
           DISPLAY "Compte (0 = tous les contrats) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CPT-SAISI.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
           IF WS-CPT-SAISI = 0
               MOVE "START-FIRST" TO WS-OP
           ELSE
               MOVE WS-CPT-SAISI TO W-COM-CPT
               MOVE "START-CPT" TO WS-OP
           END-IF.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
           IF WS-CODE-COM NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "CONTRAT    COMPTE   S DEBUT    ENSEIGNE".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM
               EVALUATE TRUE
                   WHEN WS-CODE-COM NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN WS-CPT-SAISI NOT = 0
                           AND W-COM-CPT NOT = WS-CPT-SAISI
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       DISPLAY W-COM-CONTRAT " " W-COM-CPT " "
                               W-COM-STATUT " " W-COM-DATE-DEBUT " "
                               W-COM-ENSEIGNE
                       ADD 1 TO WS-NB
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT
                                   WS-CODE-FERMETURE.
           DISPLAY "Contrats : " WS-NB.

      *>----------------------------------------------------------------
      *> Remises et impayes d'un contrat, actif ou resilie, dans
      *> l'ordre d'enregistrement.
       VOIR-REMISES.
           DISPLAY "Identifiant commercant : " WITH NO ADVANCING.
           ACCEPT WS-CONTRAT-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-CONTRAT-SAISI)
               TO WS-CONTRAT-SAISI.
           MOVE 0 TO WS-NB.
           MOVE 0 TO WS-TOTAL-BRUT WS-TOTAL-COMMISSION
                     WS-TOTAL-IMPAYES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-RTP.
           MOVE WS-CONTRAT-SAISI TO W-RTP-CONTRAT.
           MOVE "START-CONTRAT" TO WS-OP.
           CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-RTP.
           IF WS-CODE-RTP NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "T DATE     RESE REFERENCE                  BRUT"
                   "    COMMISSION           NET".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-RTP
               EVALUATE TRUE
                   WHEN WS-CODE-RTP NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-RTP-CONTRAT NOT = WS-CONTRAT-SAISI
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       MOVE W-RTP-BRUT TO WS-MNT-AFF
                       MOVE W-RTP-COMMISSION TO WS-COM-AFF
                       MOVE W-RTP-NET TO WS-NET-AFF
                       DISPLAY W-RTP-TYPE " " W-RTP-DATE " "
                               W-RTP-RESEAU " " W-RTP-REFERENCE
                               WS-MNT-AFF WS-COM-AFF WS-NET-AFF
                       IF RTP-REMISE
                           ADD W-RTP-BRUT TO WS-TOTAL-BRUT
                           ADD W-RTP-COMMISSION TO WS-TOTAL-COMMISSION
                       ELSE
                           ADD W-RTP-BRUT TO WS-TOTAL-IMPAYES
                       END-IF
                       ADD 1 TO WS-NB
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-FERMETURE.
           MOVE WS-TOTAL-BRUT TO WS-MNT-AFF.
           MOVE WS-TOTAL-COMMISSION TO WS-COM-AFF.
           MOVE WS-TOTAL-IMPAYES TO WS-NET-AFF.
           DISPLAY "Operations : " WS-NB.
           DISPLAY "Total remis   : " WS-MNT-AFF.
           DISPLAY "Commissions   : " WS-COM-AFF.
           DISPLAY "Impayes       : " WS-NET-AFF.

      *>----------------------------------------------------------------
       JOURNALISER-AUDIT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR        TO W-AUD-ID.
           MOVE W-COM-CPT          TO W-AUD-CPT.
           MOVE WS-OPERATION-AUDIT TO W-AUD-OPERATION.
           MOVE '00'               TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR       TO W-AUD-OPERATEUR.
           STRING "CONTRAT COMMERCANT " DELIMITED SIZE
                  W-COM-CONTRAT DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

       END PROGRAM COMMERCANTS.
