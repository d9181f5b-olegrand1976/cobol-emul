      *>****************************************************************
      *> Programme : SURENDETTEMENT
      *> Role      : Dossiers de surendettement des clients
      *>             (SURENDETTEMENTS.dat, cle alternative client) :
      *>             - (O)uvrir le dossier declare recevable par la
      *>               Banque de France : reference, dates de depot et
      *>               de recevabilite, fin du moratoire prononce,
      *>               creanciers de prelevement declares. Des
      *>               l'ouverture, les batchs de recouvrement et de
      *>               frais suspendent poursuites et frais ;
      *>             - (P)lan impose par la commission : premiere
      *>               echeance, duree, et pour chaque pret du client
      *>               la mensualite et le taux reechelonnes, appliques
      *>               par ECHEANCES-PRETS ;
      *>             - (C)lore le dossier (plan execute, dossier
      *>               caduc ou forclos) : les traitements reprennent
      *>               leur cours normal ;
      *>             - (L)ister les dossiers d'un client.
      *>             Chaque mise a jour est journalisee via AUDIT-IO.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURENDETTEMENT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SURENDET.
       COPY CLIENT.
       COPY COMPTE.
       COPY PRET.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1) VALUE 'L'.
          88 CHOIX-OUVRIR        VALUE 'O'.
          88 CHOIX-PLAN          VALUE 'P'.
          88 CHOIX-CLORE         VALUE 'C'.
          88 CHOIX-LISTER        VALUE 'L'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-SAISIE          PIC X(1) VALUE 'N'.
          88 FIN-SAISIE          VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-LECTURE        PIC X(2).
       01 WS-CODE-SDT            PIC X(2).
       01 WS-CLIENT-CHERCHE      PIC 9(8).
       01 WS-CREANCIER           PIC X(10).
       01 WS-PRET-SAISI          PIC 9(10).
       01 WS-NB                  PIC 9(3) VALUE 0.
       01 WS-IDX                 PIC 9(2) COMP.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-TAUX-AFF            PIC ZZ9.9999.
       01 WS-MOTIF-AUDIT         PIC X(40).

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Dossiers de surendettement ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "(O)uvrir, (P)lan impose, (C)lore ou (L)ister ? : "
               WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-OUVRIR
               PERFORM OUVRIR-DOSSIER
           WHEN CHOIX-PLAN
               PERFORM ENREGISTRER-PLAN
           WHEN CHOIX-CLORE
               PERFORM CLORE-DOSSIER
           WHEN CHOIX-LISTER
               PERFORM LISTER-DOSSIERS
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Recevabilite prononcee : un seul dossier en cours par client.
       OUVRIR-DOSSIER.
           DISPLAY "Numero client : " WITH NO ADVANCING.
           ACCEPT W-CLI-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF WS-CODE-LECTURE NOT = '00'
               DISPLAY "Client introuvable."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Client : " W-CLI-NOM.

           CALL "SURENDET-CTRL" USING W-CLI-NUMERO W-SURENDET
                                      WS-CODE-SDT.
           IF WS-CODE-SDT = '48'
               DISPLAY "Dossier " W-SDT-ID " deja en cours pour ce "
                       "client (statut " W-SDT-STATUT ")."
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE W-SURENDET.
           MOVE W-CLI-NUMERO TO W-SDT-CLIENT.
           DISPLAY "Reference Banque de France     : "
                   WITH NO ADVANCING.
           ACCEPT W-SDT-REF-BDF.
           DISPLAY "Date de depot (AAAAMMJJ)       : "
                   WITH NO ADVANCING.
           ACCEPT W-SDT-DATE-DEPOT.
           DISPLAY "Date de recevabilite (AAAAMMJJ): "
                   WITH NO ADVANCING.
           ACCEPT W-SDT-DATE-RECEVABILITE.
           DISPLAY "Fin du moratoire (AAAAMMJJ, 0 = jusqu'au plan) : "
                   WITH NO ADVANCING.
           ACCEPT W-SDT-DATE-FIN-MORATOIRE.

           IF W-SDT-REF-BDF = SPACES
               DISPLAY "Reference obligatoire."
               EXIT PARAGRAPH
           END-IF.
           IF W-SDT-DATE-RECEVABILITE = 0
                   OR W-SDT-DATE-RECEVABILITE > WS-DATE-JOUR
                   OR W-SDT-DATE-DEPOT > W-SDT-DATE-RECEVABILITE
               DISPLAY "Dates de depot et de recevabilite invalides."
               EXIT PARAGRAPH
           END-IF.
           IF W-SDT-DATE-FIN-MORATOIRE NOT = 0
                   AND W-SDT-DATE-FIN-MORATOIRE
                       < W-SDT-DATE-RECEVABILITE
               DISPLAY "Fin de moratoire anterieure a la recevabilite."
               EXIT PARAGRAPH
           END-IF.

           PERFORM SAISIR-CREANCIERS.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           MOVE WS-COMPTEUR TO W-SDT-ID.
           SET SDT-RECEVABLE TO TRUE.
           MOVE LK-OPERATEUR TO W-SDT-OPERATEUR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SURENDET-IO" USING WS-OP W-SURENDET W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "SURENDET-IO" USING WS-OP W-SURENDET W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "SURENDET-IO" USING WS-OP W-SURENDET WS-CODE-LECTURE.
           IF NOT RC-OK
               DISPLAY "Erreur d'ecriture (code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MOTIF-AUDIT.
           STRING "RECEVABLE CLIENT " DELIMITED SIZE
                  W-SDT-CLIENT DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SDT-REF-BDF DELIMITED SPACE
               INTO WS-MOTIF-AUDIT.
           PERFORM JOURNALISER-DOSSIER.

           DISPLAY "Dossier " W-SDT-ID " ouvert : poursuites et frais "
                   "suspendus pour le client " W-SDT-CLIENT ".".

      *>----------------------------------------------------------------
      *> Creanciers de prelevement declares, identifiant place comme
      *> sur le mandat ; saisie vide pour terminer.
       SAISIR-CREANCIERS.
           MOVE 'N' TO WS-FIN-SAISIE.
           MOVE 0 TO W-SDT-NB-CREANCIERS.
           PERFORM UNTIL FIN-SAISIE
               DISPLAY "Creancier declare (vide = fin) : "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-CREANCIER
               ACCEPT WS-CREANCIER
               IF WS-CREANCIER = SPACES
                   SET FIN-SAISIE TO TRUE
               ELSE
                   ADD 1 TO W-SDT-NB-CREANCIERS
                   MOVE WS-CREANCIER
                       TO W-SDT-CREANCIER(W-SDT-NB-CREANCIERS)
                   IF W-SDT-NB-CREANCIERS = 10
                       DISPLAY "Nombre maximal de creanciers atteint."
                       SET FIN-SAISIE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Plan impose : remplace le moratoire a compter de la premiere
      *> echeance du plan. Seuls les prets de la banque rattaches a un
      *> compte du client y figurent.
       ENREGISTRER-PLAN.
           PERFORM LIRE-DOSSIER.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           IF NOT SDT-RECEVABLE
               DISPLAY "Plan possible sur un dossier recevable "
                       "seulement (statut " W-SDT-STATUT ")."
               PERFORM FERMER-DOSSIERS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Premiere echeance du plan (AAAAMMJJ) : "
                   WITH NO ADVANCING.
           ACCEPT W-SDT-DATE-PLAN.
           DISPLAY "Duree du plan en mois               : "
                   WITH NO ADVANCING.
           ACCEPT W-SDT-DUREE-PLAN.
           IF W-SDT-DATE-PLAN < W-SDT-DATE-RECEVABILITE
                   OR W-SDT-DUREE-PLAN = 0
               DISPLAY "Date ou duree du plan invalide."
               PERFORM FERMER-DOSSIERS
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO W-SDT-NB-PRETS.
           MOVE 'N' TO WS-FIN-SAISIE.
           PERFORM UNTIL FIN-SAISIE
               DISPLAY "Pret reechelonne (0 = fin) : "
                       WITH NO ADVANCING
               ACCEPT WS-PRET-SAISI
               IF WS-PRET-SAISI = 0
                   SET FIN-SAISIE TO TRUE
               ELSE
                   PERFORM SAISIR-LIGNE-PLAN
                   IF W-SDT-NB-PRETS = 5
                       DISPLAY "Nombre maximal de prets atteint."
                       SET FIN-SAISIE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           SET SDT-PLAN TO TRUE.
           MOVE LK-OPERATEUR TO W-SDT-OPERATEUR.
           PERFORM REECRIRE-DOSSIER.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MOTIF-AUDIT.
           STRING "PLAN IMPOSE CLIENT " DELIMITED SIZE
                  W-SDT-CLIENT DELIMITED SIZE
                  " AU " DELIMITED SIZE
                  W-SDT-DATE-PLAN DELIMITED SIZE
               INTO WS-MOTIF-AUDIT.
           PERFORM JOURNALISER-DOSSIER.

           DISPLAY "Plan enregistre : " W-SDT-NB-PRETS " pret(s) "
                   "reechelonne(s) a compter du " W-SDT-DATE-PLAN ".".

      *>----------------------------------------------------------------
       SAISIR-LIGNE-PLAN.
           MOVE WS-PRET-SAISI TO W-PRT-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE.
           MOVE "READ" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.
           IF WS-CODE-LECTURE NOT = '00'
               DISPLAY "Pret introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF PRT-SOLDE-FIN
               DISPLAY "Pret solde : hors plan."
               EXIT PARAGRAPH
           END-IF.

           MOVE W-PRT-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
                   OR W-CPT-CLIENT NOT = W-SDT-CLIENT
               DISPLAY "Pret non rattache a un compte du client."
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > W-SDT-NB-PRETS
               IF W-SDT-PRET(WS-IDX) = W-PRT-ID
                   DISPLAY "Pret deja porte au plan."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

           MOVE W-PRT-CAPITAL-RESTANT TO WS-MNT-AFF.
           DISPLAY "Capital restant du : " WS-MNT-AFF.
           ADD 1 TO W-SDT-NB-PRETS.
           MOVE W-PRT-ID TO W-SDT-PRET(W-SDT-NB-PRETS).
           DISPLAY "Mensualite du plan (0 = suspendu) : "
                   WITH NO ADVANCING.
           ACCEPT W-SDT-MENSUALITE(W-SDT-NB-PRETS).
           DISPLAY "Taux annuel du plan en %          : "
                   WITH NO ADVANCING.
           ACCEPT W-SDT-TAUX(W-SDT-NB-PRETS).
           MOVE 'N' TO W-SDT-REPORT(W-SDT-NB-PRETS).
           IF W-SDT-MENSUALITE(W-SDT-NB-PRETS) < 0
               DISPLAY "Mensualite invalide : ligne ignoree."
               SUBTRACT 1 FROM W-SDT-NB-PRETS
           END-IF.

      *>----------------------------------------------------------------
       CLORE-DOSSIER.
           PERFORM LIRE-DOSSIER.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           IF SDT-CLOS
               DISPLAY "Dossier deja clos le " W-SDT-DATE-CLOTURE "."
               PERFORM FERMER-DOSSIERS
               EXIT PARAGRAPH
           END-IF.

           SET SDT-CLOS TO TRUE.
           MOVE WS-DATE-JOUR TO W-SDT-DATE-CLOTURE.
           MOVE LK-OPERATEUR TO W-SDT-OPERATEUR.
           PERFORM REECRIRE-DOSSIER.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MOTIF-AUDIT.
           STRING "CLOTURE CLIENT " DELIMITED SIZE
                  W-SDT-CLIENT DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SDT-REF-BDF DELIMITED SPACE
               INTO WS-MOTIF-AUDIT.
           PERFORM JOURNALISER-DOSSIER.

           DISPLAY "Dossier " W-SDT-ID " clos.".

      *>----------------------------------------------------------------
       LIRE-DOSSIER.
           DISPLAY "Numero de dossier : " WITH NO ADVANCING.
           ACCEPT W-SDT-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SURENDET-IO" USING WS-OP W-SURENDET W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "SURENDET-IO" USING WS-OP W-SURENDET W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Dossier introuvable."
               PERFORM FERMER-DOSSIERS
           END-IF.

       REECRIRE-DOSSIER.
           MOVE "REWRITE" TO WS-OP.
           CALL "SURENDET-IO" USING WS-OP W-SURENDET W-CODE-RETOUR.
           PERFORM FERMER-DOSSIERS.
           IF NOT RC-OK
               DISPLAY "Erreur de mise a jour (code: " W-CODE-RETOUR
                       ")."
           END-IF.

       FERMER-DOSSIERS.
           MOVE "CLOSE" TO WS-OP.
           CALL "SURENDET-IO" USING WS-OP W-SURENDET WS-CODE-LECTURE.

      *>----------------------------------------------------------------
       JOURNALISER-DOSSIER.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-LECTURE.
           MOVE WS-COMPTEUR    TO W-AUD-ID.
           MOVE 0              TO W-AUD-CPT.
           MOVE "SURENDET"     TO W-AUD-OPERATION.
           MOVE '00'           TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR   TO W-AUD-OPERATEUR.
           MOVE WS-MOTIF-AUDIT TO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-LECTURE.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-LECTURE.

      *>----------------------------------------------------------------
       LISTER-DOSSIERS.
           DISPLAY "Numero client : " WITH NO ADVANCING.
           ACCEPT WS-CLIENT-CHERCHE.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SURENDET-IO" USING WS-OP W-SURENDET WS-CODE-LECTURE.
           MOVE WS-CLIENT-CHERCHE TO W-SDT-CLIENT.
           MOVE "START-CLIENT" TO WS-OP.
           CALL "SURENDET-IO" USING WS-OP W-SURENDET WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "SURENDET-IO" USING WS-OP W-SURENDET
                                        WS-CODE-LECTURE
               EVALUATE TRUE
                   WHEN WS-CODE-LECTURE NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-SDT-CLIENT NOT = WS-CLIENT-CHERCHE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-NB
                       PERFORM AFFICHER-DOSSIER
               END-EVALUATE
           END-PERFORM.
           PERFORM FERMER-DOSSIERS.
           IF WS-NB = 0
               DISPLAY "Aucun dossier de surendettement pour ce client."
           END-IF.

       AFFICHER-DOSSIER.
           DISPLAY W-SDT-ID " ref " W-SDT-REF-BDF
                   " statut " W-SDT-STATUT
                   " recevable le " W-SDT-DATE-RECEVABILITE.
           IF W-SDT-DATE-FIN-MORATOIRE NOT = 0
               DISPLAY "    moratoire jusqu'au "
                       W-SDT-DATE-FIN-MORATOIRE
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > W-SDT-NB-CREANCIERS
               DISPLAY "    creancier suspendu " W-SDT-CREANCIER(WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM.
           IF W-SDT-DATE-PLAN NOT = 0
               DISPLAY "    plan du " W-SDT-DATE-PLAN " sur "
                       W-SDT-DUREE-PLAN " mois"
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > W-SDT-NB-PRETS
               MOVE W-SDT-MENSUALITE(WS-IDX) TO WS-MNT-AFF
               MOVE W-SDT-TAUX(WS-IDX) TO WS-TAUX-AFF
               DISPLAY "    pret " W-SDT-PRET(WS-IDX)
                       " mensualite " WS-MNT-AFF
                       " taux " WS-TAUX-AFF " %"
               ADD 1 TO WS-IDX
           END-PERFORM.
           IF SDT-CLOS
               DISPLAY "    clos le " W-SDT-DATE-CLOTURE
           END-IF.

       END PROGRAM SURENDETTEMENT.
