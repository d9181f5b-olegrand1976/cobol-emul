      *>****************************************************************
      *> Module : RENOUV-TIRAGE
      *> Role   : Tirage sur la reserve d'un credit renouvelable vers
      *>          son compte de rattachement. Partage entre l'ecran
      *>          CREDIT-RENOUV (guichet) et IMPORT-INTERNET (ligne de
      *>          type 'R' du fichier d'ordres du front web). Le tirage
      *>          doit tenir dans la reserve disponible (reserve
      *>          autorisee moins capital du) d'une reserve active ;
      *>          le compte est credite (mouvement 'E', categorie
      *>          PRET, canal de l'appelant), le capital du et les
      *>          tirages de la periode (repris au prochain releve)
      *>          augmentent, la date de dernier tirage relance le
      *>          delai d'inactivite.
      *> Appel  : CALL "RENOUV-TIRAGE" USING LK-CPT, LK-MONTANT,
      *>                                     LK-CANAL, LK-OPERATEUR,
      *>                                     LK-CODE-RETOUR.
      *>   LK-CANAL       : canal du mouvement (W-TRN-CANAL).
      *>   LK-CODE-RETOUR : '00' tirage credite, '21' aucun credit
      *>                    renouvelable sur le compte, '49' reserve
      *>                    suspendue, resiliee ou insuffisante
      *>                    (RC-ERR-RESERVE), '31' compte non actif,
      *>                    '29' echec de mise a jour.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENOUV-TIRAGE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY RENOUV.
       COPY COMPTE.
       COPY TRANSACT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-TROUVE              PIC X(1) VALUE 'N'.
          88 RESERVE-TROUVEE     VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-DISPONIBLE          PIC S9(11)V99 COMP-3.

       LINKAGE SECTION.
       01 LK-CPT                 PIC 9(8).
       01 LK-MONTANT             PIC S9(11)V99 COMP-3.
       01 LK-CANAL               PIC X(1).
       01 LK-OPERATEUR           PIC X(8).
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-CPT, LK-MONTANT, LK-CANAL,
                                LK-OPERATEUR, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE 'N' TO WS-FIN WS-TROUVE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "RENOUV-IO" USING WS-OP W-RENOUV W-CODE-RETOUR.
       PERFORM CHERCHER-RESERVE.
       IF NOT RESERVE-TROUVEE
           MOVE '21' TO LK-CODE-RETOUR
           PERFORM FERMER-RENOUV
           GOBACK
       END-IF.

      *> Reserve suspendue a la reconduction ou resiliee : le capital
      *> du se rembourse, aucun nouveau tirage.
       COMPUTE WS-DISPONIBLE = W-REN-RESERVE - W-REN-CAPITAL-DU.
       IF NOT REN-ACTIF OR LK-MONTANT > WS-DISPONIBLE
               OR LK-MONTANT NOT > 0
           MOVE '49' TO LK-CODE-RETOUR
           PERFORM FERMER-RENOUV
           GOBACK
       END-IF.

       MOVE LK-CPT TO W-CPT-NUMERO.
       MOVE "READ-LOCK" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF NOT RC-OK
           MOVE '21' TO LK-CODE-RETOUR
           PERFORM FERMER-RENOUV
           GOBACK
       END-IF.
       IF NOT CPT-ACTIF
           MOVE '31' TO LK-CODE-RETOUR
           PERFORM DEVERROUILLER-COMPTE
           PERFORM FERMER-RENOUV
           GOBACK
       END-IF.

      *> La reserve est consommee avant le credit du compte : un
      *> second tirage concurrent se heurte au disponible diminue.
       ADD LK-MONTANT TO W-REN-CAPITAL-DU.
       ADD LK-MONTANT TO W-REN-TIRAGES-PERIODE.
       MOVE WS-DATE-JOUR TO W-REN-DATE-DERN-TIRAGE.
       MOVE "REWRITE" TO WS-OP.
       CALL "RENOUV-IO" USING WS-OP W-RENOUV W-CODE-RETOUR.
       PERFORM FERMER-RENOUV.
       IF NOT RC-OK
           MOVE '29' TO LK-CODE-RETOUR
           PERFORM DEVERROUILLER-COMPTE
           GOBACK
       END-IF.

       ADD LK-MONTANT TO W-CPT-SOLDE.
       MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.
       MOVE "REWRITE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF NOT RC-OK
           MOVE '29' TO LK-CODE-RETOUR
           DISPLAY "ATTENTION : reserve " W-REN-ID " debitee mais "
                   "compte " LK-CPT " NON credite."
           GOBACK
       END-IF.

       PERFORM JOURNALISER-TIRAGE.

       GOBACK.

      *>----------------------------------------------------------------
      *> Credit renouvelable non resilie du compte (un seul par compte,
      *> regle d'ouverture de CREDIT-RENOUV).
       CHERCHER-RESERVE.
           MOVE LK-CPT TO W-REN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "RENOUV-IO" USING WS-OP W-RENOUV W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-REN-CPT NOT = LK-CPT
                       SET FIN-PARCOURS TO TRUE
                   WHEN REN-ACTIF OR REN-SUSPENDU
                       SET RESERVE-TROUVEE TO TRUE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------------
       JOURNALISER-TIRAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE LK-CPT                TO W-TRN-CPT.
           MOVE 'E'                   TO W-TRN-TYPE.
           MOVE LK-MONTANT            TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "TIRAGE RENOUVELABLE " DELIMITED SIZE
                  W-REN-ID DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "PRET"                TO W-TRN-CATEGORIE.
           MOVE LK-OPERATEUR          TO W-TRN-OPERATEUR.
           MOVE LK-CANAL              TO W-TRN-CANAL.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ATTENTION : tirage NON JOURNALISE "
                       "(code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
       FERMER-RENOUV.
           MOVE "CLOSE" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

       END PROGRAM RENOUV-TIRAGE.
