      *>****************************************************************
      *> Programme : COMMANDES-FONDS
      *> Role      : Commandes de fonds des clients qui annoncent un
      *>             retrait d'especes important :
      *>             - (C)ommander : montant saisi coupure par
      *>               coupure (billetage) et date de retrait ; le
      *>               montant est reserve sur le compte
      *>               (RESERVATIONS.dat, origine COMMANDE FONDS,
      *>               expiration a la date de retrait + delai de
      *>               grace) et les billets au coffre de l'agence
      *>               (COFFRE-MAJ 'R'), ce qui les retire du stock
      *>               libre et les fait entrer dans la proposition
      *>               de commande au transporteur (ecran COFFRE) ;
      *>             - (A)nnuler : leve la reservation du compte et
      *>               libere les billets du coffre ;
      *>             - (L)ister : commandes en cours d'une agence,
      *>               avec leur date de retrait, pour preparer les
      *>               fonds.
      *>             Le retrait lui-meme passe par l'ecran RETRAIT,
      *>             qui consomme la commande ; une commande non
      *>             retiree expire avec sa reservation
      *>             (EXPIRER-RESERVATIONS).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMANDES-FONDS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMMANDE-FONDS.
       COPY RESA.
       COPY COMPTE.
       COPY BILLETAGE.
       COPY COFFRE-PARAM.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX              PIC X(1) VALUE 'L'.
          88 CHOIX-COMMANDER    VALUE 'C'.
          88 CHOIX-ANNULER      VALUE 'A'.
          88 CHOIX-LISTER       VALUE 'L'.

       01 WS-CONFIRME           PIC X(1) VALUE 'N'.
          88 CONFIRME-OUI       VALUE 'O'.
       01 WS-AGENCE             PIC X(4).
       01 WS-DATE-JOUR          PIC 9(8).
       01 WS-DATE-MAX           PIC 9(8).
       01 WS-DATE-RETRAIT       PIC 9(8).
       01 WS-JOUR-INTEGER       PIC S9(9) COMP.
       01 WS-COMPTEUR           PIC 9(10) VALUE 0.
       01 WS-IDX                PIC 9(1) COMP.
       01 WS-MONTANT            PIC S9(11)V99 COMP-3.
       01 WS-DISPONIBLE         PIC S9(11)V99 COMP-3.
       01 WS-CODE-DISPO         PIC X(2).
       01 WS-DECOUVERT-VIGUEUR  PIC S9(11)V99 COMP-3.
       01 WS-CODE-DECOUV        PIC X(2).
       01 WS-SENS-COFFRE        PIC X(1).
       01 WS-CODE-COFFRE        PIC X(2).
       01 WS-CODE-RESA          PIC X(2).
       01 WS-CODE-AUDIT         PIC X(2).
       01 WS-NB                 PIC 9(5) VALUE 0.
       01 WS-MNT-AFF            PIC -Z(10)9.99.
       01 WS-FIN                PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS       VALUE 'O'.

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Commandes de fonds (retraits importants) ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "(C)ommander, (A)nnuler une commande ou (L)ister les "
               "commandes d'une agence ? : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-COMMANDER
               PERFORM COMMANDER-FONDS
           WHEN CHOIX-ANNULER
               PERFORM ANNULER-COMMANDE
           WHEN CHOIX-LISTER
               PERFORM LISTER-COMMANDES
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Saisie d'une commande : le compte doit etre actif, en euros,
      *> et couvrir le montant sur son disponible (reservations deja
      *> posees deduites) augmente du decouvert en vigueur.
       COMMANDER-FONDS.
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
           IF W-CPT-DEVISE NOT = "EUR"
               DISPLAY "Refuse : commande de billets euros sur un "
                       "compte en " W-CPT-DEVISE "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Titulaire : " W-CPT-TITULAIRE.

           DISPLAY "Agence de retrait (ENTREE = " W-CPT-AGENCE ") : "
                   WITH NO ADVANCING.
           ACCEPT WS-AGENCE.
           IF WS-AGENCE = SPACES
               MOVE W-CPT-AGENCE TO WS-AGENCE
           END-IF.

           DISPLAY "Billetage demande :".
           INITIALIZE W-BILLETAGE.
           MOVE 0 TO WS-MONTANT.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > 7
               DISPLAY "Nb billets de " COFFRE-VALEUR(WS-IDX)
                       " EUR : " WITH NO ADVANCING
               ACCEPT W-BIL-NB-BILLETS(WS-IDX)
               COMPUTE WS-MONTANT = WS-MONTANT
                       + W-BIL-NB-BILLETS(WS-IDX)
                       * COFFRE-VALEUR(WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM.
           IF WS-MONTANT NOT > 0
               DISPLAY "Billetage vide : commande abandonnee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MONTANT TO WS-MNT-AFF.
           DISPLAY "Montant commande : " WS-MNT-AFF " EUR".

           CALL "DISPONIBLE" USING W-CPT-NUMERO W-CPT-SOLDE
                                   WS-DISPONIBLE WS-CODE-DISPO.
           CALL "DECOUVERT-VIGUEUR" USING W-CPT-NUMERO WS-DATE-JOUR
                                          W-CPT-DECOUVERT-AUTORISE
                                          WS-DECOUVERT-VIGUEUR
                                          WS-CODE-DECOUV.
           IF WS-MONTANT > WS-DISPONIBLE + WS-DECOUVERT-VIGUEUR
               MOVE WS-DISPONIBLE TO WS-MNT-AFF
               DISPLAY "Refuse : disponible insuffisant ("
                       WS-MNT-AFF ")."
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   + CDF-HORIZON-MAX.
           COMPUTE WS-DATE-MAX =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).
           DISPLAY "Date de retrait prevue (AAAAMMJJ) : "
                   WITH NO ADVANCING.
           ACCEPT WS-DATE-RETRAIT.
           IF WS-DATE-RETRAIT < WS-DATE-JOUR
                   OR WS-DATE-RETRAIT > WS-DATE-MAX
               DISPLAY "Refuse : date de retrait hors de la periode "
                       "admise (" WS-DATE-JOUR " a " WS-DATE-MAX ")."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirmer la commande ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRME.
           IF NOT CONFIRME-OUI
               DISPLAY "Commande abandonnee."
               EXIT PARAGRAPH
           END-IF.

      *>   Billets mis de cote au coffre de l'agence de retrait.
           MOVE 'R' TO WS-SENS-COFFRE.
           CALL "COFFRE-MAJ" USING WS-AGENCE WS-SENS-COFFRE
                                   W-BILLETAGE WS-CODE-COFFRE.
           IF WS-CODE-COFFRE = '21'
               DISPLAY "Refuse : aucun registre de coffre pour "
                       "l'agence " WS-AGENCE " (faire un inventaire, "
                       "ecran COFFRE)."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CODE-COFFRE NOT = '00'
               DISPLAY "Echec de la reservation au coffre (code: "
                       WS-CODE-COFFRE ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           INITIALIZE W-COMMANDE-FONDS.
           MOVE WS-COMPTEUR TO W-CDF-ID.
           MOVE WS-DATE-RETRAIT TO W-CDF-DATE-RETRAIT.
           PERFORM POSER-RESERVATION.

           MOVE W-CPT-NUMERO TO W-CDF-CPT.
           MOVE WS-AGENCE    TO W-CDF-AGENCE.
           MOVE WS-MONTANT   TO W-CDF-MONTANT.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > 7
               MOVE W-BIL-NB-BILLETS(WS-IDX)
                   TO W-CDF-NB-BILLETS(WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM.
           SET CDF-COMMANDEE TO TRUE.
           MOVE LK-OPERATEUR TO W-CDF-OPERATEUR.
           MOVE WS-DATE-JOUR TO W-CDF-DATE-SAISIE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS
                                   W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS
                                   W-CODE-RETOUR.
           IF RC-OK
               DISPLAY "Commande de fonds " W-CDF-ID " enregistree, "
                       "retrait prevu le " W-CDF-DATE-RETRAIT
                       " a l'agence " W-CDF-AGENCE "."
               DISPLAY "Numero a rappeler au guichet lors du retrait."
           ELSE
               DISPLAY "Echec d'enregistrement de la commande (code: "
                       W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS
                                   W-CODE-RETOUR.

           MOVE "CMD-FONDS" TO W-AUD-OPERATION.
           MOVE "COMMANDE DE FONDS ENREGISTREE" TO W-AUD-MOTIF.
           PERFORM JOURNALISER-AUDIT.

      *>----------------------------------------------------------------
      *> Reservation du montant sur le compte, jusqu'a la date de
      *> retrait augmentee du delai de grace (COFFRE-PARAM.cpy).
       POSER-RESERVATION.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           INITIALIZE W-RESERVATION.
           MOVE WS-COMPTEUR  TO W-RES-ID.
           MOVE W-CPT-NUMERO TO W-RES-CPT.
           MOVE WS-MONTANT   TO W-RES-MONTANT.
           MOVE "COMMANDE FONDS" TO W-RES-ORIGINE.
           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(W-CDF-DATE-RETRAIT)
                   + CDF-DELAI-GRACE.
           COMPUTE W-RES-DATE-EXPIR =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).
           SET RES-ACTIVE TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-RESA.
           MOVE "WRITE" TO WS-OP.
           CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-RESA.
           IF WS-CODE-RESA = '00'
               MOVE W-RES-ID TO W-CDF-RES-ID
               DISPLAY "Reservation " W-RES-ID " posee sur le compte "
                       "jusqu'au " W-RES-DATE-EXPIR "."
           ELSE
               MOVE 0 TO W-CDF-RES-ID
               DISPLAY "ATTENTION : montant NON reserve sur le compte "
                       "(code: " WS-CODE-RESA ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-RESA.

      *>----------------------------------------------------------------
       ANNULER-COMMANDE.
           DISPLAY "Numero de la commande : " WITH NO ADVANCING.
           ACCEPT W-CDF-ID.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS
                                   W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS
                                   W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Commande introuvable."
               PERFORM FERMER-COMMANDES
               EXIT PARAGRAPH
           END-IF.
           IF NOT CDF-COMMANDEE
               DISPLAY "Refuse : commande deja soldee (statut "
                       W-CDF-STATUT ")."
               PERFORM FERMER-COMMANDES
               EXIT PARAGRAPH
           END-IF.

           MOVE W-CDF-MONTANT TO WS-MNT-AFF.
           DISPLAY "Compte " W-CDF-CPT " : " WS-MNT-AFF " EUR, "
                   "retrait prevu le " W-CDF-DATE-RETRAIT ".".
           DISPLAY "Confirmer l'annulation ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRME.
           IF NOT CONFIRME-OUI
               DISPLAY "Annulation abandonnee."
               PERFORM FERMER-COMMANDES
               EXIT PARAGRAPH
           END-IF.

           SET CDF-ANNULEE TO TRUE.
           MOVE WS-DATE-JOUR TO W-CDF-DATE-FIN.
           MOVE "REWRITE" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS
                                   W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Echec de l'annulation (code: " W-CODE-RETOUR
                       ")."
               PERFORM FERMER-COMMANDES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FERMER-COMMANDES.

           PERFORM LEVER-RESERVATION.
           PERFORM LIBERER-COFFRE.
           DISPLAY "Commande " W-CDF-ID " annulee.".

           MOVE W-CDF-CPT TO W-CPT-NUMERO.
           MOVE "CMD-FONDS" TO W-AUD-OPERATION.
           MOVE "COMMANDE DE FONDS ANNULEE" TO W-AUD-MOTIF.
           PERFORM JOURNALISER-AUDIT.

      *>----------------------------------------------------------------
       LEVER-RESERVATION.
           IF W-CDF-RES-ID = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CDF-RES-ID TO W-RES-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-RESA.
           MOVE "READ" TO WS-OP.
           CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-RESA.
           IF WS-CODE-RESA = '00' AND RES-ACTIVE
               SET RES-LEVEE TO TRUE
               MOVE "REWRITE" TO WS-OP
               CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-RESA
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-RESA.

       LIBERER-COFFRE.
           INITIALIZE W-BILLETAGE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > 7
               MOVE W-CDF-NB-BILLETS(WS-IDX)
                   TO W-BIL-NB-BILLETS(WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM.
           MOVE 'L' TO WS-SENS-COFFRE.
           CALL "COFFRE-MAJ" USING W-CDF-AGENCE WS-SENS-COFFRE
                                   W-BILLETAGE WS-CODE-COFFRE.
           IF WS-CODE-COFFRE NOT = '00'
               DISPLAY "ATTENTION : billets NON liberes au coffre "
                       W-CDF-AGENCE " (code: " WS-CODE-COFFRE ")."
           END-IF.

       FERMER-COMMANDES.
           MOVE "CLOSE" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS
                                   WS-CODE-RESA.

      *>----------------------------------------------------------------
      *> Liste de preparation : commandes en cours de l'agence.
       LISTER-COMMANDES.
           DISPLAY "Agence : " WITH NO ADVANCING.
           ACCEPT WS-AGENCE.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS
                                   W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Aucune commande de fonds."
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS
                                   W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.

           DISPLAY "COMMANDE    COMPTE         MONTANT  RETRAIT  "
                   "  500  200  100   50   20   10    5".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS
                                       W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CDF-AGENCE = WS-AGENCE AND CDF-COMMANDEE
                       MOVE W-CDF-MONTANT TO WS-MNT-AFF
                       DISPLAY W-CDF-ID " " W-CDF-CPT " " WS-MNT-AFF
                               " " W-CDF-DATE-RETRAIT " "
                               W-CDF-NB-BILLETS(1) " "
                               W-CDF-NB-BILLETS(2) " "
                               W-CDF-NB-BILLETS(3) " "
                               W-CDF-NB-BILLETS(4) " "
                               W-CDF-NB-BILLETS(5) " "
                               W-CDF-NB-BILLETS(6) " "
                               W-CDF-NB-BILLETS(7)
                       ADD 1 TO WS-NB
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           PERFORM FERMER-COMMANDES.
           DISPLAY "Commandes en cours : " WS-NB.

      *>----------------------------------------------------------------
       JOURNALISER-AUDIT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-AUDIT.
           MOVE WS-COMPTEUR  TO W-AUD-ID.
           MOVE W-CPT-NUMERO TO W-AUD-CPT.
           MOVE '00'         TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR TO W-AUD-OPERATEUR.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.

       END PROGRAM COMMANDES-FONDS.
