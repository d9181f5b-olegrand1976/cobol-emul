      *>****************************************************************
      *> Module : BILLETS-RETENUS
      *> Role   : Retenue des billets presumes faux au guichet.
      *>          Partage entre DEPOT et CHANGE-MANUEL :
      *>          - "SAISIR" : demande au guichetier s'il retient un
      *>            ou plusieurs billets ; pour chacun la coupure
      *>            (une coupure euro doit exister : 5 a 500) et le
      *>            numero de serie, puis l'identite du remettant
      *>            (nom propose par l'appelant, piece d'identite
      *>            obligatoire). W-RTN-TOTAL rend la valeur retenue,
      *>            que l'appelant deduit de l'operation : seuls les
      *>            billets authentiques sont credites ou changes ;
      *>          - "ENREGISTRER" : inscrit chaque billet retenu au
      *>            registre FAUX-BILLETS.dat (statut R, retenu, en
      *>            attente du bordereau mensuel), sous le code
      *>            operateur et la date du jour - cle de l'arrete de
      *>            caisse, ou les billets retenus forment une ligne a
      *>            part.
      *> Appel  : CALL "BILLETS-RETENUS" USING LK-OP, LK-OPERATEUR,
      *>                                       W-RETENUE,
      *>                                       LK-CODE-RETOUR.
      *>   LK-CODE-RETOUR : '00' OK (SAISIR : W-RTN-NB peut valoir
      *>                    0), '29' registre indisponible ou billet
      *>                    non inscrit, '99' operation inconnue.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLETS-RETENUS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY FAUX-BILLET.
       COPY COFFRE-PARAM.
       COPY OPS.

       01 WS-REPONSE            PIC X(1) VALUE 'N'.
          88 REPONSE-OUI        VALUE 'O'.
       01 WS-FIN-SAISIE         PIC X(1) VALUE 'N'.
          88 FIN-SAISIE         VALUE 'O'.
       01 WS-COUPURE            PIC 9(5).
       01 WS-SERIE              PIC X(12).
       01 WS-REMETTANT          PIC X(40).
       01 WS-IDX                PIC 9(2) COMP.
       01 WS-IDX-COUPURE        PIC 9(1) COMP.
       01 WS-COUPURE-VALIDE     PIC X(1) VALUE 'N'.
          88 COUPURE-VALIDE     VALUE 'O'.
       01 WS-COMPTEUR           PIC 9(10) VALUE 0.
       01 WS-CODE-FXB           PIC X(2).
       01 WS-TOTAL-AFF          PIC -Z(10)9.99.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       01 LK-OPERATEUR          PIC X(8).
       COPY RETENUE.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, LK-OPERATEUR, W-RETENUE,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP
           WHEN "SAISIR"
               PERFORM SAISIR-RETENUE
           WHEN "ENREGISTRER"
               PERFORM ENREGISTRER-RETENUE
           WHEN OTHER
               MOVE '99' TO LK-CODE-RETOUR
       END-EVALUATE.

       GOBACK.

      *>----------------------------------------------------------------
       SAISIR-RETENUE.
           MOVE 0 TO W-RTN-NB.
           MOVE 0 TO W-RTN-TOTAL.
           DISPLAY "Billet(s) suspect(s) retenu(s) ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           IF NOT REPONSE-OUI
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-FIN-SAISIE.
           PERFORM UNTIL FIN-SAISIE OR W-RTN-NB = 20
               DISPLAY "Coupure du billet retenu en " W-RTN-DEVISE
                       " (0 = fin) : " WITH NO ADVANCING
               ACCEPT WS-COUPURE
               IF WS-COUPURE = 0
                   SET FIN-SAISIE TO TRUE
               ELSE
                   PERFORM CONTROLER-COUPURE
                   IF COUPURE-VALIDE
                       DISPLAY "Numero de serie : " WITH NO ADVANCING
                       ACCEPT WS-SERIE
                       IF WS-SERIE = SPACES
                           DISPLAY "Numero de serie obligatoire."
                       ELSE
                           ADD 1 TO W-RTN-NB
                           MOVE WS-COUPURE TO W-RTN-COUPURE(W-RTN-NB)
                           MOVE WS-SERIE TO W-RTN-SERIE(W-RTN-NB)
                           ADD WS-COUPURE TO W-RTN-TOTAL
                       END-IF
                   ELSE
                       DISPLAY "Coupure inexistante."
                   END-IF
               END-IF
           END-PERFORM.
           IF W-RTN-NB = 0
               EXIT PARAGRAPH
           END-IF.

      *>   Identite du remettant : le titulaire propose par l'appelant
      *>   est conserve sur simple ENTREE ; la piece est exigee.
           DISPLAY "Remettant (" FUNCTION TRIM(W-RTN-REMETTANT)
                   ") : " WITH NO ADVANCING.
           ACCEPT WS-REMETTANT.
           IF WS-REMETTANT NOT = SPACES
               MOVE WS-REMETTANT TO W-RTN-REMETTANT
           END-IF.
           MOVE SPACES TO W-RTN-PIECE.
           PERFORM UNTIL W-RTN-PIECE NOT = SPACES
               DISPLAY "Piece d'identite du remettant : "
                       WITH NO ADVANCING
               ACCEPT W-RTN-PIECE
           END-PERFORM.

           MOVE W-RTN-TOTAL TO WS-TOTAL-AFF.
           DISPLAY W-RTN-NB " billet(s) retenu(s) pour " WS-TOTAL-AFF
                   " " W-RTN-DEVISE " : a placer sous enveloppe "
                   "avec le recu de retenue.".

      *>----------------------------------------------------------------
      *> Une coupure euro doit figurer au tableau des coupures suivies ;
      *> une coupure en devise est seulement controlee non nulle.
       CONTROLER-COUPURE.
           MOVE 'N' TO WS-COUPURE-VALIDE.
           IF W-RTN-DEVISE NOT = "EUR"
               SET COUPURE-VALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-IDX-COUPURE.
           PERFORM UNTIL WS-IDX-COUPURE > 7
               IF COFFRE-VALEUR(WS-IDX-COUPURE) = WS-COUPURE
                   SET COUPURE-VALIDE TO TRUE
               END-IF
               ADD 1 TO WS-IDX-COUPURE
           END-PERFORM.

      *>----------------------------------------------------------------
       ENREGISTRER-RETENUE.
           IF W-RTN-NB = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.
           IF WS-CODE-FXB NOT = '00'
               DISPLAY "ATTENTION : registre des billets retenus "
                       "indisponible (code: " WS-CODE-FXB ")."
               MOVE '29' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > W-RTN-NB
               PERFORM INSCRIRE-BILLET
               ADD 1 TO WS-IDX
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.

       INSCRIRE-BILLET.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-FXB.
           INITIALIZE W-FAUX-BILLET.
           MOVE WS-COMPTEUR             TO W-FXB-ID.
           MOVE LK-OPERATEUR            TO W-FXB-OPERATEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-FXB-DATE.
           MOVE W-RTN-AGENCE            TO W-FXB-AGENCE.
           MOVE W-RTN-ORIGINE           TO W-FXB-ORIGINE.
           MOVE W-RTN-CPT               TO W-FXB-CPT.
           MOVE W-RTN-TRN               TO W-FXB-TRN.
           MOVE W-RTN-DEVISE            TO W-FXB-DEVISE.
           MOVE W-RTN-COUPURE(WS-IDX)   TO W-FXB-COUPURE.
           MOVE W-RTN-SERIE(WS-IDX)     TO W-FXB-SERIE.
           MOVE W-RTN-REMETTANT         TO W-FXB-REMETTANT.
           MOVE W-RTN-PIECE             TO W-FXB-PIECE.
           SET FXB-RETENU TO TRUE.
           MOVE "WRITE" TO WS-OP.
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.
           IF WS-CODE-FXB = '00'
               DISPLAY "Billet " W-FXB-SERIE " inscrit au registre "
                       "(retenue " W-FXB-ID ")."
           ELSE
               DISPLAY "ATTENTION : billet " W-FXB-SERIE " NON "
                       "inscrit (code: " WS-CODE-FXB ")."
               MOVE '29' TO LK-CODE-RETOUR
           END-IF.

       END PROGRAM BILLETS-RETENUS.
