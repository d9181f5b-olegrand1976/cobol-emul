      *>****************************************************************
      *> Module : PERSONNEL-CTRL
      *> Role   : Controles lies aux comptes du personnel
      *>          (LIENS-PERSONNEL.dat via PERSONNEL-IO) :
      *>          - "CONFLIT"    : code '58' si l'operateur LK-OPERATEUR
      *>                           porte un lien en vigueur avec le
      *>                           client LK-CLIENT (lui-meme ou un
      *>                           proche declare). DEPOT, RETRAIT,
      *>                           ANNULER, MODIFIER-COMPTE, DEROGATION,
      *>                           GESTES et VALIDER-MODIFS refusent
      *>                           alors l'operation a cet operateur ;
      *>          - "PERSONNEL"  : '00' si le client porte un lien en
      *>                           vigueur, l'operateur lie etant rendu
      *>                           dans LK-OPERATEUR ; '21' sinon ;
      *>          - "CONDITIONS" : '00' si le client est lie au
      *>                           personnel et que le produit
      *>                           LK-PRODUIT prevoit des conditions du
      *>                           personnel : LK-PRODUIT est remplace
      *>                           par le produit du personnel
      *>                           (W-PRD-PRODUIT-PERSONNEL) ; '21'
      *>                           sinon, LK-PRODUIT inchange.
      *> Appel  : CALL "PERSONNEL-CTRL" USING LK-OP, LK-OPERATEUR,
      *>                                      LK-CLIENT, LK-PRODUIT,
      *>                                      LK-CODE-RETOUR.
      *>   LK-CLIENT : numero client (0 = compte sans client : rien a
      *>               controler, '00' pour "CONFLIT", '21' sinon).
      *> Le compte n'est pas relu ici : l'appelant peut tenir son
      *> verrou. Les fichiers des liens et du catalogue sont ouverts
      *> et fermes ici.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONNEL-CTRL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY LIEN-PERSONNEL.
       COPY PRODUIT.
       COPY OPS.

       01 WS-CODE-LPE            PIC X(2).
       01 WS-CODE-PRD            PIC X(2).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       LINKAGE SECTION.
       01 LK-OP                  PIC X(12).
       01 LK-OPERATEUR           PIC X(8).
       01 LK-CLIENT              PIC 9(8).
       01 LK-PRODUIT             PIC X(4).
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-OP, LK-OPERATEUR, LK-CLIENT,
                                LK-PRODUIT, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       IF LK-CLIENT = 0
           IF LK-OP NOT = "CONFLIT"
               MOVE '21' TO LK-CODE-RETOUR
           END-IF
           GOBACK
       END-IF.

       EVALUATE LK-OP
           WHEN "CONFLIT"
               PERFORM CONTROLER-CONFLIT
           WHEN "PERSONNEL"
               PERFORM CHERCHER-PERSONNEL
           WHEN "CONDITIONS"
               PERFORM CHERCHER-CONDITIONS
           WHEN OTHER
               MOVE '99' TO LK-CODE-RETOUR
       END-EVALUATE.

       GOBACK.

      *>----------------------------------------------------------------
       CONTROLER-CONFLIT.
           PERFORM OUVRIR-LIENS.
           PERFORM UNTIL FIN-PARCOURS
               PERFORM LIRE-LIEN-SUIVANT
               IF NOT FIN-PARCOURS
                   AND W-LPE-OPERATEUR = LK-OPERATEUR
                   MOVE '58' TO LK-CODE-RETOUR
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           PERFORM FERMER-LIENS.

      *>----------------------------------------------------------------
       CHERCHER-PERSONNEL.
           MOVE '21' TO LK-CODE-RETOUR.
           PERFORM OUVRIR-LIENS.
           PERFORM UNTIL FIN-PARCOURS
               PERFORM LIRE-LIEN-SUIVANT
               IF NOT FIN-PARCOURS
                   MOVE W-LPE-OPERATEUR TO LK-OPERATEUR
                   MOVE '00' TO LK-CODE-RETOUR
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           PERFORM FERMER-LIENS.

      *>----------------------------------------------------------------
      *> Le produit du personnel n'est retenu que s'il existe au
      *> catalogue et qu'il est actif.
       CHERCHER-CONDITIONS.
           PERFORM CHERCHER-PERSONNEL.
           IF LK-CODE-RETOUR NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE '21' TO LK-CODE-RETOUR.
           IF LK-PRODUIT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "PRODUIT-IO" USING WS-OP W-PRODUIT WS-CODE-PRD.
           IF WS-CODE-PRD NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-PRODUIT TO W-PRD-CODE.
           MOVE "READ" TO WS-OP.
           CALL "PRODUIT-IO" USING WS-OP W-PRODUIT WS-CODE-PRD.
           IF WS-CODE-PRD = '00'
                   AND W-PRD-PRODUIT-PERSONNEL NOT = SPACES
               MOVE W-PRD-PRODUIT-PERSONNEL TO W-PRD-CODE
               MOVE "READ" TO WS-OP
               CALL "PRODUIT-IO" USING WS-OP W-PRODUIT WS-CODE-PRD
               IF WS-CODE-PRD = '00' AND PRD-ACTIF
                   MOVE W-PRD-CODE TO LK-PRODUIT
                   MOVE '00' TO LK-CODE-RETOUR
               END-IF
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "PRODUIT-IO" USING WS-OP W-PRODUIT WS-CODE-PRD.

      *>----------------------------------------------------------------
       OUVRIR-LIENS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL WS-CODE-LPE.
           IF WS-CODE-LPE NOT = '00'
               SET FIN-PARCOURS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-CLIENT TO W-LPE-CLIENT.
           MOVE "START-CLI" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL WS-CODE-LPE.
           IF WS-CODE-LPE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.

      *> Lien suivant du client, en vigueur ; fin de parcours au
      *> premier lien d'un autre client.
       LIRE-LIEN-SUIVANT.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL
                                         WS-CODE-LPE
               EVALUATE TRUE
                   WHEN WS-CODE-LPE NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-LPE-CLIENT NOT = LK-CLIENT
                       SET FIN-PARCOURS TO TRUE
                   WHEN LPE-EN-VIGUEUR
                       EXIT PERFORM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       FERMER-LIENS.
           MOVE "CLOSE" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL WS-CODE-LPE.

       END PROGRAM PERSONNEL-CTRL.
