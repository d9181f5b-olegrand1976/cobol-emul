      *>          des montants geles par les saisies-attributions
      *>          actives (SAISIES.dat via SAISIE-IO, ecran SAISIES) -
      *>          le solde insaisissable reste ainsi disponible sans
      *>          suspendre le compte. L'encours des cartes a debit
      *>          differe du compte (CARTES.dat via CARTE-IO), regle
      *>          a l'acquereur mais debite seulement en fin de mois,
      *>          en est deduit de meme.
      *>          Partage par RETRAIT, VIREMENT et SOLDE : les
      *>          controles de provision raisonnent sur le disponible
      *>          pour qu'une pre-autorisation ne laisse pas le meme
      *>          argent sortir deux fois. Le decouvert qui s'y ajoute
      *>          est celui en vigueur a la date de l'operation
      *>          (module DECOUVERT-VIGUEUR, contrat d'autorisation),
      *>          pas la seule limite portee par le compte.
      *> Appel  : CALL "DISPONIBLE" USING LK-CPT, LK-SOLDE,
      *>                                  LK-DISPONIBLE, LK-CODE-RETOUR.
      *>   LK-CPT         : numero du compte.
       WORKING-STORAGE SECTION.
       COPY RESA.
       COPY SAISIE.
       COPY CARTE.
       COPY OPS.

       01 WS-CODE-RESA           PIC X(2).
       01 WS-CODE-SAISIE         PIC X(2).
       01 WS-CODE-CARTE          PIC X(2).
       01 WS-FIN-CAR             PIC X(1) VALUE 'N'.
          88 FIN-CARTES          VALUE 'O'.
       01 WS-FIN-SAI             PIC X(1) VALUE 'N'.
          88 FIN-SAISIES         VALUE 'O'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
       CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-RESA.

       PERFORM CUMULER-SAISIES.
       PERFORM CUMULER-ENCOURS-CARTES.

       COMPUTE LK-DISPONIBLE = LK-SOLDE - WS-ENCOURS.

           MOVE "CLOSE" TO WS-OP.
           CALL "SAISIE-IO" USING WS-OP W-SAISIE WS-CODE-SAISIE.

      *>----------------------------------------------------------------
      *> Encours des cartes a debit differe du compte, quel que soit
      *> leur statut (une carte bloquee ou remplacee reste due).
       CUMULER-ENCOURS-CARTES.
           MOVE 'N' TO WS-FIN-CAR.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
           IF WS-CODE-CARTE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-CPT TO W-CAR-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
           IF WS-CODE-CARTE NOT = '00'
               SET FIN-CARTES TO TRUE
           END-IF.
           PERFORM UNTIL FIN-CARTES
               MOVE "READ-NEXT" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE
               EVALUATE TRUE
                   WHEN WS-CODE-CARTE NOT = '00'
                       SET FIN-CARTES TO TRUE
                   WHEN W-CAR-CPT NOT = LK-CPT
                       SET FIN-CARTES TO TRUE
                   WHEN CAR-DEBIT-DIFFERE
                       ADD W-CAR-ENCOURS-DIFFERE TO WS-ENCOURS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.

       END PROGRAM DISPONIBLE.
