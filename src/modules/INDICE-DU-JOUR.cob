      *>****************************************************************
      *> Module : INDICE-DU-JOUR
      *> Role   : Restitue la valeur d'un indice de reference des prets
      *>          a taux variable en vigueur a une date donnee : la
      *>          valeur chargee (INDICES.dat) a la date d'effet la plus
      *>          recente atteinte ce jour-la. Meme logique que
      *>          TAUX-DU-JOUR pour les devises, sans age maximum : un
      *>          indice publie mensuellement reste applicable jusqu'a
      *>          la publication suivante.
      *> Appel  : CALL "INDICE-DU-JOUR" USING LK-CODE-INDICE, LK-DATE,
      *>                                      LK-VALEUR, LK-CODE-RETOUR.
      *>   LK-CODE-RETOUR : '00' valeur restituee dans LK-VALEUR,
      *>                    '21' indice inconnu ou sans valeur publiee
      *>                         a cette date.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICE-DU-JOUR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY INDICE.
       COPY OPS.

       01 WS-CODE-IDX            PIC X(2).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-DATE-TROUVEE        PIC 9(8) VALUE 0.
       01 WS-VALEUR-TROUVEE      PIC S9(3)V9(4) COMP-3.

       LINKAGE SECTION.
       01 LK-CODE-INDICE         PIC X(8).
       01 LK-DATE                PIC 9(8).
       01 LK-VALEUR              PIC S9(3)V9(4).
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-CODE-INDICE, LK-DATE, LK-VALEUR,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE 0 TO WS-DATE-TROUVEE.
       MOVE 'N' TO WS-FIN.

      *> La cle composee indice+date permet de demarrer sur l'indice
      *> et de s'arreter des qu'on le quitte ou qu'on depasse la date.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "INDICE-IO" USING WS-OP W-INDICE WS-CODE-IDX.
       IF WS-CODE-IDX = '00'
           MOVE LK-CODE-INDICE TO W-IDX-CODE
           MOVE "START-CODE" TO WS-OP
           CALL "INDICE-IO" USING WS-OP W-INDICE WS-CODE-IDX
           IF WS-CODE-IDX NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "INDICE-IO" USING WS-OP W-INDICE WS-CODE-IDX
               EVALUATE TRUE
                   WHEN WS-CODE-IDX NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-IDX-CODE NOT = LK-CODE-INDICE
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-IDX-DATE > LK-DATE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       MOVE W-IDX-DATE   TO WS-DATE-TROUVEE
                       MOVE W-IDX-VALEUR TO WS-VALEUR-TROUVEE
               END-EVALUATE
           END-PERFORM
           MOVE "CLOSE" TO WS-OP
           CALL "INDICE-IO" USING WS-OP W-INDICE WS-CODE-IDX
       END-IF.

       IF WS-DATE-TROUVEE > 0
           MOVE WS-VALEUR-TROUVEE TO LK-VALEUR
       ELSE
           MOVE '21' TO LK-CODE-RETOUR
       END-IF.

       GOBACK.

       END PROGRAM INDICE-DU-JOUR.
