      *>****************************************************************
      *> Module : TARIF-DU-JOUR
      *> Role   : Restitue le frais d'un evenement tarifable en vigueur
      *>          a une date donnee pour un produit du catalogue : la
      *>          ligne active de la grille (TARIFS.dat) a la date
      *>          d'effet la plus recente atteinte ce jour-la, d'abord
      *>          parmi les lignes propres au produit puis, a defaut,
      *>          parmi les lignes generales (produit SPACES). Les
      *>          lignes annulees sont ignorees. Meme logique de date
      *>          d'effet qu'INDICE-DU-JOUR.
      *> Appel  : CALL "TARIF-DU-JOUR" USING LK-EVENEMENT, LK-PRODUIT,
      *>                                     LK-DATE, LK-MONTANT,
      *>                                     LK-CLE, LK-CODE-RETOUR.
      *>   LK-CLE         : en sortie, cle de la ligne retenue (SPACES
      *>                    si aucune) ; permet a l'appelant de savoir
      *>                    si une ligne donnee est celle qui
      *>                    s'applique.
      *>   LK-CODE-RETOUR : '00' frais restitue dans LK-MONTANT,
      *>                    '21' aucune ligne en vigueur (LK-MONTANT
      *>                         a zero : evenement non facture).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIF-DU-JOUR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY TARIF.
       COPY OPS.

       01 WS-CODE-TAR            PIC X(2).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-PRODUIT-CHERCHE     PIC X(4).
       01 WS-CLE-TROUVEE         PIC X(24).
       01 WS-MONTANT-TROUVE      PIC S9(7)V99 COMP-3.

       LINKAGE SECTION.
       01 LK-EVENEMENT           PIC X(12).
       01 LK-PRODUIT             PIC X(4).
       01 LK-DATE                PIC 9(8).
       01 LK-MONTANT             PIC S9(7)V99 COMP-3.
       01 LK-CLE                 PIC X(24).
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-EVENEMENT, LK-PRODUIT, LK-DATE,
                                LK-MONTANT, LK-CLE, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE 0 TO LK-MONTANT.
       MOVE SPACES TO LK-CLE.
       MOVE SPACES TO WS-CLE-TROUVEE.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "TARIF-IO" USING WS-OP W-TARIF WS-CODE-TAR.
       IF WS-CODE-TAR NOT = '00'
           MOVE '21' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

      *> Ligne propre au produit d'abord ; la ligne generale ne sert
      *> que si le produit n'a aucune ligne en vigueur a cette date.
       IF LK-PRODUIT NOT = SPACES
           MOVE LK-PRODUIT TO WS-PRODUIT-CHERCHE
           PERFORM CHERCHER-LIGNE
       END-IF.
       IF WS-CLE-TROUVEE = SPACES
           MOVE SPACES TO WS-PRODUIT-CHERCHE
           PERFORM CHERCHER-LIGNE
       END-IF.

       MOVE "CLOSE" TO WS-OP.
       CALL "TARIF-IO" USING WS-OP W-TARIF WS-CODE-TAR.

       IF WS-CLE-TROUVEE NOT = SPACES
           MOVE WS-MONTANT-TROUVE TO LK-MONTANT
           MOVE WS-CLE-TROUVEE    TO LK-CLE
       ELSE
           MOVE '21' TO LK-CODE-RETOUR
       END-IF.

       GOBACK.

      *>----------------------------------------------------------------
      *> La cle composee evenement+produit+date permet de demarrer sur
      *> le couple et de s'arreter des qu'on le quitte ou qu'on
      *> depasse la date.
       CHERCHER-LIGNE.
           MOVE 'N' TO WS-FIN.
           MOVE LK-EVENEMENT       TO W-TAR-EVENEMENT.
           MOVE WS-PRODUIT-CHERCHE TO W-TAR-PRODUIT.
           MOVE "START-CODE" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF WS-CODE-TAR.
           IF WS-CODE-TAR NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "TARIF-IO" USING WS-OP W-TARIF WS-CODE-TAR
               EVALUATE TRUE
                   WHEN WS-CODE-TAR NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-TAR-EVENEMENT NOT = LK-EVENEMENT
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-TAR-PRODUIT NOT = WS-PRODUIT-CHERCHE
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-TAR-DATE-EFFET > LK-DATE
                       SET FIN-PARCOURS TO TRUE
                   WHEN TAR-ANNULE
                       CONTINUE
                   WHEN OTHER
                       MOVE W-TAR-CLE     TO WS-CLE-TROUVEE
                       MOVE W-TAR-MONTANT TO WS-MONTANT-TROUVE
               END-EVALUATE
           END-PERFORM.

       END PROGRAM TARIF-DU-JOUR.
