      *>****************************************************************
      *> Module : INDICES-FISCAUX
      *> Role   : Releve les indices d'extraneite fiscale d'un client
      *>          (FATCA / CRS) a partir des faits connus de la banque :
      *>          - adresse a l'etranger (W-CLI-PAYS-ADRESSE autre que
      *>            FAT-PAYS-DOMESTIQUE) ;
      *>          - telephone a l'etranger (indicatif international
      *>            "+" ou "00" autre que FAT-INDICATIF-DOMESTIQUE) ;
      *>          - ordre permanent actif d'un de ses comptes ouverts
      *>            vers un beneficiaire enregistre dont la banque est
      *>            a l'etranger (W-BEN-PAYS).
      *>          Partage entre CREER-CLIENT (auto-certification
      *>          recueillie au guichet) et RESIDENCE-FISCALE (detection
      *>          de fin de mois).
      *> Appel  : CALL "INDICES-FISCAUX" USING W-CLIENT, LK-INDICES,
      *>                                       LK-PAYS-INDICE,
      *>                                       LK-CODE-RETOUR.
      *>   LK-INDICES     : position 1 'A' adresse, 2 'T' telephone,
      *>                    3 'O' ordre permanent, SPACE sinon.
      *>   LK-PAYS-INDICE : pays etranger designe par le premier
      *>                    indice (adresse, sinon beneficiaire),
      *>                    SPACES s'il n'est pas connu.
      *>   LK-CODE-RETOUR : '00' aucun indice, '01' au moins un indice.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICES-FISCAUX.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY ORDRE.
       COPY BENEF.
       COPY FATCA-PARAM.
       COPY OPS.

       01 WS-CODE-IO             PIC X(2).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-TELEPHONE           PIC X(14).

      *> Comptes ouverts du client, collectes avant les ordres.
       01 WS-NB-CPT              PIC 9(2) COMP VALUE 0.
       01 WS-TAB-COMPTES.
          05 WS-CPT-DU-CLIENT OCCURS 20 TIMES PIC 9(8).
       01 WS-IDX-CPT             PIC 9(2) COMP.
       01 WS-TROUVE              PIC X(1).
          88 COMPTE-DU-CLIENT    VALUE 'O'.

       LINKAGE SECTION.
       COPY CLIENT.
       01 LK-INDICES             PIC X(3).
       01 LK-PAYS-INDICE         PIC X(2).
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING W-CLIENT, LK-INDICES, LK-PAYS-INDICE,
                                LK-CODE-RETOUR.

       MOVE SPACES TO LK-INDICES LK-PAYS-INDICE.

       IF W-CLI-PAYS-ADRESSE NOT = SPACES
               AND W-CLI-PAYS-ADRESSE NOT = FAT-PAYS-DOMESTIQUE
           MOVE 'A' TO LK-INDICES(1:1)
           MOVE W-CLI-PAYS-ADRESSE TO LK-PAYS-INDICE
       END-IF.

       PERFORM CONTROLER-TELEPHONE.

       IF W-CLI-NUMERO NOT = 0
           PERFORM COLLECTER-COMPTES
           IF WS-NB-CPT > 0
               PERFORM CONTROLER-ORDRES
           END-IF
       END-IF.

       IF LK-INDICES = SPACES
           MOVE '00' TO LK-CODE-RETOUR
       ELSE
           MOVE '01' TO LK-CODE-RETOUR
       END-IF.
       GOBACK.

      *>----------------------------------------------------------------
      *> Numero au format international : "+" ou "00" suivi d'un
      *> indicatif autre que l'indicatif national. Un numero au format
      *> national (0 suivi de 9 chiffres) n'est pas un indice.
       CONTROLER-TELEPHONE.
           MOVE FUNCTION TRIM(W-CLI-TELEPHONE LEADING) TO WS-TELEPHONE.
           EVALUATE TRUE
               WHEN WS-TELEPHONE(1:1) = "+"
                   IF WS-TELEPHONE(2:2) NOT = FAT-INDICATIF-DOMESTIQUE
                       MOVE 'T' TO LK-INDICES(2:1)
                   END-IF
               WHEN WS-TELEPHONE(1:2) = "00"
                   IF WS-TELEPHONE(3:2) NOT = FAT-INDICATIF-DOMESTIQUE
                       MOVE 'T' TO LK-INDICES(2:1)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------------
       COLLECTER-COMPTES.
           MOVE 0 TO WS-NB-CPT.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CPT-CLIENT = W-CLI-NUMERO
                           AND NOT CPT-CLOTURE
                           AND WS-NB-CPT < 20
                       ADD 1 TO WS-NB-CPT
                       MOVE W-CPT-NUMERO
                           TO WS-CPT-DU-CLIENT(WS-NB-CPT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.

      *>----------------------------------------------------------------
      *> Ordres permanents actifs emis par un compte du client : la
      *> destination est recherchee parmi les beneficiaires enregistres
      *> du compte source (un compte interne n'en est pas un).
       CONTROLER-ORDRES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS OR LK-INDICES(3:1) = 'O'
               MOVE "READ-NEXT" TO WS-OP
               CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN NOT ORD-ACTIF
                       CONTINUE
                   WHEN OTHER
                       PERFORM RECHERCHER-COMPTE-SOURCE
                       IF COMPTE-DU-CLIENT
                           PERFORM CONTROLER-BENEFICIAIRE
                       END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-IO.

       RECHERCHER-COMPTE-SOURCE.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX-CPT.
           PERFORM UNTIL WS-IDX-CPT > WS-NB-CPT OR COMPTE-DU-CLIENT
               IF WS-CPT-DU-CLIENT(WS-IDX-CPT) = W-ORD-CPT-SOURCE
                   SET COMPTE-DU-CLIENT TO TRUE
               ELSE
                   ADD 1 TO WS-IDX-CPT
               END-IF
           END-PERFORM.

       CONTROLER-BENEFICIAIRE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "BENEF-IO" USING WS-OP W-BENEFICIAIRE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE W-ORD-CPT-SOURCE TO W-BEN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "BENEF-IO" USING WS-OP W-BENEFICIAIRE WS-CODE-IO.
           PERFORM UNTIL WS-CODE-IO NOT = '00'
               MOVE "READ-NEXT" TO WS-OP
               CALL "BENEF-IO" USING WS-OP W-BENEFICIAIRE WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       CONTINUE
                   WHEN W-BEN-CPT NOT = W-ORD-CPT-SOURCE
                       MOVE '21' TO WS-CODE-IO
                   WHEN W-BEN-CPT-DEST = W-ORD-CPT-DEST
                           AND W-BEN-PAYS NOT = SPACES
                           AND W-BEN-PAYS NOT = FAT-PAYS-DOMESTIQUE
                       MOVE 'O' TO LK-INDICES(3:1)
                       IF LK-PAYS-INDICE = SPACES
                           MOVE W-BEN-PAYS TO LK-PAYS-INDICE
                       END-IF
                       MOVE '21' TO WS-CODE-IO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "BENEF-IO" USING WS-OP W-BENEFICIAIRE WS-CODE-IO.

       END PROGRAM INDICES-FISCAUX.
