      *>****************************************************************
      *> Module : SURENDET-CTRL
      *> Role   : Rend le dossier de surendettement en vigueur d'un
      *>          client (SURENDETTEMENTS.dat, cle alternative client).
      *>          Un dossier est en vigueur quand il est recevable et
      *>          que son moratoire court encore (fin de moratoire
      *>          nulle ou non depassee), ou quand le plan impose a ete
      *>          enregistre et que le dossier n'est pas clos. Appele
      *>          par les batchs de recouvrement et de frais
      *>          (PRELEVEMENTS, FRAIS, AGIOS, FRAIS-INCIDENT,
      *>          RELANCES-PRETS, ECHEANCES-PRETS), par RECOUVREMENT
      *>          et par l'ecran CLIENT-360.
      *> Appel  : CALL "SURENDET-CTRL" USING LK-CLIENT, W-SURENDET,
      *>                                    LK-CODE-RETOUR.
      *>   LK-CLIENT      : numero client (0 = compte sans client,
      *>                    jamais sous dossier).
      *>   W-SURENDET     : en sortie, le dossier en vigueur.
      *>   LK-CODE-RETOUR : '00' aucun dossier en vigueur, '48' dossier
      *>                    en vigueur (RC-ERR-SURENDET), '29' fichier
      *>                    inaccessible.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURENDET-CTRL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY OPS.

       01 WS-CODE-SDT            PIC X(2).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-SCAN            VALUE 'O'.

       LINKAGE SECTION.
       01 LK-CLIENT              PIC 9(8).
       COPY SURENDET.
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-CLIENT, W-SURENDET, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE 'N' TO WS-FIN.
       IF LK-CLIENT = 0
           INITIALIZE W-SURENDET
           GOBACK
       END-IF.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "SURENDET-IO" USING WS-OP W-SURENDET WS-CODE-SDT.
       IF WS-CODE-SDT NOT = '00'
           MOVE '29' TO LK-CODE-RETOUR
           INITIALIZE W-SURENDET
           GOBACK
       END-IF.

       INITIALIZE W-SURENDET.
       MOVE LK-CLIENT TO W-SDT-CLIENT.
       MOVE "START-CLIENT" TO WS-OP.
       CALL "SURENDET-IO" USING WS-OP W-SURENDET WS-CODE-SDT.
       IF WS-CODE-SDT NOT = '00'
           SET FIN-SCAN TO TRUE
       END-IF.
       PERFORM UNTIL FIN-SCAN
           MOVE "READ-NEXT" TO WS-OP
           CALL "SURENDET-IO" USING WS-OP W-SURENDET WS-CODE-SDT
           IF WS-CODE-SDT = '00' AND W-SDT-CLIENT = LK-CLIENT
               PERFORM EXAMINER-DOSSIER
           ELSE
               SET FIN-SCAN TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "SURENDET-IO" USING WS-OP W-SURENDET WS-CODE-SDT.

       IF LK-CODE-RETOUR NOT = '48'
           INITIALIZE W-SURENDET
       END-IF.

       GOBACK.

      *>----------------------------------------------------------------
      *> Moratoire echu sans plan enregistre : les poursuites
      *> reprennent, le dossier n'est plus opposable.
       EXAMINER-DOSSIER.
           EVALUATE TRUE
               WHEN SDT-PLAN
                   MOVE '48' TO LK-CODE-RETOUR
                   SET FIN-SCAN TO TRUE
               WHEN SDT-RECEVABLE
                   IF W-SDT-DATE-FIN-MORATOIRE = 0
                           OR W-SDT-DATE-FIN-MORATOIRE >= WS-DATE-JOUR
                       MOVE '48' TO LK-CODE-RETOUR
                       SET FIN-SCAN TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       END PROGRAM SURENDET-CTRL.
