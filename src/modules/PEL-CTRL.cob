      *>****************************************************************
      *> Module : PEL-CTRL
      *> Role   : Regles de debit du compte d'un plan d'epargne
      *>          logement (PLANS-LOGEMENT.dat). Partage entre RETRAIT,
      *>          VIREMENT et EXEC-ORDRES.
      *>          - "CONTROLER" : avant la fin de blocage d'un PEL,
      *>            aucun debit n'est admis ; apres, le debit est
      *>            admis mais clot le plan. Un CEL, un plan clos ou
      *>            un compte sans plan ne sont pas concernes.
      *>          - "CLOTURER" : clot le plan du compte apres le debit
      *>            et suspend l'ordre permanent de versement.
      *> Appel  : CALL "PEL-CTRL" USING LK-OP, LK-CPT,
      *>                                W-PLAN-LOGEMENT,
      *>                                LK-CODE-RETOUR.
      *>   W-PLAN-LOGEMENT : en sortie, le plan du compte.
      *>   LK-CODE-RETOUR  : "CONTROLER" : '00' debit libre, '50' PEL
      *>                     encore bloque (RC-ERR-PLAN-BLOQUE), '51'
      *>                     le debit clot le plan (RC-PLAN-A-
      *>                     CLOTURER) ; "CLOTURER" : '00' plan clos,
      *>                     '21' aucun plan actif, '29' echec de mise
      *>                     a jour.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEL-CTRL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ORDRE.
       COPY OPS.

       01 WS-CODE-PEL            PIC X(2).
       01 WS-CODE-ORDRE          PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-DATE-JOUR           PIC 9(8).

       LINKAGE SECTION.
       01 LK-OP                  PIC X(12).
       01 LK-CPT                 PIC 9(8).
       COPY PLAN-LOGEMENT.
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-OP, LK-CPT, W-PLAN-LOGEMENT,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       INITIALIZE W-PLAN-LOGEMENT.
       MOVE LK-CPT TO W-PEL-CPT.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL.
       MOVE "READ" TO WS-OP.
       CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL.

       EVALUATE LK-OP
           WHEN "CONTROLER"
               PERFORM CONTROLER-DEBIT
           WHEN "CLOTURER"
               PERFORM CLOTURER-PLAN
           WHEN OTHER
               MOVE '99' TO LK-CODE-RETOUR
       END-EVALUATE.

       MOVE "CLOSE" TO WS-OP.
       CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-FERMETURE.

       GOBACK.

      *>----------------------------------------------------------------
      *> Seul un PEL actif est soumis au blocage et a la cloture par
      *> retrait ; le CEL reste un compte d'epargne a retraits libres.
       CONTROLER-DEBIT.
           IF WS-CODE-PEL NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF NOT PEL-ACTIF OR NOT PEL-TYPE-PEL
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-JOUR < W-PEL-DATE-FIN-BLOCAGE
               MOVE '50' TO LK-CODE-RETOUR
           ELSE
               MOVE '51' TO LK-CODE-RETOUR
           END-IF.

      *>----------------------------------------------------------------
      *> Le plan clos ne recoit plus de versement contractuel : son
      *> ordre permanent est suspendu.
       CLOTURER-PLAN.
           IF WS-CODE-PEL NOT = '00' OR NOT PEL-ACTIF
               MOVE '21' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           SET PEL-CLOS TO TRUE.
           MOVE WS-DATE-JOUR TO W-PEL-DATE-CLOTURE.
           MOVE "REWRITE" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL.
           IF WS-CODE-PEL NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           IF W-PEL-ORDRE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE W-PEL-ORDRE TO W-ORD-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-ORDRE.
           MOVE "READ" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-ORDRE.
           IF WS-CODE-ORDRE = '00' AND ORD-ACTIF
               SET ORD-SUSPENDU TO TRUE
               MOVE "REWRITE" TO WS-OP
               CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-ORDRE
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-ORDRE.

       END PROGRAM PEL-CTRL.
