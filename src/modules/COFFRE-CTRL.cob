      *>****************************************************************
      *> Module : COFFRE-CTRL
      *> Role   : Rend le contrat de location de coffre-fort en cours
      *>          (actif ou impaye) facture sur un compte
      *>          (LOCATIONS-COFFRES.dat, cle alternative compte).
      *>          Tant qu'un coffre n'est pas restitue, son compte de
      *>          facturation ne peut etre cloture : appele par
      *>          CLOTURE au depot de la demande et par VALIDER-MODIFS
      *>          a son application.
      *> Appel  : CALL "COFFRE-CTRL" USING LK-CPT, W-LOCATION-COFFRE,
      *>                                   LK-CODE-RETOUR.
      *>   W-LOCATION-COFFRE : en sortie, le contrat en cours.
      *>   LK-CODE-RETOUR : '00' aucun contrat en cours, '54' contrat
      *>                    en cours (RC-ERR-COFFRE-LOUE), '29'
      *>                    fichier inaccessible.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFFRE-CTRL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY OPS.

       01 WS-CODE-LCF            PIC X(2).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-SCAN            VALUE 'O'.

       LINKAGE SECTION.
       01 LK-CPT                 PIC 9(8).
       COPY LOC-COFFRE.
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-CPT, W-LOCATION-COFFRE,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE 'N' TO WS-FIN.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE WS-CODE-LCF.
       IF WS-CODE-LCF NOT = '00'
           MOVE '29' TO LK-CODE-RETOUR
           INITIALIZE W-LOCATION-COFFRE
           GOBACK
       END-IF.

       INITIALIZE W-LOCATION-COFFRE.
       MOVE LK-CPT TO W-LCF-CPT.
       MOVE "START-CPT" TO WS-OP.
       CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE WS-CODE-LCF.
       IF WS-CODE-LCF NOT = '00'
           SET FIN-SCAN TO TRUE
       END-IF.

       PERFORM UNTIL FIN-SCAN
           MOVE "READ-NEXT" TO WS-OP
           CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE WS-CODE-LCF
           EVALUATE TRUE
               WHEN WS-CODE-LCF NOT = '00'
                   SET FIN-SCAN TO TRUE
               WHEN W-LCF-CPT NOT = LK-CPT
                   SET FIN-SCAN TO TRUE
               WHEN LCF-EN-COURS
                   MOVE '54' TO LK-CODE-RETOUR
                   SET FIN-SCAN TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE WS-CODE-LCF.

       IF LK-CODE-RETOUR = '00'
           INITIALIZE W-LOCATION-COFFRE
       END-IF.

       GOBACK.

       END PROGRAM COFFRE-CTRL.
