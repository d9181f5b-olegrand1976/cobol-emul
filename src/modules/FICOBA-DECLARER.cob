      *>****************************************************************
      *> Module : FICOBA-DECLARER
      *> Role   : Enregistre dans FICOBA.dat la declaration a
      *>          transmettre au fichier national des comptes
      *>          bancaires (FICOBA) pour un evenement de compte :
      *>          ouverture, cloture, ou modification de la titularite
      *>          (cotitulaires, deces du titulaire). Partage entre
      *>          CREER, IMPORT-COMPTES, VALIDER-MODIFS, MOBILITE et
      *>          SUCCESSION, appele une fois l'evenement ecrit dans
      *>          COMPTES.dat. La date limite est celle du delai legal
      *>          de FICOBA-PARAM.cpy ; l'emission est faite par
      *>          l'etape de nuit EXPORT-FICOBA.
      *>          Le titulaire declare est le client de CLIENTS.dat
      *>          (nom, date de naissance), a defaut le titulaire du
      *>          compte, date de naissance inconnue.
      *>          Deux modifications successives d'un meme compte
      *>          avant emission ne font qu'une declaration, mise a
      *>          jour de la derniere titularite.
      *> Appel  : CALL "FICOBA-DECLARER" USING LK-NATURE, W-COMPTE,
      *>                                       LK-ORIGINE,
      *>                                       LK-CODE-RETOUR.
      *>   LK-NATURE      : 'O' ouverture, 'C' cloture,
      *>                    'M' modification de titularite.
      *>   LK-ORIGINE     : programme a l'origine de l'evenement.
      *>   LK-CODE-RETOUR : '00' declaration enregistree,
      *>                    '29' echec d'ecriture,
      *>                    '99' nature inconnue.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICOBA-DECLARER.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY FICOBA.
       COPY FICOBA-PARAM.
       COPY CLIENT.
       COPY OPS.

       01 WS-CODE-FCB            PIC X(2).
       01 WS-CODE-IO             PIC X(2).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-IDX-COTIT           PIC 9(1) COMP.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-SCAN            VALUE 'O'.
       01 WS-EN-ATTENTE          PIC X(1) VALUE 'N'.
          88 MODIF-EN-ATTENTE    VALUE 'O'.

       LINKAGE SECTION.
       01 LK-NATURE              PIC X(1).
       COPY COMPTE.
       01 LK-ORIGINE             PIC X(12).
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-NATURE, W-COMPTE, LK-ORIGINE,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       IF LK-NATURE NOT = 'O' AND LK-NATURE NOT = 'C'
               AND LK-NATURE NOT = 'M'
           MOVE '99' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "FICOBA-IO" USING WS-OP W-FICOBA WS-CODE-FCB.
       IF WS-CODE-FCB NOT = '00'
           MOVE '29' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       MOVE 'N' TO WS-EN-ATTENTE.
       IF LK-NATURE = 'M'
           PERFORM CHERCHER-MODIF-EN-ATTENTE
       END-IF.

       IF MODIF-EN-ATTENTE
           PERFORM RELEVER-IDENTITE
           MOVE LK-ORIGINE TO W-FCB-ORIGINE
           MOVE "REWRITE" TO WS-OP
       ELSE
           PERFORM PREPARER-DECLARATION
           MOVE "WRITE" TO WS-OP
       END-IF.
       CALL "FICOBA-IO" USING WS-OP W-FICOBA WS-CODE-FCB.
       IF WS-CODE-FCB NOT = '00'
           MOVE '29' TO LK-CODE-RETOUR
       END-IF.

       MOVE "CLOSE" TO WS-OP.
       CALL "FICOBA-IO" USING WS-OP W-FICOBA WS-CODE-FCB.

       GOBACK.

      *>----------------------------------------------------------------
      *> Modification du meme compte encore a emettre : elle est mise
      *> a jour, la date d'evenement (et donc la date limite) de la
      *> premiere modification est conservee.
       CHERCHER-MODIF-EN-ATTENTE.
           MOVE 'N' TO WS-FIN.
           INITIALIZE W-FICOBA.
           MOVE W-CPT-NUMERO TO W-FCB-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "FICOBA-IO" USING WS-OP W-FICOBA WS-CODE-FCB.
           IF WS-CODE-FCB NOT = '00'
               SET FIN-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN
               MOVE "READ-NEXT" TO WS-OP
               CALL "FICOBA-IO" USING WS-OP W-FICOBA WS-CODE-FCB
               EVALUATE TRUE
                   WHEN WS-CODE-FCB NOT = '00'
                       SET FIN-SCAN TO TRUE
                   WHEN W-FCB-CPT NOT = W-CPT-NUMERO
                       SET FIN-SCAN TO TRUE
                   WHEN FCB-MODIFICATION AND FCB-A-EMETTRE
                       SET MODIF-EN-ATTENTE TO TRUE
                       SET FIN-SCAN TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Nouvelle declaration : date de l'evenement prise sur le
      *> compte (ouverture, cloture), date du jour pour une
      *> modification ; date limite au terme du delai legal.
       PREPARER-DECLARATION.
           INITIALIZE W-FICOBA.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-IO.

           MOVE WS-COMPTEUR  TO W-FCB-ID.
           MOVE W-CPT-NUMERO TO W-FCB-CPT.
           MOVE LK-NATURE    TO W-FCB-NATURE.
           MOVE LK-ORIGINE   TO W-FCB-ORIGINE.
           EVALUATE TRUE
               WHEN FCB-OUVERTURE AND W-CPT-DATE-OUV NOT = 0
                   MOVE W-CPT-DATE-OUV TO W-FCB-DATE-EVENEMENT
               WHEN FCB-CLOTURE AND W-CPT-DATE-CLOTURE NOT = 0
                   MOVE W-CPT-DATE-CLOTURE TO W-FCB-DATE-EVENEMENT
               WHEN OTHER
                   MOVE WS-DATE-JOUR TO W-FCB-DATE-EVENEMENT
           END-EVALUATE.
           COMPUTE W-FCB-DATE-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-FCB-DATE-EVENEMENT)
                   + FCB-DELAI-LEGAL-JOURS).
           SET FCB-A-EMETTRE TO TRUE.
           MOVE 0 TO W-FCB-NB-EMISSIONS.
           MOVE SPACES TO W-FCB-MOTIF-REJET.
           PERFORM RELEVER-IDENTITE.

      *>----------------------------------------------------------------
       RELEVER-IDENTITE.
           MOVE W-CPT-IBAN   TO W-FCB-IBAN.
           MOVE W-CPT-AGENCE TO W-FCB-AGENCE.
           MOVE W-CPT-TYPE   TO W-FCB-TYPE-CPT.
           MOVE W-CPT-TITULAIRE TO W-FCB-TITULAIRE.
           MOVE 0 TO W-FCB-CLIENT W-FCB-DATE-NAISS.
           IF W-CPT-CLIENT NOT = 0
               MOVE W-CPT-CLIENT TO W-CLI-NUMERO
               MOVE "READ" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-IO
               IF WS-CODE-IO = '00'
                   MOVE W-CLI-NUMERO     TO W-FCB-CLIENT
                   MOVE W-CLI-NOM        TO W-FCB-TITULAIRE
                   MOVE W-CLI-DATE-NAISS TO W-FCB-DATE-NAISS
               END-IF
           END-IF.
           MOVE W-CPT-NB-COTITULAIRES TO W-FCB-NB-COTIT.
           MOVE 1 TO WS-IDX-COTIT.
           PERFORM UNTIL WS-IDX-COTIT > 3
               IF WS-IDX-COTIT > W-CPT-NB-COTITULAIRES
                   MOVE SPACES TO W-FCB-COTIT-NOM(WS-IDX-COTIT)
               ELSE
                   MOVE W-CPT-COTIT-NOM(WS-IDX-COTIT)
                       TO W-FCB-COTIT-NOM(WS-IDX-COTIT)
               END-IF
               ADD 1 TO WS-IDX-COTIT
           END-PERFORM.

       END PROGRAM FICOBA-DECLARER.
