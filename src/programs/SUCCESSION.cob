      *>               compte designe par l'instruction du notaire
      *>               ('V'), puis cloture du compte par la logique
      *>               CLOTURE (statut 'C', date de cloture).
      *>             Le deces (modification de la titularite) et la
      *>             cloture sont declares au fichier FICOBA
      *>             (FICOBA-DECLARER).
      *>             Chaque etape est journalisee via AUDIT-IO.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       01 WS-SUP-PIN            PIC X(4).
       01 WS-MOTIF-AUDIT        PIC X(40).
       01 WS-SOLDE-AFF          PIC -Z(10)9.99.
       01 WS-NATURE-FICOBA      PIC X(1).
       01 WS-ORIGINE-FICOBA     PIC X(12).
       01 WS-CODE-FICOBA        PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).
               EXIT PARAGRAPH
           END-IF.

           MOVE 'M' TO WS-NATURE-FICOBA.
           PERFORM DECLARER-FICOBA.
           MOVE "SUCC-DECES" TO WS-MOTIF-AUDIT.
           PERFORM JOURNALISER-ETAPE-SUCC.
           DISPLAY "Compte gele en succession : debits bloques, "
               DISPLAY "Echec de la cloture (code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO WS-NATURE-FICOBA.
           PERFORM DECLARER-FICOBA.

           IF WS-SOLDE-REGLE > 0
               MOVE WS-NUM-DEST TO W-CPT-NUMERO
           DISPLAY "Dossier regle : " WS-SOLDE-AFF " verse au compte "
                   WS-NUM-DEST ", compte " WS-NUM-COMPTE " cloture.".

      *>----------------------------------------------------------------
      *> Declaration de l'evenement au fichier FICOBA (module
      *> FICOBA-DECLARER), emise par l'etape de nuit EXPORT-FICOBA.
       DECLARER-FICOBA.
           MOVE "SUCCESSION" TO WS-ORIGINE-FICOBA.
           CALL "FICOBA-DECLARER" USING WS-NATURE-FICOBA W-COMPTE
                                        WS-ORIGINE-FICOBA
                                        WS-CODE-FICOBA.
           IF WS-CODE-FICOBA NOT = '00'
               DISPLAY "ATTENTION : declaration FICOBA non "
                       "enregistree (code: " WS-CODE-FICOBA ")."
           END-IF.

      *>----------------------------------------------------------------
       AUTHENTIFIER-SUPERVISEUR.
           DISPLAY "Code operateur superviseur : " WITH NO ADVANCING.
