      *>****************************************************************
      *> Programme : EPURER-ETATS
      *> Role      : Batch de la chaine BATCH-NUIT. Parcourt le
      *>             repertoire des etats (REPERTOIRE-ETATS.dat) et
      *>             supprime la copie conservee sous
      *>             reports/repertoire/ de tout etat dont la date
      *>             d'expiration (duree de conservation de son type,
      *>             ETAT-PARAM.cpy) est depassee. L'inscription reste
      *>             au repertoire en statut 'E' : on sait toujours
      *>             qu'un etat a ete edite, par quelle etape et avec
      *>             combien de lignes, meme apres sa destruction.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPURER-ETATS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY REPERTOIRE-ETAT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-NB-EPURES           PIC 9(5) VALUE 0.
       01 WS-NB-CONSERVES        PIC 9(5) VALUE 0.
       01 WS-NOM-COPIE           PIC X(80).
       01 WS-CODE-SUPPR          PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- EPURER-ETATS : conservation des etats edites ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Repertoire des etats indisponible."
           MOVE 8 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "START-FIRST" TO WS-OP.
       CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT W-CODE-RETOUR.
       IF NOT RC-OK
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT
                                   W-CODE-RETOUR
           IF RC-OK
               IF RPE-CONSERVE OR RPE-NON-COPIE
                   IF W-RPE-DATE-EXPIR < WS-DATE-JOUR
                       PERFORM EPURER-ETAT
                   ELSE
                       ADD 1 TO WS-NB-CONSERVES
                   END-IF
               END-IF
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT W-CODE-RETOUR.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Etats epures : " WS-NB-EPURES
               "   etats conserves : " WS-NB-CONSERVES.

       MOVE 0 TO RETURN-CODE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Seule la copie du repertoire est supprimee : l'original sous
      *> reports/ appartient au programme producteur, qui le reecrit
      *> ou le remplace selon sa propre regle de nommage.
       EPURER-ETAT.
           IF RPE-CONSERVE
               MOVE W-RPE-COPIE TO WS-NOM-COPIE
               CALL "CBL_DELETE_FILE" USING WS-NOM-COPIE
                   RETURNING WS-CODE-SUPPR
           END-IF.

           SET RPE-EPURE TO TRUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT
                                   W-CODE-RETOUR.
           ADD 1 TO WS-NB-EPURES.
           DISPLAY "Etat " W-RPE-ID " " W-RPE-ETAT " du "
                   W-RPE-DATE-EXEC " epure (echu le "
                   W-RPE-DATE-EXPIR ").".

       END PROGRAM EPURER-ETATS.
