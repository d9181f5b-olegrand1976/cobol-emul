           MOVE SPACE                 TO W-TRN-LITIGE.
           MOVE SPACES                TO W-TRN-CATEGORIE.
           MOVE 'G'                   TO W-TRN-CANAL.
           MOVE SPACES                TO W-TRN-CARTE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
