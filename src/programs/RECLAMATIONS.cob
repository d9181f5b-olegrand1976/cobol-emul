      *>               restants avant la date limite de reponse,
      *>               retards en evidence (comme le rapport des
      *>               delais de LITIGES) ;
      *>             - (L)ister les dossiers d'un client (le numero
      *>               d'une fiche fusionnee mene au survivant).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMATIONS.
       LISTER-PAR-CLIENT.
           DISPLAY "Numero client : " WITH NO ADVANCING.
           ACCEPT WS-CLIENT-DEMANDE.
      *>   Un numero fusionne est un alias : les dossiers ont suivi
      *>   le client survivant.
           MOVE WS-CLIENT-DEMANDE TO W-CLI-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF WS-CODE-CLIENT = '00'
                   AND W-CLI-NUMERO NOT = WS-CLIENT-DEMANDE
               DISPLAY "Client " WS-CLIENT-DEMANDE " fusionne dans le "
                       "client " W-CLI-NUMERO " - " W-CLI-NOM
               MOVE W-CLI-NUMERO TO WS-CLIENT-DEMANDE
           END-IF.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
