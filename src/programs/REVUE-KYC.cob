      *>             W-CLI-DATE-REVUE-LBC) est atteinte partent sur la
      *>             meme liste de relance - la revue n'est plus un
      *>             delai unique annuel pour tout le monde.
      *>             La liste de relance est inscrite au repertoire des
      *>             etats (REPERTOIRE-CTRL) : conservation et
      *>             reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVUE-KYC.
       COPY KYC-PARAM.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RELANCE          PIC X(2) VALUE '00'.
       01 WS-NOM-RELANCE         PIC X(40).
       01 WS-FIN-CLI             PIC X(1) VALUE 'N'.
          88 FIN-CLIENTS         VALUE 'O'.
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       IF NOT RC-OK
           DISPLAY "Aucun compte a revoir."
           CLOSE F-RELANCE
           PERFORM INSCRIRE-ETAT
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       PERFORM REVOIR-CLIENTS-LBC.
       CLOSE F-RELANCE.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Relances : " WS-NB-RELANCES
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "KYC-RELANCE" TO W-ETP-ETAT.
           MOVE WS-NOM-RELANCE TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM REVUE-KYC.
