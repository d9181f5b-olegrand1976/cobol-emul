      *>             GL-ANOMALIES.txt, et les non-acquittees sont
      *>             reecrites dans GL-SUSPENS.dat pour le
      *>             rapprochement suivant.
      *>             Le rapport d'anomalies est inscrit au repertoire
      *>             des etats (REPERTOIRE-CTRL) : conservation et
      *>             reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPROCHER-GL.
       WORKING-STORAGE SECTION.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-EMIS             PIC X(2) VALUE '00'.
       01 WS-FS-RETOUR           PIC X(2) VALUE '00'.
       01 WS-NB-ACQUITTEES       PIC 9(5) VALUE 0.
       01 WS-NB-ANOMALIES        PIC 9(5) VALUE 0.
       01 WS-NB-SUSPENS          PIC 9(5) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       PERFORM REPORTER-SUSPENS.

       CLOSE F-ANOMALIES.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Acquittees : " WS-NB-ACQUITTEES
           END-PERFORM.
           CLOSE F-SUSPENS.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "GL-ANOMALIES" TO W-ETP-ETAT.
           MOVE "reports/GL-ANOMALIES.txt" TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM RAPPROCHER-GL.
