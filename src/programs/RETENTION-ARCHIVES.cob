      *>             VALIDER-MODIFS declenche la suppression physique
      *>             (ARCHIVE-DESTR-EXEC), certifiee au registre et a
      *>             l'audit.
      *>             Chaque inventaire est inscrit au repertoire des
      *>             etats (REPERTOIRE-CTRL) : conservation et
      *>             reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-ARCHIVES.
       DATA DIVISION.
       FILE SECTION.
       FD F-ARCHIVE.
       01 F-ARC-TRANS            PIC X(199).

       FD F-INVENTAIRE.
       01 F-INVENTAIRE-LIGNE     PIC X(80).
       COPY ATTENTE.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-ARC              PIC X(2) VALUE '00'.
       01 WS-FS-INV              PIC X(2) VALUE '00'.

       01 WS-ANNEE-DEMANDE       PIC 9(4).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).
               TO F-INVENTAIRE-LIGNE.
           WRITE F-INVENTAIRE-LIGNE.
           CLOSE F-INVENTAIRE.
           PERFORM INSCRIRE-ETAT.

      *>----------------------------------------------------------------
       DEPOSER-DEMANDE.
           MOVE "CLOSE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "DESTRUCTION-ARCHIVE" TO W-ETP-ETAT.
           MOVE WS-NOM-INVENTAIRE TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM RETENTION-ARCHIVES.
