      *>             ne fait que refuser un retrait au moment ou il est
      *>             demande : ce rapport suit l'etat du compte dans le
      *>             temps, pas une tentative isolee.
      *>             Rapport reports/SOLDES-NEGATIFS-AAAAMMJJ.txt (les
      *>             lignes affichees a la console), inscrit au
      *>             repertoire des etats (REPERTOIRE-CTRL).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLDES-NEGATIFS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-NOM-RAPPORT         PIC X(50).
       01 WS-CODE-REPERTOIRE     PIC X(2).

       01 WS-FIN-CPT             PIC X(1) VALUE 'N'.
          88 FIN-COMPTES         VALUE 'O'.

       DISPLAY " ".
       DISPLAY "--- SOLDES-NEGATIFS : comptes a decouvert ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       STRING "reports/SOLDES-NEGATIFS-" DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.
       OPEN OUTPUT F-RAPPORT.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "COMPTES A DECOUVERT AU " DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.

       MOVE "------------------------------------------------------"
           TO F-RAPPORT-LIGNE.
       PERFORM ECRIRE-LIGNE.
       MOVE "NUMERO    TITULAIRE         SOLDE      JOURS   MARGE"
           TO F-RAPPORT-LIGNE.
       PERFORM ECRIRE-LIGNE.
       MOVE "------------------------------------------------------"
           TO F-RAPPORT-LIGNE.
       PERFORM ECRIRE-LIGNE.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF NOT RC-OK
           MOVE "Aucun compte a traiter." TO F-RAPPORT-LIGNE
           PERFORM ECRIRE-LIGNE
           CLOSE F-RAPPORT
           PERFORM INSCRIRE-ETAT
           EXIT PROGRAM
       END-IF.

       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

       MOVE "------------------------------------------------------"
           TO F-RAPPORT-LIGNE.
       PERFORM ECRIRE-LIGNE.
       STRING "Comptes examines : " DELIMITED SIZE
              WS-NB-COMPTES DELIMITED SIZE
              "   Comptes a decouvert : " DELIMITED SIZE
              WS-NB-NEGATIFS DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       PERFORM ECRIRE-LIGNE.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "Rapport : " FUNCTION TRIM(WS-NOM-RAPPORT).

       EXIT PROGRAM.

           ADD 1 TO WS-NB-NEGATIFS.
           MOVE W-CPT-SOLDE      TO WS-SOLDE-AFF.
           MOVE WS-MARGE-RESTANTE TO WS-MARGE-AFF.
           STRING W-CPT-NUMERO DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-CPT-TITULAIRE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-SOLDE-AFF DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-JOURS-ECOULES DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-MARGE-AFF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           PERFORM ECRIRE-LIGNE.

      *>----------------------------------------------------------------
      *> Une ligne du rapport, reprise a la console.
       ECRIRE-LIGNE.
           DISPLAY FUNCTION TRIM(F-RAPPORT-LIGNE TRAILING).
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "SOLDES-NEGATIFS" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM SOLDES-NEGATIFS.
