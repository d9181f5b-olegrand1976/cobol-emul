      *>             montant depasse un seuil configurable, tries par
      *>             montant decroissant et limites a un nombre maximum
      *>             de lignes, au lieu du dump chronologique d'HISTO.
      *>             La liste restituee est aussi ecrite dans
      *>             reports/GROS-MOUVEMENTS-AAAAMMJJ.txt, avec la
      *>             periode et le seuil demandes, et inscrite au
      *>             repertoire des etats (REPERTOIRE-CTRL).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROS-MOUVEMENTS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRI ASSIGN TO "reports/GROS-MOUVEMENTS.wrk".
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
          05 SD-DATE             PIC 9(8).
          05 SD-TYPE             PIC X(1).
          05 SD-LIBELLE          PIC X(40).
       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY TRANSACT.
       COPY CODES-ERR.
       COPY OPS.
       COPY GROS-PARAM.
       COPY ETAT-PRODUIT.

       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-NOM-RAPPORT         PIC X(50).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-CODE-REPERTOIRE     PIC X(2).

       01 WS-CHOIX-PERIODE       PIC X(1) VALUE 'N'.
          88 AVEC-PERIODE        VALUE 'O'.
           MOVE GROS-NB-MAX TO WS-NB-MAX
       END-IF.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       STRING "reports/GROS-MOUVEMENTS-" DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.
       OPEN OUTPUT F-RAPPORT.
       MOVE WS-SEUIL TO WS-SEUIL-AFF.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "GROS MOUVEMENTS DU " DELIMITED SIZE
              WS-DATE-DEBUT DELIMITED SIZE
              " AU " DELIMITED SIZE
              WS-DATE-FIN DELIMITED SIZE
              " - SEUIL " DELIMITED SIZE
              WS-SEUIL-AFF DELIMITED SIZE
              " - EDITE LE " DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.

       SORT F-TRI ON DESCENDING KEY SD-MONTANT
           INPUT PROCEDURE IS ALIMENTER-TRI
           OUTPUT PROCEDURE IS RESTITUER-TRI.

       MOVE "------------------------------------------------------"
           TO F-RAPPORT-LIGNE.
       PERFORM ECRIRE-LIGNE.
       STRING "Total restitue : " DELIMITED SIZE
              WS-NB DELIMITED SIZE
              " mouvement(s)." DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       PERFORM ECRIRE-LIGNE.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.
       DISPLAY "Rapport : " FUNCTION TRIM(WS-NOM-RAPPORT).

       EXIT PROGRAM.

      *> Restitue les mouvements tries, montant decroissant, limites a
      *> WS-NB-MAX lignes.
       RESTITUER-TRI.
           MOVE "--------------------------------------------------"
               TO F-RAPPORT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE "DATE      TYPE  CPT       MONTANT          LIBELLE"
               TO F-RAPPORT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE "--------------------------------------------------"
               TO F-RAPPORT-LIGNE.
           PERFORM ECRIRE-LIGNE.

           MOVE 'N' TO WS-FIN.
           MOVE 0 TO WS-NB.
                       SET FIN-PARCOURS TO TRUE
                   NOT AT END
                       MOVE SD-MONTANT TO WS-MNT-AFF
                       STRING SD-DATE DELIMITED SIZE
                              "  " DELIMITED SIZE
                              SD-TYPE DELIMITED SIZE
                              "     " DELIMITED SIZE
                              SD-CPT DELIMITED SIZE
                              "  " DELIMITED SIZE
                              WS-MNT-AFF DELIMITED SIZE
                              "  " DELIMITED SIZE
                              SD-LIBELLE DELIMITED SIZE
                           INTO F-RAPPORT-LIGNE
                       PERFORM ECRIRE-LIGNE
                       ADD 1 TO WS-NB
               END-RETURN
           END-PERFORM.

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
           MOVE "GROS-MOUVEMENTS" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM GROS-MOUVEMENTS.
