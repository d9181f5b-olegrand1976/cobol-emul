      *>****************************************************************
      *> Programme : IMPORT-FICP
      *> Role      : Chargement de la restitution du FICP transmise
      *>             par la Banque de France
      *>             (reports/FICP-REGISTRE.csv, une ligne d'en-tete
      *>             puis date_naissance,nom,date_inscription) dans
      *>             FICP.dat, origine 'N'. La livraison remplace la
      *>             precedente : les inscriptions nationales deja
      *>             chargees sont d'abord radiees, les incidents
      *>             declares par l'etablissement ne sont pas touches.
      *>             Les inscriptions sont consultees avant tout octroi
      *>             de credit par le module FICP-CONSULTER.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-FICP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-IMPORT ASSIGN TO "reports/FICP-REGISTRE.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-IMPORT.
       01 F-IMPORT-LIGNE         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FICP.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FS-IMPORT           PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.
       01 WS-FIN-SCAN            PIC X(1) VALUE 'N'.
          88 FIN-SCAN            VALUE 'O'.

       01 WS-CSV-NAISS-TXT       PIC X(8).
       01 WS-CSV-NOM             PIC X(40).
       01 WS-CSV-INSCR-TXT       PIC X(8).
       01 WS-NOM-MAJ             PIC X(40).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-SEQ            PIC X(2).

       01 WS-NB-LUES             PIC 9(5) VALUE 0.
       01 WS-NB-CHARGES          PIC 9(5) VALUE 0.
       01 WS-NB-RADIES           PIC 9(5) VALUE 0.
       01 WS-NB-REJETES          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- IMPORT-FICP : restitution du fichier national ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       OPEN INPUT F-IMPORT.
       IF WS-FS-IMPORT NOT = '00'
           DISPLAY "Impossible d'ouvrir reports/FICP-REGISTRE.csv "
                   "(code: " WS-FS-IMPORT ")."
           MOVE 1 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

      *> La premiere ligne est l'en-tete
      *> (date_naissance,nom,date_inscription).
       READ F-IMPORT
           AT END
               SET FIN-LECTURE TO TRUE
       END-READ.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "FICP-IO" USING WS-OP W-FICP W-CODE-RETOUR.

       PERFORM RADIER-LIVRAISON-PRECEDENTE.

       PERFORM UNTIL FIN-LECTURE
           READ F-IMPORT
               AT END
                   SET FIN-LECTURE TO TRUE
               NOT AT END
                   IF F-IMPORT-LIGNE NOT = SPACES
                       ADD 1 TO WS-NB-LUES
                       PERFORM CHARGER-LIGNE
                   END-IF
           END-READ
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "FICP-IO" USING WS-OP W-FICP W-CODE-RETOUR.
       CLOSE F-IMPORT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Inscriptions precedentes radiees : " WS-NB-RADIES.
       DISPLAY "Lignes lues : " WS-NB-LUES
               "   chargees : " WS-NB-CHARGES
               "   rejetees : " WS-NB-REJETES.

       IF WS-NB-REJETES > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Les inscriptions nationales encore actives sont radiees a la
      *> date de la nouvelle livraison (historique conserve).
       RADIER-LIVRAISON-PRECEDENTE.
           MOVE 'N' TO WS-FIN-SCAN.
           MOVE "START-FIRST" TO WS-OP.
           CALL "FICP-IO" USING WS-OP W-FICP W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN
               MOVE "READ-NEXT" TO WS-OP
               CALL "FICP-IO" USING WS-OP W-FICP W-CODE-RETOUR
               IF RC-OK
                   IF FIC-NATIONAL AND FIC-INSCRIT
                       SET FIC-RADIE TO TRUE
                       MOVE WS-DATE-JOUR TO W-FIC-DATE-RADIATION
                       MOVE "REWRITE" TO WS-OP
                       CALL "FICP-IO" USING WS-OP W-FICP
                                            W-CODE-RETOUR
                       ADD 1 TO WS-NB-RADIES
                   END-IF
               ELSE
                   SET FIN-SCAN TO TRUE
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
       CHARGER-LIGNE.
           MOVE SPACES TO WS-CSV-NAISS-TXT WS-CSV-NOM
                          WS-CSV-INSCR-TXT.
           UNSTRING F-IMPORT-LIGNE DELIMITED BY ","
               INTO WS-CSV-NAISS-TXT
                    WS-CSV-NOM
                    WS-CSV-INSCR-TXT.

           IF WS-CSV-NAISS-TXT NOT NUMERIC
                   OR WS-CSV-NOM = SPACES
                   OR WS-CSV-INSCR-TXT NOT NUMERIC
               ADD 1 TO WS-NB-REJETES
               DISPLAY "Ligne illisible : " F-IMPORT-LIGNE(1:40)
               EXIT PARAGRAPH
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-SEQ.

           INITIALIZE W-FICP.
           MOVE FUNCTION UPPER-CASE(WS-CSV-NOM) TO WS-NOM-MAJ.
           MOVE WS-COMPTEUR      TO W-FIC-ID.
           MOVE WS-CSV-NAISS-TXT TO W-FIC-CLE-NAISS.
           MOVE WS-NOM-MAJ(1:5)  TO W-FIC-CLE-NOM.
           SET FIC-NATIONAL TO TRUE.
           MOVE WS-NOM-MAJ       TO W-FIC-NOM.
           MOVE WS-CSV-NAISS-TXT TO W-FIC-DATE-NAISS.
           MOVE WS-CSV-INSCR-TXT TO W-FIC-DATE-INCIDENT.
           MOVE WS-CSV-INSCR-TXT TO W-FIC-DATE-INSCRIPTION.
           SET FIC-INSCRIT TO TRUE.

           MOVE "WRITE" TO WS-OP.
           CALL "FICP-IO" USING WS-OP W-FICP W-CODE-RETOUR.
           IF RC-OK
               ADD 1 TO WS-NB-CHARGES
           ELSE
               ADD 1 TO WS-NB-REJETES
               DISPLAY "Echec d'ecriture pour " WS-CSV-NOM
                       " (code: " W-CODE-RETOUR ")."
           END-IF.

       END PROGRAM IMPORT-FICP.
