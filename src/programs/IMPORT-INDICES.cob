      *>****************************************************************
      *> Programme : IMPORT-INDICES
      *> Role      : Batch de chargement des indices de reference des
      *>             prets a taux variable. Lit le fichier de
      *>             publication (reports/INDICES.csv, une ligne
      *>             d'en-tete puis indice,valeur,date ; valeur en
      *>             dix-milliemes signes pour eviter toute ambiguite
      *>             de separateur decimal, ex. 325 pour 3,25 %, -52
      *>             pour -0,52 %) dans INDICES.dat. Une valeur deja
      *>             chargee pour le meme indice et la meme date est
      *>             remplacee (publication corrective). Les valeurs
      *>             sont lues par INDICE-DU-JOUR a la mise en place
      *>             (CREER-PRET) et a la revision annuelle
      *>             (REVISION-PRETS).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-INDICES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-IMPORT ASSIGN TO "reports/INDICES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-IMPORT.
       01 F-IMPORT-LIGNE         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY INDICE.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FS-IMPORT           PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.

       01 WS-CSV-CODE            PIC X(8).
       01 WS-CSV-VALEUR-TXT      PIC X(10).
       01 WS-CSV-DATE-TXT        PIC X(8).
       01 WS-LG-VALEUR           PIC 9(2) COMP.
       01 WS-DEBUT-CHIFFRES      PIC 9(2) COMP.
       01 WS-LG-CHIFFRES         PIC 9(2) COMP.
       01 WS-VALEUR-DIXMILLIEMES PIC S9(7) VALUE 0.

       01 WS-NB-LUES             PIC 9(5) VALUE 0.
       01 WS-NB-CHARGES          PIC 9(5) VALUE 0.
       01 WS-NB-REMPLACES        PIC 9(5) VALUE 0.
       01 WS-NB-REJETES          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- IMPORT-INDICES : indices de reference des prets ---".
       DISPLAY "------------------------------------------------------".

       OPEN INPUT F-IMPORT.
       IF WS-FS-IMPORT NOT = '00'
           DISPLAY "Impossible d'ouvrir reports/INDICES.csv "
                   "(code: " WS-FS-IMPORT ")."
           MOVE 1 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

      *> La premiere ligne est l'en-tete (indice,valeur,date).
       READ F-IMPORT
           AT END
               SET FIN-LECTURE TO TRUE
       END-READ.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "INDICE-IO" USING WS-OP W-INDICE W-CODE-RETOUR.

       PERFORM UNTIL FIN-LECTURE
           READ F-IMPORT
               AT END
                   SET FIN-LECTURE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUES
                   PERFORM CHARGER-LIGNE
           END-READ
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "INDICE-IO" USING WS-OP W-INDICE W-CODE-RETOUR.
       CLOSE F-IMPORT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Lignes lues : " WS-NB-LUES
               "   chargees : " WS-NB-CHARGES
               "   remplacees : " WS-NB-REMPLACES.
       DISPLAY "Rejetees    : " WS-NB-REJETES.

       IF WS-NB-REJETES > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> La valeur peut porter un signe moins en tete : seuls les
      *> chiffres qui suivent sont controles.
       CHARGER-LIGNE.
           MOVE SPACES TO WS-CSV-CODE WS-CSV-VALEUR-TXT
                          WS-CSV-DATE-TXT.
           MOVE 0 TO WS-LG-VALEUR.
           UNSTRING F-IMPORT-LIGNE DELIMITED BY ","
               INTO WS-CSV-CODE
                    WS-CSV-VALEUR-TXT COUNT IN WS-LG-VALEUR
                    WS-CSV-DATE-TXT.

           MOVE 1 TO WS-DEBUT-CHIFFRES.
           MOVE WS-LG-VALEUR TO WS-LG-CHIFFRES.
           IF WS-LG-VALEUR > 1 AND WS-CSV-VALEUR-TXT(1:1) = "-"
               MOVE 2 TO WS-DEBUT-CHIFFRES
               SUBTRACT 1 FROM WS-LG-CHIFFRES
           END-IF.

           IF WS-CSV-CODE = SPACES
                   OR WS-LG-CHIFFRES = 0
                   OR WS-CSV-DATE-TXT NOT NUMERIC
               ADD 1 TO WS-NB-REJETES
               DISPLAY "Ligne illisible : " F-IMPORT-LIGNE(1:40)
               EXIT PARAGRAPH
           END-IF.
           IF WS-CSV-VALEUR-TXT(WS-DEBUT-CHIFFRES:WS-LG-CHIFFRES)
                   NOT NUMERIC
               ADD 1 TO WS-NB-REJETES
               DISPLAY "Valeur illisible : " F-IMPORT-LIGNE(1:40)
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-VALEUR-DIXMILLIEMES =
                   FUNCTION NUMVAL(WS-CSV-VALEUR-TXT(1:WS-LG-VALEUR)).
           MOVE WS-CSV-CODE TO W-IDX-CODE.
           MOVE WS-CSV-DATE-TXT TO W-IDX-DATE.
           COMPUTE W-IDX-VALEUR = WS-VALEUR-DIXMILLIEMES / 10000.

           MOVE "WRITE" TO WS-OP.
           CALL "INDICE-IO" USING WS-OP W-INDICE W-CODE-RETOUR.
           EVALUATE TRUE
               WHEN RC-OK
                   ADD 1 TO WS-NB-CHARGES
               WHEN RC-ERR-DEJA-EXISTE
                   MOVE "REWRITE" TO WS-OP
                   CALL "INDICE-IO" USING WS-OP W-INDICE W-CODE-RETOUR
                   ADD 1 TO WS-NB-REMPLACES
               WHEN OTHER
                   ADD 1 TO WS-NB-REJETES
                   DISPLAY "Echec d'ecriture pour " WS-CSV-CODE
                           " (code: " W-CODE-RETOUR ")."
           END-EVALUATE.

       END PROGRAM IMPORT-INDICES.
