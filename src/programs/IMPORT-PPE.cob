      *>****************************************************************
      *> Programme : IMPORT-PPE
      *> Role      : Chargement de la livraison periodique de la liste
      *>             des personnes politiquement exposees
      *>             (reports/LISTE-PPE.csv, une personne par ligne :
      *>             NOM;CATEGORIE;FONCTION, categorie N nationale,
      *>             E etrangere, I organisation internationale,
      *>             F famille, A proche associe) vers la liste
      *>             active data/PPE.txt utilisee par le module
      *>             PPE-CTRL, puis rescan des clients actifs
      *>             (CLIENTS.dat) sur le meme principe
      *>             qu'IMPORT-SANCTIONS : un client rapproche de la
      *>             liste est designe PPE (origine liste, revue
      *>             annuelle cadencee par PPE-PARAM.cpy) ; un client
      *>             designe par une liste precedente et absent de la
      *>             nouvelle est seulement signale, la levee du
      *>             statut passant par la revue (CREER-CLIENT, choix
      *>             P) et l'accord de la direction. Compte rendu :
      *>             reports/PPE-RESCAN.txt.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-PPE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LIVRAISON ASSIGN TO "reports/LISTE-PPE.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIVRAISON.
           SELECT F-LISTE ASSIGN TO "data/PPE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTE.
           SELECT F-RAPPORT ASSIGN TO "reports/PPE-RESCAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-LIVRAISON.
       01 F-LIVRAISON-LIGNE      PIC X(100).
       FD F-LISTE.
       01 F-LISTE-LIGNE.
          05 F-LISTE-NOM         PIC X(40).
          05 F-LISTE-CATEGORIE   PIC X(1).
          05 F-LISTE-FONCTION    PIC X(30).
       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CLIENT.
       COPY PPE-PARAM.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FS-LIVRAISON        PIC X(2) VALUE '00'.
       01 WS-FS-LISTE            PIC X(2) VALUE '00'.
       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.
       01 WS-FIN-SCAN            PIC X(1) VALUE 'N'.
          88 FIN-SCAN            VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.
       01 WS-NB-ENTREES          PIC 9(5) VALUE 0.
       01 WS-NB-REJETS           PIC 9(5) VALUE 0.
       01 WS-NB-DESIGNES         PIC 9(5) VALUE 0.
       01 WS-NB-ABSENTS          PIC 9(5) VALUE 0.

      *> Ligne de livraison decoupee.
       01 WS-LIV-NOM             PIC X(40).
       01 WS-LIV-CATEGORIE       PIC X(1).
          88 LIV-CATEGORIE-VALIDE VALUE 'N' 'E' 'I' 'F' 'A'.
       01 WS-LIV-FONCTION        PIC X(30).

      *> Entree de la liste touchee (cf PPE-CTRL).
       01 WS-ENTREE-PPE.
          05 WS-PPE-NOM          PIC X(40).
          05 WS-PPE-CATEGORIE    PIC X(1).
          05 WS-PPE-FONCTION     PIC X(30).
       01 WS-CODE-PPE            PIC X(2).
       01 WS-CODE-IO             PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- IMPORT-PPE : liste des personnes politiquement "
               "exposees ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       OPEN INPUT F-LIVRAISON.
       IF WS-FS-LIVRAISON NOT = '00'
           DISPLAY "Impossible d'ouvrir reports/LISTE-PPE.csv "
                   "(code: " WS-FS-LIVRAISON ")."
           EXIT PROGRAM
       END-IF.

       OPEN OUTPUT F-LISTE.
       PERFORM UNTIL FIN-LECTURE
           READ F-LIVRAISON
               AT END
                   SET FIN-LECTURE TO TRUE
               NOT AT END
                   IF F-LIVRAISON-LIGNE NOT = SPACES
                       PERFORM CHARGER-ENTREE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE F-LIVRAISON.
       CLOSE F-LISTE.

       DISPLAY "Liste active mise a jour : " WS-NB-ENTREES
               " entree(s), " WS-NB-REJETS " ligne(s) rejetee(s).".

       OPEN OUTPUT F-RAPPORT.
       STRING "RESCAN PPE DU " DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              " (" DELIMITED SIZE
              WS-NB-ENTREES DELIMITED SIZE
              " ENTREES DE LISTE)" DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.

       PERFORM RESCANNER-CLIENTS.

       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "CLIENTS DESIGNES PPE : " DELIMITED SIZE
              WS-NB-DESIGNES DELIMITED SIZE
              "   ABSENTS DE LA NOUVELLE LISTE : " DELIMITED SIZE
              WS-NB-ABSENTS DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       CLOSE F-RAPPORT.

       DISPLAY "Rescan termine : " WS-NB-DESIGNES " client(s) "
               "designe(s) PPE, " WS-NB-ABSENTS " a revoir.".
       DISPLAY "Compte rendu : reports/PPE-RESCAN.txt".

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Une ligne sans nom ou de categorie inconnue est ecartee : la
      *> categorie est reportee telle quelle sur le client designe.
       CHARGER-ENTREE.
           MOVE SPACES TO WS-LIV-NOM WS-LIV-CATEGORIE WS-LIV-FONCTION.
           UNSTRING F-LIVRAISON-LIGNE DELIMITED BY ";"
               INTO WS-LIV-NOM WS-LIV-CATEGORIE WS-LIV-FONCTION.
           MOVE FUNCTION UPPER-CASE(WS-LIV-CATEGORIE)
               TO WS-LIV-CATEGORIE.
           IF WS-LIV-NOM = SPACES OR NOT LIV-CATEGORIE-VALIDE
               ADD 1 TO WS-NB-REJETS
               DISPLAY "Ligne rejetee : "
                       FUNCTION TRIM(F-LIVRAISON-LIGNE)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LIV-NOM       TO F-LISTE-NOM.
           MOVE WS-LIV-CATEGORIE TO F-LISTE-CATEGORIE.
           MOVE WS-LIV-FONCTION  TO F-LISTE-FONCTION.
           WRITE F-LISTE-LIGNE.
           ADD 1 TO WS-NB-ENTREES.

      *>----------------------------------------------------------------
      *> Un client deja PPE sur sa propre declaration est laisse tel
      *> quel ; seul le statut pose par une liste peut etre signale
      *> absent de la nouvelle livraison.
       RESCANNER-CLIENTS.
           MOVE 'N' TO WS-FIN-SCAN.
           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   + PPE-REVUE-MOIS * 30.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-IO.
           MOVE "START-FIRST" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN
               MOVE "READ-NEXT" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-IO
               IF WS-CODE-IO = '00'
                   IF CLI-ACTIF
                       PERFORM EXAMINER-CLIENT
                   END-IF
               ELSE
                   SET FIN-SCAN TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-IO.

      *>----------------------------------------------------------------
       EXAMINER-CLIENT.
           CALL "PPE-CTRL" USING W-CLI-NOM WS-ENTREE-PPE WS-CODE-PPE.
           EVALUATE TRUE
               WHEN WS-CODE-PPE = '42' AND NOT CLI-PPE
                   PERFORM DESIGNER-CLIENT
               WHEN WS-CODE-PPE = '00' AND CLI-PPE AND PPE-LISTE
                   ADD 1 TO WS-NB-ABSENTS
                   MOVE SPACES TO F-RAPPORT-LIGNE
                   STRING "CLIENT " DELIMITED SIZE
                          W-CLI-NUMERO DELIMITED SIZE
                          " '" DELIMITED SIZE
                          FUNCTION TRIM(W-CLI-NOM) DELIMITED SIZE
                          "' ABSENT DE LA LISTE - STATUT A REVOIR"
                          DELIMITED SIZE
                       INTO F-RAPPORT-LIGNE
                   WRITE F-RAPPORT-LIGNE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------------
       DESIGNER-CLIENT.
           MOVE 'O'                TO W-CLI-PPE.
           MOVE WS-PPE-CATEGORIE   TO W-CLI-PPE-CATEGORIE.
           MOVE 'L'                TO W-CLI-PPE-ORIGINE.
           MOVE WS-PPE-FONCTION    TO W-CLI-PPE-FONCTION.
           MOVE WS-DATE-JOUR       TO W-CLI-PPE-DATE.
           COMPUTE W-CLI-PPE-DATE-REVUE =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).
           MOVE "REWRITE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               DISPLAY "Client " W-CLI-NUMERO " non mis a jour "
                       "(code: " WS-CODE-IO ")."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-DESIGNES.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "CLIENT " DELIMITED SIZE
                  W-CLI-NUMERO DELIMITED SIZE
                  " '" DELIMITED SIZE
                  FUNCTION TRIM(W-CLI-NOM) DELIMITED SIZE
                  "' DESIGNE PPE (" DELIMITED SIZE
                  W-CLI-PPE-CATEGORIE DELIMITED SIZE
                  ") " DELIMITED SIZE
                  FUNCTION TRIM(W-CLI-PPE-FONCTION) DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

       END PROGRAM IMPORT-PPE.
