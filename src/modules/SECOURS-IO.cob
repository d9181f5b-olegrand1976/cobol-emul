      *>****************************************************************
      *> Module : SECOURS-IO
      *> Role   : Acces au fichier indexe JOURNAL-SECOURS.dat
      *>          (operations du guichet en mode degrade, cf
      *>          SECOURS.cpy)
      *>          Cle primaire    = W-SEC-ID
      *>          Cle alternative = W-SEC-CPT (doublons autorises)
      *> Appel  : CALL "SECOURS-IO" USING LK-OP, W-SECOURS,
      *>                                 LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit l'operation W-SEC-ID
      *>   "WRITE"       -> enregistre une operation (SECOURS-GUICHET)
      *>   "REWRITE"     -> met a jour W-SECOURS (caisse, rejeu)
      *>   "START-FIRST" -> positionne sur la premiere operation
      *>   "START-CPT"   -> positionne sur la premiere operation du
      *>                    compte W-SEC-CPT (cle alternative)
      *>   "READ-NEXT"   -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECOURS-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SECOURS ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-SEC-ID
               ALTERNATE RECORD KEY IS F-SEC-CPT WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-SECOURS.
       01 F-SECOURS-REC.
          05 F-SEC-ID           PIC 9(10).
          05 F-SEC-CPT          PIC 9(8).
          05 F-SECOURS-RESTE     PIC X(66).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/JOURNAL-SECOURS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY SECOURS.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-SECOURS, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-SECOURS
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-SEC-ID TO F-SEC-ID
               READ F-SECOURS
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-SECOURS-REC TO W-SECOURS
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-SECOURS TO F-SECOURS-REC
               WRITE F-SECOURS-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-SEC-ID TO F-SEC-ID
               READ F-SECOURS
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-SECOURS TO F-SECOURS-REC
                   REWRITE F-SECOURS-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-SEC-ID
               START F-SECOURS KEY >= F-SEC-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CPT"
               PERFORM ASSURER-OUVERT
               MOVE W-SEC-CPT TO F-SEC-CPT
               START F-SECOURS KEY >= F-SEC-CPT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-SECOURS NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-SECOURS-REC TO W-SECOURS
               END-READ

           WHEN OTHER
               MOVE '99' TO LK-CODE-RETOUR
       END-EVALUATE.

       GOBACK.

      *>----------------------------------------------------------------
       OUVRIR-FICHIER.
           IF FICHIER-OUVERT
               EXIT PARAGRAPH
           END-IF.
           PERFORM RESOUDRE-FORMATION.
           OPEN I-O F-SECOURS.
           IF WS-FS = '35'
               OPEN OUTPUT F-SECOURS
               CLOSE F-SECOURS
               OPEN I-O F-SECOURS
           END-IF.
           IF WS-FS NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
           ELSE
               SET FICHIER-OUVERT TO TRUE
           END-IF.

       ASSURER-OUVERT.
           IF FICHIER-FERME
               PERFORM OUVRIR-FICHIER
           END-IF.


      *>----------------------------------------------------------------
       RESOUDRE-FORMATION.
           MOVE "ETAT" TO WS-OP-FORMATION.
           CALL "FORMATION-MODE" USING WS-OP-FORMATION
                                       WS-CODE-FORMATION.
           IF WS-CODE-FORMATION = '00'
               MOVE "data/FORMATION-JOURNAL-SECOURS.dat"
                   TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM SECOURS-IO.
