      *>****************************************************************
      *> Module : EXERCICE-IO
      *> Role   : Acces au fichier indexe EXERCICES.dat (etat des
      *>          exercices comptables, tenu par CLOTURE-EXERCICE et
      *>          l'ecran EXERCICES)
      *>          Cle primaire = W-EXE-ANNEE
      *> Appel  : CALL "EXERCICE-IO" USING LK-OP, W-EXERCICE,
      *>                                   LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit l'exercice W-EXE-ANNEE
      *>   "WRITE"       -> ajoute W-EXERCICE
      *>   "REWRITE"     -> remplace un exercice existant
      *>   "START-FIRST" -> positionne sur le premier exercice
      *>   "READ-NEXT"   -> lit l'exercice suivant (annees
      *>                    croissantes)
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICE-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EXERCICES ASSIGN TO "data/EXERCICES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-EXE-ANNEE
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-EXERCICES.
       01 F-EXE-REC.
          05 F-EXE-ANNEE        PIC 9(4).
          05 F-EXE-RESTE        PIC X(121).

       WORKING-STORAGE SECTION.
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY EXERCICE.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-EXERCICE, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-EXERCICES
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-EXE-ANNEE TO F-EXE-ANNEE
               READ F-EXERCICES
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-EXE-REC TO W-EXERCICE
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-EXERCICE TO F-EXE-REC
               WRITE F-EXE-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-EXE-ANNEE TO F-EXE-ANNEE
               READ F-EXERCICES
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-EXERCICE TO F-EXE-REC
                   REWRITE F-EXE-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-EXE-ANNEE
               START F-EXERCICES KEY >= F-EXE-ANNEE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-EXERCICES NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-EXE-REC TO W-EXERCICE
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
           OPEN I-O F-EXERCICES.
           IF WS-FS = '35'
               OPEN OUTPUT F-EXERCICES
               CLOSE F-EXERCICES
               OPEN I-O F-EXERCICES
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

       END PROGRAM EXERCICE-IO.
