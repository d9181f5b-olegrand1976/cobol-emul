      *>****************************************************************
      *> Module : ACCCF-IO
      *> Role   : Acces au fichier indexe ACCES-COFFRES.dat (registre
      *>          des acces aux coffres-forts loues)
      *>          Cle primaire    = W-ACF-ID
      *>          Cle alternative = W-ACF-LOCATION (doublons autorises)
      *> Appel  : CALL "ACCCF-IO" USING LK-OP, W-ACCES-COFFRE,
      *>                                 LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit l'acces W-ACF-ID
      *>   "WRITE"       -> enregistre un acces
      *>   "START-FIRST" -> positionne sur le premier acces
      *>   "START-LOC"   -> positionne sur le premier acces du
      *>                    contrat W-ACF-LOCATION (cle alternative)
      *>   "READ-NEXT"   -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCCF-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ACCCF ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ACF-ID
               ALTERNATE RECORD KEY IS F-ACF-LOCATION WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ACCCF.
       01 F-ACCCF-REC.
          05 F-ACF-ID           PIC 9(10).
          05 F-ACF-LOCATION     PIC 9(10).
          05 F-ACCCF-RESTE      PIC X(72).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/ACCES-COFFRES.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY ACCES-COFFRE.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-ACCES-COFFRE, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-ACCCF
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-ACF-ID TO F-ACF-ID
               READ F-ACCCF
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-ACCCF-REC TO W-ACCES-COFFRE
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-ACCES-COFFRE TO F-ACCCF-REC
               WRITE F-ACCCF-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-ACF-ID
               START F-ACCCF KEY >= F-ACF-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-LOC"
               PERFORM ASSURER-OUVERT
               MOVE W-ACF-LOCATION TO F-ACF-LOCATION
               START F-ACCCF KEY >= F-ACF-LOCATION
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-ACCCF NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-ACCCF-REC TO W-ACCES-COFFRE
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
           OPEN I-O F-ACCCF.
           IF WS-FS = '35'
               OPEN OUTPUT F-ACCCF
               CLOSE F-ACCCF
               OPEN I-O F-ACCCF
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
               MOVE "data/FORMATION-ACCES-COFFRES.dat"
                  TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM ACCCF-IO.
