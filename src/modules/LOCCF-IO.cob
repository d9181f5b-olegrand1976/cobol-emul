      *>****************************************************************
      *> Module : LOCCF-IO
      *> Role   : Acces au fichier indexe LOCATIONS-COFFRES.dat
      *>          (contrats de location de coffres-forts)
      *>          Cle primaire    = W-LCF-ID
      *>          Cle alternative = W-LCF-CPT (doublons autorises)
      *> Appel  : CALL "LOCCF-IO" USING LK-OP, W-LOCATION-COFFRE,
      *>                                 LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit le contrat W-LCF-ID
      *>   "WRITE"       -> enregistre un contrat
      *>   "REWRITE"     -> met a jour W-LOCATION-COFFRE
      *>   "START-FIRST" -> positionne sur le premier contrat
      *>   "START-CPT"   -> positionne sur le premier contrat du
      *>                    compte W-LCF-CPT (cle alternative)
      *>   "READ-NEXT"   -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCCF-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LOCCF ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-LCF-ID
               ALTERNATE RECORD KEY IS F-LCF-CPT WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-LOCCF.
       01 F-LOCCF-REC.
          05 F-LCF-ID           PIC 9(10).
          05 F-LCF-CPT          PIC 9(8).
          05 F-LOCCF-RESTE      PIC X(77).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/LOCATIONS-COFFRES.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY LOC-COFFRE.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-LOCATION-COFFRE,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-LOCCF
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-LCF-ID TO F-LCF-ID
               READ F-LOCCF
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-LOCCF-REC TO W-LOCATION-COFFRE
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-LOCATION-COFFRE TO F-LOCCF-REC
               WRITE F-LOCCF-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-LCF-ID TO F-LCF-ID
               READ F-LOCCF
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-LOCATION-COFFRE TO F-LOCCF-REC
                   REWRITE F-LOCCF-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-LCF-ID
               START F-LOCCF KEY >= F-LCF-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CPT"
               PERFORM ASSURER-OUVERT
               MOVE W-LCF-CPT TO F-LCF-CPT
               START F-LOCCF KEY >= F-LCF-CPT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-LOCCF NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-LOCCF-REC TO W-LOCATION-COFFRE
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
           OPEN I-O F-LOCCF.
           IF WS-FS = '35'
               OPEN OUTPUT F-LOCCF
               CLOSE F-LOCCF
               OPEN I-O F-LOCCF
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
               MOVE "data/FORMATION-LOCATIONS-COFFRES.dat"
                  TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM LOCCF-IO.
