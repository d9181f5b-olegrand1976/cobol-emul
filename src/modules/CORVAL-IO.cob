      *>****************************************************************
      *> Module : CORVAL-IO
      *> Role   : Acces au fichier indexe CORRECTIONS-VALEUR.dat
      *>          (journal des corrections de date de valeur et de
      *>          leur regularisation)
      *>          Cle primaire = W-CVL-CLE (compte, identifiant)
      *> Appel  : CALL "CORVAL-IO" USING LK-OP, W-CORRECTION-VALEUR,
      *>                               LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit la correction W-CVL-CLE
      *>   "WRITE"       -> enregistre une correction
      *>   "REWRITE"     -> met a jour W-CORRECTION-VALEUR
      *>   "START-FIRST" -> positionne sur le premier enregistrement
      *>   "START-CPT"   -> positionne sur la premiere correction du
      *>                    compte W-CVL-CPT
      *>   "READ-NEXT"   -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORVAL-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CORVAL ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CVL-CLE
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-CORVAL.
       01 F-CVL-REC.
          05 F-CVL-CLE          PIC X(18).
          05 F-CVL-RESTE        PIC X(182).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/CORRECTIONS-VALEUR.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY CORRECTION-VALEUR.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-CORRECTION-VALEUR,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-CORVAL
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-CVL-CLE TO F-CVL-CLE
               READ F-CORVAL
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-CVL-REC TO W-CORRECTION-VALEUR
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-CORRECTION-VALEUR TO F-CVL-REC
               WRITE F-CVL-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-CVL-CLE TO F-CVL-CLE
               READ F-CORVAL
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-CORRECTION-VALEUR TO F-CVL-REC
                   REWRITE F-CVL-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-CVL-CLE
               START F-CORVAL KEY >= F-CVL-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CPT"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-CVL-CLE
               MOVE W-CVL-CPT TO F-CVL-CLE(1:8)
               START F-CORVAL KEY >= F-CVL-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-CORVAL NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-CVL-REC TO W-CORRECTION-VALEUR
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
           OPEN I-O F-CORVAL.
           IF WS-FS = '35'
               OPEN OUTPUT F-CORVAL
               CLOSE F-CORVAL
               OPEN I-O F-CORVAL
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
               MOVE "data/FORMATION-CORRECTIONS-VALEUR.dat"
                   TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM CORVAL-IO.
