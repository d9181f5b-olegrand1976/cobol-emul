      *>****************************************************************
      *> Module : EFFET-IO
      *> Role   : Acces au fichier indexe EFFETS.dat
      *>          (effets de commerce LCR remis par les clients)
      *>          Cle primaire    = W-EFF-ID
      *>          Cle alternative = W-EFF-CPT (doublons autorises)
      *> Appel  : CALL "EFFET-IO" USING LK-OP, W-EFFET,
      *>                                LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"      -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"        -> ferme le fichier
      *>   "READ"         -> lit l'effet W-EFF-ID
      *>   "WRITE"        -> enregistre un effet
      *>   "REWRITE"      -> met a jour W-EFFET
      *>   "START-FIRST"  -> positionne sur le premier effet
      *>   "START-CPT"    -> positionne sur le premier effet du
      *>                     compte remettant W-EFF-CPT (cle
      *>                     alternative)
      *>   "READ-NEXT"    -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFFET-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EFFET ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-EFF-ID
               ALTERNATE RECORD KEY IS F-EFF-CPT WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-EFFET.
       01 F-EFFET-REC.
          05 F-EFF-ID           PIC 9(10).
          05 F-EFF-CPT          PIC 9(8).
          05 F-EFFET-RESTE      PIC X(162).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/EFFETS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY EFFET.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-EFFET,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-EFFET
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-EFF-ID TO F-EFF-ID
               READ F-EFFET
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-EFFET-REC TO W-EFFET
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-EFFET TO F-EFFET-REC
               WRITE F-EFFET-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-EFF-ID TO F-EFF-ID
               READ F-EFFET
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-EFFET TO F-EFFET-REC
                   REWRITE F-EFFET-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-EFF-ID
               START F-EFFET KEY >= F-EFF-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CPT"
               PERFORM ASSURER-OUVERT
               MOVE W-EFF-CPT TO F-EFF-CPT
               START F-EFFET KEY >= F-EFF-CPT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-EFFET NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-EFFET-REC TO W-EFFET
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
           OPEN I-O F-EFFET.
           IF WS-FS = '35'
               OPEN OUTPUT F-EFFET
               CLOSE F-EFFET
               OPEN I-O F-EFFET
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
               MOVE "data/FORMATION-EFFETS.dat"
                  TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM EFFET-IO.
