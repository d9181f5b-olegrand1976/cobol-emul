      *>****************************************************************
      *> Module : SQPAN-IO
      *> Role   : Acces au fichier indexe SEQUESTRE-PAN.dat (sequestre
      *>          des numeros de carte en clair, cf SEQUESTRE-PAN.cpy).
      *>          N'est appele que par le module PAN-CTRL.
      *>          Cle primaire    = W-SQP-JETON
      *>          Cle alternative = W-SQP-PAN (unique)
      *> Appel  : CALL "SQPAN-IO" USING LK-OP, W-SEQUESTRE-PAN,
      *>                                LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit l'entree du jeton W-SQP-JETON
      *>   "READ-PAN"    -> lit l'entree du numero W-SQP-PAN (cle
      *>                    alternative)
      *>   "WRITE"       -> enregistre un couple jeton / numero
      *>   "START-FIRST" -> positionne sur le premier jeton
      *>   "READ-NEXT"   -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQPAN-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SQP ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-SQP-JETON
               ALTERNATE RECORD KEY IS F-SQP-PAN
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-SQP.
       01 F-SQP-REC.
          05 F-SQP-JETON        PIC 9(16).
          05 F-SQP-PAN          PIC 9(16).
          05 F-SQP-RESTE        PIC X(8).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/SEQUESTRE-PAN.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY SEQUESTRE-PAN.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-SEQUESTRE-PAN,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-SQP
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-SQP-JETON TO F-SQP-JETON
               READ F-SQP
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-SQP-REC TO W-SEQUESTRE-PAN
               END-READ

           WHEN "READ-PAN"
               PERFORM ASSURER-OUVERT
               MOVE W-SQP-PAN TO F-SQP-PAN
               READ F-SQP KEY IS F-SQP-PAN
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-SQP-REC TO W-SEQUESTRE-PAN
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-SEQUESTRE-PAN TO F-SQP-REC
               WRITE F-SQP-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-SQP-JETON
               START F-SQP KEY >= F-SQP-JETON
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-SQP NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-SQP-REC TO W-SEQUESTRE-PAN
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
           OPEN I-O F-SQP.
           IF WS-FS = '35'
               OPEN OUTPUT F-SQP
               CLOSE F-SQP
               OPEN I-O F-SQP
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
               MOVE "data/FORMATION-SEQUESTRE-PAN.dat"
                   TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM SQPAN-IO.
