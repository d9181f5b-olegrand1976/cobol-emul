      *>****************************************************************
      *> Module : DECOUV-IO
      *> Role   : Acces au fichier indexe DECOUVERTS.dat (contrats
      *>          d'autorisation de decouvert des comptes)
      *>          Cle primaire    = W-DEC-CPT
      *> Appel  : CALL "DECOUV-IO" USING LK-OP, W-DECOUVERT,
      *>                                   LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"      -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"        -> ferme le fichier
      *>   "READ"         -> lit le contrat du compte W-DEC-CPT
      *>   "WRITE"        -> enregistre un contrat
      *>   "REWRITE"      -> met a jour W-DECOUVERT
      *>   "START-FIRST"  -> positionne sur le premier contrat
      *>   "READ-NEXT"    -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECOUV-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DECOUVERT ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-DEC-CPT
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-DECOUVERT.
       01 F-DEC-REC.
          05 F-DEC-CPT          PIC 9(8).
          05 F-DEC-RESTE        PIC X(79).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/DECOUVERTS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY DECOUVERT.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-DECOUVERT, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-DECOUVERT
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-DEC-CPT TO F-DEC-CPT
               READ F-DECOUVERT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-DEC-REC TO W-DECOUVERT
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-DECOUVERT TO F-DEC-REC
               WRITE F-DEC-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-DEC-CPT TO F-DEC-CPT
               READ F-DECOUVERT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-DECOUVERT TO F-DEC-REC
                   REWRITE F-DEC-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-DEC-CPT
               START F-DECOUVERT KEY >= F-DEC-CPT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-DECOUVERT NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-DEC-REC TO W-DECOUVERT
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
           OPEN I-O F-DECOUVERT.
           IF WS-FS = '35'
               OPEN OUTPUT F-DECOUVERT
               CLOSE F-DECOUVERT
               OPEN I-O F-DECOUVERT
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
               MOVE "data/FORMATION-DECOUVERTS.dat"
                   TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM DECOUV-IO.
