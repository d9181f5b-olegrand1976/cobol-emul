      *>****************************************************************
      *> Module : COMMERC-IO
      *> Role   : Acces au fichier indexe COMMERCANTS.dat
      *>          (contrats d'acceptation carte des commercants)
      *>          Cle primaire    = W-COM-CONTRAT
      *>          Cle alternative = W-COM-CPT (doublons autorises)
      *> Appel  : CALL "COMMERC-IO" USING LK-OP, W-COMMERCANT,
      *>                                LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"      -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"        -> ferme le fichier
      *>   "READ"         -> lit le contrat W-COM-CONTRAT
      *>   "WRITE"        -> enregistre un contrat
      *>   "REWRITE"      -> met a jour W-COMMERCANT
      *>   "START-FIRST"  -> positionne sur le premier contrat
      *>   "START-CPT"    -> positionne sur le premier contrat du
      *>                     compte W-COM-CPT (cle alternative)
      *>   "READ-NEXT"    -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMERC-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COMMERC ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-COM-CONTRAT
               ALTERNATE RECORD KEY IS F-COM-CPT WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-COMMERC.
       01 F-COMMERC-REC.
          05 F-COM-CONTRAT      PIC X(10).
          05 F-COM-CPT          PIC 9(8).
          05 F-COMMERC-RESTE    PIC X(75).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/COMMERCANTS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY COMMERCANT.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-COMMERCANT,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-COMMERC
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-COM-CONTRAT TO F-COM-CONTRAT
               READ F-COMMERC
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-COMMERC-REC TO W-COMMERCANT
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-COMMERCANT TO F-COMMERC-REC
               WRITE F-COMMERC-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-COM-CONTRAT TO F-COM-CONTRAT
               READ F-COMMERC
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-COMMERCANT TO F-COMMERC-REC
                   REWRITE F-COMMERC-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-COM-CONTRAT
               START F-COMMERC KEY >= F-COM-CONTRAT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CPT"
               PERFORM ASSURER-OUVERT
               MOVE W-COM-CPT TO F-COM-CPT
               START F-COMMERC KEY >= F-COM-CPT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-COMMERC NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-COMMERC-REC TO W-COMMERCANT
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
           OPEN I-O F-COMMERC.
           IF WS-FS = '35'
               OPEN OUTPUT F-COMMERC
               CLOSE F-COMMERC
               OPEN I-O F-COMMERC
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
               MOVE "data/FORMATION-COMMERCANTS.dat"
                  TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM COMMERC-IO.
