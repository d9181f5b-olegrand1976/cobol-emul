      *>****************************************************************
      *> Module : SOUSCR-IO
      *> Role   : Acces au fichier indexe SOUSCRIPTIONS.dat
      *>          (souscriptions des comptes aux offres groupees)
      *>          Cle primaire    = W-SOU-CPT
      *> Appel  : CALL "SOUSCR-IO" USING LK-OP, W-SOUSCRIPTION,
      *>                                   LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"      -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"        -> ferme le fichier
      *>   "READ"         -> lit la souscription du compte W-SOU-CPT
      *>   "WRITE"        -> enregistre une souscription
      *>   "REWRITE"      -> met a jour W-SOUSCRIPTION
      *>   "START-FIRST"  -> positionne sur la premiere souscription
      *>   "READ-NEXT"    -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOUSCR-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SOUSCRIPTION ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-SOU-CPT
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-SOUSCRIPTION.
       01 F-SOU-REC.
          05 F-SOU-CPT          PIC 9(8).
          05 F-SOU-RESTE        PIC X(108).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/SOUSCRIPTIONS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY SOUSCRIPTION.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-SOUSCRIPTION, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-SOUSCRIPTION
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-SOU-CPT TO F-SOU-CPT
               READ F-SOUSCRIPTION
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-SOU-REC TO W-SOUSCRIPTION
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-SOUSCRIPTION TO F-SOU-REC
               WRITE F-SOU-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-SOU-CPT TO F-SOU-CPT
               READ F-SOUSCRIPTION
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-SOUSCRIPTION TO F-SOU-REC
                   REWRITE F-SOU-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-SOU-CPT
               START F-SOUSCRIPTION KEY >= F-SOU-CPT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-SOUSCRIPTION NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-SOU-REC TO W-SOUSCRIPTION
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
           OPEN I-O F-SOUSCRIPTION.
           IF WS-FS = '35'
               OPEN OUTPUT F-SOUSCRIPTION
               CLOSE F-SOUSCRIPTION
               OPEN I-O F-SOUSCRIPTION
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
               MOVE "data/FORMATION-SOUSCRIPTIONS.dat"
                   TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM SOUSCR-IO.
