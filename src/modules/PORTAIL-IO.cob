      *>****************************************************************
      *> Module : PORTAIL-IO
      *> Role   : Acces au fichier indexe ACCES-PORTAIL.dat (comptes
      *>          ouverts a la banque en ligne)
      *>          Cle primaire = W-APT-CPT
      *> Appel  : CALL "PORTAIL-IO" USING LK-OP, W-ACCES-PORTAIL,
      *>                                  LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit l'acces du compte W-APT-CPT
      *>   "WRITE"       -> ajoute W-ACCES-PORTAIL
      *>   "REWRITE"     -> met a jour W-ACCES-PORTAIL
      *>   "START-FIRST" -> positionne sur le premier compte
      *>   "READ-NEXT"   -> lit l'enregistrement suivant en sequentiel
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTAIL-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PORTAIL ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-APT-CPT
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-PORTAIL.
       01 F-PORTAIL-REC.
          05 F-APT-CPT          PIC 9(8).
          05 F-PORTAIL-RESTE    PIC X(72).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/ACCES-PORTAIL.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY ACCES-PORTAIL.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-ACCES-PORTAIL, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-PORTAIL
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-APT-CPT TO F-APT-CPT
               READ F-PORTAIL
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-PORTAIL-REC TO W-ACCES-PORTAIL
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-ACCES-PORTAIL TO F-PORTAIL-REC
               WRITE F-PORTAIL-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-APT-CPT TO F-APT-CPT
               READ F-PORTAIL
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-ACCES-PORTAIL TO F-PORTAIL-REC
                   REWRITE F-PORTAIL-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE 0 TO F-APT-CPT
               START F-PORTAIL KEY >= F-APT-CPT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-PORTAIL NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-PORTAIL-REC TO W-ACCES-PORTAIL
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
           OPEN I-O F-PORTAIL.
           IF WS-FS = '35'
               OPEN OUTPUT F-PORTAIL
               CLOSE F-PORTAIL
               OPEN I-O F-PORTAIL
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
               MOVE "data/FORMATION-ACCES-PORTAIL.dat"
                  TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM PORTAIL-IO.
