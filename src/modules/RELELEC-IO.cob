      *>****************************************************************
      *> Module : RELELEC-IO
      *> Role   : Acces au fichier indexe RELEVES-ELEC.dat (abonnements
      *>          au releve electronique camt.053 / MT940)
      *>          Cle primaire = W-RLE-CPT
      *> Appel  : CALL "RELELEC-IO" USING LK-OP, W-RELEVE-ELEC,
      *>                                  LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit l'abonnement du compte W-RLE-CPT
      *>   "WRITE"       -> ajoute W-RELEVE-ELEC
      *>   "REWRITE"     -> met a jour W-RELEVE-ELEC
      *>   "START-FIRST" -> positionne sur le premier compte
      *>   "READ-NEXT"   -> lit l'enregistrement suivant en sequentiel
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELELEC-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RELELEC ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-RLE-CPT
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-RELELEC.
       01 F-RELELEC-REC.
          05 F-RLE-CPT          PIC 9(8).
          05 F-RELELEC-RESTE    PIC X(72).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/RELEVES-ELEC.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY RELEVE-ELEC.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-RELEVE-ELEC, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-RELELEC
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-RLE-CPT TO F-RLE-CPT
               READ F-RELELEC
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-RELELEC-REC TO W-RELEVE-ELEC
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-RELEVE-ELEC TO F-RELELEC-REC
               WRITE F-RELELEC-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-RLE-CPT TO F-RLE-CPT
               READ F-RELELEC
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-RELEVE-ELEC TO F-RELELEC-REC
                   REWRITE F-RELELEC-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE 0 TO F-RLE-CPT
               START F-RELELEC KEY >= F-RLE-CPT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-RELELEC NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-RELELEC-REC TO W-RELEVE-ELEC
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
           OPEN I-O F-RELELEC.
           IF WS-FS = '35'
               OPEN OUTPUT F-RELELEC
               CLOSE F-RELELEC
               OPEN I-O F-RELELEC
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
               MOVE "data/FORMATION-RELEVES-ELEC.dat"
                  TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM RELELEC-IO.
