      *>****************************************************************
      *> Module : REPETAT-IO
      *> Role   : Acces au fichier indexe REPERTOIRE-ETATS.dat
      *>          (repertoire des etats edites par les batchs et les
      *>          ecrans, cf REPERTOIRE-ETAT.cpy)
      *>          Cle primaire    = W-RPE-ID
      *>          Cle alternative = W-RPE-ETAT (doublons autorises)
      *> Appel  : CALL "REPETAT-IO" USING LK-OP, W-REPERTOIRE-ETAT,
      *>                                  LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit l'inscription dont l'identifiant est
      *>                    dans W-RPE-ID
      *>   "WRITE"       -> inscrit un etat (REPERTOIRE-CTRL)
      *>   "REWRITE"     -> met a jour le statut (epuration)
      *>   "START-FIRST" -> positionne sur la premiere inscription
      *>   "START-ETAT"  -> positionne sur la premiere inscription de
      *>                    l'etat W-RPE-ETAT, ordre de la cle
      *>                    alternative
      *>   "READ-NEXT"   -> lit l'enregistrement suivant selon la cle
      *>                    active (celle du dernier START effectue)
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPETAT-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REPETAT ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-RPE-ID
               ALTERNATE RECORD KEY IS F-RPE-ETAT WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-REPETAT.
       01 F-REPETAT-REC.
          05 F-RPE-ID           PIC 9(10).
          05 F-RPE-ETAT         PIC X(20).
          05 F-REPETAT-RESTE    PIC X(198).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/REPERTOIRE-ETATS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY REPERTOIRE-ETAT.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-REPERTOIRE-ETAT,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-REPETAT
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-RPE-ID TO F-RPE-ID
               READ F-REPETAT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-REPETAT-REC TO W-REPERTOIRE-ETAT
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-REPERTOIRE-ETAT TO F-REPETAT-REC
               WRITE F-REPETAT-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-RPE-ID TO F-RPE-ID
               READ F-REPETAT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-REPERTOIRE-ETAT TO F-REPETAT-REC
                   REWRITE F-REPETAT-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-RPE-ID
               START F-REPETAT KEY >= F-RPE-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-ETAT"
               PERFORM ASSURER-OUVERT
               MOVE W-RPE-ETAT TO F-RPE-ETAT
               START F-REPETAT KEY >= F-RPE-ETAT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-REPETAT NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-REPETAT-REC TO W-REPERTOIRE-ETAT
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
           OPEN I-O F-REPETAT.
           IF WS-FS = '35'
               OPEN OUTPUT F-REPETAT
               CLOSE F-REPETAT
               OPEN I-O F-REPETAT
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
               MOVE "data/FORMATION-REPERTOIRE-ETATS.dat"
                   TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM REPETAT-IO.
