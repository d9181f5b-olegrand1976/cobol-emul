      *>****************************************************************
      *> Module : DPDAB-IO
      *> Role   : Acces au fichier indexe DEPOTS-DAB.dat
      *>          (enveloppes deposees dans les automates)
      *>          Cle primaire    = W-DPD-ID
      *>          Cle alternative = W-DPD-DAB (doublons autorises)
      *> Appel  : CALL "DPDAB-IO" USING LK-OP, W-DEPOT-DAB,
      *>                                LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"      -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"        -> ferme le fichier
      *>   "READ"         -> lit l'enveloppe W-DPD-ID
      *>   "WRITE"        -> enregistre une enveloppe
      *>   "REWRITE"      -> met a jour W-DEPOT-DAB
      *>   "START-FIRST"  -> positionne sur la premiere enveloppe
      *>   "START-DAB"    -> positionne sur la premiere enveloppe de
      *>                     l'automate W-DPD-DAB (cle alternative)
      *>   "READ-NEXT"    -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DPDAB-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DPDAB ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-DPD-ID
               ALTERNATE RECORD KEY IS F-DPD-DAB WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-DPDAB.
       01 F-DPDAB-REC.
          05 F-DPD-ID           PIC 9(10).
          05 F-DPD-DAB          PIC X(8).
          05 F-DPDAB-RESTE      PIC X(114).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/DEPOTS-DAB.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY DEPOT-DAB.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-DEPOT-DAB,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-DPDAB
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-DPD-ID TO F-DPD-ID
               READ F-DPDAB
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-DPDAB-REC TO W-DEPOT-DAB
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-DEPOT-DAB TO F-DPDAB-REC
               WRITE F-DPDAB-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-DPD-ID TO F-DPD-ID
               READ F-DPDAB
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-DEPOT-DAB TO F-DPDAB-REC
                   REWRITE F-DPDAB-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-DPD-ID
               START F-DPDAB KEY >= F-DPD-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-DAB"
               PERFORM ASSURER-OUVERT
               MOVE W-DPD-DAB TO F-DPD-DAB
               START F-DPDAB KEY >= F-DPD-DAB
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-DPDAB NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-DPDAB-REC TO W-DEPOT-DAB
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
           OPEN I-O F-DPDAB.
           IF WS-FS = '35'
               OPEN OUTPUT F-DPDAB
               CLOSE F-DPDAB
               OPEN I-O F-DPDAB
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
               MOVE "data/FORMATION-DEPOTS-DAB.dat"
                  TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM DPDAB-IO.
