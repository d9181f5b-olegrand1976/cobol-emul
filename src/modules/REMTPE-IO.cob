      *>****************************************************************
      *> Module : REMTPE-IO
      *> Role   : Acces au fichier indexe REMISES-TPE.dat
      *>          (remises carte et impayes des commercants)
      *>          Cle primaire    = W-RTP-ID
      *>          Cle alternative = W-RTP-CONTRAT (doublons autorises)
      *> Appel  : CALL "REMTPE-IO" USING LK-OP, W-REMISE-TPE,
      *>                                LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"      -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"        -> ferme le fichier
      *>   "READ"         -> lit la remise W-RTP-ID
      *>   "WRITE"        -> enregistre une remise ou un impaye
      *>   "REWRITE"      -> met a jour W-REMISE-TPE
      *>   "START-FIRST"  -> positionne sur la premiere remise
      *>   "START-CONTRAT"-> positionne sur la premiere remise du
      *>                     contrat W-RTP-CONTRAT (cle alternative)
      *>   "READ-NEXT"    -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMTPE-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REMTPE ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-RTP-ID
               ALTERNATE RECORD KEY IS F-RTP-CONTRAT WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-REMTPE.
       01 F-REMTPE-REC.
          05 F-RTP-ID           PIC 9(10).
          05 F-RTP-CONTRAT      PIC X(10).
          05 F-REMTPE-RESTE     PIC X(107).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/REMISES-TPE.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY REMISE-TPE.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-REMISE-TPE,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-REMTPE
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-RTP-ID TO F-RTP-ID
               READ F-REMTPE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-REMTPE-REC TO W-REMISE-TPE
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-REMISE-TPE TO F-REMTPE-REC
               WRITE F-REMTPE-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-RTP-ID TO F-RTP-ID
               READ F-REMTPE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-REMISE-TPE TO F-REMTPE-REC
                   REWRITE F-REMTPE-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-RTP-ID
               START F-REMTPE KEY >= F-RTP-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CONTRAT"
               PERFORM ASSURER-OUVERT
               MOVE W-RTP-CONTRAT TO F-RTP-CONTRAT
               START F-REMTPE KEY >= F-RTP-CONTRAT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-REMTPE NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-REMTPE-REC TO W-REMISE-TPE
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
           OPEN I-O F-REMTPE.
           IF WS-FS = '35'
               OPEN OUTPUT F-REMTPE
               CLOSE F-REMTPE
               OPEN I-O F-REMTPE
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
               MOVE "data/FORMATION-REMISES-TPE.dat"
                  TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM REMTPE-IO.
