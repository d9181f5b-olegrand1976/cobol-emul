      *>****************************************************************
      *> Module : FICP-IO
      *> Role   : Acces au fichier indexe FICP.dat (incidents de
      *>          remboursement declares et inscriptions nationales)
      *>          Cle primaire    = W-FIC-ID
      *>          Cle alternative = W-FIC-PRET (doublons autorises)
      *>          Cle alternative = W-FIC-CLE-BDF (doublons autorises)
      *> Appel  : CALL "FICP-IO" USING LK-OP, W-FICP, LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit l'incident W-FIC-ID
      *>   "WRITE"       -> enregistre un incident
      *>   "REWRITE"     -> met a jour W-FICP
      *>   "START-FIRST" -> positionne sur le premier incident
      *>   "START-PRET"  -> positionne sur le premier incident du
      *>                    pret W-FIC-PRET (cle alternative)
      *>   "START-CLE"   -> positionne sur la premiere inscription de
      *>                    l'emprunteur W-FIC-CLE-BDF (cle alternative)
      *>   "READ-NEXT"   -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICP-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FICP ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-FIC-ID
               ALTERNATE RECORD KEY IS F-FIC-PRET WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FIC-CLE-BDF WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-FICP.
       01 F-FIC-REC.
          05 F-FIC-ID           PIC 9(10).
          05 F-FIC-PRET         PIC 9(10).
          05 F-FIC-CLE-BDF      PIC X(13).
          05 F-FIC-RESTE        PIC X(98).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40) VALUE "data/FICP.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY FICP.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-FICP, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-FICP
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-FIC-ID TO F-FIC-ID
               READ F-FICP
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-FIC-REC TO W-FICP
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-FICP TO F-FIC-REC
               WRITE F-FIC-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-FIC-ID TO F-FIC-ID
               READ F-FICP
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-FICP TO F-FIC-REC
                   REWRITE F-FIC-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-FIC-ID
               START F-FICP KEY >= F-FIC-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-PRET"
               PERFORM ASSURER-OUVERT
               MOVE W-FIC-PRET TO F-FIC-PRET
               START F-FICP KEY >= F-FIC-PRET
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CLE"
               PERFORM ASSURER-OUVERT
               MOVE W-FIC-CLE-BDF TO F-FIC-CLE-BDF
               START F-FICP KEY >= F-FIC-CLE-BDF
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-FICP NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-FIC-REC TO W-FICP
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
           OPEN I-O F-FICP.
           IF WS-FS = '35'
               OPEN OUTPUT F-FICP
               CLOSE F-FICP
               OPEN I-O F-FICP
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
               MOVE "data/FORMATION-FICP.dat" TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM FICP-IO.
