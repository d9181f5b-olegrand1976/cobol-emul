      *>****************************************************************
      *> Module : PERSONNEL-IO
      *> Role   : Acces au fichier indexe LIENS-PERSONNEL.dat (liens
      *>          entre les operateurs et les clients du personnel ou
      *>          de leurs proches)
      *>          Cle primaire    = W-LPE-ID
      *>          Cle alternative = W-LPE-CLIENT (doublons autorises)
      *> Appel  : CALL "PERSONNEL-IO" USING LK-OP, W-LIEN-PERSONNEL,
      *>                                    LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit le lien W-LPE-ID
      *>   "WRITE"       -> enregistre un lien (ecran PERSONNEL)
      *>   "REWRITE"     -> met a jour W-LIEN-PERSONNEL (fin de lien)
      *>   "START-FIRST" -> positionne sur le premier lien
      *>   "START-CLI"   -> positionne sur le premier lien du client
      *>                    W-LPE-CLIENT (cle alternative)
      *>   "READ-NEXT"   -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONNEL-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LPE ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-LPE-ID
               ALTERNATE RECORD KEY IS F-LPE-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-LPE.
       01 F-LPE-REC.
          05 F-LPE-ID           PIC 9(10).
          05 F-LPE-CLIENT       PIC 9(8).
          05 F-LPE-RESTE        PIC X(33).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/LIENS-PERSONNEL.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY LIEN-PERSONNEL.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-LIEN-PERSONNEL, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-LPE
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-LPE-ID TO F-LPE-ID
               READ F-LPE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-LPE-REC TO W-LIEN-PERSONNEL
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-LIEN-PERSONNEL TO F-LPE-REC
               WRITE F-LPE-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-LPE-ID TO F-LPE-ID
               READ F-LPE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-LIEN-PERSONNEL TO F-LPE-REC
                   REWRITE F-LPE-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-LPE-ID
               START F-LPE KEY >= F-LPE-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CLI"
               PERFORM ASSURER-OUVERT
               MOVE W-LPE-CLIENT TO F-LPE-CLIENT
               START F-LPE KEY >= F-LPE-CLIENT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-LPE NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-LPE-REC TO W-LIEN-PERSONNEL
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
           OPEN I-O F-LPE.
           IF WS-FS = '35'
               OPEN OUTPUT F-LPE
               CLOSE F-LPE
               OPEN I-O F-LPE
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
               MOVE "data/FORMATION-LIENS-PERSONNEL.dat"
                   TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM PERSONNEL-IO.
