      *>****************************************************************
      *> Module : ADRHIST-IO
      *> Role   : Acces au fichier indexe ADRESSES-HIST.dat (historique
      *>          des adresses postales des clients)
      *>          Cle primaire    = W-ADH-ID
      *>          Cle alternative = W-ADH-CLIENT (doublons autorises)
      *> Appel  : CALL "ADRHIST-IO" USING LK-OP, W-ADRESSE-HIST,
      *>                                  LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit la periode d'adresse W-ADH-ID
      *>   "WRITE"       -> enregistre une periode (changement
      *>                    d'adresse, CREER-CLIENT)
      *>   "REWRITE"     -> met a jour W-ADRESSE-HIST (cloture de la
      *>                    periode precedente)
      *>   "START-FIRST" -> positionne sur la premiere periode
      *>   "START-CLI"   -> positionne sur la premiere periode du
      *>                    client W-ADH-CLIENT (cle alternative)
      *>   "READ-NEXT"   -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRHIST-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ADH ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ADH-ID
               ALTERNATE RECORD KEY IS F-ADH-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ADH.
       01 F-ADH-REC.
          05 F-ADH-ID           PIC 9(10).
          05 F-ADH-CLIENT       PIC 9(8).
          05 F-ADH-RESTE        PIC X(74).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/ADRESSES-HIST.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY ADRESSE-HIST.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-ADRESSE-HIST, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-ADH
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-ADH-ID TO F-ADH-ID
               READ F-ADH
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-ADH-REC TO W-ADRESSE-HIST
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-ADRESSE-HIST TO F-ADH-REC
               WRITE F-ADH-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-ADH-ID TO F-ADH-ID
               READ F-ADH
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-ADRESSE-HIST TO F-ADH-REC
                   REWRITE F-ADH-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-ADH-ID
               START F-ADH KEY >= F-ADH-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CLI"
               PERFORM ASSURER-OUVERT
               MOVE W-ADH-CLIENT TO F-ADH-CLIENT
               START F-ADH KEY >= F-ADH-CLIENT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-ADH NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-ADH-REC TO W-ADRESSE-HIST
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
           OPEN I-O F-ADH.
           IF WS-FS = '35'
               OPEN OUTPUT F-ADH
               CLOSE F-ADH
               OPEN I-O F-ADH
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
               MOVE "data/FORMATION-ADRESSES-HIST.dat" TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM ADRHIST-IO.
