      *>****************************************************************
      *> Module : PROVISION-IO
      *> Role   : Acces au fichier indexe PROVISIONS.dat (classement
      *>          mensuel des encours et provisions pour risque)
      *>          Cle primaire = W-PRV-CLE (periode AAAAMM, nature,
      *>                         reference du pret ou du compte)
      *> Appel  : CALL "PROVISION-IO" USING LK-OP, W-PROVISION,
      *>                                    LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit l'encours W-PRV-CLE
      *>   "WRITE"       -> enregistre le classement d'un encours
      *>   "REWRITE"     -> met a jour W-PROVISION
      *>   "START-FIRST" -> positionne sur le premier enregistrement
      *>   "START-PER"   -> positionne sur le premier encours de la
      *>                    periode W-PRV-PERIODE
      *>   "READ-NEXT"   -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISION-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PROVISION ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-PRV-CLE
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-PROVISION.
       01 F-PRV-REC.
          05 F-PRV-CLE          PIC X(17).
          05 F-PRV-RESTE        PIC X(75).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/PROVISIONS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY PROVISION.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-PROVISION, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-PROVISION
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-PRV-CLE TO F-PRV-CLE
               READ F-PROVISION
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-PRV-REC TO W-PROVISION
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-PROVISION TO F-PRV-REC
               WRITE F-PRV-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-PRV-CLE TO F-PRV-CLE
               READ F-PROVISION
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-PROVISION TO F-PRV-REC
                   REWRITE F-PRV-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-PRV-CLE
               START F-PROVISION KEY >= F-PRV-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-PER"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-PRV-CLE
               MOVE W-PRV-PERIODE TO F-PRV-CLE(1:6)
               START F-PROVISION KEY >= F-PRV-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-PROVISION NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-PRV-REC TO W-PROVISION
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
           OPEN I-O F-PROVISION.
           IF WS-FS = '35'
               OPEN OUTPUT F-PROVISION
               CLOSE F-PROVISION
               OPEN I-O F-PROVISION
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
               MOVE "data/FORMATION-PROVISIONS.dat"
                   TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM PROVISION-IO.
