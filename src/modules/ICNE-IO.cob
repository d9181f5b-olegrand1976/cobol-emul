      *>****************************************************************
      *> Module : ICNE-IO
      *> Role   : Acces au fichier indexe INTERETS-COURUS.dat (interets
      *>          courus non echus des DAT, prets et comptes d'epargne
      *>          au dernier jour du mois)
      *>          Cle primaire = W-ICN-CLE (periode AAAAMM, nature,
      *>                         reference du contrat)
      *> Appel  : CALL "ICNE-IO" USING LK-OP, W-INTERET-COURU,
      *>                               LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit le contrat W-ICN-CLE
      *>   "WRITE"       -> enregistre l'interet couru d'un contrat
      *>   "REWRITE"     -> met a jour W-INTERET-COURU
      *>   "START-FIRST" -> positionne sur le premier enregistrement
      *>   "START-PER"   -> positionne sur le premier contrat de la
      *>                    periode W-ICN-PERIODE
      *>   "READ-NEXT"   -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICNE-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ICNE ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ICN-CLE
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ICNE.
       01 F-ICN-REC.
          05 F-ICN-CLE          PIC X(17).
          05 F-ICN-RESTE        PIC X(83).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/INTERETS-COURUS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY INTERET-COURU.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-INTERET-COURU, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-ICNE
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-ICN-CLE TO F-ICN-CLE
               READ F-ICNE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-ICN-REC TO W-INTERET-COURU
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-INTERET-COURU TO F-ICN-REC
               WRITE F-ICN-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-ICN-CLE TO F-ICN-CLE
               READ F-ICNE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-INTERET-COURU TO F-ICN-REC
                   REWRITE F-ICN-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-ICN-CLE
               START F-ICNE KEY >= F-ICN-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-PER"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-ICN-CLE
               MOVE W-ICN-PERIODE TO F-ICN-CLE(1:6)
               START F-ICNE KEY >= F-ICN-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-ICNE NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-ICN-REC TO W-INTERET-COURU
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
           OPEN I-O F-ICNE.
           IF WS-FS = '35'
               OPEN OUTPUT F-ICNE
               CLOSE F-ICNE
               OPEN I-O F-ICNE
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
               MOVE "data/FORMATION-INTERETS-COURUS.dat"
                   TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM ICNE-IO.
