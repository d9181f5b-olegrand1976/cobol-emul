      *>****************************************************************
      *> Module : CDFONDS-IO
      *> Role   : Acces au fichier indexe COMMANDES-FONDS.dat
      *>          (commandes de fonds des clients)
      *>          Cle primaire    = W-CDF-ID
      *>          Cle alternative = W-CDF-CPT (doublons autorises)
      *> Appel  : CALL "CDFONDS-IO" USING LK-OP, W-COMMANDE-FONDS,
      *>                                  LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"      -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"        -> ferme le fichier
      *>   "READ"         -> lit la commande W-CDF-ID
      *>   "WRITE"        -> enregistre une nouvelle commande
      *>   "REWRITE"      -> met a jour W-COMMANDE-FONDS
      *>   "START-FIRST"  -> positionne sur la premiere commande
      *>   "START-CPT"    -> positionne sur la premiere commande du
      *>                     compte W-CDF-CPT (cle alternative)
      *>   "READ-NEXT"    -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDFONDS-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CDFONDS ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CDF-ID
               ALTERNATE RECORD KEY IS F-CDF-CPT WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-CDFONDS.
       01 F-CDFONDS-REC.
          05 F-CDF-ID           PIC 9(10).
          05 F-CDF-CPT          PIC 9(8).
          05 F-CDFONDS-RESTE    PIC X(113).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/COMMANDES-FONDS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY COMMANDE-FONDS.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-COMMANDE-FONDS,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-CDFONDS
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-CDF-ID TO F-CDF-ID
               READ F-CDFONDS
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-CDFONDS-REC TO W-COMMANDE-FONDS
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-COMMANDE-FONDS TO F-CDFONDS-REC
               WRITE F-CDFONDS-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-CDF-ID TO F-CDF-ID
               READ F-CDFONDS
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-COMMANDE-FONDS TO F-CDFONDS-REC
                   REWRITE F-CDFONDS-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-CDF-ID
               START F-CDFONDS KEY >= F-CDF-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CPT"
               PERFORM ASSURER-OUVERT
               MOVE W-CDF-CPT TO F-CDF-CPT
               START F-CDFONDS KEY >= F-CDF-CPT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-CDFONDS NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-CDFONDS-REC TO W-COMMANDE-FONDS
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
           OPEN I-O F-CDFONDS.
           IF WS-FS = '35'
               OPEN OUTPUT F-CDFONDS
               CLOSE F-CDFONDS
               OPEN I-O F-CDFONDS
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
               MOVE "data/FORMATION-COMMANDES-FONDS.dat"
                  TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM CDFONDS-IO.
