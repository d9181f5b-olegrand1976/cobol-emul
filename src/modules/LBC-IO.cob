      *>****************************************************************
      *> Module : LBC-IO
      *> Role   : Acces au fichier indexe ALERTES-LBC.dat (alertes de
      *>          lutte contre le blanchiment ouvertes par
      *>          SCENARIOS-LBC ; registre confidentiel, cf
      *>          ALERTE-LBC.cpy)
      *>          Cle primaire    = W-ALB-ID
      *>          Cle alternative = W-ALB-CPT (doublons autorises)
      *> Appel  : CALL "LBC-IO" USING LK-OP, W-ALERTE-LBC,
      *>                              LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit l'alerte W-ALB-ID
      *>   "WRITE"       -> enregistre une alerte (SCENARIOS-LBC)
      *>   "REWRITE"     -> met a jour W-ALERTE-LBC (classement,
      *>                    emission de la declaration)
      *>   "START-FIRST" -> positionne sur la premiere alerte
      *>   "START-CPT"   -> positionne sur la premiere alerte du
      *>                    compte W-ALB-CPT (cle alternative)
      *>   "READ-NEXT"   -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBC-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ALERTE ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ALB-ID
               ALTERNATE RECORD KEY IS F-ALB-CPT WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ALERTE.
       01 F-ALERTE-REC.
          05 F-ALB-ID           PIC 9(10).
          05 F-ALB-CPT          PIC 9(8).
          05 F-ALB-RESTE        PIC X(122).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40) VALUE "data/ALERTES-LBC.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY ALERTE-LBC.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-ALERTE-LBC, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-ALERTE
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-ALB-ID TO F-ALB-ID
               READ F-ALERTE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-ALERTE-REC TO W-ALERTE-LBC
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-ALERTE-LBC TO F-ALERTE-REC
               WRITE F-ALERTE-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-ALB-ID TO F-ALB-ID
               READ F-ALERTE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-ALERTE-LBC TO F-ALERTE-REC
                   REWRITE F-ALERTE-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-ALB-ID
               START F-ALERTE KEY >= F-ALB-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CPT"
               PERFORM ASSURER-OUVERT
               MOVE W-ALB-CPT TO F-ALB-CPT
               START F-ALERTE KEY >= F-ALB-CPT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-ALERTE NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-ALERTE-REC TO W-ALERTE-LBC
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
           OPEN I-O F-ALERTE.
           IF WS-FS = '35'
               OPEN OUTPUT F-ALERTE
               CLOSE F-ALERTE
               OPEN I-O F-ALERTE
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
               MOVE "data/FORMATION-ALERTES-LBC.dat" TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM LBC-IO.
