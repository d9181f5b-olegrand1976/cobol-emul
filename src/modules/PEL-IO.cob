      *>****************************************************************
      *> Module : PEL-IO
      *> Role   : Acces au fichier indexe PLANS-LOGEMENT.dat (contrats
      *>          de plan d'epargne logement PEL / CEL)
      *>          Cle primaire    = W-PEL-CPT
      *>          Cle alternative = W-PEL-CLIENT (doublons autorises)
      *> Appel  : CALL "PEL-IO" USING LK-OP, W-PLAN-LOGEMENT,
      *>                              LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"      -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"        -> ferme le fichier
      *>   "READ"         -> lit le plan du compte W-PEL-CPT
      *>   "WRITE"        -> enregistre un plan
      *>   "REWRITE"      -> met a jour W-PLAN-LOGEMENT
      *>   "START-FIRST"  -> positionne sur le premier plan
      *>   "START-CLIENT" -> positionne sur le premier plan du
      *>                     client W-PEL-CLIENT (cle alternative)
      *>   "READ-NEXT"    -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEL-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PLANS-LOGEMENT ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-PEL-CPT
               ALTERNATE RECORD KEY IS F-PEL-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-PLANS-LOGEMENT.
       01 F-PEL-REC.
          05 F-PEL-CPT          PIC 9(8).
          05 F-PEL-CLIENT       PIC 9(8).
          05 F-PEL-RESTE        PIC X(119).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/PLANS-LOGEMENT.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY PLAN-LOGEMENT.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-PLAN-LOGEMENT, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-PLANS-LOGEMENT
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-PEL-CPT TO F-PEL-CPT
               READ F-PLANS-LOGEMENT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-PEL-REC TO W-PLAN-LOGEMENT
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-PLAN-LOGEMENT TO F-PEL-REC
               WRITE F-PEL-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-PEL-CPT TO F-PEL-CPT
               READ F-PLANS-LOGEMENT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-PLAN-LOGEMENT TO F-PEL-REC
                   REWRITE F-PEL-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-PEL-CPT
               START F-PLANS-LOGEMENT KEY >= F-PEL-CPT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CLIENT"
               PERFORM ASSURER-OUVERT
               MOVE W-PEL-CLIENT TO F-PEL-CLIENT
               START F-PLANS-LOGEMENT KEY >= F-PEL-CLIENT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-PLANS-LOGEMENT NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-PEL-REC TO W-PLAN-LOGEMENT
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
           OPEN I-O F-PLANS-LOGEMENT.
           IF WS-FS = '35'
               OPEN OUTPUT F-PLANS-LOGEMENT
               CLOSE F-PLANS-LOGEMENT
               OPEN I-O F-PLANS-LOGEMENT
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
               MOVE "data/FORMATION-PLANS-LOGEMENT.dat"
                   TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM PEL-IO.
