      *>****************************************************************
      *> Module : BUDGET-IO
      *> Role   : Acces au fichier indexe BUDGETS-GESTES.dat
      *>          (budgets annuels des gestes commerciaux par agence)
      *>          Cle primaire    = W-BGT-CLE (agence + annee)
      *> Appel  : CALL "BUDGET-IO" USING LK-OP, W-BUDGET-GESTE,
      *>                                   LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"      -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"        -> ferme le fichier
      *>   "READ"         -> lit le budget de W-BGT-CLE
      *>   "WRITE"        -> enregistre un budget
      *>   "REWRITE"      -> met a jour W-BUDGET-GESTE
      *>   "START-FIRST"  -> positionne sur le premier budget
      *>   "READ-NEXT"    -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BUDGET ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-BGT-CLE
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-BUDGET.
       01 F-BGT-REC.
          05 F-BGT-CLE          PIC X(8).
          05 F-BGT-RESTE        PIC X(33).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/BUDGETS-GESTES.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY BUDGET-GESTE.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-BUDGET-GESTE, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-BUDGET
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-BGT-CLE TO F-BGT-CLE
               READ F-BUDGET
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-BGT-REC TO W-BUDGET-GESTE
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-BUDGET-GESTE TO F-BGT-REC
               WRITE F-BGT-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-BGT-CLE TO F-BGT-CLE
               READ F-BUDGET
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-BUDGET-GESTE TO F-BGT-REC
                   REWRITE F-BGT-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-BGT-CLE
               START F-BUDGET KEY >= F-BGT-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-BUDGET NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-BGT-REC TO W-BUDGET-GESTE
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
           OPEN I-O F-BUDGET.
           IF WS-FS = '35'
               OPEN OUTPUT F-BUDGET
               CLOSE F-BUDGET
               OPEN I-O F-BUDGET
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
               MOVE "data/FORMATION-BUDGETS-GESTES.dat"
                   TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM BUDGET-IO.
