      *>****************************************************************
      *> Module : CORRESP-IO
      *> Role   : Acces au fichier indexe CORRESPONDANTS.dat (banques
      *>          correspondantes par devise)
      *>          Cle primaire = W-COR-DEVISE
      *> Appel  : CALL "CORRESP-IO" USING LK-OP, W-CORRESPONDANT,
      *>                                  LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit le correspondant de la devise
      *>                    W-COR-DEVISE
      *>   "WRITE"       -> ajoute W-CORRESPONDANT
      *>   "REWRITE"     -> met a jour W-CORRESPONDANT
      *>   "START-FIRST" -> positionne sur la premiere devise
      *>   "READ-NEXT"   -> lit l'enregistrement suivant en sequentiel
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRESP-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CORRESP ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-COR-DEVISE
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-CORRESP.
       01 F-CORRESP-REC.
          05 F-COR-DEVISE       PIC X(3).
          05 F-CORRESP-RESTE    PIC X(97).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/CORRESPONDANTS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY CORRESPONDANT.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-CORRESPONDANT, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-CORRESP
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-COR-DEVISE TO F-COR-DEVISE
               READ F-CORRESP
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-CORRESP-REC TO W-CORRESPONDANT
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-CORRESPONDANT TO F-CORRESP-REC
               WRITE F-CORRESP-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-COR-DEVISE TO F-COR-DEVISE
               READ F-CORRESP
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-CORRESPONDANT TO F-CORRESP-REC
                   REWRITE F-CORRESP-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-COR-DEVISE
               START F-CORRESP KEY >= F-COR-DEVISE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-CORRESP NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-CORRESP-REC TO W-CORRESPONDANT
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
           OPEN I-O F-CORRESP.
           IF WS-FS = '35'
               OPEN OUTPUT F-CORRESP
               CLOSE F-CORRESP
               OPEN I-O F-CORRESP
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
               MOVE "data/FORMATION-CORRESPONDANTS.dat"
                  TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM CORRESP-IO.
