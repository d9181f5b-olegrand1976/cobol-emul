      *>****************************************************************
      *> Module : OPEOCC-IO
      *> Role   : Acces au fichier indexe OPERATIONS-OCCASIONNELS.dat
      *>          (operations especes des clients occasionnels)
      *>          Cle primaire    = W-OOC-ID
      *>          Cle alternative = W-OOC-PIECE (doublons autorises)
      *> Appel  : CALL "OPEOCC-IO" USING LK-OP, W-OPE-OCCAS,
      *>                                 LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"      -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"        -> ferme le fichier
      *>   "READ"         -> lit l'operation W-OOC-ID
      *>   "WRITE"        -> enregistre une operation
      *>   "REWRITE"      -> met a jour W-OPE-OCCAS
      *>   "START-FIRST"  -> positionne sur la premiere operation
      *>   "START-PIECE"  -> positionne sur la premiere operation de
      *>                     la personne W-OOC-PIECE (cle alternative)
      *>   "READ-NEXT"    -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEOCC-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OPEOCC ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-OOC-ID
               ALTERNATE RECORD KEY IS F-OOC-PIECE WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-OPEOCC.
       01 F-OPEOCC-REC.
          05 F-OOC-ID           PIC 9(10).
          05 F-OOC-PIECE        PIC X(20).
          05 F-OPEOCC-RESTE     PIC X(86).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40) VALUE
                                "data/OPERATIONS-OCCASIONNELS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY OPE-OCCAS.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-OPE-OCCAS,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-OPEOCC
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-OOC-ID TO F-OOC-ID
               READ F-OPEOCC
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-OPEOCC-REC TO W-OPE-OCCAS
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-OPE-OCCAS TO F-OPEOCC-REC
               WRITE F-OPEOCC-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-OOC-ID TO F-OOC-ID
               READ F-OPEOCC
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-OPE-OCCAS TO F-OPEOCC-REC
                   REWRITE F-OPEOCC-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-OOC-ID
               START F-OPEOCC KEY >= F-OOC-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-PIECE"
               PERFORM ASSURER-OUVERT
               MOVE W-OOC-PIECE TO F-OOC-PIECE
               START F-OPEOCC KEY >= F-OOC-PIECE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-OPEOCC NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-OPEOCC-REC TO W-OPE-OCCAS
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
           OPEN I-O F-OPEOCC.
           IF WS-FS = '35'
               OPEN OUTPUT F-OPEOCC
               CLOSE F-OPEOCC
               OPEN I-O F-OPEOCC
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
               MOVE "data/FORMATION-OPERATIONS-OCCASIONNELS.dat"
                  TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM OPEOCC-IO.
