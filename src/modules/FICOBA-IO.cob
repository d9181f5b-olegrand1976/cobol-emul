      *>****************************************************************
      *> Module : FICOBA-IO
      *> Role   : Acces au fichier indexe FICOBA.dat (declarations
      *>          d'ouverture, de cloture et de modification de
      *>          titularite des comptes au fichier FICOBA)
      *>          Cle primaire    = W-FCB-ID
      *>          Cle alternative = W-FCB-CPT (doublons autorises)
      *> Appel  : CALL "FICOBA-IO" USING LK-OP, W-FICOBA,
      *>                               LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit la declaration dont l'identifiant est
      *>                    dans W-FCB-ID
      *>   "WRITE"       -> ajoute W-FICOBA (evenement sur le compte)
      *>   "REWRITE"     -> met a jour W-FICOBA (emission, retour)
      *>   "START-FIRST" -> positionne sur la premiere declaration
      *>   "START-CPT"   -> positionne sur la premiere declaration du
      *>                    compte W-FCB-CPT, ordre de la cle
      *>                    alternative
      *>   "READ-NEXT"   -> lit l'enregistrement suivant selon la cle
      *>                    active (celle du dernier START effectue)
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICOBA-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FICOBA ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-FCB-ID
               ALTERNATE RECORD KEY IS F-FCB-CPT WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-FICOBA.
       01 F-FICOBA-REC.
          05 F-FCB-ID           PIC 9(10).
          05 F-FCB-CPT          PIC 9(8).
          05 F-FCB-RESTE        PIC X(237).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40) VALUE "data/FICOBA.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY FICOBA.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-FICOBA, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-FICOBA
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-FCB-ID TO F-FCB-ID
               READ F-FICOBA
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-FICOBA-REC TO W-FICOBA
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-FICOBA TO F-FICOBA-REC
               WRITE F-FICOBA-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-FCB-ID TO F-FCB-ID
               READ F-FICOBA
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-FICOBA TO F-FICOBA-REC
                   REWRITE F-FICOBA-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-FCB-ID
               START F-FICOBA KEY >= F-FCB-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CPT"
               PERFORM ASSURER-OUVERT
               MOVE W-FCB-CPT TO F-FCB-CPT
               START F-FICOBA KEY >= F-FCB-CPT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-FICOBA NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-FICOBA-REC TO W-FICOBA
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
           OPEN I-O F-FICOBA.
           IF WS-FS = '35'
               OPEN OUTPUT F-FICOBA
               CLOSE F-FICOBA
               OPEN I-O F-FICOBA
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
               MOVE "data/FORMATION-FICOBA.dat" TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM FICOBA-IO.
