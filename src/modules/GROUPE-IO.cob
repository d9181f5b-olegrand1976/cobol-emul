      *>****************************************************************
      *> Module : GROUPE-IO
      *> Role   : Acces au fichier indexe GROUPES-RISQUE.dat
      *>          (appartenance des clients aux groupes de risque)
      *>          Cle primaire    = W-GRP-CLIENT
      *>          Cle alternative = W-GRP-ID (doublons autorises)
      *> Appel  : CALL "GROUPE-IO" USING LK-OP, W-GROUPE-RISQUE,
      *>                             LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"      -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"        -> ferme le fichier
      *>   "READ"         -> lit l'appartenance du client W-GRP-CLIENT
      *>   "WRITE"        -> ajoute W-GROUPE-RISQUE
      *>   "REWRITE"      -> met a jour W-GROUPE-RISQUE (sortie,
      *>                     nouvelle entree)
      *>   "START-FIRST"  -> positionne sur le premier client
      *>   "START-GROUPE" -> positionne sur le premier membre du
      *>                     groupe W-GRP-ID, ordre de la cle
      *>                     alternative
      *>   "READ-NEXT"    -> lit l'enregistrement suivant selon la cle
      *>                     active (celle du dernier START effectue)
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROUPE-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-GROUPES ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-GRP-CLIENT
               ALTERNATE RECORD KEY IS F-GRP-ID WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-GROUPES.
       01 F-GROUPE-REC.
          05 F-GRP-CLIENT       PIC 9(8).
          05 F-GRP-ID           PIC 9(6).
          05 F-GRP-RESTE        PIC X(56).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/GROUPES-RISQUE.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY GROUPE-RISQUE.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-GROUPE-RISQUE, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-GROUPES
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-GRP-CLIENT TO F-GRP-CLIENT
               READ F-GROUPES
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-GROUPE-REC TO W-GROUPE-RISQUE
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-GROUPE-RISQUE TO F-GROUPE-REC
               WRITE F-GROUPE-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-GRP-CLIENT TO F-GRP-CLIENT
               READ F-GROUPES
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-GROUPE-RISQUE TO F-GROUPE-REC
                   REWRITE F-GROUPE-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-GRP-CLIENT
               START F-GROUPES KEY >= F-GRP-CLIENT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-GROUPE"
               PERFORM ASSURER-OUVERT
               MOVE W-GRP-ID TO F-GRP-ID
               START F-GROUPES KEY >= F-GRP-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-GROUPES NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-GROUPE-REC TO W-GROUPE-RISQUE
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
           OPEN I-O F-GROUPES.
           IF WS-FS = '35'
               OPEN OUTPUT F-GROUPES
               CLOSE F-GROUPES
               OPEN I-O F-GROUPES
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
               MOVE "data/FORMATION-GROUPES.dat" TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM GROUPE-IO.
