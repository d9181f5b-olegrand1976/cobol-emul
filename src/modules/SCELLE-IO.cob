      *>****************************************************************
      *> Module : SCELLE-IO
      *> Role   : Acces au fichier indexe SCELLES.dat (chaine de
      *>          scellement de AUDIT.dat et TRANS.dat, cf SCELLE.cpy)
      *>          Cle primaire    = W-SCL-CLE (journal + rang)
      *>          Cle alternative = W-SCL-REF (journal + identifiant,
      *>          doublons autorises) : maillons d'un enregistrement,
      *>          dans l'ordre de leur ecriture.
      *> Appel  : CALL "SCELLE-IO" USING LK-OP, W-SCELLE,
      *>                                 LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit le maillon W-SCL-CLE
      *>   "WRITE"       -> ajoute le maillon W-SCELLE
      *>   "REWRITE"     -> met a jour le maillon (tete de chaine)
      *>   "DELETE"      -> supprime le maillon W-SCL-CLE (purge des
      *>                    maillons des archives detruites)
      *>   "START-CLE"   -> positionne sur le premier maillon de cle
      *>                    >= W-SCL-CLE, ordre de la cle primaire
      *>   "START-APRES" -> positionne juste apres le maillon W-SCL-CLE
      *>                    (reprise d'un parcours)
      *>   "START-REF"   -> positionne sur le premier maillon de
      *>                    l'enregistrement W-SCL-REF, ordre de la cle
      *>                    alternative
      *>   "READ-NEXT"   -> lit l'enregistrement suivant selon la cle
      *>                    active (celle du dernier START effectue)
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCELLE-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SCELLES ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-SCL-CLE
               ALTERNATE RECORD KEY IS F-SCL-REF WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-SCELLES.
       01 F-SCL-REC.
          05 F-SCL-CLE          PIC X(15).
          05 F-SCL-REF          PIC X(15).
          05 F-SCL-RESTE        PIC X(89).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - les journaux d'exercice ont leur propre chaine.
       01 WS-NOM-FICHIER        PIC X(40) VALUE "data/SCELLES.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY SCELLE.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-SCELLE, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-SCELLES
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-SCL-CLE TO F-SCL-CLE
               READ F-SCELLES
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-SCL-REC TO W-SCELLE
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-SCELLE TO F-SCL-REC
               WRITE F-SCL-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-SCL-CLE TO F-SCL-CLE
               READ F-SCELLES
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-SCELLE TO F-SCL-REC
                   REWRITE F-SCL-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "DELETE"
               PERFORM ASSURER-OUVERT
               MOVE W-SCL-CLE TO F-SCL-CLE
               DELETE F-SCELLES
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-DELETE

           WHEN "START-CLE"
               PERFORM ASSURER-OUVERT
               MOVE W-SCL-CLE TO F-SCL-CLE
               START F-SCELLES KEY >= F-SCL-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-APRES"
               PERFORM ASSURER-OUVERT
               MOVE W-SCL-CLE TO F-SCL-CLE
               START F-SCELLES KEY > F-SCL-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-REF"
               PERFORM ASSURER-OUVERT
               MOVE W-SCL-REF TO F-SCL-REF
               START F-SCELLES KEY >= F-SCL-REF
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-SCELLES NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-SCL-REC TO W-SCELLE
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
           OPEN I-O F-SCELLES.
           IF WS-FS = '35'
               OPEN OUTPUT F-SCELLES
               CLOSE F-SCELLES
               OPEN I-O F-SCELLES
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
               MOVE "data/FORMATION-SCELLES.dat" TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM SCELLE-IO.
