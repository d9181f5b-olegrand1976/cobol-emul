      *>****************************************************************
      *> Module : ORIGINE-IO
      *> Role   : Acces au fichier indexe ORIGINES-FONDS.dat
      *>          (origine des fonds des depots importants des
      *>          personnes politiquement exposees)
      *>          Cle primaire    = W-ORF-ID
      *>          Cle alternative = W-ORF-CLIENT (doublons autorises)
      *> Appel  : CALL "ORIGINE-IO" USING LK-OP, W-ORIGINE-FONDS,
      *>                              LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"      -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"        -> ferme le fichier
      *>   "READ"         -> lit l'enregistrement W-ORF-ID
      *>   "WRITE"        -> ajoute W-ORIGINE-FONDS
      *>   "START-FIRST"  -> positionne sur le premier enregistrement
      *>   "START-CLIENT" -> positionne sur la premiere origine du
      *>                     client W-ORF-CLIENT, ordre de la cle
      *>                     alternative
      *>   "READ-NEXT"    -> lit l'enregistrement suivant selon la cle
      *>                     active (celle du dernier START effectue)
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORIGINE-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ORIGINES ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ORF-ID
               ALTERNATE RECORD KEY IS F-ORF-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ORIGINES.
       01 F-ORIGINE-REC.
          05 F-ORF-ID           PIC 9(10).
          05 F-ORF-CLIENT       PIC 9(8).
          05 F-ORF-RESTE        PIC X(86).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/ORIGINES-FONDS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY ORIGINE-FONDS.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-ORIGINE-FONDS, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-ORIGINES
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-ORF-ID TO F-ORF-ID
               READ F-ORIGINES
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-ORIGINE-REC TO W-ORIGINE-FONDS
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-ORIGINE-FONDS TO F-ORIGINE-REC
               WRITE F-ORIGINE-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-ORF-ID
               START F-ORIGINES KEY >= F-ORF-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CLIENT"
               PERFORM ASSURER-OUVERT
               MOVE W-ORF-CLIENT TO F-ORF-CLIENT
               START F-ORIGINES KEY >= F-ORF-CLIENT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-ORIGINES NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-ORIGINE-REC TO W-ORIGINE-FONDS
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
           OPEN I-O F-ORIGINES.
           IF WS-FS = '35'
               OPEN OUTPUT F-ORIGINES
               CLOSE F-ORIGINES
               OPEN I-O F-ORIGINES
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
               MOVE "data/FORMATION-ORIGINES.dat" TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM ORIGINE-IO.
