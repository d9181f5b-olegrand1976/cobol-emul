      *>****************************************************************
      *> Module : ACCSENS-IO
      *> Role   : Acces au fichier indexe ACCES-SENSIBLES.dat (journal
      *>          des consultations de comptes et clients sensibles
      *>          hors agence de rattachement, alertes conformite)
      *>          Cle primaire    = W-ACS-ID
      *>          Cle alternative = W-ACS-DATE (doublons autorises)
      *> Appel  : CALL "ACCSENS-IO" USING LK-OP, W-ACCES-SENSIBLE,
      *>                                  LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit l'acces W-ACS-ID
      *>   "WRITE"       -> enregistre un acces (CONSULTATION-CTRL)
      *>   "REWRITE"     -> met a jour W-ACCES-SENSIBLE (prise en
      *>                    compte de l'alerte, ecran SENSIBLES)
      *>   "START-FIRST" -> positionne sur le premier acces
      *>   "START-DATE"  -> positionne sur le premier acces du jour
      *>                    W-ACS-DATE ou d'un jour suivant (cle
      *>                    alternative)
      *>   "READ-NEXT"   -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCSENS-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ACS ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ACS-ID
               ALTERNATE RECORD KEY IS F-ACS-DATE WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ACS.
       01 F-ACS-REC.
          05 F-ACS-ID           PIC 9(10).
          05 F-ACS-DATE         PIC 9(8).
          05 F-ACS-RESTE        PIC X(128).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/ACCES-SENSIBLES.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY ACCES-SENSIBLE.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-ACCES-SENSIBLE, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-ACS
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-ACS-ID TO F-ACS-ID
               READ F-ACS
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-ACS-REC TO W-ACCES-SENSIBLE
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-ACCES-SENSIBLE TO F-ACS-REC
               WRITE F-ACS-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-ACS-ID TO F-ACS-ID
               READ F-ACS
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-ACCES-SENSIBLE TO F-ACS-REC
                   REWRITE F-ACS-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-ACS-ID
               START F-ACS KEY >= F-ACS-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-DATE"
               PERFORM ASSURER-OUVERT
               MOVE W-ACS-DATE TO F-ACS-DATE
               START F-ACS KEY >= F-ACS-DATE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-ACS NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-ACS-REC TO W-ACCES-SENSIBLE
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
           OPEN I-O F-ACS.
           IF WS-FS = '35'
               OPEN OUTPUT F-ACS
               CLOSE F-ACS
               OPEN I-O F-ACS
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
               MOVE "data/FORMATION-ACCES-SENSIBLES.dat"
                   TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM ACCSENS-IO.
