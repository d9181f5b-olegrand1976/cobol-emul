      *>****************************************************************
      *> Module : CFORT-IO
      *> Role   : Acces au fichier indexe COFFRES-FORTS.dat
      *>          (inventaire des coffres-forts loues a la clientele)
      *>          Cle primaire = W-CFF-CLE (agence + numero)
      *> Appel  : CALL "CFORT-IO" USING LK-OP, W-COFFRE-FORT,
      *>                                 LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit le coffre W-CFF-CLE
      *>   "WRITE"       -> ajoute un coffre a l'inventaire
      *>   "REWRITE"     -> met a jour W-COFFRE-FORT (location,
      *>                    restitution, mise hors service)
      *>   "START-FIRST" -> positionne sur le premier coffre
      *>   "START-AGENCE"-> positionne sur le premier coffre de
      *>                    l'agence W-CFF-AGENCE
      *>   "READ-NEXT"   -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFORT-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CFORT ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CFF-CLE
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-CFORT.
       01 F-CFORT-REC.
          05 F-CFF-CLE          PIC X(8).
          05 F-CFORT-RESTE      PIC X(20).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/COFFRES-FORTS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY COFFRE-FORT.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-COFFRE-FORT, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-CFORT
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-CFF-CLE TO F-CFF-CLE
               READ F-CFORT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-CFORT-REC TO W-COFFRE-FORT
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-COFFRE-FORT TO F-CFORT-REC
               WRITE F-CFORT-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-CFF-CLE TO F-CFF-CLE
               READ F-CFORT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-COFFRE-FORT TO F-CFORT-REC
                   REWRITE F-CFORT-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-CFF-CLE
               START F-CFORT KEY >= F-CFF-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-AGENCE"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-CFF-CLE
               MOVE W-CFF-AGENCE TO F-CFF-CLE(1:4)
               START F-CFORT KEY >= F-CFF-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-CFORT NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-CFORT-REC TO W-COFFRE-FORT
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
           OPEN I-O F-CFORT.
           IF WS-FS = '35'
               OPEN OUTPUT F-CFORT
               CLOSE F-CFORT
               OPEN I-O F-CFORT
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
               MOVE "data/FORMATION-COFFRES-FORTS.dat"
                  TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM CFORT-IO.
