      *>****************************************************************
      *> Module : DEMCRED-IO
      *> Role   : Acces au fichier indexe DEMANDES-CREDIT.dat (demandes
      *>          de credit instruites avant mise en place d'un pret)
      *>          Cle primaire    = W-DMC-ID
      *>          Cle alternative = W-DMC-CLIENT (doublons autorises)
      *> Appel  : CALL "DEMCRED-IO" USING LK-OP, W-DEMANDE-CREDIT,
      *>                                  LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit la demande W-DMC-ID
      *>   "WRITE"       -> enregistre une demande (saisie)
      *>   "REWRITE"     -> met a jour W-DEMANDE-CREDIT
      *>   "START-FIRST" -> positionne sur la premiere demande
      *>   "START-CLI"   -> positionne sur la premiere demande du
      *>                    client W-DMC-CLIENT (cle alternative)
      *>   "READ-NEXT"   -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMCRED-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DEMCRED ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-DMC-ID
               ALTERNATE RECORD KEY IS F-DMC-CLIENT WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-DEMCRED.
       01 F-DMC-REC.
          05 F-DMC-ID           PIC 9(10).
          05 F-DMC-CLIENT       PIC 9(8).
          05 F-DMC-RESTE        PIC X(213).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/DEMANDES-CREDIT.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY DEMANDE-CREDIT.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-DEMANDE-CREDIT, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-DEMCRED
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-DMC-ID TO F-DMC-ID
               READ F-DEMCRED
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-DMC-REC TO W-DEMANDE-CREDIT
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-DEMANDE-CREDIT TO F-DMC-REC
               WRITE F-DMC-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-DMC-ID TO F-DMC-ID
               READ F-DEMCRED
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-DEMANDE-CREDIT TO F-DMC-REC
                   REWRITE F-DMC-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-DMC-ID
               START F-DEMCRED KEY >= F-DMC-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CLI"
               PERFORM ASSURER-OUVERT
               MOVE W-DMC-CLIENT TO F-DMC-CLIENT
               START F-DEMCRED KEY >= F-DMC-CLIENT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-DEMCRED NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-DMC-REC TO W-DEMANDE-CREDIT
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
           OPEN I-O F-DEMCRED.
           IF WS-FS = '35'
               OPEN OUTPUT F-DEMCRED
               CLOSE F-DEMCRED
               OPEN I-O F-DEMCRED
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
               MOVE "data/FORMATION-DEMANDES-CREDIT.dat"
                   TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM DEMCRED-IO.
