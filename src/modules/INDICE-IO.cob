      *>****************************************************************
      *> Module : INDICE-IO
      *> Role   : Acces au fichier indexe INDICES.dat (valeurs datees
      *>          des indices de reference des prets a taux variable,
      *>          chargees par IMPORT-INDICES)
      *>          Cle primaire = W-IDX-CLE (code indice + date d'effet)
      *> Appel  : CALL "INDICE-IO" USING LK-OP, W-INDICE,
      *>                                 LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit la valeur de l'indice/date de W-IDX-CLE
      *>   "WRITE"       -> ajoute W-INDICE
      *>   "REWRITE"     -> remplace une valeur deja chargee
      *>   "START-FIRST" -> positionne sur la premiere valeur
      *>   "START-CODE"  -> positionne sur la premiere valeur de
      *>                    l'indice W-IDX-CODE (dates croissantes)
      *>   "READ-NEXT"   -> lit la valeur suivante en sequentiel (ordre
      *>                    indice puis date)
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICE-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INDICES ASSIGN TO "data/INDICES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-IDX-CLE
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-INDICES.
       01 F-IDX-REC.
          05 F-IDX-CLE.
             10 F-IDX-CODE      PIC X(8).
             10 F-IDX-DATE      PIC 9(8).
          05 F-IDX-RESTE        PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY INDICE.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-INDICE, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-INDICES
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-IDX-CLE TO F-IDX-CLE
               READ F-INDICES
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-IDX-REC TO W-INDICE
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-INDICE TO F-IDX-REC
               WRITE F-IDX-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-IDX-CLE TO F-IDX-CLE
               READ F-INDICES
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-INDICE TO F-IDX-REC
                   REWRITE F-IDX-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-IDX-CLE
               START F-INDICES KEY >= F-IDX-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CODE"
               PERFORM ASSURER-OUVERT
               MOVE W-IDX-CODE TO F-IDX-CODE
               MOVE 0 TO F-IDX-DATE
               START F-INDICES KEY >= F-IDX-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-INDICES NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-IDX-REC TO W-INDICE
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
           OPEN I-O F-INDICES.
           IF WS-FS = '35'
               OPEN OUTPUT F-INDICES
               CLOSE F-INDICES
               OPEN I-O F-INDICES
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

       END PROGRAM INDICE-IO.
