      *>             et "LIBELLE" via VALID) avant l'ecriture dans
      *>             COMPTES.dat via COMPTE-IO "WRITE", pour reprendre
      *>             un lot de clients migres d'une autre agence sans
      *>             les ressaisir un par un. Chaque ouverture
      *>             chargee est declaree au fichier national des
      *>             comptes (FICOBA-DECLARER).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-COMPTES.
       01 WS-LIB-VIDE            PIC X(40) VALUE SPACES.
       01 WS-NUM-LIB             PIC 9(8) VALUE 0.

       01 WS-NATURE-FICOBA       PIC X(1).
       01 WS-ORIGINE-FICOBA      PIC X(12).
       01 WS-CODE-FICOBA         PIC X(2).

       01 WS-CSV-NUMERO          PIC X(8).
       01 WS-CSV-TITULAIRE       PIC X(40).
       01 WS-CSV-DATE-OUV        PIC X(8).
           EVALUATE TRUE
               WHEN RC-OK
                   ADD 1 TO WS-NB-CHARGEES
                   MOVE 'O' TO WS-NATURE-FICOBA
                   PERFORM DECLARER-FICOBA
               WHEN RC-ERR-DEJA-EXISTE
                   ADD 1 TO WS-NB-REJ-EXISTE WS-NB-REJETEES
                   DISPLAY "Rejetee (numero deja existant) : "
                           ") : " W-CPT-NUMERO
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Declaration de l'evenement au fichier FICOBA (module
      *> FICOBA-DECLARER), emise par l'etape de nuit EXPORT-FICOBA.
       DECLARER-FICOBA.
           MOVE "IMPORT-CPT" TO WS-ORIGINE-FICOBA.
           CALL "FICOBA-DECLARER" USING WS-NATURE-FICOBA W-COMPTE
                                        WS-ORIGINE-FICOBA
                                        WS-CODE-FICOBA.
           IF WS-CODE-FICOBA NOT = '00'
               DISPLAY "ATTENTION : declaration FICOBA non "
                       "enregistree (code: " WS-CODE-FICOBA ")."
           END-IF.

       END PROGRAM IMPORT-COMPTES.
