      *>                l'ancien compte (les virements entrants y
      *>                arrivant sont rediriges pendant le delai de
      *>                grace de MOBILITE-PARAM.cpy) et le cloture par
      *>                la logique CLOTURE (statut 'C', date) ;
      *>                la cloture est declaree au fichier FICOBA
      *>                (FICOBA-DECLARER).
      *>             Chaque bascule est journalisee via AUDIT-IO.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       01 WS-CODE-DEVERROU      PIC X(2).
       01 WS-FONCTION           PIC X(12) VALUE "CLOTURE".
       01 WS-CODE-AUTORISE      PIC X(2).
       01 WS-NATURE-FICOBA      PIC X(1).
       01 WS-ORIGINE-FICOBA     PIC X(12).
       01 WS-CODE-FICOBA        PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).
           IF NOT RC-OK
               DISPLAY "ATTENTION : cloture de l'ancien compte en "
                       "echec (code: " W-CODE-RETOUR ")."
           ELSE
               MOVE 'C' TO WS-NATURE-FICOBA
               PERFORM DECLARER-FICOBA
           END-IF.

      *>----------------------------------------------------------------
      *> Declaration de l'evenement au fichier FICOBA (module
      *> FICOBA-DECLARER), emise par l'etape de nuit EXPORT-FICOBA.
       DECLARER-FICOBA.
           MOVE "MOBILITE" TO WS-ORIGINE-FICOBA.
           CALL "FICOBA-DECLARER" USING WS-NATURE-FICOBA W-COMPTE
                                        WS-ORIGINE-FICOBA
                                        WS-CODE-FICOBA.
           IF WS-CODE-FICOBA NOT = '00'
               DISPLAY "ATTENTION : declaration FICOBA non "
                       "enregistree (code: " WS-CODE-FICOBA ")."
           END-IF.

      *>----------------------------------------------------------------
