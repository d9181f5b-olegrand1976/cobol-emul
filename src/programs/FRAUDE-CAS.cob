       01 WS-FIN-CAR             PIC X(1).
          88 FIN-CARTES          VALUE 'O'.
       01 WS-CODE-CARTE          PIC X(2).
      *> Numero de carte affiche masque (module PAN-CTRL).
       01 WS-OP-PAN              PIC X(12).
       01 WS-CARTE-MASQUE        PIC X(16).
       01 WS-CODE-PAN            PIC X(2).

      *> Statistiques de cloture par issue et par canal.
       01 WS-NB-AVEREES          PIC 9(5) VALUE 0.
                       MOVE "REWRITE" TO WS-OP
                       CALL "CARTE-IO" USING WS-OP W-CARTE
                                             WS-CODE-CARTE
                       MOVE "MASQUER" TO WS-OP-PAN
                       CALL "PAN-CTRL" USING WS-OP-PAN W-CAR-NUMERO
                                             WS-CARTE-MASQUE WS-CODE-PAN
                       DISPLAY "Carte " WS-CARTE-MASQUE " reactivee."
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
