      *>          redescend et l'amortissement avance - avant que le
      *>          client ne retire les fonds. Un pret sous plan de
      *>          paiement negocie (W-PRT-PLAN-NEGOCIE, ecran
      *>          RECOUVREMENT) n'est jamais touche, ni aucun pret
      *>          d'un titulaire sous dossier de surendettement en
      *>          vigueur (module SURENDET-CTRL).
      *> Appel  : CALL "AFFECTATION-PRET" USING LK-CPT,
      *>                                        LK-CODE-RETOUR.
      *>   LK-CODE-RETOUR : '00' (le module fait ce qu'il peut ; zero
       COPY PRET.
       COPY COMPTE.
       COPY TRANSACT.
       COPY SURENDET.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-CODE-SDT            PIC X(2).

       01 WS-CHARGE-TOTALE       PIC S9(11)V99 COMP-3.
       01 WS-TAUX-MENSUEL        PIC 9(3)V9(7) COMP-3.
       MOVE 'N' TO WS-FIN.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE LK-CPT TO W-CPT-NUMERO.
       MOVE "READ" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-SDT.
       IF WS-CODE-SDT = '00'
           CALL "SURENDET-CTRL" USING W-CPT-CLIENT W-SURENDET
                                      WS-CODE-SDT
           IF WS-CODE-SDT = '48'
               GOBACK
           END-IF
       END-IF.

       PERFORM COLLECTER-PRETS-EN-RETARD.
       IF WS-NB-PRETS = 0
           GOBACK
