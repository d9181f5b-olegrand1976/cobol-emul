      *> Role   : Facture un frais d'incident au moment ou le rejet
      *>          est decide (rejet de prelevement par PRELEVEMENTS,
      *>          cheque impaye par COMPENSER-CHEQUES, lettre
      *>          d'information prealable, loyer de coffre-fort
      *>          rejete par LOYERS-COFFRES, debit differe carte
      *>          rejete par DEBIT-DIFFERE, effet de commerce
      *>          impaye par EMETTRE-LCR). Le tarif vient
      *>          d'INCIDENT-PARAM.cpy ; le total des frais d'incident
      *>          deja preleves sur le compte dans le mois calendaire
      *>          (mouvements 'F' de categorie INCI) est recalcule
      *>          plafond reglementaire mensuel (0 = plus rien a
      *>          facturer ce mois-ci). Le frais est deduit du solde
      *>          meme s'il le rend debiteur et journalise en 'F' avec
      *>          un libelle explicite pour les contestations. Aucun
      *>          frais n'est facture au client sous dossier de
      *>          surendettement en vigueur (module SURENDET-CTRL).
      *>          Chaque incident est compte sur le client, facture ou
      *>          non (critere de detection des clients fragiles), et
      *>          le frais d'un client fragile est en outre ecrete a
      *>          ses plafonds mensuel et annuel (module
      *>          FRAGILE-PLAFOND).
      *> Appel  : CALL "FRAIS-INCIDENT" USING LK-CPT, LK-TYPE,
      *>                                      LK-CODE-RETOUR.
      *>   LK-TYPE : "REJET-PRELEV", "CHEQUE-IMP", "LETTRE-INFO",
      *>             "REJET-LOYER", "REJET-CARTE" ou "IMPAYE-LCR".
      *>   LK-CODE-RETOUR : '00' frais preleve (meme ecrete), '31'
      *>                    rien a prelever (plafond atteint, type
      *>                    inconnu, surendettement ou plafond client
      *>                    fragile atteint), '21'/'29'
      *>                    echec d'acces.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAIS-INCIDENT.
       COPY COMPTE.
       COPY TRANSACT.
       COPY INCIDENT-PARAM.
       COPY SURENDET.
       COPY OPS.

       01 WS-CODE-IO             PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-CODE-SDT            PIC X(2).
       01 WS-CODE-FRG            PIC X(2).
       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-MOIS-COURANT        PIC 9(6).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.

       01 WS-FRAIS               PIC S9(11)V99 COMP-3.
       01 WS-CUMUL-MOIS          PIC S9(11)V99 COMP-3.
       01 WS-FRAIS-EVITE         PIC S9(11)V99 COMP-3.
       01 WS-OP-FRG              PIC X(12).
       01 WS-LIBELLE             PIC X(40).

       LINKAGE SECTION.
           WHEN "LETTRE-INFO"
               MOVE INC-FRAIS-LETTRE-INFO TO WS-FRAIS
               MOVE "FRAIS LETTRE INFORMATION" TO WS-LIBELLE
           WHEN "REJET-LOYER"
               MOVE INC-FRAIS-REJET-LOYER TO WS-FRAIS
               MOVE "FRAIS REJET LOYER COFFRE" TO WS-LIBELLE
           WHEN "REJET-CARTE"
               MOVE INC-FRAIS-REJET-CARTE TO WS-FRAIS
               MOVE "FRAIS REJET DEBIT DIFFERE CARTE" TO WS-LIBELLE
           WHEN "IMPAYE-LCR"
               MOVE INC-FRAIS-IMPAYE-LCR TO WS-FRAIS
               MOVE "FRAIS EFFET LCR IMPAYE" TO WS-LIBELLE
           WHEN OTHER
               MOVE '31' TO LK-CODE-RETOUR
               GOBACK
       END-EVALUATE.

       MOVE LK-CPT TO W-CPT-NUMERO.
       MOVE "READ-LOCK" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
       IF WS-CODE-IO NOT = '00'
           MOVE '21' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

      *> L'incident est compte sur le client avant toute exoneration.
       MOVE "INCIDENT" TO WS-OP-FRG.
       CALL "FRAGILE-PLAFOND" USING WS-OP-FRG W-CPT-CLIENT WS-FRAIS
                                    WS-FRAIS-EVITE WS-CODE-FRG.

       CALL "SURENDET-CTRL" USING W-CPT-CLIENT W-SURENDET WS-CODE-SDT.
       IF WS-CODE-SDT = '48'
           PERFORM DEVERROUILLER-COMPTE
           MOVE '31' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

      *> Plafond reglementaire : le cumul du mois est recalcule et le
      *> frais ecrete a ce qui reste facturable.
       PERFORM CUMULER-INCIDENTS-MOIS.
           COMPUTE WS-FRAIS = INC-PLAFOND-MENSUEL - WS-CUMUL-MOIS
       END-IF.
       IF WS-FRAIS NOT > 0
           PERFORM DEVERROUILLER-COMPTE
           MOVE '31' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

      *> Client fragile : plafonds propres, tous frais confondus.
       MOVE "IMPUTER" TO WS-OP-FRG.
       CALL "FRAGILE-PLAFOND" USING WS-OP-FRG W-CPT-CLIENT WS-FRAIS
                                    WS-FRAIS-EVITE WS-CODE-FRG.
       IF WS-FRAIS NOT > 0
           PERFORM DEVERROUILLER-COMPTE
           MOVE '31' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-IO.

      *>----------------------------------------------------------------
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
       JOURNALISER-FRAIS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
