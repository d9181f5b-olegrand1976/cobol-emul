      *>             client (les releves par compte de RELEVE-MENSUEL
      *>             restent produits : le consolide est une vue
      *>             d'ensemble, pas un remplacement).
      *>             L'adresse imprimee est celle en vigueur au dernier
      *>             jour de la periode (module ADRESSE-CTRL).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVE-CLIENT.

       01 WS-CODE-CLIENT         PIC X(2).

      *> Adresse en vigueur au dernier jour de la periode (historique
      *> des adresses, module ADRESSE-CTRL).
       01 WS-ADRESSE-RELEVE      PIC X(40).
       01 WS-FIN-CARENCE         PIC 9(8).
       01 WS-CODE-ADRESSE        PIC X(2).

      *> Comptes du client, collectes par un premier parcours de
      *> COMPTES.dat avant l'edition ; le mode d'envoi et l'agence du
      *> premier compte portent l'acheminement du document consolide.
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.
           MOVE W-CLI-ADRESSE TO WS-ADRESSE-RELEVE.
           MOVE "VIGUEUR" TO WS-OP.
           CALL "ADRESSE-CTRL" USING WS-OP W-CLI-NUMERO WS-DATE-FIN
                                     WS-ADRESSE-RELEVE WS-FIN-CARENCE
                                     WS-CODE-ADRESSE.
           MOVE WS-ADRESSE-RELEVE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.

           STRING "Periode : du " DELIMITED SIZE
                       CONTINUE
                   WHEN W-TRN-DATE < WS-DATE-DEBUT
                       IF TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
                           OR TRN-GESTE
                           ADD W-TRN-MONTANT TO WS-SOLDE-OUVERTURE
                       ELSE
                           SUBTRACT W-TRN-MONTANT
                   WHEN OTHER
                       ADD 1 TO WS-NB-MVT
                       IF TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
                           OR TRN-GESTE
                           ADD W-TRN-MONTANT TO WS-TOTAL-CREDITS
                       ELSE
                           ADD W-TRN-MONTANT TO WS-TOTAL-DEBITS
                       SET FIN-PRETS TO TRUE
                   WHEN W-PRT-CPT NOT = WS-CPT-DU-CLIENT(WS-IDX-CPT)
                       SET FIN-PRETS TO TRUE
                   WHEN PRT-ACTIF OR PRT-DECHU OR PRT-EN-DEBLOCAGE
                       MOVE W-PRT-CAPITAL-RESTANT TO WS-MNT-AFF
                       STRING "Pret " DELIMITED SIZE
                              W-PRT-ID DELIMITED SIZE
