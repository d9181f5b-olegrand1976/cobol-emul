      *>             - applique d'abord le fichier d'acquittement de
      *>               la passerelle de messagerie (reports/ALERTES-
      *>               ACK.csv : id,statut OK/KO) : OK = alerte
      *>               remise au client (acquittee) et facturee a
      *>               l'acte selon la grille tarifaire (evenement
      *>               ALERTE, module TARIF-FRAIS), KO = retour en
      *>               file guichet comme avant ;
      *>             - exporte ensuite les alertes non acquittees des
      *>               comptes dont un abonnement prefere le SMS ou
       01 WS-EXPORT-OUVERT       PIC X(1) VALUE 'N'.
          88 EXPORT-OUVERT       VALUE 'O'.

      *> Frais a l'acte de l'alerte remise (grille tarifaire,
      *> TARIFS.dat), preleve par TARIF-FRAIS a l'acquittement.
       01 WS-CPT-TARIF           PIC 9(8).
       01 WS-EVT-TARIF           PIC X(12) VALUE "ALERTE".
       01 WS-FRAIS-TARIF         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CODE-TARIF          PIC X(2).
       01 WS-NB-FACTUREES        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY " ".

       DISPLAY "Acquittements OK : " WS-NB-ACK-OK
               "   retours guichet (KO) : " WS-NB-ACK-KO.
       DISPLAY "Alertes remises facturees : " WS-NB-FACTUREES.
       DISPLAY "Alertes exportees : " WS-NB-EXPORTEES.

       EXIT PROGRAM.
           CALL "ALERTE-IO" USING WS-OP W-ALERTE WS-CODE-ALERTE.
           MOVE "CLOSE" TO WS-OP.
           CALL "ALERTE-IO" USING WS-OP W-ALERTE WS-CODE-ALERTE.
           IF ALE-ACQUITTEE AND WS-CODE-ALERTE = '00'
               PERFORM FACTURER-ALERTE
           END-IF.

      *>----------------------------------------------------------------
      *> Alerte remise : frais a l'acte de l'evenement ALERTE sur le
      *> compte (rien si la grille n'en prevoit pas ou si l'offre
      *> groupee du compte le couvre).
       FACTURER-ALERTE.
           MOVE W-ALE-CPT TO WS-CPT-TARIF.
           CALL "TARIF-FRAIS" USING WS-CPT-TARIF WS-EVT-TARIF
                                    WS-FRAIS-TARIF WS-CODE-TARIF.
           IF WS-CODE-TARIF = '00'
               ADD 1 TO WS-NB-FACTUREES
           END-IF.

      *>----------------------------------------------------------------
       EXPORTER-ALERTES.
