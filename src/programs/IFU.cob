      *> Role      : Batch annuel de l'imprime fiscal unique. Pour
      *>             l'annee fiscale demandee, cumule par compte les
      *>             interets credites ('I') et les interets debiteurs
      *>             et frais preleves ('F', nets des remboursements
      *>             'K') a partir de TRANS.dat ET des fichiers
      *>             d'archive TRANS-AAAA.dat (l'annee
      *>             fiscale peut deja etre archivee). Les comptes
      *>             clotures en cours d'annee sont inclus : leurs
      *>             mouvements de la periode y figurent comme les
      *>             le cas echeant) et l'export consolide pour
      *>             l'administration reports/IFU-AAAA.csv (montants
      *>             en centimes).
      *>             Enchaine par CLOTURE-EXERCICE le dernier jour
      *>             ouvre de l'annee : l'annee fiscale est alors celle
      *>             en cours de cloture (module EXERCICE-CTRL).
      *>             L'adresse imprimee est celle en vigueur au 31/12
      *>             de l'annee fiscale (module ADRESSE-CTRL).
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IFU.
       01 F-EXPORT-LIGNE         PIC X(120).

       FD F-ARCHIVE.
       01 F-ARC-TRANS            PIC X(199).

       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY CLIENT.
       COPY TRANSACT.
       COPY SPOOL.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-ETAT             PIC X(2) VALUE '00'.
       01 WS-FS-EXPORT           PIC X(2) VALUE '00'.
       01 WS-ANNEE-FISCALE       PIC 9(4).
       01 WS-ANNEE-ARCHIVE       PIC 9(4).
       01 WS-ANNEE-COURANTE      PIC 9(4).
       01 WS-DATE-EXERCICE       PIC 9(8).
       01 WS-CODE-EXERCICE       PIC X(2).

      *> Cumuls par compte de l'annee fiscale.
       01 WS-NB-COMPTES          PIC 9(3) COMP VALUE 0.
       01 WS-INTERETS-CENTIMES   PIC 9(13).
       01 WS-FRAIS-CENTIMES      PIC 9(13).

      *> Adresse du client en vigueur au 31/12 de l'annee fiscale
      *> (historique des adresses, module ADRESSE-CTRL).
       01 WS-DATE-ADRESSE        PIC 9(8).
       01 WS-ADRESSE-IFU         PIC X(40).
       01 WS-FIN-CARENCE         PIC 9(8).
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-ADRESSE        PIC X(2).


      *> File de spool des documents produits (cf SPOOL.cpy).
       01 WS-COMPTEUR-SPOOL     PIC 9(10) VALUE 0.
       01 WS-CODE-SPOOL         PIC X(2).
       01 WS-TYPE-DOC-SPOOL     PIC X(12).
       01 WS-FICHIER-SPOOL      PIC X(50).
       01 WS-CODE-REPERTOIRE    PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY "--- IFU : imprime fiscal unique ---".

       MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNEE-COURANTE.
      *> Lance par la cloture d'exercice : l'annee est celle en cours
      *> de cloture, sans question a l'operateur.
       MOVE "ANNEE" TO WS-OP.
       CALL "EXERCICE-CTRL" USING WS-OP WS-DATE-EXERCICE
                                  WS-CODE-EXERCICE.
       IF WS-CODE-EXERCICE = '00'
           MOVE WS-DATE-EXERCICE(1:4) TO WS-ANNEE-FISCALE
           DISPLAY "Annee fiscale (cloture d'exercice) : "
                   WS-ANNEE-FISCALE
       ELSE
           DISPLAY "Annee fiscale (AAAA, ENTREE = annee precedente) : "
                   WITH NO ADVANCING
           ACCEPT WS-ANNEE-FISCALE
           IF WS-ANNEE-FISCALE = 0
               COMPUTE WS-ANNEE-FISCALE = WS-ANNEE-COURANTE - 1
           END-IF
       END-IF.

       PERFORM CUMULER-FICHIER-VIVANT.
           IF W-TRN-DATE(1:4) NOT = WS-ANNEE-FISCALE
               EXIT PARAGRAPH
           END-IF.
           IF NOT TRN-INTERET AND NOT TRN-FRAIS AND NOT TRN-GESTE
               EXIT PARAGRAPH
           END-IF.

           IF WS-IDX-CPT = 0
               EXIT PARAGRAPH
           END-IF.
      *>   Un remboursement de frais (geste commercial) vient en
      *>   deduction des frais preleves.
           EVALUATE TRUE
               WHEN TRN-INTERET
                   ADD W-TRN-MONTANT TO WS-CPT-INTERETS(WS-IDX-CPT)
               WHEN TRN-GESTE
                   SUBTRACT W-TRN-MONTANT FROM WS-CPT-FRAIS(WS-IDX-CPT)
               WHEN OTHER
                   ADD W-TRN-MONTANT TO WS-CPT-FRAIS(WS-IDX-CPT)
           END-EVALUATE.

      *>----------------------------------------------------------------
       LOCALISER-COMPTE.
           END-PERFORM.

           CLOSE F-ETAT.
           PERFORM INSCRIRE-ETAT.
           CLOSE F-EXPORT.

           DISPLAY "Comptes repris : " WS-NB-COMPTES.
                  FUNCTION TRIM(W-CPT-TITULAIRE) DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           PERFORM CHERCHER-ADRESSE-IFU.
           IF WS-ADRESSE-IFU NOT = SPACES
               MOVE SPACES TO F-ETAT-LIGNE
               STRING "  ADRESSE : " DELIMITED SIZE
                      WS-ADRESSE-IFU DELIMITED SIZE
                   INTO F-ETAT-LIGNE
               WRITE F-ETAT-LIGNE
           END-IF.
           IF CPT-CLOTURE AND W-CPT-DATE-CLOTURE NOT = 0
               STRING "  (compte cloture le " DELIMITED SIZE
                      W-CPT-DATE-CLOTURE DELIMITED SIZE
               INTO F-EXPORT-LIGNE.
           WRITE F-EXPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Adresse du client en vigueur au 31/12 de l'annee fiscale, et
      *> non l'adresse du jour de l'edition : un client demenage en
      *> debut d'annee suivante recoit son IFU a l'adresse declaree
      *> pour l'annee imposee.
       CHERCHER-ADRESSE-IFU.
           MOVE SPACES TO WS-ADRESSE-IFU.
           IF W-CPT-CLIENT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE W-CPT-CLIENT TO W-CLI-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           IF WS-CODE-CLIENT NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           MOVE W-CLI-ADRESSE TO WS-ADRESSE-IFU.
           MOVE WS-ANNEE-FISCALE TO WS-DATE-ADRESSE(1:4).
           MOVE 1231 TO WS-DATE-ADRESSE(5:4).
           MOVE "VIGUEUR" TO WS-OP.
           CALL "ADRESSE-CTRL" USING WS-OP W-CLI-NUMERO WS-DATE-ADRESSE
                                     WS-ADRESSE-IFU WS-FIN-CARENCE
                                     WS-CODE-ADRESSE.

      *>----------------------------------------------------------------
      *> Depose le document produit dans la file de spool avec la
      *> preference d'acheminement du compte ; un client en e-releve
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "IFU" TO W-ETP-ETAT.
           MOVE WS-NOM-ETAT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM IFU.
