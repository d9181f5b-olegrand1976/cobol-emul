      *>****************************************************************
      *> Module : GL-CORRESPONDANCE
      *> Role   : Table de correspondance entre le type d'un mouvement
      *>          (et sa categorie) et son compte du plan comptable,
      *>          avec le sens de l'ecriture cote banque. Partagee par
      *>          EXPORT-GL (extraction vers la comptabilite generale)
      *>          et CLOTURE-EXERCICE (soldes figes par ligne du grand
      *>          livre) pour que les deux ventilent de la meme facon.
      *> Appel  : CALL "GL-CORRESPONDANCE" USING W-TRANS,
      *>                                         LK-CODE-GL, LK-SENS.
      *>   W-TRANS : mouvement a ventiler (type, categorie).
      *>   LK-CODE-GL    : en sortie, compte du plan comptable
      *>                   ("999999" pour un type non repertorie).
      *>   LK-SENS       : en sortie, 'D' debit ou 'C' credit.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CORRESPONDANCE.

       DATA DIVISION.
       LINKAGE SECTION.
       COPY TRANSACT.
       01 LK-CODE-GL             PIC X(6).
       01 LK-SENS                PIC X(1).
          88 SENS-DEBIT          VALUE 'D'.
          88 SENS-CREDIT         VALUE 'C'.

       PROCEDURE DIVISION USING W-TRANS, LK-CODE-GL, LK-SENS.

       EVALUATE TRUE
           WHEN TRN-DEPOT
               MOVE "512100" TO LK-CODE-GL
               SET SENS-CREDIT TO TRUE
           WHEN TRN-VIR-ENTRANT
               MOVE "512100" TO LK-CODE-GL
               SET SENS-CREDIT TO TRUE
           WHEN TRN-REMISE-CHEQUE
               MOVE "512100" TO LK-CODE-GL
               SET SENS-CREDIT TO TRUE
           WHEN TRN-RETRAIT
               MOVE "512100" TO LK-CODE-GL
               SET SENS-DEBIT TO TRUE
           WHEN TRN-VIREMENT
               MOVE "512100" TO LK-CODE-GL
               SET SENS-DEBIT TO TRUE
           WHEN TRN-VIR-SORTANT
               MOVE "512100" TO LK-CODE-GL
               SET SENS-DEBIT TO TRUE
           WHEN TRN-PRELEVEMENT
               MOVE "512100" TO LK-CODE-GL
               SET SENS-DEBIT TO TRUE
           WHEN TRN-DESHERENCE
               MOVE "512100" TO LK-CODE-GL
               SET SENS-DEBIT TO TRUE
           WHEN TRN-INTERET
               MOVE "661100" TO LK-CODE-GL
               SET SENS-DEBIT TO TRUE
      *>       Interets d'epargne trop servis repris au client
      *>       (regularisation de date de valeur) : extourne de charge.
           WHEN TRN-FRAIS AND W-TRN-CATEGORIE = "INTE"
               MOVE "661100" TO LK-CODE-GL
               SET SENS-CREDIT TO TRUE
           WHEN TRN-FRAIS
               MOVE "706100" TO LK-CODE-GL
               SET SENS-CREDIT TO TRUE
           WHEN TRN-GESTE
               MOVE "706100" TO LK-CODE-GL
               SET SENS-DEBIT TO TRUE
           WHEN OTHER
               MOVE "999999" TO LK-CODE-GL
               SET SENS-DEBIT TO TRUE
       END-EVALUATE.

       GOBACK.

       END PROGRAM GL-CORRESPONDANCE.
