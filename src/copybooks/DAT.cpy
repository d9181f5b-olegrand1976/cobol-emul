      *> que la nouvelle periode ait son propre avis.
          05 W-DAT-AVIS-ENVOYE  PIC X(1) VALUE 'N'.
             88 DAT-AVIS-ENVOYE VALUE 'O'.
      *> Nantissement : numero du pret que le depot garantit (sure-
      *> te de type 'N' de SURETES.dat), zero si le depot est libre.
      *> Tant que le nantissement court, RACHAT-DAT refuse le rachat
      *> anticipe et ECHEANCE-DAT reconduit le depot au lieu de le
      *> payer ; la mainlevee (MAINLEVEES) le remet a zero.
          05 W-DAT-PRET-NANTI   PIC 9(10) VALUE 0.
             88 DAT-LIBRE       VALUE 0.
