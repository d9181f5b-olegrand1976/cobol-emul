      *>****************************************************************
      *> Module : OFFRE-CTRL
      *> Role   : Rend l'offre groupee en vigueur sur un compte : la
      *>          souscription du compte (SOUSCRIPTIONS.dat via
      *>          SOUSCR-IO) doit etre active et avoir pris effet, son
      *>          offre est lue au catalogue (OFFRES.dat via OFFRE-IO).
      *>          Utilise par AGIOS pour le taux debiteur reduit de
      *>          l'offre.
      *> Appel  : CALL "OFFRE-CTRL" USING LK-CPT, W-OFFRE,
      *>                                  LK-CODE-RETOUR.
      *>   LK-CPT         : numero du compte.
      *>   W-OFFRE        : en sortie, l'offre souscrite.
      *>   LK-CODE-RETOUR : '00' offre en vigueur, '21' aucune
      *>                    (pas de souscription, souscription
      *>                    resiliee ou offre absente du catalogue).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFRE-CTRL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SOUSCRIPTION.
       COPY OPS.

       01 WS-CODE-SOU            PIC X(2).
       01 WS-CODE-OFR            PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-DATE-JOUR           PIC 9(8).

       LINKAGE SECTION.
       01 LK-CPT                 PIC 9(8).
       COPY OFFRE.
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-CPT, W-OFFRE, LK-CODE-RETOUR.

       MOVE '21' TO LK-CODE-RETOUR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE LK-CPT TO W-SOU-CPT.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.
       IF WS-CODE-SOU NOT = '00'
           GOBACK
       END-IF.
       MOVE "READ" TO WS-OP.
       CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.
       MOVE "CLOSE" TO WS-OP.
       CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-FERMETURE.
       IF WS-CODE-SOU NOT = '00'
           GOBACK
       END-IF.
       IF NOT SOU-ACTIVE OR W-SOU-DATE-DEBUT > WS-DATE-JOUR
           GOBACK
       END-IF.

       MOVE W-SOU-OFFRE TO W-OFR-CODE.
       MOVE "READ" TO WS-OP.
       CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-OFR.
       MOVE "CLOSE" TO WS-OP.
       CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-FERMETURE.
       IF WS-CODE-OFR = '00'
           MOVE '00' TO LK-CODE-RETOUR
       END-IF.

       GOBACK.

       END PROGRAM OFFRE-CTRL.
