      *>****************************************************************
      *> Module : OFFRE-REMISE
      *> Role   : Remise d'offre groupee sur un frais a l'acte, appelee
      *>          par TARIF-FRAIS avant le prelevement. Si le compte a
      *>          une souscription active (SOUSCR-IO) dont l'offre
      *>          (OFFRE-IO) inclut l'evenement, et tant que le quota
      *>          du mois de ce service n'est pas atteint, le frais est
      *>          reduit du pourcentage de remise de l'offre ; la
      *>          consommation du mois et la valeur des services
      *>          inclus (frais remis, du mois et de l'annee) sont
      *>          tenues sur la souscription. Au premier frais d'un
      *>          nouveau mois (d'une nouvelle annee), les compteurs
      *>          basculent sur la periode precedente.
      *> Appel  : CALL "OFFRE-REMISE" USING LK-CPT, LK-EVENEMENT,
      *>                                    LK-FRAIS, LK-REMISE,
      *>                                    LK-CODE-RETOUR.
      *>   LK-EVENEMENT   : code evenement de TARIF-PARAM.cpy.
      *>   LK-FRAIS       : en entree le frais de la grille, en
      *>                    sortie le frais restant a prelever.
      *>   LK-REMISE      : en sortie, montant remis (0 sinon).
      *>   LK-CODE-RETOUR : '00' remise appliquee, '31' aucune
      *>                    (pas d'offre, service non inclus ou quota
      *>                    du mois atteint).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFRE-REMISE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SOUSCRIPTION.
       COPY OFFRE.
       COPY OPS.

       01 WS-CODE-SOU            PIC X(2).
       01 WS-CODE-OFR            PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-ANNEE-JOUR          PIC 9(4).
       01 WS-IDX-SERVICE         PIC 9(1) COMP.
       01 WS-IDX-CONSO           PIC 9(1) COMP.
       01 WS-SERVICE-TROUVE      PIC X(1).
          88 SERVICE-TROUVE      VALUE 'O'.

       LINKAGE SECTION.
       01 LK-CPT                 PIC 9(8).
       01 LK-EVENEMENT           PIC X(12).
       01 LK-FRAIS               PIC S9(11)V99 COMP-3.
       01 LK-REMISE              PIC S9(11)V99 COMP-3.
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-CPT, LK-EVENEMENT, LK-FRAIS,
                                LK-REMISE, LK-CODE-RETOUR.

       MOVE '31' TO LK-CODE-RETOUR.
       MOVE 0 TO LK-REMISE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-JOUR.
       IF LK-FRAIS NOT > 0
           GOBACK
       END-IF.

       MOVE LK-CPT TO W-SOU-CPT.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.
       IF WS-CODE-SOU NOT = '00'
           GOBACK
       END-IF.
       MOVE "READ" TO WS-OP.
       CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.
       IF WS-CODE-SOU NOT = '00' OR NOT SOU-ACTIVE
               OR W-SOU-DATE-DEBUT > WS-DATE-JOUR
           PERFORM FERMER-SOUSCRIPTION
           GOBACK
       END-IF.

       MOVE W-SOU-OFFRE TO W-OFR-CODE.
       MOVE "READ" TO WS-OP.
       CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-OFR.
       MOVE "CLOSE" TO WS-OP.
       CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-FERMETURE.
       IF WS-CODE-OFR NOT = '00'
           PERFORM FERMER-SOUSCRIPTION
           GOBACK
       END-IF.

       MOVE 'N' TO WS-SERVICE-TROUVE.
       MOVE 1 TO WS-IDX-SERVICE.
       PERFORM UNTIL WS-IDX-SERVICE > W-OFR-NB-SERVICES
               OR SERVICE-TROUVE
           IF W-OFR-EVENEMENT(WS-IDX-SERVICE) = LK-EVENEMENT
               SET SERVICE-TROUVE TO TRUE
           ELSE
               ADD 1 TO WS-IDX-SERVICE
           END-IF
       END-PERFORM.
       IF NOT SERVICE-TROUVE
           PERFORM FERMER-SOUSCRIPTION
           GOBACK
       END-IF.

       PERFORM BASCULER-PERIODE.

       IF W-SOU-CONSO(WS-IDX-SERVICE) >= W-OFR-QUOTA(WS-IDX-SERVICE)
               AND NOT OFR-SANS-LIMITE(WS-IDX-SERVICE)
           PERFORM FERMER-SOUSCRIPTION
           GOBACK
       END-IF.

       COMPUTE LK-REMISE ROUNDED =
               LK-FRAIS * W-OFR-REMISE(WS-IDX-SERVICE) / 100.
       IF LK-REMISE > LK-FRAIS
           MOVE LK-FRAIS TO LK-REMISE
       END-IF.
       IF LK-REMISE NOT > 0
           MOVE 0 TO LK-REMISE
           PERFORM FERMER-SOUSCRIPTION
           GOBACK
       END-IF.

       IF W-SOU-CONSO(WS-IDX-SERVICE) < 999
           ADD 1 TO W-SOU-CONSO(WS-IDX-SERVICE)
       END-IF.
       ADD LK-REMISE TO W-SOU-VALEUR-MOIS.
       ADD LK-REMISE TO W-SOU-VALEUR-ANNEE.
       MOVE "REWRITE" TO WS-OP.
       CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.
       IF WS-CODE-SOU NOT = '00'
           MOVE 0 TO LK-REMISE
           PERFORM FERMER-SOUSCRIPTION
           GOBACK
       END-IF.

       SUBTRACT LK-REMISE FROM LK-FRAIS.
       MOVE '00' TO LK-CODE-RETOUR.
       PERFORM FERMER-SOUSCRIPTION.
       GOBACK.

      *>----------------------------------------------------------------
      *> Nouveau mois : la consommation repart de zero et la valeur du
      *> mois ecoule passe en mois precedent ; nouvelle annee : la
      *> valeur de l'annee passe en annee precedente (zero si l'annee
      *> tenue n'est pas celle qui precede). L'annee ne bascule qu'en
      *> avant : la cloture d'exercice a pu ouvrir deja la suivante.
       BASCULER-PERIODE.
           IF W-SOU-MOIS NOT = WS-DATE-JOUR(1:6)
               MOVE W-SOU-MOIS        TO W-SOU-MOIS-PREC
               MOVE W-SOU-VALEUR-MOIS TO W-SOU-VALEUR-PREC
               MOVE WS-DATE-JOUR(1:6) TO W-SOU-MOIS
               MOVE 0 TO W-SOU-VALEUR-MOIS
               MOVE 1 TO WS-IDX-CONSO
               PERFORM UNTIL WS-IDX-CONSO > 5
                   MOVE 0 TO W-SOU-CONSO(WS-IDX-CONSO)
                   ADD 1 TO WS-IDX-CONSO
               END-PERFORM
           END-IF.
           IF W-SOU-ANNEE < WS-ANNEE-JOUR
               IF W-SOU-ANNEE + 1 = WS-ANNEE-JOUR
                   MOVE W-SOU-VALEUR-ANNEE TO W-SOU-VALEUR-AN-PREC
               ELSE
                   MOVE 0 TO W-SOU-VALEUR-AN-PREC
               END-IF
               MOVE WS-ANNEE-JOUR TO W-SOU-ANNEE
               MOVE 0 TO W-SOU-VALEUR-ANNEE
           END-IF.

      *>----------------------------------------------------------------
       FERMER-SOUSCRIPTION.
           MOVE "CLOSE" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION
                                  WS-CODE-FERMETURE.

       END PROGRAM OFFRE-REMISE.
