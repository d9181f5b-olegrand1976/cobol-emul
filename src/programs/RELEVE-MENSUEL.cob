      *>             en forme (solde d'ouverture, mouvements, solde de
      *>             cloture) reprend celle de RELEVE, ecrite dans un
      *>             fichier plutot qu'a l'ecran puisqu'aucun
      *>             guichetier n'est present pour la lire. Pour un
      *>             compte souscripteur d'une offre groupee, le pied
      *>             reprend la cotisation du mois et la valeur des
      *>             services inclus (frais remis) sur la periode.
      *>             Les regularisations d'agios ou d'interets passees
      *>             sur la periode a la suite d'une correction de date
      *>             de valeur (CORRECTIONS-VALEUR.dat) sont expliquees
      *>             au pied : mouvement corrige, ancienne et nouvelle
      *>             date de valeur, montant regularise et motif.
      *>             L'adresse du titulaire imprimee est celle en
      *>             vigueur au dernier jour de la periode (module
      *>             ADRESSE-CTRL).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVE-MENSUEL.

       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY CLIENT.
       COPY TRANSACT.
       COPY SOUSCRIPTION.
       COPY SPOOL.
       COPY CODES-ERR.
       COPY OPS.
       COPY PARAMETRES.
       COPY CORRECTION-VALEUR.

       01 WS-FS-REL              PIC X(2) VALUE '00'.
       01 WS-NOM-FICHIER         PIC X(40).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.
       01 WS-AAAAMM              PIC 9(6).

      *> Adresse du titulaire en vigueur au dernier jour de la periode
      *> (historique des adresses, module ADRESSE-CTRL).
       01 WS-ADRESSE-RELEVE      PIC X(40).
       01 WS-FIN-CARENCE         PIC 9(8).
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-ADRESSE        PIC X(2).

       01 WS-FIN-CPT             PIC X(1) VALUE 'N'.
          88 FIN-COMPTES         VALUE 'O'.
       01 WS-FIN-MVT             PIC X(1) VALUE 'N'.
      *> du releve par la ligne "vous avez epargne".
       01 WS-TOTAL-ARRONDI       PIC S9(11)V99 COMP-3 VALUE 0.

      *> Offre groupee : cotisations du mois (mouvements 'F' de
      *> categorie FORF) et valeur des services inclus de la periode
      *> tenue sur la souscription (mois courant ou precedent).
       01 WS-TOTAL-COTISATION    PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-VALEUR-SERVICES     PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CODE-SOU            PIC X(2).

      *> Corrections de date de valeur regularisees sur la periode.
       01 WS-CODE-CVL            PIC X(2).
       01 WS-FIN-CVL             PIC X(1) VALUE 'N'.
          88 FIN-CORRECTIONS     VALUE 'O'.
       01 WS-NB-REGULS           PIC 9(3) VALUE 0.


      *> File de spool des documents produits (cf SPOOL.cpy).
       01 WS-COMPTEUR-SPOOL     PIC 9(10) VALUE 0.

       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       MOVE "CLOSE" TO WS-OP.
       CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION W-CODE-RETOUR.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Comptes examines : " WS-NB-COMPTES
                   WHEN W-TRN-DATE >= WS-DATE-DEBUT
                       SET FIN-LECTURE TO TRUE
                   WHEN TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
                           OR TRN-GESTE
                       ADD W-TRN-MONTANT TO WS-SOLDE-OUVERTURE
                   WHEN TRN-RETRAIT OR TRN-VIREMENT OR TRN-FRAIS
                       SUBTRACT W-TRN-MONTANT FROM WS-SOLDE-OUVERTURE
           END-PERFORM.

       IMPRIMER-ENTETE.
           MOVE 0 TO WS-NB-MVT WS-TOTAL-ARRONDI WS-TOTAL-COTISATION.
           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-AFF.
           MOVE "=============================================="
               TO F-RELEVE-LIGNE.
           MOVE WS-LIGNE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.

           PERFORM CHERCHER-ADRESSE-RELEVE.
           IF WS-ADRESSE-RELEVE NOT = SPACES
               MOVE SPACES TO WS-LIGNE
               STRING "Adresse   : " DELIMITED SIZE
                      WS-ADRESSE-RELEVE DELIMITED SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO F-RELEVE-LIGNE
               WRITE F-RELEVE-LIGNE
           END-IF.

           STRING "Compte    : " DELIMITED SIZE
                  W-CPT-NUMERO   DELIMITED SIZE
                  "  Agence : "  DELIMITED SIZE

       IMPRIMER-UN-MOUVEMENT.
           IF TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
               OR TRN-GESTE
               ADD W-TRN-MONTANT TO WS-SOLDE-COURANT
           ELSE
               SUBTRACT W-TRN-MONTANT FROM WS-SOLDE-COURANT
                   AND W-TRN-LIBELLE(1:15) = "ARRONDI EPARGNE"
               ADD W-TRN-MONTANT TO WS-TOTAL-ARRONDI
           END-IF.
           IF TRN-FRAIS AND W-TRN-CATEGORIE = "FORF"
               ADD W-TRN-MONTANT TO WS-TOTAL-COTISATION
           END-IF.
           MOVE W-TRN-MONTANT    TO WS-MNT-AFF.
           MOVE WS-SOLDE-COURANT TO WS-SOLDE-AFF.
           STRING W-TRN-DATE "  " DELIMITED SIZE
               WRITE F-RELEVE-LIGNE
           END-IF.

           PERFORM IMPRIMER-REGULARISATIONS.
           PERFORM IMPRIMER-OFFRE.

           MOVE "=============================================="
               TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.

      *>----------------------------------------------------------------
      *> Regularisations de la periode nees d'une correction de date
      *> de valeur : le mouvement de regularisation figure dans la
      *> liste, son explication suit ici.
       IMPRIMER-REGULARISATIONS.
           MOVE 0 TO WS-NB-REGULS.
           MOVE 'N' TO WS-FIN-CVL.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.
           IF WS-CODE-CVL NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CPT-NUMERO TO W-CVL-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.
           IF WS-CODE-CVL NOT = '00'
               SET FIN-CORRECTIONS TO TRUE
           END-IF.

           PERFORM UNTIL FIN-CORRECTIONS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                      WS-CODE-CVL
               EVALUATE TRUE
                   WHEN WS-CODE-CVL NOT = '00'
                       SET FIN-CORRECTIONS TO TRUE
                   WHEN W-CVL-CPT NOT = W-CPT-NUMERO
                       SET FIN-CORRECTIONS TO TRUE
                   WHEN CVL-REGULARISEE
                           AND W-CVL-DATE-REGUL >= WS-DATE-DEBUT
                           AND W-CVL-DATE-REGUL <= WS-DATE-FIN
                       PERFORM IMPRIMER-REGULARISATION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.

       IMPRIMER-REGULARISATION.
           IF WS-NB-REGULS = 0
               MOVE "Corrections de date de valeur :" TO F-RELEVE-LIGNE
               WRITE F-RELEVE-LIGNE
           END-IF.
           ADD 1 TO WS-NB-REGULS.
           MOVE W-CVL-MONTANT-REGUL TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "  Mvt " DELIMITED SIZE
                  W-CVL-TRN-ID DELIMITED SIZE
                  " valeur " DELIMITED SIZE
                  W-CVL-ANCIENNE-VALEUR DELIMITED SIZE
                  " -> " DELIMITED SIZE
                  W-CVL-NOUVELLE-VALEUR DELIMITED SIZE
                  " : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " EUR" DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           IF CVL-AGIOS
               STRING "    regularisation d'agios - motif : "
                          DELIMITED SIZE
                      W-CVL-MOTIF DELIMITED SIZE
                   INTO WS-LIGNE
           ELSE
               STRING "    regularisation d'interets - motif : "
                          DELIMITED SIZE
                      W-CVL-MOTIF DELIMITED SIZE
                   INTO WS-LIGNE
           END-IF.
           MOVE WS-LIGNE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.

      *>----------------------------------------------------------------
      *> Offre groupee : la souscription tient la valeur des services
      *> inclus du mois en cours et du mois precedent ; le releve
      *> couvre le mois ecoule.
       IMPRIMER-OFFRE.
           MOVE 0 TO WS-VALEUR-SERVICES.
           MOVE W-CPT-NUMERO TO W-SOU-CPT.
           MOVE "READ" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.
           IF WS-CODE-SOU = '00'
               EVALUATE TRUE
                   WHEN W-SOU-MOIS = WS-AAAAMM
                       MOVE W-SOU-VALEUR-MOIS TO WS-VALEUR-SERVICES
                   WHEN W-SOU-MOIS-PREC = WS-AAAAMM
                       MOVE W-SOU-VALEUR-PREC TO WS-VALEUR-SERVICES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF WS-TOTAL-COTISATION > 0
               MOVE WS-TOTAL-COTISATION TO WS-MNT-AFF
               MOVE SPACES TO WS-LIGNE
               STRING "Cotisation offre groupee : " DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                      " EUR" DELIMITED SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO F-RELEVE-LIGNE
               WRITE F-RELEVE-LIGNE
           END-IF.
           IF WS-VALEUR-SERVICES > 0
               MOVE WS-VALEUR-SERVICES TO WS-MNT-AFF
               MOVE SPACES TO WS-LIGNE
               STRING "Services inclus dans l'offre : valeur "
                          DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                      " EUR" DELIMITED SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO F-RELEVE-LIGNE
               WRITE F-RELEVE-LIGNE
           END-IF.

      *>----------------------------------------------------------------
      *> Depose le document produit dans la file de spool avec la
      *> preference d'acheminement du compte ; un client en e-releve
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

      *>----------------------------------------------------------------
      *> Adresse du titulaire en vigueur au dernier jour de la periode :
      *> l'adresse de la fiche client, remplacee par celle de
      *> l'historique si elle a change depuis. Un compte sans client
      *> relie (compte ancien non rattache) n'imprime pas d'adresse.
       CHERCHER-ADRESSE-RELEVE.
           MOVE SPACES TO WS-ADRESSE-RELEVE.
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

           MOVE W-CLI-ADRESSE TO WS-ADRESSE-RELEVE.
           MOVE "VIGUEUR" TO WS-OP.
           CALL "ADRESSE-CTRL" USING WS-OP W-CLI-NUMERO WS-DATE-FIN
                                     WS-ADRESSE-RELEVE WS-FIN-CARENCE
                                     WS-CODE-ADRESSE.

       END PROGRAM RELEVE-MENSUEL.
