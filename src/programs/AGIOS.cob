      *>             mouvements indexes sous le numero du compte
      *>             (W-TRN-CPT) ; les virements recus, journalises
      *>             sous le compte emetteur, n'y figurent pas.
      *>             Le titulaire sous dossier de surendettement en
      *>             vigueur (module SURENDET-CTRL) n'est pas facture :
      *>             l'echelle est imprimee, les agios sont mentionnes
      *>             comme non factures.
      *>             Un compte souscripteur d'une offre groupee
      *>             (module OFFRE-CTRL) dont l'offre porte un taux
      *>             debiteur reduit voit la fraction autorisee
      *>             calculee a ce taux, s'il est inferieur a celui
      *>             d'AGIOS-PARAM.cpy.
      *>             Les agios d'un client fragile sont ecretes a ses
      *>             plafonds mensuel et annuel de frais (module
      *>             FRAGILE-PLAFOND) ; la part non facturee est
      *>             mentionnee dans l'echelle.
      *>             Les corrections de date de valeur en attente sur
      *>             un compte courant (ecran CORRECTION-VALEUR) sont
      *>             regularisees en fin de passage : l'echelle des
      *>             trimestres deja factures est rejouee avec
      *>             l'ancienne puis la nouvelle date du mouvement
      *>             corrige, et l'ecart d'agios est passe en un
      *>             mouvement unique explique ('F' en plus, 'K' en
      *>             faveur du client), detaille dans l'echelle et
      *>             reporte au journal des corrections.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGIOS.
       COPY CODES-ERR.
       COPY OPS.
       COPY AGIOS-PARAM.
       COPY SURENDET.
       COPY OFFRE.
       COPY CORRECTION-VALEUR.

       01 WS-FS-ECHELLE          PIC X(2) VALUE '00'.
       01 WS-FIN-CPT             PIC X(1) VALUE 'N'.
       01 WS-NOMBRES-AUTORISES   PIC S9(15)V99 COMP-3.
       01 WS-NOMBRES-DEPASSEMENT PIC S9(15)V99 COMP-3.
       01 WS-AGIOS               PIC S9(11)V99 COMP-3.
       01 WS-TAUX-DEBITEUR       PIC 9(3)V9(4) COMP-3.
       01 WS-CODE-OFFRE          PIC X(2).

       01 WS-NB-COMPTES          PIC 9(5) VALUE 0.
       01 WS-NB-FACTURES         PIC 9(5) VALUE 0.
       01 WS-NB-SURENDET         PIC 9(5) VALUE 0.
       01 WS-CODE-SDT            PIC X(2).
       01 WS-NB-FRAGILES         PIC 9(5) VALUE 0.
       01 WS-CODE-FRG            PIC X(2).
       01 WS-OP-FRG              PIC X(12).
       01 WS-AGIOS-EVITES        PIC S9(11)V99 COMP-3.

       01 WS-SOLDE-AFF           PIC -Z(10)9.99.
       01 WS-PART-AFF            PIC -Z(10)9.99.
       01 WS-DATE-BASE           PIC 9(8) VALUE 0.
       01 WS-CODE-SNAP           PIC X(2).

      *> Bornes de l'echelle rejouee : trimestre en cours pour la
      *> facturation ; trimestres deja factures concernes par une
      *> correction de date de valeur pour une regularisation, avec
      *> la date de valeur imposee au mouvement corrige (ancienne
      *> puis nouvelle) et sans impression du detail des paliers.
       01 WS-ECH-DEBUT           PIC 9(8).
       01 WS-ECH-FIN             PIC 9(8).
       01 WS-ECH-MODE            PIC X(1) VALUE 'F'.
          88 ECHELLE-FACTURATION VALUE 'F'.
          88 ECHELLE-REGUL       VALUE 'R'.
       01 WS-REG-TRN-ID          PIC 9(10) VALUE 0.
       01 WS-REG-VALEUR          PIC 9(8).
       01 WS-REG-TRIM            PIC 9(1).
       01 WS-AGIOS-ANCIENS       PIC S9(11)V99 COMP-3.
       01 WS-REGUL               PIC S9(11)V99 COMP-3.
       01 WS-ANCIENS-AFF         PIC -Z(10)9.99.
       01 WS-CODE-CVL            PIC X(2).
       01 WS-FIN-CVL             PIC X(1) VALUE 'N'.
          88 FIN-CORRECTIONS     VALUE 'O'.
       01 WS-NB-CORRECTIONS      PIC 9(5) VALUE 0.
       01 WS-NB-REGULS           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY " ".
           SET FIN-COMPTES TO TRUE
       END-IF.

       MOVE WS-TRIM-DEBUT TO WS-ECH-DEBUT.
       MOVE WS-DATE-JOUR TO WS-ECH-FIN.
       SET ECHELLE-FACTURATION TO TRUE.

       PERFORM UNTIL FIN-COMPTES
           MOVE "READ-NEXT" TO WS-OP
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR

       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

       PERFORM REGULARISER-VALEURS.
       CLOSE F-ECHELLE.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Comptes courants examines : " WS-NB-COMPTES
               "   agios factures : " WS-NB-FACTURES.
       DISPLAY "Non factures (surendettement) : " WS-NB-SURENDET.
       DISPLAY "Non factures (plafond client fragile) : "
               WS-NB-FRAGILES.
       DISPLAY "Corrections de date de valeur traitees : "
               WS-NB-CORRECTIONS "   regularisations : "
               WS-NB-REGULS.
       DISPLAY "Echelle detaillee : reports/AGIOS-ECHELLE.txt".

       MOVE 0 TO RETURN-CODE.

      *>----------------------------------------------------------------
      *> Echelle d'interets d'un compte : solde reconstitue au debut
      *> de la periode (WS-ECH-DEBUT) puis, mouvement par mouvement,
      *> cumul des nombres debiteurs (solde x jours) ventiles entre la
      *> fraction couverte par le decouvert autorise et la fraction
      *> au-dela, jusqu'a WS-ECH-FIN.
       CALCULER-ECHELLE-COMPTE.
           MOVE 0 TO WS-NOMBRES-AUTORISES WS-NOMBRES-DEPASSEMENT.
           MOVE 0 TO WS-SOLDE-ECHELLE.
           MOVE WS-ECH-DEBUT TO WS-DATE-COURANTE.
           PERFORM CHERCHER-PHOTOGRAPHIE-TRIMESTRE.

           MOVE "OPEN-IO" TO WS-OP.
      *>           photographie de depart sont deja dans son solde.
                   WHEN W-TRN-DATE NOT > WS-DATE-BASE
                       CONTINUE
                   WHEN WS-DATE-VALEUR-MVT < WS-ECH-DEBUT
                       PERFORM APPLIQUER-MOUVEMENT
                   WHEN WS-DATE-VALEUR-MVT > WS-ECH-FIN
                       CONTINUE
      *>           Une date de valeur anterieure au palier courant
      *>           (cheque compense en retard) s'applique au solde
      *>   Dernier palier : du dernier mouvement a l'arrete.
           PERFORM CUMULER-PALIER-FINAL.

           IF ECHELLE-FACTURATION
                   AND (WS-NOMBRES-AUTORISES > 0
                        OR WS-NOMBRES-DEPASSEMENT > 0)
               PERFORM FACTURER-AGIOS
           END-IF.

      *>----------------------------------------------------------------
      *> Solde de depart de l'echelle : la photographie de cloture
      *> (SOLDES-JOUR.dat) la plus recente anterieure au debut de la
      *> periode rejouee, comme RECONCILIER. Sans elle, un compte dont
      *> les mouvements anciens sont partis en archive serait
      *> reconstitue depuis un solde d'origine faux. WS-DATE-BASE
      *> reste a 0 (rejeu complet depuis TRANS.dat) quand le compte
      *> n'a aucune photographie anterieure a la periode.
       CHERCHER-PHOTOGRAPHIE-TRIMESTRE.
           MOVE 0 TO WS-DATE-BASE.
           MOVE 'N' TO WS-FIN-SNAP.
                       SET FIN-SNAPSHOTS TO TRUE
                   WHEN W-SNJ-CPT NOT = W-CPT-NUMERO
                       SET FIN-SNAPSHOTS TO TRUE
                   WHEN W-SNJ-DATE < WS-ECH-DEBUT
                       MOVE W-SNJ-DATE  TO WS-DATE-BASE
                       MOVE W-SNJ-SOLDE TO WS-SOLDE-ECHELLE
                   WHEN OTHER
       APPLIQUER-MOUVEMENT.
           EVALUATE TRUE
               WHEN TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
                       OR TRN-REMISE-CHEQUE OR TRN-GESTE
                   ADD W-TRN-MONTANT TO WS-SOLDE-ECHELLE
               WHEN TRN-RETRAIT OR TRN-VIREMENT OR TRN-FRAIS
                       OR TRN-VIR-SORTANT OR TRN-PRELEVEMENT

      *>----------------------------------------------------------------
      *> Date de valeur du mouvement courant, ou sa date de
      *> comptabilisation pour les mouvements anterieurs au champ ;
      *> en regularisation, le mouvement corrige prend la date de
      *> valeur du calcul en cours (ancienne ou nouvelle).
       RESOUDRE-DATE-VALEUR.
           IF W-TRN-DATE-VALEUR = 0
               MOVE W-TRN-DATE TO WS-DATE-VALEUR-MVT
           ELSE
               MOVE W-TRN-DATE-VALEUR TO WS-DATE-VALEUR-MVT
           END-IF.
           IF ECHELLE-REGUL AND W-TRN-ID = WS-REG-TRN-ID
               MOVE WS-REG-VALEUR TO WS-DATE-VALEUR-MVT
           END-IF.

       CUMULER-PALIER-FINAL.
           COMPUTE WS-NB-JOURS =
                   FUNCTION INTEGER-OF-DATE(WS-ECH-FIN)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-COURANTE) + 1.
           PERFORM CUMULER-NOMBRES.

           COMPUTE WS-NOMBRES-DEPASSEMENT = WS-NOMBRES-DEPASSEMENT
                   + WS-PART-DEPASSEMENT * WS-NB-JOURS.

           IF ECHELLE-FACTURATION
               PERFORM ECRIRE-LIGNE-ECHELLE
           END-IF.

      *>----------------------------------------------------------------
       ECRIRE-LIGNE-ECHELLE.
           WRITE F-ECHELLE-LIGNE.

      *>----------------------------------------------------------------
      *> Agios du trimestre = nombres x taux annuel / 365 (taux reduit
      *> de l'offre groupee le cas echeant), la fraction en
      *> depassement au taux de penalite ; debit du compte en
      *> mouvement 'F' et recapitulatif dans l'etat.
       FACTURER-AGIOS.
           PERFORM EVALUER-AGIOS.
           IF WS-AGIOS NOT > 0
               EXIT PARAGRAPH
           END-IF.

           CALL "SURENDET-CTRL" USING W-CPT-CLIENT W-SURENDET
                                      WS-CODE-SDT.
           IF WS-CODE-SDT = '48'
               ADD 1 TO WS-NB-SURENDET
               MOVE WS-AGIOS TO WS-AGIOS-AFF
               MOVE SPACES TO F-ECHELLE-LIGNE
               STRING "CPT " DELIMITED SIZE
                      W-CPT-NUMERO DELIMITED SIZE
                      " AGIOS " DELIMITED SIZE
                      WS-AGIOS-AFF DELIMITED SIZE
                      " NON FACTURES - SURENDETTEMENT "
                          DELIMITED SIZE
                      W-SDT-REF-BDF DELIMITED SPACE
                   INTO F-ECHELLE-LIGNE
               WRITE F-ECHELLE-LIGNE
               EXIT PARAGRAPH
           END-IF.

      *>   Client fragile : ecretement aux plafonds, impute sur ses
      *>   cumuls seulement hors repetition generale.
           IF MODE-SIMULATION
               MOVE "CALCULER" TO WS-OP-FRG
           ELSE
               MOVE "IMPUTER" TO WS-OP-FRG
           END-IF.
           CALL "FRAGILE-PLAFOND" USING WS-OP-FRG W-CPT-CLIENT WS-AGIOS
                                        WS-AGIOS-EVITES WS-CODE-FRG.
           IF WS-AGIOS-EVITES > 0
               MOVE WS-AGIOS-EVITES TO WS-AGIOS-AFF
               MOVE SPACES TO F-ECHELLE-LIGNE
               STRING "CPT " DELIMITED SIZE
                      W-CPT-NUMERO DELIMITED SIZE
                      " AGIOS " DELIMITED SIZE
                      WS-AGIOS-AFF DELIMITED SIZE
                      " NON FACTURES - PLAFOND CLIENT FRAGILE"
                          DELIMITED SIZE
                   INTO F-ECHELLE-LIGNE
               WRITE F-ECHELLE-LIGNE
           END-IF.
           IF WS-AGIOS NOT > 0
               ADD 1 TO WS-NB-FRAGILES
               EXIT PARAGRAPH
           END-IF.

      *>   Repetition generale : l'ecriture potentielle part au
      *>   rapport (l'echelle detaillee reste imprimee), le compte
      *>   n'est pas touche.
           DISPLAY "Compte " W-CPT-NUMERO " : agios " WS-AGIOS-AFF
                   " factures.".

           MOVE SPACES TO F-ECHELLE-LIGNE.
           STRING "CPT " DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  " TOTAL AGIOS TRIMESTRE : " DELIMITED SIZE

           PERFORM JOURNALISER-AGIOS.

      *>----------------------------------------------------------------
      *> Montant des agios des nombres cumules par l'echelle.
       EVALUER-AGIOS.
           MOVE AGIOS-TAUX-DEBITEUR TO WS-TAUX-DEBITEUR.
           CALL "OFFRE-CTRL" USING W-CPT-NUMERO W-OFFRE WS-CODE-OFFRE.
           IF WS-CODE-OFFRE = '00'
                   AND W-OFR-TAUX-DEBITEUR > 0
                   AND W-OFR-TAUX-DEBITEUR < AGIOS-TAUX-DEBITEUR
               MOVE W-OFR-TAUX-DEBITEUR TO WS-TAUX-DEBITEUR
           END-IF.
           COMPUTE WS-AGIOS ROUNDED =
                   (WS-NOMBRES-AUTORISES * WS-TAUX-DEBITEUR
                   + WS-NOMBRES-DEPASSEMENT * AGIOS-TAUX-PENALITE)
                   / 365.

      *>----------------------------------------------------------------
       JOURNALISER-AGIOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Corrections de date de valeur en attente sur les comptes
      *> courants (CORRECTIONS-VALEUR.dat) : chacune est regularisee
      *> ou classee sans incidence, une seule fois.
       REGULARISER-VALEURS.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.
           IF WS-CODE-CVL NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

           MOVE 'N' TO WS-FIN-CVL.
           MOVE "START-FIRST" TO WS-OP.
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
                   WHEN CVL-A-REGULARISER AND CVL-AGIOS
                       ADD 1 TO WS-NB-CORRECTIONS
                       PERFORM REGULARISER-CORRECTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           SET ECHELLE-FACTURATION TO TRUE.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.

      *>----------------------------------------------------------------
      *> Periode a reprendre : du debut du trimestre de la plus
      *> ancienne des dates du mouvement (ancienne valeur, nouvelle
      *> valeur, comptabilisation) a la veille du trimestre en cours,
      *> deja facture ; le trimestre en cours vient d'etre calcule sur
      *> la date corrigee. Ecart = agios de l'echelle rejouee avec la
      *> nouvelle date - agios de la meme echelle avec l'ancienne.
       REGULARISER-CORRECTION.
           MOVE 0 TO WS-REGUL.
           MOVE W-CVL-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK OR CPT-CLOTURE
               SET CVL-SANS-INCIDENCE TO TRUE
               MOVE "COMPTE CLOS OU INTROUVABLE" TO W-CVL-OBSERVATION
               PERFORM CLORE-CORRECTION
               EXIT PARAGRAPH
           END-IF.

           MOVE W-CVL-ANCIENNE-VALEUR TO WS-ECH-DEBUT.
           IF W-CVL-NOUVELLE-VALEUR < WS-ECH-DEBUT
               MOVE W-CVL-NOUVELLE-VALEUR TO WS-ECH-DEBUT
           END-IF.
           IF W-CVL-DATE-MVT < WS-ECH-DEBUT
               MOVE W-CVL-DATE-MVT TO WS-ECH-DEBUT
           END-IF.
           IF WS-ECH-DEBUT NOT < WS-TRIM-DEBUT
               SET CVL-SANS-INCIDENCE TO TRUE
               MOVE "TRIMESTRE EN COURS" TO W-CVL-OBSERVATION
               PERFORM CLORE-CORRECTION
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ECH-DEBUT(5:2) TO WS-MOIS-TRIM.
           COMPUTE WS-REG-TRIM = (WS-MOIS-TRIM - 1) / 3 + 1.
           COMPUTE WS-MOIS-TRIM = (WS-REG-TRIM - 1) * 3 + 1.
           MOVE WS-MOIS-TRIM TO WS-ECH-DEBUT(5:2).
           MOVE 01 TO WS-ECH-DEBUT(7:2).
           COMPUTE WS-ECH-FIN = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TRIM-DEBUT) - 1).

           SET ECHELLE-REGUL TO TRUE.
           MOVE W-CVL-TRN-ID TO WS-REG-TRN-ID.
           MOVE W-CVL-ANCIENNE-VALEUR TO WS-REG-VALEUR.
           PERFORM CALCULER-ECHELLE-COMPTE.
           PERFORM EVALUER-AGIOS.
           MOVE WS-AGIOS TO WS-AGIOS-ANCIENS.
           MOVE W-CVL-NOUVELLE-VALEUR TO WS-REG-VALEUR.
           PERFORM CALCULER-ECHELLE-COMPTE.
           PERFORM EVALUER-AGIOS.
           COMPUTE WS-REGUL = WS-AGIOS - WS-AGIOS-ANCIENS.

           MOVE WS-AGIOS-ANCIENS TO WS-ANCIENS-AFF.
           MOVE WS-AGIOS TO WS-AGIOS-AFF.
           MOVE SPACES TO F-ECHELLE-LIGNE.
           STRING "CPT " DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  " REGUL VALEUR MVT " DELIMITED SIZE
                  W-CVL-TRN-ID DELIMITED SIZE
                  " DU " DELIMITED SIZE
                  WS-ECH-DEBUT DELIMITED SIZE
                  " AU " DELIMITED SIZE
                  WS-ECH-FIN DELIMITED SIZE
                  " : " DELIMITED SIZE
                  WS-ANCIENS-AFF DELIMITED SIZE
                  " >" DELIMITED SIZE
                  WS-AGIOS-AFF DELIMITED SIZE
               INTO F-ECHELLE-LIGNE.
           WRITE F-ECHELLE-LIGNE.

           IF WS-REGUL = 0
               SET CVL-SANS-INCIDENCE TO TRUE
               MOVE "SANS INCIDENCE SUR LES AGIOS" TO W-CVL-OBSERVATION
               PERFORM CLORE-CORRECTION
               EXIT PARAGRAPH
           END-IF.

      *>   Supplement d'agios : memes protections qu'a la facturation
      *>   (surendettement, plafonds du client fragile).
           IF WS-REGUL > 0
               CALL "SURENDET-CTRL" USING W-CPT-CLIENT W-SURENDET
                                          WS-CODE-SDT
               IF WS-CODE-SDT = '48'
                   SET CVL-SANS-INCIDENCE TO TRUE
                   MOVE "NON FACTURE - SURENDETTEMENT"
                       TO W-CVL-OBSERVATION
                   PERFORM CLORE-CORRECTION
                   EXIT PARAGRAPH
               END-IF
               IF MODE-SIMULATION
                   MOVE "CALCULER" TO WS-OP-FRG
               ELSE
                   MOVE "IMPUTER" TO WS-OP-FRG
               END-IF
               CALL "FRAGILE-PLAFOND" USING WS-OP-FRG W-CPT-CLIENT
                                            WS-REGUL WS-AGIOS-EVITES
                                            WS-CODE-FRG
               IF WS-REGUL NOT > 0
                   SET CVL-SANS-INCIDENCE TO TRUE
                   MOVE "NON FACTURE - CLIENT FRAGILE"
                       TO W-CVL-OBSERVATION
                   PERFORM CLORE-CORRECTION
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-REGUL TO WS-AGIOS-AFF.
           IF MODE-SIMULATION
               ADD 1 TO WS-NB-REGULS
               MOVE SPACES TO WS-LIGNE-SIMUL
               STRING "AGIOS-REGUL  CPT " DELIMITED SIZE
                      W-CPT-NUMERO DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-AGIOS-AFF DELIMITED SIZE
                      " REGLE : VALEUR MVT " DELIMITED SIZE
                      W-CVL-TRN-ID DELIMITED SIZE
                   INTO WS-LIGNE-SIMUL
               MOVE "LIGNE" TO WS-OP-SIMUL
               CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                            WS-CODE-SIMUL
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-REGUL FROM W-CPT-SOLDE.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Echec regularisation agios compte "
                       W-CPT-NUMERO " (code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-REGULS.
           DISPLAY "Compte " W-CPT-NUMERO " : regularisation agios "
                   WS-AGIOS-AFF " (valeur mvt " W-CVL-TRN-ID ").".

           PERFORM JOURNALISER-REGUL.
           SET CVL-REGULARISEE TO TRUE.
           MOVE SPACES TO W-CVL-OBSERVATION.
           PERFORM CLORE-CORRECTION.

      *>----------------------------------------------------------------
      *> Mouvement unique de regularisation : 'F' (categorie AGIO)
      *> pour un supplement, 'K' pour un trop-percu rendu au client ;
      *> le libelle renvoie au mouvement corrige.
       JOURNALISER-REGUL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-CPT-NUMERO          TO W-TRN-CPT.
           MOVE W-CPT-NUMERO          TO W-TRN-CPT-DEST.
           IF WS-REGUL > 0
               MOVE 'F'               TO W-TRN-TYPE
               MOVE WS-REGUL          TO W-TRN-MONTANT
           ELSE
               MOVE 'K'               TO W-TRN-TYPE
               COMPUTE W-TRN-MONTANT = 0 - WS-REGUL
           END-IF.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "REGUL AGIOS VALEUR MVT " DELIMITED SIZE
                  W-CVL-TRN-ID DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "AGIO"                TO W-TRN-CATEGORIE.
           MOVE "AGIOS   "            TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ATTENTION : regularisation passee mais "
                       "MOUVEMENT NON JOURNALISE (code: "
                       W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

           MOVE W-TRN-ID TO W-CVL-TRN-REGUL.
           COMPUTE W-CVL-MONTANT-REGUL = 0 - WS-REGUL.

      *>----------------------------------------------------------------
      *> Resultat porte au journal des corrections (hors repetition
      *> generale, ou la correction reste en attente).
       CLORE-CORRECTION.
           IF MODE-SIMULATION
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-JOUR TO W-CVL-DATE-REGUL.
           MOVE "REWRITE" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.

       END PROGRAM AGIOS.
