      *>****************************************************************
      *> Programme : ECHEANCIER-LIQUIDITE
      *> Role      : Batch de cycle mensuel (chaine BATCH-NUIT, fin de
      *>             mois, apres la photographie des soldes). Echeancier
      *>             de liquidite pour la gestion actif-passif : les
      *>             entrees et sorties de tresorerie attendues sont
      *>             ventilees par bande de maturite (JOUR, 1 SEMAINE,
      *>             1 MOIS, 3 MOIS, 1 AN, AU-DELA) et par devise :
      *>             - depots a vue et d'epargne : solde de la
      *>               photographie du jour (SOLDES-JOUR.dat, a defaut
      *>               solde du compte), ecoule par bande selon les
      *>               hypotheses de LIQ-PARAM.cpy, la part stable en
      *>               AU-DELA ; les soldes debiteurs ne comptent pas ;
      *>             - comptes a terme (DAT.dat) : capital et interets
      *>               a l'echeance avec instruction de paiement ; un
      *>               depot reconduit ou nanti reste une periode de
      *>               plus (pas de 30 jours par mois) ;
      *>             - prets (PRETS.dat) : mensualites restantes en
      *>               entree des la prochaine echeance, reliquat non
      *>               debloque d'un pret en deblocage en sortie a la
      *>               date limite ; un pret dechu n'est pas retenu ;
      *>             - ordres permanents fixes vers une destination
      *>               externe, projetes sur l'annee comme PREVISIONNEL
      *>               (un ordre entre deux de nos comptes ne deplace
      *>               pas de liquidite) ; mandats de prelevement actifs
      *>               au montant moyen suppose, une fois par mois ;
      *>             - virements sortants en file (SEPA en attente,
      *>               suspendus ou emis non regles, internationaux en
      *>               attente) en sortie du lendemain.
      *>             Les flux recurrents ne sont pas projetes au-dela
      *>             d'un an. Pour chaque devise, impasse par bande et
      *>             impasse cumulee ; puis ratio de liquidite a 30
      *>             jours en contre-valeur EUR : reserves liquides
      *>             (billets des coffres d'agence et reserves declarees
      *>             par la tresorerie) rapportees aux sorties nettes
      *>             des trois premieres bandes, les entrees etant
      *>             plafonnees a LIQ-PLAF-ENTREES % des sorties.
      *>             Rapport reports/LIQUIDITE-AAAAMM.txt. Code retour
      *>             1 si le ratio est sous le minimum reglementaire ou
      *>             si une devise n'a pu etre ventilee.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHEANCIER-LIQUIDITE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY SOLDE-JOUR.
       COPY DAT.
       COPY PRET.
       COPY MANDAT.
       COPY ORDRE.
       COPY VIR-SORTANT.
       COPY VIR-INTL.
       COPY COFFRE.
       COPY COFFRE-PARAM.
       COPY LIQ-PARAM.
       COPY PARAM-EXPLOIT.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-NOM-RAPPORT         PIC X(50).

       01 WS-FIN-CPT             PIC X(1) VALUE 'N'.
          88 FIN-COMPTES         VALUE 'O'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-CODE-PARAM          PIC X(2).
       01 WS-CODE-IO             PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-AAAAMM              PIC 9(6).
       01 WS-JOUR-REF            PIC S9(9) COMP.
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.
       01 WS-DATE-LIMITE-AN      PIC 9(8).

      *> Hypotheses du jour (defaut compile de LIQ-PARAM.cpy ou
      *> surcharge des parametres d'exploitation).
       01 WS-HYPOTHESES.
          05 WS-FUITE-VUE OCCURS 5 TIMES PIC 9(3)V99.
          05 WS-FUITE-EPA OCCURS 5 TIMES PIC 9(3)V99.
       01 WS-PRELEV-MOYEN        PIC 9(7)V99.
       01 WS-RESERVES-BC         PIC 9(11)V99.
       01 WS-PLAF-ENTREES        PIC 9(3)V99.
       01 WS-RATIO-MIN           PIC 9(3)V99.

      *> Echeancier par devise : entrees et sorties de chaque bande.
       01 WS-NB-DEV              PIC 9(2) COMP VALUE 0.
       01 WS-TAB-DEVISES.
          05 WS-DEVISE OCCURS 10 TIMES.
             10 WS-DEV-CODE      PIC X(3).
             10 WS-DEV-ENTREES OCCURS 6 TIMES
                                 PIC S9(13)V99 COMP-3.
             10 WS-DEV-SORTIES OCCURS 6 TIMES
                                 PIC S9(13)V99 COMP-3.
       01 WS-IDX-DEV             PIC 9(2) COMP.
       01 WS-IDX-BANDE           PIC 9(2) COMP.
       01 WS-IDX-RECH            PIC 9(2) COMP.

      *> Flux en cours d'enregistrement.
       01 WS-FLUX-DEVISE         PIC X(3).
       01 WS-FLUX-DATE           PIC 9(8).
       01 WS-FLUX-BANDE          PIC 9(1).
       01 WS-FLUX-SENS           PIC X(1).
          88 FLUX-ENTREE         VALUE 'E'.
          88 FLUX-SORTIE         VALUE 'S'.
       01 WS-FLUX-MONTANT        PIC S9(13)V99 COMP-3.
       01 WS-NB-JOURS-FLUX       PIC S9(9) COMP.

      *> Compte en cours.
       01 WS-SOLDE-ARRETE        PIC S9(11)V99 COMP-3.
       01 WS-PHOTO               PIC X(1).
          88 PHOTO-TROUVEE       VALUE 'O'.
       01 WS-CUMUL-ECOULE        PIC S9(13)V99 COMP-3.
       01 WS-INTERETS-DAT        PIC S9(11)V99 COMP-3.
       01 WS-NB-ECHEANCES        PIC S9(4) COMP.
       01 WS-IDX-ECH             PIC S9(4) COMP.
       01 WS-PAS-JOURS           PIC 9(3) COMP.

      *> Ratio de liquidite a 30 jours (contre-valeur EUR).
       01 WS-TAUX                PIC 9(3)V9(4).
       01 WS-CODE-TAUX           PIC X(2).
       01 WS-ENCAISSE-COFFRES    PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-ACTIFS-LIQUIDES     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-SORTIES-30          PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-ENTREES-30          PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-ENTREES-RETENUES    PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-PLAFOND-ENTREES     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-SORTIES-NETTES      PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-MONTANT-EUR         PIC S9(13)V99 COMP-3.
       01 WS-RATIO               PIC 9(5)V99 VALUE 0.
       01 WS-RATIO-STATUT        PIC X(1) VALUE 'O'.
          88 RATIO-CONFORME      VALUE 'O'.
          88 RATIO-INSUFFISANT   VALUE 'N'.

      *> Edition.
       01 WS-CUMUL-GAP           PIC S9(13)V99 COMP-3.
       01 WS-GAP                 PIC S9(13)V99 COMP-3.
       01 WS-TOT-ENTREES         PIC S9(13)V99 COMP-3.
       01 WS-TOT-SORTIES         PIC S9(13)V99 COMP-3.

       01 WS-NB-COMPTES          PIC 9(5) VALUE 0.
       01 WS-NB-VUE              PIC 9(5) VALUE 0.
       01 WS-NB-EPARGNE          PIC 9(5) VALUE 0.
       01 WS-NB-SANS-PHOTO       PIC 9(5) VALUE 0.
       01 WS-NB-DAT              PIC 9(5) VALUE 0.
       01 WS-NB-PRETS            PIC 9(5) VALUE 0.
       01 WS-NB-DEBLOCAGES       PIC 9(5) VALUE 0.
       01 WS-NB-DECHUS           PIC 9(5) VALUE 0.
       01 WS-NB-MANDATS          PIC 9(5) VALUE 0.
       01 WS-NB-ORDRES           PIC 9(5) VALUE 0.
       01 WS-NB-ORDRES-INTERNES  PIC 9(5) VALUE 0.
       01 WS-NB-VIREMENTS        PIC 9(5) VALUE 0.
       01 WS-NB-VIR-INTL         PIC 9(5) VALUE 0.
       01 WS-NB-HORS-TABLE       PIC 9(5) VALUE 0.

       01 WS-MNT-AFF             PIC -Z(12)9.99.
       01 WS-MNT2-AFF            PIC -Z(12)9.99.
       01 WS-MNT3-AFF            PIC -Z(12)9.99.
       01 WS-MNT4-AFF            PIC -Z(12)9.99.
       01 WS-PCT-AFF             PIC ZZ9.99.
       01 WS-RATIO-AFF           PIC ZZZZ9.99.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- ECHEANCIER-LIQUIDITE : impasses par bande ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM.
       COMPUTE WS-JOUR-REF = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
       COMPUTE WS-JOUR-INTEGER = WS-JOUR-REF + LIQ-BORNE(5).
       COMPUTE WS-DATE-LIMITE-AN =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).

       PERFORM RESOUDRE-PARAMETRES.
       INITIALIZE WS-TAB-DEVISES.

       PERFORM PARCOURIR-COMPTES.
       PERFORM COLLECTER-ORDRES.
       PERFORM COLLECTER-VIREMENTS.
       PERFORM COLLECTER-VIREMENTS-INTL.
       PERFORM COMPTER-ACTIFS-LIQUIDES.
       PERFORM CALCULER-RATIO.

       STRING "reports/LIQUIDITE-" DELIMITED SIZE
              WS-AAAAMM DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.
       OPEN OUTPUT F-RAPPORT.
       PERFORM ECRIRE-ENTETE.
       PERFORM EDITER-DEVISES.
       PERFORM EDITER-RATIO.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Comptes : " WS-NB-COMPTES
               "   DAT : " WS-NB-DAT
               "   prets : " WS-NB-PRETS
               "   devises : " WS-NB-DEV.
       MOVE WS-RATIO TO WS-RATIO-AFF.
       DISPLAY "Ratio de liquidite a 30 jours : " WS-RATIO-AFF " %".
       IF RATIO-INSUFFISANT
           DISPLAY "*** RATIO SOUS LE MINIMUM REGLEMENTAIRE ***"
       END-IF.
       DISPLAY "Rapport : " FUNCTION TRIM(WS-NOM-RAPPORT).

       IF RATIO-INSUFFISANT OR WS-NB-HORS-TABLE > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Hypotheses du jour : defaut compile surcharge par la cle des
      *> parametres d'exploitation.
       RESOUDRE-PARAMETRES.
           MOVE "LIQ-VUE-JOUR" TO W-PAR-CLE.
           MOVE LIQ-VUE-JOUR-PCT TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-FUITE-VUE(1).
           MOVE "LIQ-VUE-SEMAINE" TO W-PAR-CLE.
           MOVE LIQ-VUE-SEMAINE-PCT TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-FUITE-VUE(2).
           MOVE "LIQ-VUE-MOIS" TO W-PAR-CLE.
           MOVE LIQ-VUE-MOIS-PCT TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-FUITE-VUE(3).
           MOVE "LIQ-VUE-TRIMESTRE" TO W-PAR-CLE.
           MOVE LIQ-VUE-TRIMESTRE-PCT TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-FUITE-VUE(4).
           MOVE "LIQ-VUE-AN" TO W-PAR-CLE.
           MOVE LIQ-VUE-AN-PCT TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-FUITE-VUE(5).

           MOVE "LIQ-EPA-JOUR" TO W-PAR-CLE.
           MOVE LIQ-EPA-JOUR-PCT TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-FUITE-EPA(1).
           MOVE "LIQ-EPA-SEMAINE" TO W-PAR-CLE.
           MOVE LIQ-EPA-SEMAINE-PCT TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-FUITE-EPA(2).
           MOVE "LIQ-EPA-MOIS" TO W-PAR-CLE.
           MOVE LIQ-EPA-MOIS-PCT TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-FUITE-EPA(3).
           MOVE "LIQ-EPA-TRIMESTRE" TO W-PAR-CLE.
           MOVE LIQ-EPA-TRIMESTRE-PCT TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-FUITE-EPA(4).
           MOVE "LIQ-EPA-AN" TO W-PAR-CLE.
           MOVE LIQ-EPA-AN-PCT TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-FUITE-EPA(5).

           MOVE "LIQ-PRELEV-MOYEN" TO W-PAR-CLE.
           MOVE LIQ-PRELEV-MOYEN TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-PRELEV-MOYEN.
           MOVE "LIQ-RESERVES-BC" TO W-PAR-CLE.
           MOVE LIQ-RESERVES-BC TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-RESERVES-BC.
           MOVE "LIQ-PLAF-ENTREES" TO W-PAR-CLE.
           MOVE LIQ-PLAF-ENTREES-PCT TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-PLAF-ENTREES.
           MOVE "LIQ-RATIO-MIN" TO W-PAR-CLE.
           MOVE LIQ-RATIO-MIN-PCT TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-RATIO-MIN.

       LIRE-PARAMETRE.
           MOVE "VALEUR" TO WS-OP.
           CALL "PARAM-IO" USING WS-OP W-PARAMETRE WS-CODE-PARAM.

      *>----------------------------------------------------------------
      *> Parcours des comptes non clos : depots, DAT, prets et mandats
      *> rattaches, dans la devise du compte.
       PARCOURIR-COMPTES.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Aucun compte a analyser."
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-COMPTES TO TRUE
           END-IF.

           PERFORM UNTIL FIN-COMPTES
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-COMPTES TO TRUE
                   WHEN CPT-CLOTURE
                       CONTINUE
                   WHEN OTHER
                       PERFORM TRAITER-COMPTE
               END-EVALUATE
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR
                                    WS-CODE-FERMETURE.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-FERMETURE.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-FERMETURE.
           CALL "MANDAT-IO" USING WS-OP W-MANDAT WS-CODE-FERMETURE.

       TRAITER-COMPTE.
           ADD 1 TO WS-NB-COMPTES.
           MOVE W-CPT-DEVISE TO WS-FLUX-DEVISE.
           IF WS-FLUX-DEVISE = SPACES
               MOVE "EUR" TO WS-FLUX-DEVISE
           END-IF.

           PERFORM LIRE-SOLDE-ARRETE.
           IF WS-SOLDE-ARRETE > 0
               PERFORM ECOULER-DEPOT
           END-IF.
           PERFORM COLLECTER-DATS.
           PERFORM COLLECTER-PRETS.
           PERFORM COLLECTER-MANDATS.

      *>----------------------------------------------------------------
      *> Derniere photographie du compte atteinte a la date d'arrete
      *> (la cle est compte + date croissante) ; sans photographie,
      *> solde du compte.
       LIRE-SOLDE-ARRETE.
           MOVE W-CPT-SOLDE TO WS-SOLDE-ARRETE.
           MOVE 'N' TO WS-FIN WS-PHOTO.
           MOVE W-CPT-NUMERO TO W-SNJ-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               ADD 1 TO WS-NB-SANS-PHOTO
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-SNJ-CPT NOT = W-CPT-NUMERO
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-SNJ-DATE > WS-DATE-JOUR
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       MOVE W-SNJ-SOLDE TO WS-SOLDE-ARRETE
                       SET PHOTO-TROUVEE TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF NOT PHOTO-TROUVEE
               ADD 1 TO WS-NB-SANS-PHOTO
           END-IF.

      *>----------------------------------------------------------------
      *> Ecoulement conventionnel du depot : un pourcentage du solde
      *> par bande, le reliquat (part stable) en AU-DELA.
       ECOULER-DEPOT.
           SET FLUX-SORTIE TO TRUE.
           MOVE 0 TO WS-CUMUL-ECOULE.
           IF CPT-EPARGNE
               ADD 1 TO WS-NB-EPARGNE
           ELSE
               ADD 1 TO WS-NB-VUE
           END-IF.
           MOVE 1 TO WS-IDX-BANDE.
           PERFORM UNTIL WS-IDX-BANDE > 5
               IF CPT-EPARGNE
                   COMPUTE WS-FLUX-MONTANT ROUNDED =
                           WS-SOLDE-ARRETE
                           * WS-FUITE-EPA(WS-IDX-BANDE) / 100
               ELSE
                   COMPUTE WS-FLUX-MONTANT ROUNDED =
                           WS-SOLDE-ARRETE
                           * WS-FUITE-VUE(WS-IDX-BANDE) / 100
               END-IF
               IF WS-CUMUL-ECOULE + WS-FLUX-MONTANT > WS-SOLDE-ARRETE
                   COMPUTE WS-FLUX-MONTANT =
                           WS-SOLDE-ARRETE - WS-CUMUL-ECOULE
               END-IF
               ADD WS-FLUX-MONTANT TO WS-CUMUL-ECOULE
               MOVE WS-IDX-BANDE TO WS-FLUX-BANDE
               PERFORM AJOUTER-FLUX-BANDE
               ADD 1 TO WS-IDX-BANDE
           END-PERFORM.
           COMPUTE WS-FLUX-MONTANT = WS-SOLDE-ARRETE - WS-CUMUL-ECOULE.
           MOVE 6 TO WS-FLUX-BANDE.
           PERFORM AJOUTER-FLUX-BANDE.

      *>----------------------------------------------------------------
      *> Comptes a terme actifs du compte : capital et interets de la
      *> periode sortent a l'echeance ; reconduit ou nanti, le depot
      *> court une periode de plus.
       COLLECTER-DATS.
           MOVE 'N' TO WS-FIN.
           MOVE W-CPT-NUMERO TO W-DAT-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-DAT-CPT NOT = W-CPT-NUMERO
                       SET FIN-PARCOURS TO TRUE
                   WHEN DAT-ACTIF
                       PERFORM PROJETER-DAT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       PROJETER-DAT.
           ADD 1 TO WS-NB-DAT.
           COMPUTE WS-INTERETS-DAT ROUNDED =
                   W-DAT-MONTANT * W-DAT-TAUX
                   * W-DAT-DUREE-MOIS / 12.
           COMPUTE WS-FLUX-MONTANT = W-DAT-MONTANT + WS-INTERETS-DAT.
           IF DAT-PAIEMENT AND DAT-LIBRE
               MOVE W-DAT-DATE-ECHEANCE TO WS-FLUX-DATE
           ELSE
               COMPUTE WS-JOUR-INTEGER =
                       FUNCTION INTEGER-OF-DATE(W-DAT-DATE-ECHEANCE)
                       + W-DAT-DUREE-MOIS * 30
               COMPUTE WS-FLUX-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER)
           END-IF.
           SET FLUX-SORTIE TO TRUE.
           PERFORM AJOUTER-FLUX-DATE.

      *>----------------------------------------------------------------
      *> Prets du compte : mensualites restantes en entree (pas de 30
      *> jours, comme PREVISIONNEL), reliquat a debloquer en sortie.
      *> Un pret dechu n'est pas une entree attendue.
       COLLECTER-PRETS.
           MOVE 'N' TO WS-FIN.
           MOVE W-CPT-NUMERO TO W-PRT-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-PRT-CPT NOT = W-CPT-NUMERO
                       SET FIN-PARCOURS TO TRUE
                   WHEN PRT-ACTIF
                       ADD 1 TO WS-NB-PRETS
                       PERFORM PROJETER-MENSUALITES
                   WHEN PRT-EN-DEBLOCAGE
                       ADD 1 TO WS-NB-DEBLOCAGES
                       PERFORM PROJETER-DEBLOCAGE
                   WHEN PRT-DECHU
                       ADD 1 TO WS-NB-DECHUS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       PROJETER-MENSUALITES.
           COMPUTE WS-NB-ECHEANCES =
                   W-PRT-DUREE-MOIS - W-PRT-NB-PAYEES.
           SET FLUX-ENTREE TO TRUE.
           MOVE W-PRT-DATE-PROCHAINE TO WS-FLUX-DATE.
           MOVE 1 TO WS-IDX-ECH.
           PERFORM UNTIL WS-IDX-ECH > WS-NB-ECHEANCES
               MOVE W-PRT-MENSUALITE TO WS-FLUX-MONTANT
               PERFORM AJOUTER-FLUX-DATE
               COMPUTE WS-JOUR-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-FLUX-DATE) + 30
               COMPUTE WS-FLUX-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER)
               ADD 1 TO WS-IDX-ECH
           END-PERFORM.

       PROJETER-DEBLOCAGE.
           COMPUTE WS-FLUX-MONTANT =
                   W-PRT-CAPITAL-INITIAL - W-PRT-MONTANT-DEBLOQUE.
           IF WS-FLUX-MONTANT NOT > 0
               EXIT PARAGRAPH
           END-IF.
           IF W-PRT-DATE-LIMITE-DEBLOC = 0
               MOVE WS-DATE-JOUR TO WS-FLUX-DATE
           ELSE
               MOVE W-PRT-DATE-LIMITE-DEBLOC TO WS-FLUX-DATE
           END-IF.
           SET FLUX-SORTIE TO TRUE.
           PERFORM AJOUTER-FLUX-DATE.

      *>----------------------------------------------------------------
      *> Mandats actifs du compte : montant et date inconnus d'avance,
      *> un prelevement moyen suppose par mois jusqu'a un an ou
      *> jusqu'a la fin du mandat.
       COLLECTER-MANDATS.
           MOVE 'N' TO WS-FIN.
           MOVE W-CPT-NUMERO TO W-MAN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "MANDAT-IO" USING WS-OP W-MANDAT WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "MANDAT-IO" USING WS-OP W-MANDAT WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-MAN-CPT NOT = W-CPT-NUMERO
                       SET FIN-PARCOURS TO TRUE
                   WHEN MAN-ACTIF AND (W-MAN-DATE-FIN = 0
                           OR W-MAN-DATE-FIN >= WS-DATE-JOUR)
                       ADD 1 TO WS-NB-MANDATS
                       PERFORM PROJETER-PRELEVEMENTS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       PROJETER-PRELEVEMENTS.
           SET FLUX-SORTIE TO TRUE.
           MOVE 1 TO WS-IDX-ECH.
           PERFORM UNTIL WS-IDX-ECH > 12
               COMPUTE WS-JOUR-INTEGER = WS-JOUR-REF + WS-IDX-ECH * 30
               COMPUTE WS-FLUX-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER)
               IF W-MAN-DATE-FIN NOT = 0
                       AND WS-FLUX-DATE > W-MAN-DATE-FIN
                   MOVE 12 TO WS-IDX-ECH
               ELSE
                   MOVE WS-PRELEV-MOYEN TO WS-FLUX-MONTANT
                   PERFORM AJOUTER-FLUX-DATE
               END-IF
               ADD 1 TO WS-IDX-ECH
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Ordres permanents fixes actifs : seuls ceux dont la
      *> destination n'est pas un de nos comptes font sortir des
      *> fonds (virement sortant d'EXEC-ORDRES) ; occurrences de
      *> l'annee dans la devise du compte source.
       COLLECTER-ORDRES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN ORD-ACTIF AND ORD-TYPE-FIXE
                       PERFORM TRAITER-ORDRE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-FERMETURE.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-FERMETURE.

       TRAITER-ORDRE.
           MOVE W-ORD-CPT-DEST TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF RC-OK
               ADD 1 TO WS-NB-ORDRES-INTERNES
               EXIT PARAGRAPH
           END-IF.
           MOVE W-ORD-CPT-SOURCE TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK OR CPT-CLOTURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-ORDRES.
           MOVE W-CPT-DEVISE TO WS-FLUX-DEVISE.
           IF WS-FLUX-DEVISE = SPACES
               MOVE "EUR" TO WS-FLUX-DEVISE
           END-IF.

           EVALUATE TRUE
               WHEN ORD-FREQ-HEBDO
                   MOVE 7 TO WS-PAS-JOURS
               WHEN ORD-FREQ-MENSUEL
                   MOVE 30 TO WS-PAS-JOURS
               WHEN OTHER
                   MOVE 365 TO WS-PAS-JOURS
           END-EVALUATE.
           SET FLUX-SORTIE TO TRUE.
           MOVE W-ORD-PROCHAINE-DATE TO WS-FLUX-DATE.
           PERFORM UNTIL WS-FLUX-DATE > WS-DATE-LIMITE-AN
               IF WS-FLUX-DATE >= WS-DATE-JOUR
                   MOVE W-ORD-MONTANT TO WS-FLUX-MONTANT
                   PERFORM AJOUTER-FLUX-DATE
               END-IF
               COMPUTE WS-JOUR-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-FLUX-DATE)
                       + WS-PAS-JOURS
               COMPUTE WS-FLUX-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER)
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Virements SEPA pas encore regles par la place (en attente,
      *> suspendus au filtrage, emis non acquittes) : le client est
      *> deja debite, les fonds quittent la banque au reglement.
       COLLECTER-VIREMENTS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           MOVE "EUR" TO WS-FLUX-DEVISE.
           SET FLUX-SORTIE TO TRUE.
           MOVE 1 TO WS-FLUX-BANDE.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN VSO-EN-ATTENTE OR VSO-SUSPENDU OR VSO-EMIS
                       ADD 1 TO WS-NB-VIREMENTS
                       MOVE W-VSO-MONTANT TO WS-FLUX-MONTANT
                       PERFORM AJOUTER-FLUX-BANDE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT
                                  WS-CODE-FERMETURE.

      *> Virements internationaux en attente d'emission, dans la
      *> devise du virement.
       COLLECTER-VIREMENTS-INTL.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           SET FLUX-SORTIE TO TRUE.
           MOVE 1 TO WS-FLUX-BANDE.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN VIN-EN-ATTENTE
                       ADD 1 TO WS-NB-VIR-INTL
                       MOVE W-VIN-DEVISE TO WS-FLUX-DEVISE
                       MOVE W-VIN-MONTANT TO WS-FLUX-MONTANT
                       PERFORM AJOUTER-FLUX-BANDE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
      *> Bande du flux date (un flux echu non encore passe tombe dans
      *> la premiere bande), puis cumul.
       AJOUTER-FLUX-DATE.
           COMPUTE WS-NB-JOURS-FLUX =
                   FUNCTION INTEGER-OF-DATE(WS-FLUX-DATE) - WS-JOUR-REF.
           MOVE 6 TO WS-FLUX-BANDE.
           MOVE 5 TO WS-IDX-RECH.
           PERFORM UNTIL WS-IDX-RECH < 1
               IF WS-NB-JOURS-FLUX <= LIQ-BORNE(WS-IDX-RECH)
                   MOVE WS-IDX-RECH TO WS-FLUX-BANDE
               END-IF
               SUBTRACT 1 FROM WS-IDX-RECH
           END-PERFORM.
           PERFORM AJOUTER-FLUX-BANDE.

      *> Cumul du flux dans la ligne de sa devise (creee au premier
      *> flux, table de 10 devises).
       AJOUTER-FLUX-BANDE.
           IF WS-FLUX-MONTANT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-IDX-DEV.
           MOVE 1 TO WS-IDX-RECH.
           PERFORM UNTIL WS-IDX-RECH > WS-NB-DEV
               IF WS-DEV-CODE(WS-IDX-RECH) = WS-FLUX-DEVISE
                   MOVE WS-IDX-RECH TO WS-IDX-DEV
                   MOVE WS-NB-DEV TO WS-IDX-RECH
               END-IF
               ADD 1 TO WS-IDX-RECH
           END-PERFORM.
           IF WS-IDX-DEV = 0
               IF WS-NB-DEV >= 10
                   ADD 1 TO WS-NB-HORS-TABLE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-DEV
               MOVE WS-NB-DEV TO WS-IDX-DEV
               MOVE WS-FLUX-DEVISE TO WS-DEV-CODE(WS-IDX-DEV)
           END-IF.
           IF FLUX-ENTREE
               ADD WS-FLUX-MONTANT
                   TO WS-DEV-ENTREES(WS-IDX-DEV WS-FLUX-BANDE)
           ELSE
               ADD WS-FLUX-MONTANT
                   TO WS-DEV-SORTIES(WS-IDX-DEV WS-FLUX-BANDE)
           END-IF.

      *>----------------------------------------------------------------
      *> Billets en coffre d'agence (stock entier, reserves de
      *> commandes de fonds comprises) et monnaie.
       COMPTER-ACTIFS-LIQUIDES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COFFRE-IO" USING WS-OP W-COFFRE WS-CODE-IO.
           IF WS-CODE-IO = '00'
               MOVE "START-FIRST" TO WS-OP
               CALL "COFFRE-IO" USING WS-OP W-COFFRE WS-CODE-IO
               IF WS-CODE-IO NOT = '00'
                   SET FIN-PARCOURS TO TRUE
               END-IF
               PERFORM UNTIL FIN-PARCOURS
                   MOVE "READ-NEXT" TO WS-OP
                   CALL "COFFRE-IO" USING WS-OP W-COFFRE WS-CODE-IO
                   IF WS-CODE-IO = '00'
                       PERFORM CUMULER-COFFRE
                   ELSE
                       SET FIN-PARCOURS TO TRUE
                   END-IF
               END-PERFORM
               MOVE "CLOSE" TO WS-OP
               CALL "COFFRE-IO" USING WS-OP W-COFFRE WS-CODE-FERMETURE
           END-IF.
           COMPUTE WS-ACTIFS-LIQUIDES =
                   WS-ENCAISSE-COFFRES + WS-RESERVES-BC.

       CUMULER-COFFRE.
           ADD W-COF-MONNAIE TO WS-ENCAISSE-COFFRES.
           MOVE 1 TO WS-IDX-BANDE.
           PERFORM UNTIL WS-IDX-BANDE > 7
               COMPUTE WS-ENCAISSE-COFFRES = WS-ENCAISSE-COFFRES
                       + W-COF-NB-BILLETS(WS-IDX-BANDE)
                         * COFFRE-VALEUR(WS-IDX-BANDE)
               ADD 1 TO WS-IDX-BANDE
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Sorties et entrees des bandes jusqu'a 30 jours en contre-
      *> valeur EUR au taux du jour (repli au nominal sans taux) ;
      *> entrees plafonnees, ratio = reserves / sorties nettes.
       CALCULER-RATIO.
           MOVE 1 TO WS-IDX-DEV.
           PERFORM UNTIL WS-IDX-DEV > WS-NB-DEV
               PERFORM LIRE-TAUX-DEVISE
               MOVE 1 TO WS-IDX-BANDE
               PERFORM UNTIL WS-IDX-BANDE > LIQ-BANDE-RATIO
                   MOVE WS-DEV-SORTIES(WS-IDX-DEV WS-IDX-BANDE)
                       TO WS-MONTANT-EUR
                   PERFORM CONVERTIR-EUR
                   ADD WS-MONTANT-EUR TO WS-SORTIES-30
                   MOVE WS-DEV-ENTREES(WS-IDX-DEV WS-IDX-BANDE)
                       TO WS-MONTANT-EUR
                   PERFORM CONVERTIR-EUR
                   ADD WS-MONTANT-EUR TO WS-ENTREES-30
                   ADD 1 TO WS-IDX-BANDE
               END-PERFORM
               ADD 1 TO WS-IDX-DEV
           END-PERFORM.

           COMPUTE WS-PLAFOND-ENTREES ROUNDED =
                   WS-SORTIES-30 * WS-PLAF-ENTREES / 100.
           IF WS-ENTREES-30 > WS-PLAFOND-ENTREES
               MOVE WS-PLAFOND-ENTREES TO WS-ENTREES-RETENUES
           ELSE
               MOVE WS-ENTREES-30 TO WS-ENTREES-RETENUES
           END-IF.
           COMPUTE WS-SORTIES-NETTES =
                   WS-SORTIES-30 - WS-ENTREES-RETENUES.

           IF WS-SORTIES-NETTES > 0
               COMPUTE WS-RATIO ROUNDED =
                       WS-ACTIFS-LIQUIDES * 100 / WS-SORTIES-NETTES
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-RATIO
               END-COMPUTE
           ELSE
               MOVE 99999.99 TO WS-RATIO
           END-IF.
           IF WS-RATIO < WS-RATIO-MIN
               SET RATIO-INSUFFISANT TO TRUE
           END-IF.

       LIRE-TAUX-DEVISE.
           IF WS-DEV-CODE(WS-IDX-DEV) = "EUR"
               MOVE 1 TO WS-TAUX
               EXIT PARAGRAPH
           END-IF.
           CALL "TAUX-DU-JOUR" USING WS-DEV-CODE(WS-IDX-DEV)
                                     WS-DATE-JOUR
                                     WS-TAUX WS-CODE-TAUX.
           IF WS-CODE-TAUX NOT = '00' OR WS-TAUX = 0
               MOVE 1 TO WS-TAUX
           END-IF.

       CONVERTIR-EUR.
           COMPUTE WS-MONTANT-EUR ROUNDED = WS-MONTANT-EUR / WS-TAUX.

      *>----------------------------------------------------------------
       ECRIRE-ENTETE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "ECHEANCIER DE LIQUIDITE - ARRETE DU " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "HYPOTHESES D'ECOULEMENT EN % DU SOLDE PAR BANDE"
                      DELIMITED SIZE
                  " (JOUR / 1 SEMAINE / 1 MOIS / 3 MOIS / 1 AN)"
                      DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           MOVE "  DEPOTS A VUE  :" TO F-RAPPORT-LIGNE(1:17).
           MOVE 1 TO WS-IDX-BANDE.
           PERFORM UNTIL WS-IDX-BANDE > 5
               MOVE WS-FUITE-VUE(WS-IDX-BANDE) TO WS-PCT-AFF
               MOVE WS-PCT-AFF
                   TO F-RAPPORT-LIGNE(10 + WS-IDX-BANDE * 9:6)
               ADD 1 TO WS-IDX-BANDE
           END-PERFORM.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           MOVE "  EPARGNE       :" TO F-RAPPORT-LIGNE(1:17).
           MOVE 1 TO WS-IDX-BANDE.
           PERFORM UNTIL WS-IDX-BANDE > 5
               MOVE WS-FUITE-EPA(WS-IDX-BANDE) TO WS-PCT-AFF
               MOVE WS-PCT-AFF
                   TO F-RAPPORT-LIGNE(10 + WS-IDX-BANDE * 9:6)
               ADD 1 TO WS-IDX-BANDE
           END-PERFORM.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           MOVE WS-PRELEV-MOYEN TO WS-MNT-AFF.
           STRING "  PRELEVEMENT MOYEN PAR MANDAT ET PAR MOIS : "
                      DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "SOURCES : " DELIMITED SIZE
                  WS-NB-COMPTES DELIMITED SIZE
                  " COMPTES (" DELIMITED SIZE
                  WS-NB-VUE DELIMITED SIZE
                  " A VUE, " DELIMITED SIZE
                  WS-NB-EPARGNE DELIMITED SIZE
                  " EPARGNE CREDITEURS, " DELIMITED SIZE
                  WS-NB-SANS-PHOTO DELIMITED SIZE
                  " SANS PHOTOGRAPHIE), " DELIMITED SIZE
                  WS-NB-DAT DELIMITED SIZE
                  " DAT, " DELIMITED SIZE
                  WS-NB-PRETS DELIMITED SIZE
                  " PRETS, " DELIMITED SIZE
                  WS-NB-DEBLOCAGES DELIMITED SIZE
                  " EN DEBLOCAGE" DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "          " DELIMITED SIZE
                  WS-NB-MANDATS DELIMITED SIZE
                  " MANDATS, " DELIMITED SIZE
                  WS-NB-ORDRES DELIMITED SIZE
                  " ORDRES EXTERNES (" DELIMITED SIZE
                  WS-NB-ORDRES-INTERNES DELIMITED SIZE
                  " INTERNES ECARTES), " DELIMITED SIZE
                  WS-NB-VIREMENTS DELIMITED SIZE
                  " VIREMENTS SEPA, " DELIMITED SIZE
                  WS-NB-VIR-INTL DELIMITED SIZE
                  " INTERNATIONAUX ; PRETS DECHUS NON RETENUS : "
                      DELIMITED SIZE
                  WS-NB-DECHUS DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           IF WS-NB-HORS-TABLE > 0
               MOVE SPACES TO F-RAPPORT-LIGNE
               STRING "*** FLUX NON VENTILES (TABLE DES DEVISES "
                          DELIMITED SIZE
                      "PLEINE) : " DELIMITED SIZE
                      WS-NB-HORS-TABLE DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
               WRITE F-RAPPORT-LIGNE
           END-IF.

      *>----------------------------------------------------------------
      *> Par devise : entrees, sorties, impasse de la bande et impasse
      *> cumulee (negative = besoin de financement).
       EDITER-DEVISES.
           MOVE 1 TO WS-IDX-DEV.
           PERFORM UNTIL WS-IDX-DEV > WS-NB-DEV
               PERFORM EDITER-DEVISE
               ADD 1 TO WS-IDX-DEV
           END-PERFORM.

       EDITER-DEVISE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "DEVISE " DELIMITED SIZE
                  WS-DEV-CODE(WS-IDX-DEV) DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "BANDE                ENTREES            SORTIES"
                      DELIMITED SIZE
                  "             IMPASSE      IMPASSE CUMULEE"
                      DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

           MOVE 0 TO WS-CUMUL-GAP WS-TOT-ENTREES WS-TOT-SORTIES.
           MOVE 1 TO WS-IDX-BANDE.
           PERFORM UNTIL WS-IDX-BANDE > 6
               COMPUTE WS-GAP =
                       WS-DEV-ENTREES(WS-IDX-DEV WS-IDX-BANDE)
                       - WS-DEV-SORTIES(WS-IDX-DEV WS-IDX-BANDE)
               ADD WS-GAP TO WS-CUMUL-GAP
               ADD WS-DEV-ENTREES(WS-IDX-DEV WS-IDX-BANDE)
                   TO WS-TOT-ENTREES
               ADD WS-DEV-SORTIES(WS-IDX-DEV WS-IDX-BANDE)
                   TO WS-TOT-SORTIES
               MOVE WS-DEV-ENTREES(WS-IDX-DEV WS-IDX-BANDE)
                   TO WS-MNT-AFF
               MOVE WS-DEV-SORTIES(WS-IDX-DEV WS-IDX-BANDE)
                   TO WS-MNT2-AFF
               MOVE WS-GAP TO WS-MNT3-AFF
               MOVE WS-CUMUL-GAP TO WS-MNT4-AFF
               MOVE SPACES TO F-RAPPORT-LIGNE
               STRING LIQ-LIBELLE(WS-IDX-BANDE) DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-MNT2-AFF DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-MNT3-AFF DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-MNT4-AFF DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
               WRITE F-RAPPORT-LIGNE
               ADD 1 TO WS-IDX-BANDE
           END-PERFORM.

           MOVE WS-TOT-ENTREES TO WS-MNT-AFF.
           MOVE WS-TOT-SORTIES TO WS-MNT2-AFF.
           MOVE WS-CUMUL-GAP TO WS-MNT3-AFF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "TOTAL      " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT3-AFF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
       EDITER-RATIO.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "RATIO DE LIQUIDITE A 30 JOURS (CONTRE-VALEUR EUR)"
               TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

           MOVE WS-ENCAISSE-COFFRES TO WS-MNT-AFF.
           MOVE WS-RESERVES-BC TO WS-MNT2-AFF.
           MOVE WS-ACTIFS-LIQUIDES TO WS-MNT3-AFF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "  RESERVES LIQUIDES : COFFRES " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  "  DECLAREES " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
                  "  TOTAL " DELIMITED SIZE
                  WS-MNT3-AFF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

           MOVE WS-SORTIES-30 TO WS-MNT-AFF.
           MOVE WS-ENTREES-30 TO WS-MNT2-AFF.
           MOVE WS-ENTREES-RETENUES TO WS-MNT3-AFF.
           MOVE WS-PLAF-ENTREES TO WS-PCT-AFF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "  SORTIES " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  "  ENTREES " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
                  "  RETENUES " DELIMITED SIZE
                  WS-MNT3-AFF DELIMITED SIZE
                  " (PLAFOND " DELIMITED SIZE
                  WS-PCT-AFF DELIMITED SIZE
                  " %)" DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

           MOVE WS-SORTIES-NETTES TO WS-MNT-AFF.
           MOVE WS-RATIO TO WS-RATIO-AFF.
           MOVE WS-RATIO-MIN TO WS-PCT-AFF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "  SORTIES NETTES " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  "  RATIO " DELIMITED SIZE
                  WS-RATIO-AFF DELIMITED SIZE
                  " %  (MINIMUM " DELIMITED SIZE
                  WS-PCT-AFF DELIMITED SIZE
                  " %)" DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           IF RATIO-INSUFFISANT
               MOVE "  *** RATIO SOUS LE MINIMUM REGLEMENTAIRE ***"
                   TO F-RAPPORT-LIGNE
           ELSE
               MOVE "  RATIO CONFORME" TO F-RAPPORT-LIGNE
           END-IF.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "LIQUIDITE" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM ECHEANCIER-LIQUIDITE.
