      *>****************************************************************
      *> Programme : RENTABILITE
      *> Role      : Batch de cycle mensuel (chaine BATCH-NUIT, fin de
      *>             mois). Estime la rentabilite du portefeuille pour
      *>             le mois en cours, compte par compte puis par
      *>             relation client :
      *>             - commissions : frais ('F', hors retenue fiscale
      *>               IMPO) et agios (categorie AGIO) du mois, nets
      *>               des remboursements en geste commercial ('K') ;
      *>             - interets crediteurs verses au client ('I') ;
      *>             - marge sur ressources : solde moyen du mois
      *>               (photographies SOLDES-JOUR.dat, a defaut solde
      *>               du jour) remunere au taux de cession interne des
      *>               depots ; un solde moyen debiteur supporte au
      *>               contraire le taux de cession des emplois ;
      *>             - marge sur prets (PRETS.dat) : capital restant du
      *>               des prets en cours au taux client diminue du
      *>               taux de cession des emplois.
      *>             Le produit net bancaire estime (PNB) est diminue du
      *>             cout de traitement des operations du mois, compte
      *>             par canal (guichet, DAB, Internet), pour donner la
      *>             contribution de la relation. Hypotheses :
      *>             PNB-PARAM.cpy, surchargeables par les parametres
      *>             d'exploitation. Une relation est le client
      *>             (CLIENTS.dat) dans une agence, ou le compte seul
      *>             quand il n'est rattache a aucun client ; les
      *>             montants des comptes en devise sont consolides en
      *>             contre-valeur EUR au taux du jour.
      *>             Rapport reports/RENTABILITE-AAAAMM.txt : detail par
      *>             compte, classement des relations par agence
      *>             (contribution decroissante, relations
      *>             deficitaires signalees) et synthese par agence.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILITE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.
           SELECT F-TRI ASSIGN TO "reports/RENTABILITE.wrk".

       DATA DIVISION.
       FILE SECTION.
       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE        PIC X(160).

       SD F-TRI.
       01 SD-ENREG.
          05 SD-AGENCE           PIC X(4).
          05 SD-CONTRIB          PIC S9(13)V99 COMP-3.
          05 SD-PNB              PIC S9(13)V99 COMP-3.
          05 SD-COUTS            PIC S9(13)V99 COMP-3.
          05 SD-CLIENT           PIC 9(8).
          05 SD-NATURE           PIC X(1).
          05 SD-NB-CPT           PIC 9(3).

       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY CLIENT.
       COPY TRANSACT.
       COPY SOLDE-JOUR.
       COPY PRET.
       COPY PNB-PARAM.
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
       01 WS-CODE-CLI            PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-AAAAMM              PIC 9(6).
       01 WS-NB-JOURS            PIC 9(2).

      *> Hypotheses du jour (defaut compile de PNB-PARAM.cpy ou
      *> surcharge des parametres d'exploitation).
       01 WS-TCI-DEPOTS          PIC 9(3)V99.
       01 WS-TCI-PRETS           PIC 9(3)V99.
       01 WS-COUT-GUICHET        PIC 9(3)V99.
       01 WS-COUT-DAB            PIC 9(3)V99.
       01 WS-COUT-INTERNET       PIC 9(3)V99.

      *> Composantes du compte en cours (devise du compte).
       01 WS-A-FRAIS             PIC S9(11)V99 COMP-3.
       01 WS-A-AGIOS             PIC S9(11)V99 COMP-3.
       01 WS-A-INT-VERSES        PIC S9(11)V99 COMP-3.
       01 WS-A-MARGE-DEP         PIC S9(11)V99 COMP-3.
       01 WS-A-MARGE-PRETS       PIC S9(11)V99 COMP-3.
       01 WS-A-PNB               PIC S9(11)V99 COMP-3.
       01 WS-A-PNB-EUR           PIC S9(11)V99 COMP-3.
       01 WS-A-COUTS             PIC S9(11)V99 COMP-3.
       01 WS-A-CONTRIB           PIC S9(11)V99 COMP-3.
       01 WS-A-NB-GUICHET        PIC 9(4).
       01 WS-A-NB-DAB            PIC 9(4).
       01 WS-A-NB-INTERNET       PIC 9(4).
       01 WS-CUMUL-SOLDES        PIC S9(13)V99 COMP-3.
       01 WS-NB-PHOTOS           PIC 9(3).
       01 WS-SOLDE-MOYEN         PIC S9(11)V99 COMP-3.
       01 WS-MARGE-PRET          PIC S9(11)V99 COMP-3.

       01 WS-TAUX                PIC 9(3)V9(4).
       01 WS-CODE-TAUX           PIC X(2).

      *> Relations client x agence du mois.
       01 WS-NB-REL              PIC 9(3) COMP VALUE 0.
       01 WS-TAB-RELATIONS.
          05 WS-RELATION OCCURS 500 TIMES.
             10 WS-REL-AGENCE    PIC X(4).
             10 WS-REL-CLIENT    PIC 9(8).
      *>      'C' client, 'K' compte sans client (cle : son numero)
             10 WS-REL-NATURE    PIC X(1).
             10 WS-REL-NB-CPT    PIC 9(3).
             10 WS-REL-PNB       PIC S9(13)V99 COMP-3.
             10 WS-REL-COUTS     PIC S9(13)V99 COMP-3.
       01 WS-IDX-REL             PIC 9(3) COMP.
       01 WS-CLE-CLIENT          PIC 9(8).
       01 WS-CLE-NATURE          PIC X(1).
       01 WS-TROUVE              PIC X(1).
          88 RELATION-TROUVEE    VALUE 'O'.

      *> Rupture par agence du classement.
       01 WS-AGENCE-COURANTE     PIC X(4) VALUE SPACES.
       01 WS-RANG                PIC 9(4) VALUE 0.
       01 WS-AG-PNB              PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-AG-CONTRIB          PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-AG-NB-DEFICIT       PIC 9(4) VALUE 0.
       01 WS-NOM-RELATION        PIC X(30).

       01 WS-NB-COMPTES          PIC 9(5) VALUE 0.
       01 WS-NB-RELATIONS        PIC 9(5) VALUE 0.
       01 WS-NB-DEFICITAIRES     PIC 9(5) VALUE 0.
       01 WS-NB-HORS-TABLE       PIC 9(5) VALUE 0.
       01 WS-TOT-PNB             PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOT-COUTS           PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOT-CONTRIB         PIC S9(13)V99 COMP-3 VALUE 0.

       01 WS-MNT-AFF             PIC -Z(8)9.99.
       01 WS-MNT2-AFF            PIC -Z(8)9.99.
       01 WS-MNT3-AFF            PIC -Z(8)9.99.
       01 WS-MNT4-AFF            PIC -Z(8)9.99.
       01 WS-MNT5-AFF            PIC -Z(8)9.99.
       01 WS-MNT6-AFF            PIC -Z(8)9.99.
       01 WS-MNT7-AFF            PIC -Z(8)9.99.
       01 WS-MNT8-AFF            PIC -Z(8)9.99.
       01 WS-TAUX-AFF            PIC ZZ9.99.
       01 WS-NB-AFF              PIC ZZZ9.
       01 WS-NB2-AFF             PIC ZZZ9.
       01 WS-NB3-AFF             PIC ZZZ9.
       01 WS-RANG-AFF            PIC ZZZ9.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- RENTABILITE : PNB estime par compte et client ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM.
       MOVE WS-DATE-JOUR(7:2) TO WS-NB-JOURS.

       PERFORM RESOUDRE-PARAMETRES.

       STRING "reports/RENTABILITE-" DELIMITED SIZE
              WS-AAAAMM DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.
       OPEN OUTPUT F-RAPPORT.
       PERFORM ECRIRE-ENTETE.

       PERFORM CALCULER-COMPTES.

       SORT F-TRI ON ASCENDING KEY SD-AGENCE
                     DESCENDING KEY SD-CONTRIB
           INPUT PROCEDURE IS ALIMENTER-TRI
           OUTPUT PROCEDURE IS EDITER-CLASSEMENT.

       PERFORM ECRIRE-SYNTHESE.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Comptes analyses : " WS-NB-COMPTES
               "   relations : " WS-NB-RELATIONS
               "   deficitaires : " WS-NB-DEFICITAIRES.
       MOVE WS-TOT-PNB TO WS-MNT-AFF.
       MOVE WS-TOT-CONTRIB TO WS-MNT2-AFF.
       DISPLAY "PNB estime : " WS-MNT-AFF
               "   contribution : " WS-MNT2-AFF.
       DISPLAY "Rapport : " FUNCTION TRIM(WS-NOM-RAPPORT).

       IF WS-NB-HORS-TABLE > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Hypotheses du jour : defaut compile surcharge par la cle des
      *> parametres d'exploitation.
       RESOUDRE-PARAMETRES.
           MOVE "PNB-TCI-DEPOTS" TO W-PAR-CLE.
           MOVE PNB-TCI-DEPOTS-PCT TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-TCI-DEPOTS.
           MOVE "PNB-TCI-PRETS" TO W-PAR-CLE.
           MOVE PNB-TCI-PRETS-PCT TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-TCI-PRETS.
           MOVE "PNB-COUT-GUICHET" TO W-PAR-CLE.
           MOVE PNB-COUT-GUICHET TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-COUT-GUICHET.
           MOVE "PNB-COUT-DAB" TO W-PAR-CLE.
           MOVE PNB-COUT-DAB TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-COUT-DAB.
           MOVE "PNB-COUT-INTERNET" TO W-PAR-CLE.
           MOVE PNB-COUT-INTERNET TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-COUT-INTERNET.

       LIRE-PARAMETRE.
           MOVE "VALEUR" TO WS-OP.
           CALL "PARAM-IO" USING WS-OP W-PARAMETRE WS-CODE-PARAM.

      *>----------------------------------------------------------------
       ECRIRE-ENTETE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "RENTABILITE ESTIMEE DU PORTEFEUILLE (PNB) - "
                      DELIMITED SIZE
                  WS-AAAAMM DELIMITED SIZE
                  " (" DELIMITED SIZE
                  WS-NB-JOURS DELIMITED SIZE
                  " JOURS)" DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           MOVE WS-TCI-DEPOTS TO WS-TAUX-AFF.
           STRING "HYPOTHESES : TCI DEPOTS " DELIMITED SIZE
                  WS-TAUX-AFF DELIMITED SIZE
                  " %  TCI EMPLOIS " DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           MOVE WS-TCI-PRETS TO WS-TAUX-AFF.
           MOVE WS-TAUX-AFF TO F-RAPPORT-LIGNE(47:6).
           MOVE " %" TO F-RAPPORT-LIGNE(53:2).
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           MOVE WS-COUT-GUICHET TO WS-TAUX-AFF.
           STRING "             COUT PAR OPERATION GUICHET "
                      DELIMITED SIZE
                  WS-TAUX-AFF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           MOVE WS-COUT-DAB TO WS-TAUX-AFF.
           MOVE "  DAB " TO F-RAPPORT-LIGNE(47:6).
           MOVE WS-TAUX-AFF TO F-RAPPORT-LIGNE(53:6).
           MOVE WS-COUT-INTERNET TO WS-TAUX-AFF.
           MOVE "  INTERNET " TO F-RAPPORT-LIGNE(59:11).
           MOVE WS-TAUX-AFF TO F-RAPPORT-LIGNE(70:6).
           MOVE " EUR" TO F-RAPPORT-LIGNE(76:4).
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "DETAIL PAR COMPTE (DEVISE DU COMPTE)"
               TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "COMPTE   AGCE CLIENT   DEV         FRAIS"
                      DELIMITED SIZE
                  "         AGIOS   INT. VERSES  MARGE DEPOTS"
                      DELIMITED SIZE
                  "   MARGE PRETS           PNB  OPS G/DAB/INT"
                      DELIMITED SIZE
                  "         COUTS  CONTRIBUTION" DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Parcours des comptes ouverts : composantes du mois, ligne de
      *> detail, cumul dans la relation.
       CALCULER-COMPTES.
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
                       PERFORM CALCULER-COMPTE
               END-EVALUATE
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-FERMETURE.
           CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR
                                    WS-CODE-FERMETURE.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-FERMETURE.

       CALCULER-COMPTE.
           MOVE 0 TO WS-A-FRAIS WS-A-AGIOS WS-A-INT-VERSES
                     WS-A-MARGE-DEP WS-A-MARGE-PRETS
                     WS-A-NB-GUICHET WS-A-NB-DAB WS-A-NB-INTERNET.
           ADD 1 TO WS-NB-COMPTES.

           PERFORM CUMULER-MOUVEMENTS.
           PERFORM CALCULER-MARGE-DEPOTS.
           PERFORM CALCULER-MARGE-PRETS.

           COMPUTE WS-A-PNB = WS-A-FRAIS + WS-A-AGIOS
                              - WS-A-INT-VERSES
                              + WS-A-MARGE-DEP + WS-A-MARGE-PRETS.
           COMPUTE WS-A-COUTS =
                   WS-A-NB-GUICHET * WS-COUT-GUICHET
                   + WS-A-NB-DAB * WS-COUT-DAB
                   + WS-A-NB-INTERNET * WS-COUT-INTERNET.
           PERFORM CONVERTIR-PNB-EUR.
           COMPUTE WS-A-CONTRIB = WS-A-PNB-EUR - WS-A-COUTS.

           PERFORM ECRIRE-DETAIL-COMPTE.
           PERFORM CUMULER-RELATION.

      *>----------------------------------------------------------------
      *> Mouvements du mois du compte : commissions, interets verses et
      *> volumes d'operations client par canal (les ecritures passees
      *> par la banque elle-meme - frais, interets, remboursements,
      *> desherence - ne sont pas des operations a traiter).
       CUMULER-MOUVEMENTS.
           MOVE 'N' TO WS-FIN.
           MOVE W-CPT-NUMERO TO W-TRN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-TRN-CPT NOT = W-CPT-NUMERO
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-TRN-DATE(1:6) NOT = WS-AAAAMM
                       CONTINUE
                   WHEN OTHER
                       PERFORM VENTILER-MOUVEMENT
               END-EVALUATE
           END-PERFORM.

       VENTILER-MOUVEMENT.
           EVALUATE TRUE
               WHEN TRN-FRAIS AND W-TRN-CATEGORIE = "IMPO"
                   CONTINUE
               WHEN TRN-FRAIS AND W-TRN-CATEGORIE = "AGIO"
                   ADD W-TRN-MONTANT TO WS-A-AGIOS
               WHEN TRN-FRAIS
                   ADD W-TRN-MONTANT TO WS-A-FRAIS
               WHEN TRN-GESTE AND W-TRN-CATEGORIE = "AGIO"
                   SUBTRACT W-TRN-MONTANT FROM WS-A-AGIOS
               WHEN TRN-GESTE
                   SUBTRACT W-TRN-MONTANT FROM WS-A-FRAIS
               WHEN TRN-INTERET
                   ADD W-TRN-MONTANT TO WS-A-INT-VERSES
               WHEN TRN-DESHERENCE
                   CONTINUE
               WHEN TRN-CANAL-DAB
                   ADD 1 TO WS-A-NB-DAB
               WHEN TRN-CANAL-INTERNET
                   ADD 1 TO WS-A-NB-INTERNET
               WHEN OTHER
                   ADD 1 TO WS-A-NB-GUICHET
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Solde moyen des photographies du mois ; sans photographie,
      *> solde du jour. Crediteur : remunere au TCI des depots ;
      *> debiteur : refinance au TCI des emplois (marge negative).
       CALCULER-MARGE-DEPOTS.
           MOVE 0 TO WS-CUMUL-SOLDES WS-NB-PHOTOS.
           MOVE 'N' TO WS-FIN.
           MOVE W-CPT-NUMERO TO W-SNJ-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-SNJ-CPT NOT = W-CPT-NUMERO
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-SNJ-DATE(1:6) = WS-AAAAMM
                       ADD W-SNJ-SOLDE TO WS-CUMUL-SOLDES
                       ADD 1 TO WS-NB-PHOTOS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           IF WS-NB-PHOTOS > 0
               COMPUTE WS-SOLDE-MOYEN ROUNDED =
                       WS-CUMUL-SOLDES / WS-NB-PHOTOS
           ELSE
               MOVE W-CPT-SOLDE TO WS-SOLDE-MOYEN
           END-IF.
           IF WS-SOLDE-MOYEN NOT < 0
               COMPUTE WS-A-MARGE-DEP ROUNDED =
                       WS-SOLDE-MOYEN * WS-TCI-DEPOTS / 100
                       * WS-NB-JOURS / 365
           ELSE
               COMPUTE WS-A-MARGE-DEP ROUNDED =
                       WS-SOLDE-MOYEN * WS-TCI-PRETS / 100
                       * WS-NB-JOURS / 365
           END-IF.

      *>----------------------------------------------------------------
      *> Prets du compte portant encore du capital (en cours, en
      *> deblocage ou dechus) : taux client moins TCI des emplois.
       CALCULER-MARGE-PRETS.
           MOVE 'N' TO WS-FIN.
           MOVE W-CPT-NUMERO TO W-PRT-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-PRT-CPT NOT = W-CPT-NUMERO
                       SET FIN-PARCOURS TO TRUE
                   WHEN PRT-SOLDE-FIN
                       CONTINUE
                   WHEN OTHER
                       COMPUTE WS-MARGE-PRET ROUNDED =
                               W-PRT-CAPITAL-RESTANT
                               * (W-PRT-TAUX - WS-TCI-PRETS / 100)
                               * WS-NB-JOURS / 365
                       ADD WS-MARGE-PRET TO WS-A-MARGE-PRETS
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Contre-valeur EUR au taux du jour pour les comptes tenus en
      *> devise (repli au nominal sans taux), comme RAPPORT-AGENCE.
       CONVERTIR-PNB-EUR.
           IF W-CPT-DEVISE = "EUR" OR W-CPT-DEVISE = SPACES
               MOVE WS-A-PNB TO WS-A-PNB-EUR
               EXIT PARAGRAPH
           END-IF.
           CALL "TAUX-DU-JOUR" USING W-CPT-DEVISE WS-DATE-JOUR
                                     WS-TAUX WS-CODE-TAUX.
           IF WS-CODE-TAUX = '00' AND WS-TAUX NOT = 0
               COMPUTE WS-A-PNB-EUR ROUNDED = WS-A-PNB / WS-TAUX
           ELSE
               MOVE WS-A-PNB TO WS-A-PNB-EUR
           END-IF.

      *>----------------------------------------------------------------
       ECRIRE-DETAIL-COMPTE.
           MOVE WS-A-FRAIS       TO WS-MNT-AFF.
           MOVE WS-A-AGIOS       TO WS-MNT2-AFF.
           MOVE WS-A-INT-VERSES  TO WS-MNT3-AFF.
           MOVE WS-A-MARGE-DEP   TO WS-MNT4-AFF.
           MOVE WS-A-MARGE-PRETS TO WS-MNT5-AFF.
           MOVE WS-A-PNB         TO WS-MNT6-AFF.
           MOVE WS-A-COUTS       TO WS-MNT7-AFF.
           MOVE WS-A-CONTRIB     TO WS-MNT8-AFF.
           MOVE WS-A-NB-GUICHET  TO WS-NB-AFF.
           MOVE WS-A-NB-DAB      TO WS-NB2-AFF.
           MOVE WS-A-NB-INTERNET TO WS-NB3-AFF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING W-CPT-NUMERO DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CPT-AGENCE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CPT-CLIENT DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CPT-DEVISE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT3-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT4-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT5-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT6-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-NB-AFF DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-NB2-AFF DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-NB3-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT7-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT8-AFF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Relation du compte : le client dans l'agence du compte, ou le
      *> compte seul s'il n'est rattache a aucun client.
       CUMULER-RELATION.
           IF W-CPT-CLIENT = 0
               MOVE W-CPT-NUMERO TO WS-CLE-CLIENT
               MOVE 'K' TO WS-CLE-NATURE
           ELSE
               MOVE W-CPT-CLIENT TO WS-CLE-CLIENT
               MOVE 'C' TO WS-CLE-NATURE
           END-IF.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX-REL.
           PERFORM UNTIL WS-IDX-REL > WS-NB-REL OR RELATION-TROUVEE
               IF WS-REL-AGENCE(WS-IDX-REL) = W-CPT-AGENCE
                       AND WS-REL-CLIENT(WS-IDX-REL) = WS-CLE-CLIENT
                       AND WS-REL-NATURE(WS-IDX-REL) = WS-CLE-NATURE
                   SET RELATION-TROUVEE TO TRUE
               ELSE
                   ADD 1 TO WS-IDX-REL
               END-IF
           END-PERFORM.
           IF NOT RELATION-TROUVEE
               IF WS-NB-REL >= 500
                   ADD 1 TO WS-NB-HORS-TABLE
                   DISPLAY "ATTENTION : table des relations saturee, "
                           "compte " W-CPT-NUMERO " non classe."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-REL
               MOVE WS-NB-REL TO WS-IDX-REL
               MOVE W-CPT-AGENCE TO WS-REL-AGENCE(WS-IDX-REL)
               MOVE WS-CLE-CLIENT TO WS-REL-CLIENT(WS-IDX-REL)
               MOVE WS-CLE-NATURE TO WS-REL-NATURE(WS-IDX-REL)
               MOVE 0 TO WS-REL-NB-CPT(WS-IDX-REL)
               MOVE 0 TO WS-REL-PNB(WS-IDX-REL)
               MOVE 0 TO WS-REL-COUTS(WS-IDX-REL)
           END-IF.
           ADD 1 TO WS-REL-NB-CPT(WS-IDX-REL).
           ADD WS-A-PNB-EUR TO WS-REL-PNB(WS-IDX-REL).
           ADD WS-A-COUTS TO WS-REL-COUTS(WS-IDX-REL).

      *>----------------------------------------------------------------
       ALIMENTER-TRI.
           MOVE 1 TO WS-IDX-REL.
           PERFORM UNTIL WS-IDX-REL > WS-NB-REL
               MOVE WS-REL-AGENCE(WS-IDX-REL) TO SD-AGENCE
               MOVE WS-REL-PNB(WS-IDX-REL)    TO SD-PNB
               MOVE WS-REL-COUTS(WS-IDX-REL)  TO SD-COUTS
               COMPUTE SD-CONTRIB = WS-REL-PNB(WS-IDX-REL)
                                    - WS-REL-COUTS(WS-IDX-REL)
               MOVE WS-REL-CLIENT(WS-IDX-REL) TO SD-CLIENT
               MOVE WS-REL-NATURE(WS-IDX-REL) TO SD-NATURE
               MOVE WS-REL-NB-CPT(WS-IDX-REL) TO SD-NB-CPT
               RELEASE SD-ENREG
               ADD 1 TO WS-IDX-REL
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Classement par agence, contribution decroissante ; une
      *> relation a contribution negative est signalee deficitaire.
       EDITER-CLASSEMENT.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "CLASSEMENT DES RELATIONS PAR AGENCE (EUR)"
               TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

           MOVE 'N' TO WS-FIN.
           PERFORM UNTIL FIN-PARCOURS
               RETURN F-TRI
                   AT END
                       SET FIN-PARCOURS TO TRUE
                   NOT AT END
                       IF SD-AGENCE NOT = WS-AGENCE-COURANTE
                           PERFORM FERMER-AGENCE
                           PERFORM OUVRIR-AGENCE
                       END-IF
                       PERFORM ECRIRE-RELATION
               END-RETURN
           END-PERFORM.
           PERFORM FERMER-AGENCE.

       OUVRIR-AGENCE.
           MOVE SD-AGENCE TO WS-AGENCE-COURANTE.
           MOVE 0 TO WS-RANG WS-AG-PNB WS-AG-CONTRIB WS-AG-NB-DEFICIT.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "AGENCE " DELIMITED SIZE
                  WS-AGENCE-COURANTE DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "RANG CLIENT   NOM                            CPT"
                      DELIMITED SIZE
                  "           PNB         COUTS  CONTRIBUTION"
                      DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

       FERMER-AGENCE.
           IF WS-AGENCE-COURANTE = SPACES AND WS-RANG = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AG-PNB TO WS-MNT-AFF.
           MOVE WS-AG-CONTRIB TO WS-MNT2-AFF.
           MOVE WS-RANG TO WS-RANG-AFF.
           MOVE WS-AG-NB-DEFICIT TO WS-NB-AFF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "  TOTAL AGENCE " DELIMITED SIZE
                  WS-AGENCE-COURANTE DELIMITED SIZE
                  " : " DELIMITED SIZE
                  WS-RANG-AFF DELIMITED SIZE
                  " RELATIONS, PNB " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  ", CONTRIBUTION " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
                  ", DEFICITAIRES " DELIMITED SIZE
                  WS-NB-AFF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

       ECRIRE-RELATION.
           ADD 1 TO WS-RANG.
           ADD 1 TO WS-NB-RELATIONS.
           ADD SD-PNB TO WS-AG-PNB WS-TOT-PNB.
           ADD SD-CONTRIB TO WS-AG-CONTRIB WS-TOT-CONTRIB.
           ADD SD-COUTS TO WS-TOT-COUTS.
           PERFORM NOMMER-RELATION.

           MOVE WS-RANG TO WS-RANG-AFF.
           MOVE SD-NB-CPT TO WS-NB-AFF.
           MOVE SD-PNB TO WS-MNT-AFF.
           MOVE SD-COUTS TO WS-MNT2-AFF.
           MOVE SD-CONTRIB TO WS-MNT3-AFF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING WS-RANG-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  SD-CLIENT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-NOM-RELATION DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-NB-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT3-AFF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           IF SD-CONTRIB < 0
               MOVE "  *** DEFICITAIRE" TO F-RAPPORT-LIGNE(101:17)
               ADD 1 TO WS-AG-NB-DEFICIT
               ADD 1 TO WS-NB-DEFICITAIRES
           END-IF.
           WRITE F-RAPPORT-LIGNE.

       NOMMER-RELATION.
           MOVE SPACES TO WS-NOM-RELATION.
           IF SD-NATURE = 'K'
               MOVE "(COMPTE SANS CLIENT)" TO WS-NOM-RELATION
               EXIT PARAGRAPH
           END-IF.
           MOVE SD-CLIENT TO W-CLI-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI.
           IF WS-CODE-CLI = '00'
               MOVE W-CLI-NOM TO WS-NOM-RELATION
           ELSE
               MOVE "(CLIENT INCONNU)" TO WS-NOM-RELATION
           END-IF.

      *>----------------------------------------------------------------
       ECRIRE-SYNTHESE.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "SYNTHESE" TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "  COMPTES ANALYSES    : " DELIMITED SIZE
                  WS-NB-COMPTES DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "  RELATIONS CLASSEES  : " DELIMITED SIZE
                  WS-NB-RELATIONS DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "  DONT DEFICITAIRES   : " DELIMITED SIZE
                  WS-NB-DEFICITAIRES DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-TOT-PNB TO WS-MNT-AFF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "  PNB ESTIME          : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-TOT-COUTS TO WS-MNT-AFF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "  COUTS OPERATIONNELS : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE WS-TOT-CONTRIB TO WS-MNT-AFF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "  CONTRIBUTION        : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           IF WS-NB-HORS-TABLE > 0
               MOVE SPACES TO F-RAPPORT-LIGNE
               STRING "  ATTENTION : COMPTES NON CLASSES (TABLE "
                          DELIMITED SIZE
                      "SATUREE) : " DELIMITED SIZE
                      WS-NB-HORS-TABLE DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
               WRITE F-RAPPORT-LIGNE
           END-IF.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "RENTABILITE" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM RENTABILITE.
