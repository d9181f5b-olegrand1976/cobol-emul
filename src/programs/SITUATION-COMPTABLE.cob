      *>               separant soldes crediteurs et debiteurs ;
      *>             - encours de prets (PRETS.dat, capital restant des
      *>               prets actifs et dechus) ;
      *>             - encours de depots a terme (DAT.dat, actifs) ;
      *>             - encours de credit classes du mois (etape
      *>               PROVISIONS, PROVISIONS.dat) : encours brut et
      *>               provisions constituees par classe (sain,
      *>               sensible, douteux, douteux compromis) et
      *>               encours net de provisions, prets et comptes
      *>               debiteurs confondus ;
      *>             - interets courus non echus du mois (etape
      *>               INTERETS-COURUS, INTERETS-COURUS.dat) par
      *>               nature : DAT, prets, epargne.
      *>             Deux sorties : le fichier a positions fixes du
      *>             regulateur reports/SITUATION-AAAAMM.txt (code
      *>             cellule + montant en centimes) et la feuille de
      *>             controle lisible reports/SITUATION-AAAAMM-
      *>             CONTROLE.txt montrant comment chaque cellule a ete
      *>             totalisee (nombre de comptes, devise d'origine).
      *>             La remise et l'etat de controle sont inscrits au
      *>             repertoire des etats (REPERTOIRE-CTRL).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITUATION-COMPTABLE.
       COPY COMPTE.
       COPY PRET.
       COPY DAT.
       COPY PROVISION.
       COPY INTERET-COURU.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-REMISE           PIC X(2) VALUE '00'.
       01 WS-FS-CONTROLE         PIC X(2) VALUE '00'.
       01 WS-NB-DAT              PIC 9(7) VALUE 0.
       01 WS-NB-COMPTES          PIC 9(7) VALUE 0.

      *> Encours classes par classe de risque : 1 sain (S),
      *> 2 sensible (E), 3 douteux (D), 4 douteux compromis (C).
       01 WS-TAB-CLASSES.
          05 WS-CLS OCCURS 4 TIMES.
             10 WS-CLS-NB        PIC 9(7).
             10 WS-CLS-BRUT      PIC S9(13)V99 COMP-3.
             10 WS-CLS-PROV      PIC S9(13)V99 COMP-3.
       01 WS-CODES-CLASSES       PIC X(4) VALUE "SEDC".
       01 WS-IDX-CLS             PIC 9(2) COMP.
       01 WS-TOTAL-BRUT          PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-PROV          PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-MNT2-AFF            PIC -Z(12)9.99.

      *> Interets courus du mois par nature : 1 DAT (T), 2 prets (P),
      *> 3 epargne (E).
       01 WS-TAB-COURUS.
          05 WS-ICN OCCURS 3 TIMES.
             10 WS-ICN-NB        PIC 9(7).
             10 WS-ICN-CAPITAL   PIC S9(13)V99 COMP-3.
             10 WS-ICN-INTERETS  PIC S9(13)V99 COMP-3.
       01 WS-NATURES-COURUS      PIC X(3) VALUE "TPE".
       01 WS-CELLULES-COURUS.
          05 FILLER PIC X(12) VALUE "ICNE-DAT".
          05 FILLER PIC X(12) VALUE "ICNE-PRET".
          05 FILLER PIC X(12) VALUE "ICNE-EPAR".
       01 WS-TAB-CELLULES-ICN REDEFINES WS-CELLULES-COURUS.
          05 WS-CELLULE-ICN OCCURS 3 TIMES PIC X(12).
       01 WS-IDX-ICN             PIC 9(2) COMP.

       01 WS-CELLULE             PIC X(12).
       01 WS-MONTANT-CELL        PIC S9(13)V99 COMP-3.
       01 WS-MONTANT-CTS         PIC 9(15).
       01 WS-MNT-AFF             PIC -Z(12)9.99.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       PERFORM VENTILER-COMPTES.
       PERFORM TOTALISER-PRETS.
       PERFORM TOTALISER-DATS.
       PERFORM TOTALISER-PROVISIONS.
       PERFORM TOTALISER-COURUS.

       OPEN OUTPUT F-REMISE.
       OPEN OUTPUT F-CONTROLE.
       PERFORM EDITER-CELLULES-AGENCES.
       PERFORM EDITER-CELLULES-DEVISES.
       PERFORM EDITER-CELLULES-ENCOURS.
       PERFORM EDITER-CELLULES-PROVISIONS.
       PERFORM EDITER-CELLULES-COURUS.
       PERFORM EDITER-PIED-CONTROLE.
       CLOSE F-REMISE.
       CLOSE F-CONTROLE.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "Comptes ventiles : " WS-NB-COMPTES
               " (sans taux : " WS-NB-SANS-TAUX ").".
               MOVE "READ-NEXT" TO WS-OP
               CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR
               IF RC-OK
                   IF PRT-ACTIF OR PRT-DECHU OR PRT-EN-DEBLOCAGE
                       ADD W-PRT-CAPITAL-RESTANT TO WS-TOTAL-PRETS
                       ADD 1 TO WS-NB-PRETS
                   END-IF
           MOVE "CLOSE" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Classement du mois (periode AAAAMM courante) ; les encours
      *> sortis (encours nul, reprise seule) ne comptent pas.
       TOTALISER-PROVISIONS.
           INITIALIZE WS-TAB-CLASSES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PROVISION-IO" USING WS-OP W-PROVISION W-CODE-RETOUR.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AAAAMM TO W-PRV-PERIODE.
           MOVE "START-PER" TO WS-OP.
           CALL "PROVISION-IO" USING WS-OP W-PROVISION W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "PROVISION-IO" USING WS-OP W-PROVISION
                                         W-CODE-RETOUR
               IF NOT RC-OK OR W-PRV-PERIODE NOT = WS-AAAAMM
                   SET FIN-PARCOURS TO TRUE
               ELSE
                   IF W-PRV-ENCOURS NOT = 0
                       PERFORM CUMULER-CLASSE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "PROVISION-IO" USING WS-OP W-PROVISION W-CODE-RETOUR.

       CUMULER-CLASSE.
           MOVE 1 TO WS-IDX-CLS.
           PERFORM UNTIL WS-IDX-CLS > 4
                   OR WS-CODES-CLASSES(WS-IDX-CLS:1) = W-PRV-CLASSE
               ADD 1 TO WS-IDX-CLS
           END-PERFORM.
           IF WS-IDX-CLS > 4
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CLS-NB(WS-IDX-CLS).
           ADD W-PRV-ENCOURS TO WS-CLS-BRUT(WS-IDX-CLS) WS-TOTAL-BRUT.
           ADD W-PRV-MONTANT TO WS-CLS-PROV(WS-IDX-CLS) WS-TOTAL-PROV.

      *>----------------------------------------------------------------
      *> Interets courus du mois (periode AAAAMM courante).
       TOTALISER-COURUS.
           INITIALIZE WS-TAB-COURUS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ICNE-IO" USING WS-OP W-INTERET-COURU W-CODE-RETOUR.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AAAAMM TO W-ICN-PERIODE.
           MOVE "START-PER" TO WS-OP.
           CALL "ICNE-IO" USING WS-OP W-INTERET-COURU W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "ICNE-IO" USING WS-OP W-INTERET-COURU
                                    W-CODE-RETOUR
               IF NOT RC-OK OR W-ICN-PERIODE NOT = WS-AAAAMM
                   SET FIN-PARCOURS TO TRUE
               ELSE
                   PERFORM CUMULER-COURU
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ICNE-IO" USING WS-OP W-INTERET-COURU W-CODE-RETOUR.

       CUMULER-COURU.
           MOVE 1 TO WS-IDX-ICN.
           PERFORM UNTIL WS-IDX-ICN > 3
                   OR WS-NATURES-COURUS(WS-IDX-ICN:1) = W-ICN-NATURE
               ADD 1 TO WS-IDX-ICN
           END-PERFORM.
           IF WS-IDX-ICN > 3
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ICN-NB(WS-IDX-ICN).
           ADD W-ICN-CAPITAL TO WS-ICN-CAPITAL(WS-IDX-ICN).
           ADD W-ICN-MONTANT TO WS-ICN-INTERETS(WS-IDX-ICN).

      *>----------------------------------------------------------------
      *> Une ligne de remise par cellule : CPC/CPD produit crediteur/
      *> debiteur, AGC/AGD agence, DVC/DVD devise, ENCPRETS et ENCDAT,
      *> ENCBRUT-x/PROV-x par classe de risque x, ENCNET et ICNE-DAT/
      *> ICNE-PRET/ICNE-EPAR.
       ECRIRE-LIGNE-REMISE.
           MOVE WS-AAAAMM TO F-REM-PERIODE.
           MOVE WS-CELLULE TO F-REM-CELLULE.
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-CONTROLE.

      *> Encours brut et provisions par classe, puis encours net :
      *> l'encours brut reste aussi dans ENCPRETS et les cellules
      *> debitrices ci-dessus, la provision vient en deduction.
       EDITER-CELLULES-PROVISIONS.
           MOVE "ENCOURS CLASSES (brut / provision) :" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-CONTROLE.
           MOVE 1 TO WS-IDX-CLS.
           PERFORM UNTIL WS-IDX-CLS > 4
               MOVE SPACES TO WS-CELLULE
               STRING "ENCBRUT-" DELIMITED SIZE
                      WS-CODES-CLASSES(WS-IDX-CLS:1) DELIMITED SIZE
                   INTO WS-CELLULE
               MOVE WS-CLS-BRUT(WS-IDX-CLS) TO WS-MONTANT-CELL
               PERFORM ECRIRE-LIGNE-REMISE
               MOVE SPACES TO WS-CELLULE
               STRING "PROV-" DELIMITED SIZE
                      WS-CODES-CLASSES(WS-IDX-CLS:1) DELIMITED SIZE
                   INTO WS-CELLULE
               MOVE WS-CLS-PROV(WS-IDX-CLS) TO WS-MONTANT-CELL
               PERFORM ECRIRE-LIGNE-REMISE
               MOVE WS-CLS-BRUT(WS-IDX-CLS) TO WS-MNT-AFF
               MOVE WS-CLS-PROV(WS-IDX-CLS) TO WS-MNT2-AFF
               STRING "  " DELIMITED SIZE
                      WS-CODES-CLASSES(WS-IDX-CLS:1) DELIMITED SIZE
                      " : " DELIMITED SIZE
                      WS-CLS-NB(WS-IDX-CLS) DELIMITED SIZE
                      " encours, brut " DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                      " provision " DELIMITED SIZE
                      WS-MNT2-AFF DELIMITED SIZE
                   INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-CONTROLE
               ADD 1 TO WS-IDX-CLS
           END-PERFORM.
           MOVE "ENCNET" TO WS-CELLULE.
           COMPUTE WS-MONTANT-CELL = WS-TOTAL-BRUT - WS-TOTAL-PROV.
           PERFORM ECRIRE-LIGNE-REMISE.
           MOVE WS-TOTAL-BRUT TO WS-MNT-AFF.
           MOVE WS-MONTANT-CELL TO WS-MNT2-AFF.
           STRING "ENCOURS CLASSES : brut " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  "  net de provisions " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-CONTROLE.

      *> Interets courus par nature, avec l'encours de reference a
      *> rapprocher de l'etat INTERETS-COURUS du mois (ENCDAT,
      *> ENCPRETS, cellules CPC- des produits d'epargne).
       EDITER-CELLULES-COURUS.
           MOVE "INTERETS COURUS NON ECHUS (encours / courus) :"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-CONTROLE.
           MOVE 1 TO WS-IDX-ICN.
           PERFORM UNTIL WS-IDX-ICN > 3
               MOVE WS-CELLULE-ICN(WS-IDX-ICN) TO WS-CELLULE
               MOVE WS-ICN-INTERETS(WS-IDX-ICN) TO WS-MONTANT-CELL
               PERFORM ECRIRE-LIGNE-REMISE
               MOVE WS-ICN-CAPITAL(WS-IDX-ICN) TO WS-MNT-AFF
               MOVE WS-ICN-INTERETS(WS-IDX-ICN) TO WS-MNT2-AFF
               STRING "  " DELIMITED SIZE
                      WS-CELLULE-ICN(WS-IDX-ICN) DELIMITED SIZE
                      ": " DELIMITED SIZE
                      WS-ICN-NB(WS-IDX-ICN) DELIMITED SIZE
                      " contrat(s), encours " DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                      " courus " DELIMITED SIZE
                      WS-MNT2-AFF DELIMITED SIZE
                   INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-CONTROLE
               ADD 1 TO WS-IDX-ICN
           END-PERFORM.

       EDITER-PIED-CONTROLE.
           STRING "COMPTES VENTILES : " DELIMITED SIZE
                  WS-NB-COMPTES DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-CONTROLE.

      *>----------------------------------------------------------------
      *> Inscription de la remise et de l'etat de controle au
      *> repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "SITUATION" TO W-ETP-ETAT.
           MOVE WS-NOM-REMISE TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "SITUATION-CONTROLE" TO W-ETP-ETAT.
           MOVE WS-NOM-CONTROLE TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM SITUATION-COMPTABLE.
