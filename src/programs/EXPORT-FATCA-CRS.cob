      *>****************************************************************
      *> Programme : EXPORT-FATCA-CRS
      *> Role      : Batch annuel de janvier, sur le modele d'IFU :
      *>             fichier de declaration de l'echange automatique
      *>             d'informations fiscales pour l'annee demandee.
      *>             Sont declarables les comptes (ouverts au 31/12 ou
      *>             clotures dans l'annee) des clients :
      *>             - personnes americaines (FATCA) ;
      *>             - residents fiscaux d'un autre pays (CRS) ;
      *>             - recalcitrants, sans auto-certification retournee
      *>               dans le delai (NON-DOC), declares avec le pays
      *>               de leurs indices.
      *>             Pour chacun : solde au 31/12 lu dans les
      *>             photographies SOLDES-JOUR.dat (derniere
      *>             photographie de l'annee a defaut ; 0 pour un compte
      *>             cloture dans l'annee, signale comme tel ; un solde
      *>             debiteur est declare a 0) et interets crediteurs
      *>             bruts de l'annee ('I', avant retenue a la source)
      *>             de TRANS.dat et des archives TRANS-AAAA.dat.
      *>             Etat de controle reports/FATCA-CRS-AAAA.txt et
      *>             fichier de declaration reports/FATCA-CRS-AAAA.csv
      *>             (montants en centimes, devise du compte).
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-FATCA-CRS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ETAT ASSIGN TO WS-NOM-ETAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT.
           SELECT F-EXPORT ASSIGN TO WS-NOM-EXPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORT.
           SELECT F-ARCHIVE ASSIGN TO WS-NOM-ARCHIVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARC.

       DATA DIVISION.
       FILE SECTION.
       FD F-ETAT.
       01 F-ETAT-LIGNE           PIC X(132).

       FD F-EXPORT.
       01 F-EXPORT-LIGNE         PIC X(160).

       FD F-ARCHIVE.
       01 F-ARC-TRANS            PIC X(199).

       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY CLIENT.
       COPY TRANSACT.
       COPY SOLDE-JOUR.
       COPY FATCA-PARAM.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-ETAT             PIC X(2) VALUE '00'.
       01 WS-FS-EXPORT           PIC X(2) VALUE '00'.
       01 WS-FS-ARC              PIC X(2) VALUE '00'.
       01 WS-NOM-ETAT            PIC X(40).
       01 WS-NOM-EXPORT          PIC X(40).
       01 WS-NOM-ARCHIVE         PIC X(40).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-ARC             PIC X(1) VALUE 'N'.
          88 FIN-ARCHIVE         VALUE 'O'.
       01 WS-CODE-IO             PIC X(2).
       01 WS-CODE-CLI            PIC X(2).

       01 WS-ANNEE-FISCALE       PIC 9(4).
       01 WS-ANNEE-ARCHIVE       PIC 9(4).
       01 WS-ANNEE-COURANTE      PIC 9(4).
       01 WS-DEBUT-ANNEE         PIC 9(8).
       01 WS-FIN-ANNEE           PIC 9(8).

      *> Comptes declarables de l'annee.
       01 WS-NB-COMPTES          PIC 9(3) COMP VALUE 0.
       01 WS-TAB-COMPTES.
          05 WS-COMPTES OCCURS 300 TIMES.
             10 WS-CPT-NUM       PIC 9(8).
             10 WS-CPT-CLI       PIC 9(8).
             10 WS-CPT-REGIME    PIC X(9).
             10 WS-CPT-DEV       PIC X(3).
             10 WS-CPT-CLOS      PIC 9(8).
             10 WS-CPT-SOLDE-FIN PIC S9(11)V99 COMP-3.
             10 WS-CPT-INTERETS  PIC S9(11)V99 COMP-3.
       01 WS-IDX-CPT             PIC 9(3) COMP.
       01 WS-TROUVE              PIC X(1).
          88 COMPTE-TROUVE       VALUE 'O'.
       01 WS-NB-HORS-TABLE       PIC 9(5) VALUE 0.

       01 WS-REGIME              PIC X(9).
       01 WS-PAYS-DECLARE        PIC X(2).
       01 WS-INDICES             PIC X(3).
       01 WS-CODE-INDICES        PIC X(2).

       01 WS-SOLDE-AFF           PIC -Z(10)9.99.
       01 WS-INTERETS-AFF        PIC -Z(10)9.99.
       01 WS-SOLDE-CENTIMES      PIC 9(13).
       01 WS-INTERETS-CENTIMES   PIC 9(13).

       01 WS-NB-FATCA            PIC 9(5) VALUE 0.
       01 WS-NB-CRS              PIC 9(5) VALUE 0.
       01 WS-NB-NON-DOC          PIC 9(5) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- EXPORT-FATCA-CRS : declaration annuelle ---".

       MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNEE-COURANTE.
       DISPLAY "Annee declaree (AAAA, ENTREE = annee precedente) : "
               WITH NO ADVANCING.
       ACCEPT WS-ANNEE-FISCALE.
       IF WS-ANNEE-FISCALE = 0
           COMPUTE WS-ANNEE-FISCALE = WS-ANNEE-COURANTE - 1
       END-IF.
       COMPUTE WS-DEBUT-ANNEE = WS-ANNEE-FISCALE * 10000 + 101.
       COMPUTE WS-FIN-ANNEE = WS-ANNEE-FISCALE * 10000 + 1231.

       PERFORM SELECTIONNER-COMPTES.
       PERFORM LIRE-SOLDES-FIN-ANNEE.
       PERFORM CUMULER-FICHIER-VIVANT.
       PERFORM CUMULER-ARCHIVES.
       PERFORM EDITER-DECLARATION.

       IF WS-NB-HORS-TABLE > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Comptes existant dans l'annee (ouverts avant le 31/12, non
      *> clotures avant le 1er janvier) d'un client declarable.
       SELECTIONNER-COMPTES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CPT-CLIENT = 0
                       CONTINUE
                   WHEN W-CPT-DATE-OUV > WS-FIN-ANNEE
                       CONTINUE
                   WHEN CPT-CLOTURE
                           AND W-CPT-DATE-CLOTURE < WS-DEBUT-ANNEE
                       CONTINUE
                   WHEN OTHER
                       PERFORM QUALIFIER-COMPTE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.

       QUALIFIER-COMPTE.
           MOVE W-CPT-CLIENT TO W-CLI-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI.
           IF WS-CODE-CLI NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM DETERMINER-REGIME.
           IF WS-REGIME = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-COMPTES >= 300
               ADD 1 TO WS-NB-HORS-TABLE
               DISPLAY "ATTENTION : table des comptes saturee, "
                       "compte " W-CPT-NUMERO " non repris."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-COMPTES.
           MOVE WS-NB-COMPTES TO WS-IDX-CPT.
           INITIALIZE WS-COMPTES(WS-IDX-CPT).
           MOVE W-CPT-NUMERO TO WS-CPT-NUM(WS-IDX-CPT).
           MOVE W-CPT-CLIENT TO WS-CPT-CLI(WS-IDX-CPT).
           MOVE WS-REGIME    TO WS-CPT-REGIME(WS-IDX-CPT).
           MOVE W-CPT-DEVISE TO WS-CPT-DEV(WS-IDX-CPT).
           IF CPT-CLOTURE AND W-CPT-DATE-CLOTURE NOT > WS-FIN-ANNEE
               MOVE W-CPT-DATE-CLOTURE TO WS-CPT-CLOS(WS-IDX-CPT)
           END-IF.

      *>----------------------------------------------------------------
      *> Regime de declaration du client, SPACES s'il n'est pas
      *> declarable : une auto-certification en cours de demande n'est
      *> pas encore echue.
       DETERMINER-REGIME.
           MOVE SPACES TO WS-REGIME.
           EVALUATE TRUE
               WHEN CLI-RECALCITRANT
                   MOVE "NON-DOC" TO WS-REGIME
               WHEN NOT CLI-AUTOCERT-VALIDE
                   CONTINUE
               WHEN CLI-US-PERSON
                    AND W-CLI-RESIDENCE-FISC NOT = FAT-PAYS-DOMESTIQUE
                    AND W-CLI-RESIDENCE-FISC NOT = FAT-PAYS-USA
                   MOVE "FATCA+CRS" TO WS-REGIME
               WHEN CLI-US-PERSON
                   MOVE "FATCA" TO WS-REGIME
               WHEN W-CLI-RESIDENCE-FISC NOT = FAT-PAYS-DOMESTIQUE
                   MOVE "CRS" TO WS-REGIME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Solde au 31/12 : photographie du jour, a defaut la derniere
      *> photographie de l'annee ; un compte cloture dans l'annee est
      *> declare a 0.
       LIRE-SOLDES-FIN-ANNEE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-IDX-CPT.
           PERFORM UNTIL WS-IDX-CPT > WS-NB-COMPTES
               IF WS-CPT-CLOS(WS-IDX-CPT) = 0
                   PERFORM LIRE-SOLDE-COMPTE
               END-IF
               ADD 1 TO WS-IDX-CPT
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-IO.

       LIRE-SOLDE-COMPTE.
           MOVE WS-CPT-NUM(WS-IDX-CPT) TO W-SNJ-CPT.
           MOVE WS-FIN-ANNEE TO W-SNJ-DATE.
           MOVE "READ" TO WS-OP.
           CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-IO.
           IF WS-CODE-IO = '00'
               MOVE W-SNJ-SOLDE TO WS-CPT-SOLDE-FIN(WS-IDX-CPT)
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-FIN.
           MOVE WS-CPT-NUM(WS-IDX-CPT) TO W-SNJ-CPT.
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
                   WHEN W-SNJ-CPT NOT = WS-CPT-NUM(WS-IDX-CPT)
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-SNJ-DATE > WS-FIN-ANNEE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       MOVE W-SNJ-SOLDE
                           TO WS-CPT-SOLDE-FIN(WS-IDX-CPT)
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Interets crediteurs bruts de l'annee, fichier vivant puis
      *> archives (comme IFU).
       CUMULER-FICHIER-VIVANT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-IDX-CPT.
           PERFORM UNTIL WS-IDX-CPT > WS-NB-COMPTES
               PERFORM CUMULER-INTERETS-COMPTE
               ADD 1 TO WS-IDX-CPT
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-IO.

       CUMULER-INTERETS-COMPTE.
           MOVE 'N' TO WS-FIN.
           MOVE WS-CPT-NUM(WS-IDX-CPT) TO W-TRN-CPT.
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
                   WHEN W-TRN-CPT NOT = WS-CPT-NUM(WS-IDX-CPT)
                       SET FIN-PARCOURS TO TRUE
                   WHEN TRN-INTERET
                           AND W-TRN-DATE(1:4) = WS-ANNEE-FISCALE
                       ADD W-TRN-MONTANT
                           TO WS-CPT-INTERETS(WS-IDX-CPT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       CUMULER-ARCHIVES.
           MOVE WS-ANNEE-FISCALE TO WS-ANNEE-ARCHIVE.
           PERFORM UNTIL WS-ANNEE-ARCHIVE > WS-ANNEE-COURANTE
               PERFORM LIRE-ARCHIVE-ANNEE
               ADD 1 TO WS-ANNEE-ARCHIVE
           END-PERFORM.

       LIRE-ARCHIVE-ANNEE.
           MOVE SPACES TO WS-NOM-ARCHIVE.
           STRING "data/TRANS-" DELIMITED SIZE
                  WS-ANNEE-ARCHIVE DELIMITED SIZE
                  ".dat" DELIMITED SIZE
               INTO WS-NOM-ARCHIVE.
           OPEN INPUT F-ARCHIVE.
           IF WS-FS-ARC NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN-ARC.
           PERFORM UNTIL FIN-ARCHIVE
               READ F-ARCHIVE
                   AT END
                       SET FIN-ARCHIVE TO TRUE
                   NOT AT END
                       MOVE F-ARC-TRANS TO W-TRANS
                       IF TRN-INTERET
                               AND W-TRN-DATE(1:4) = WS-ANNEE-FISCALE
                           PERFORM AFFECTER-INTERET-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE.

       AFFECTER-INTERET-ARCHIVE.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX-CPT.
           PERFORM UNTIL WS-IDX-CPT > WS-NB-COMPTES OR COMPTE-TROUVE
               IF WS-CPT-NUM(WS-IDX-CPT) = W-TRN-CPT
                   SET COMPTE-TROUVE TO TRUE
                   ADD W-TRN-MONTANT TO WS-CPT-INTERETS(WS-IDX-CPT)
               ELSE
                   ADD 1 TO WS-IDX-CPT
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
       EDITER-DECLARATION.
           STRING "reports/FATCA-CRS-" DELIMITED SIZE
                  WS-ANNEE-FISCALE DELIMITED SIZE
                  ".txt" DELIMITED SIZE
               INTO WS-NOM-ETAT.
           STRING "reports/FATCA-CRS-" DELIMITED SIZE
                  WS-ANNEE-FISCALE DELIMITED SIZE
                  ".csv" DELIMITED SIZE
               INTO WS-NOM-EXPORT.

           OPEN OUTPUT F-ETAT.
           OPEN OUTPUT F-EXPORT.

           MOVE SPACES TO F-ETAT-LIGNE.
           STRING "DECLARATION FATCA / CRS - ANNEE " DELIMITED SIZE
                  WS-ANNEE-FISCALE DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE SPACES TO F-ETAT-LIGNE.
           STRING "REGIME    CLIENT   NOM                          "
                      DELIMITED SIZE
                  "            PAYS NIF                  COMPTE   DEV"
                      DELIMITED SIZE
                  "      SOLDE 31/12        INTERETS" DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE SPACES TO F-EXPORT-LIGNE.
           STRING "annee,regime,client,nom,residence,nif,us_person,"
                      DELIMITED SIZE
                  "compte,devise,solde_fin_annee,interets_bruts,"
                      DELIMITED SIZE
                  "date_cloture" DELIMITED SIZE
               INTO F-EXPORT-LIGNE.
           WRITE F-EXPORT-LIGNE.

           MOVE 1 TO WS-IDX-CPT.
           PERFORM UNTIL WS-IDX-CPT > WS-NB-COMPTES
               PERFORM EDITER-COMPTE
               ADD 1 TO WS-IDX-CPT
           END-PERFORM.

           MOVE SPACES TO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE SPACES TO F-ETAT-LIGNE.
           STRING "COMPTES DECLARES : FATCA " DELIMITED SIZE
                  WS-NB-FATCA DELIMITED SIZE
                  "   CRS " DELIMITED SIZE
                  WS-NB-CRS DELIMITED SIZE
                  "   NON DOCUMENTES " DELIMITED SIZE
                  WS-NB-NON-DOC DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           IF WS-NB-HORS-TABLE > 0
               MOVE SPACES TO F-ETAT-LIGNE
               STRING "ATTENTION : COMPTES NON REPRIS (TABLE "
                          DELIMITED SIZE
                      "SATUREE) : " DELIMITED SIZE
                      WS-NB-HORS-TABLE DELIMITED SIZE
                   INTO F-ETAT-LIGNE
               WRITE F-ETAT-LIGNE
           END-IF.

           CLOSE F-ETAT.
           PERFORM INSCRIRE-ETAT.
           CLOSE F-EXPORT.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI.

           DISPLAY "Comptes declares : " WS-NB-COMPTES
                   "   (FATCA " WS-NB-FATCA "  CRS " WS-NB-CRS
                   "  non documentes " WS-NB-NON-DOC ")".
           DISPLAY "Etat de controle : " FUNCTION TRIM(WS-NOM-ETAT).
           DISPLAY "Declaration : " FUNCTION TRIM(WS-NOM-EXPORT).

      *>----------------------------------------------------------------
      *> Un recalcitrant est declare dans le pays de ses indices
      *> (adresse, sinon beneficiaire etranger ; residence enregistree
      *> si seul le telephone est etranger) faute de residence
      *> certifiee.
       EDITER-COMPTE.
           MOVE WS-CPT-CLI(WS-IDX-CPT) TO W-CLI-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI.
           MOVE W-CLI-RESIDENCE-FISC TO WS-PAYS-DECLARE.
           IF WS-CPT-REGIME(WS-IDX-CPT) = "NON-DOC"
               ADD 1 TO WS-NB-NON-DOC
               CALL "INDICES-FISCAUX" USING W-CLIENT WS-INDICES
                                            WS-PAYS-DECLARE
                                            WS-CODE-INDICES
               IF WS-PAYS-DECLARE = SPACES
                   MOVE W-CLI-RESIDENCE-FISC TO WS-PAYS-DECLARE
               END-IF
           ELSE
               IF WS-CPT-REGIME(WS-IDX-CPT)(1:5) = "FATCA"
                   ADD 1 TO WS-NB-FATCA
               END-IF
               IF WS-CPT-REGIME(WS-IDX-CPT) NOT = "FATCA"
                   ADD 1 TO WS-NB-CRS
               END-IF
           END-IF.

           IF WS-CPT-SOLDE-FIN(WS-IDX-CPT) < 0
               MOVE 0 TO WS-CPT-SOLDE-FIN(WS-IDX-CPT)
           END-IF.
           MOVE WS-CPT-SOLDE-FIN(WS-IDX-CPT) TO WS-SOLDE-AFF.
           MOVE WS-CPT-INTERETS(WS-IDX-CPT) TO WS-INTERETS-AFF.
           COMPUTE WS-SOLDE-CENTIMES =
                   WS-CPT-SOLDE-FIN(WS-IDX-CPT) * 100.
           COMPUTE WS-INTERETS-CENTIMES =
                   WS-CPT-INTERETS(WS-IDX-CPT) * 100.

           MOVE SPACES TO F-ETAT-LIGNE.
           STRING WS-CPT-REGIME(WS-IDX-CPT) DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CLI-NUMERO DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CLI-NOM DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-PAYS-DECLARE DELIMITED SIZE
                  "   " DELIMITED SIZE
                  W-CLI-NIF-ETRANGER DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CPT-NUM(WS-IDX-CPT) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CPT-DEV(WS-IDX-CPT) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-SOLDE-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-INTERETS-AFF DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           IF WS-CPT-CLOS(WS-IDX-CPT) NOT = 0
               MOVE SPACES TO F-ETAT-LIGNE
               STRING "          (compte cloture le "
                          DELIMITED SIZE
                      WS-CPT-CLOS(WS-IDX-CPT) DELIMITED SIZE
                      ")" DELIMITED SIZE
                   INTO F-ETAT-LIGNE
               WRITE F-ETAT-LIGNE
           END-IF.

           MOVE SPACES TO F-EXPORT-LIGNE.
           STRING WS-ANNEE-FISCALE DELIMITED SIZE
                  "," DELIMITED SIZE
                  FUNCTION TRIM(WS-CPT-REGIME(WS-IDX-CPT))
                      DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-CLI-NUMERO DELIMITED SIZE
                  "," DELIMITED SIZE
                  FUNCTION TRIM(W-CLI-NOM) DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-PAYS-DECLARE DELIMITED SIZE
                  "," DELIMITED SIZE
                  FUNCTION TRIM(W-CLI-NIF-ETRANGER) DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-CLI-US-PERSON DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-CPT-NUM(WS-IDX-CPT) DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-CPT-DEV(WS-IDX-CPT) DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-SOLDE-CENTIMES DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-INTERETS-CENTIMES DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-CPT-CLOS(WS-IDX-CPT) DELIMITED SIZE
               INTO F-EXPORT-LIGNE.
           WRITE F-EXPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "FATCA-CRS" TO W-ETP-ETAT.
           MOVE WS-NOM-ETAT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM EXPORT-FATCA-CRS.
