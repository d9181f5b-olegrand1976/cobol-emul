      *>             chaque compte pour l'annee ecoulee, a partir des
      *>             mouvements 'F' de TRANS.dat ET des archives
      *>             TRANS-AAAA.dat, ventiles par nature via la
      *>             categorie du mouvement (FRAI tenue de compte et
      *>             operations a l'acte de la grille tarifaire,
      *>             AGIO interets debiteurs, INCI frais d'incident,
      *>             FORF cotisation d'offre groupee, le reste en
      *>             autres ; la retenue fiscale IMPO n'est pas un
      *>             frais et reste exclue). Les remboursements de
      *>             frais consentis en geste commercial (mouvements
      *>             'K', categorie du frais rembourse) viennent en
      *>             deduction de la nature et de l'annee ou ils
      *>             sont passes : le recapitulatif donne les frais
      *>             nets effectivement supportes, le montant
      *>             rembourse etant rappele pour information. Deux
      *>             sorties :
      *>             - la copie client reports/RECAP-FRAIS-AAAA.txt
      *>               (lignes par nature, total de l'annee, rappel du
      *>               total de l'annee precedente, et pour un compte
      *>               souscripteur la valeur des services inclus dans
      *>               l'offre, hors total), deposee au spool sous le
      *>               mode d'envoi de chaque compte ;
      *>             - le consolide direction reports/RECAP-FRAIS-
      *>               AAAA.csv : produit ou type, agence, total en
      *>               centimes.
      *>             Enchaine par CLOTURE-EXERCICE le dernier jour
      *>             ouvre de l'annee, l'annee recapitulee est alors
      *>             celle en cours de cloture (module EXERCICE-CTRL).
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP-FRAIS.
       01 F-EXPORT-LIGNE         PIC X(120).

       FD F-ARCHIVE.
       01 F-ARC-TRANS            PIC X(199).

       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY TRANSACT.
       COPY SOUSCRIPTION.
       COPY SPOOL.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-ETAT             PIC X(2) VALUE '00'.
       01 WS-FS-EXPORT           PIC X(2) VALUE '00'.
       01 WS-ANNEE-PRECEDENTE    PIC 9(4).
       01 WS-ANNEE-ARCHIVE       PIC 9(4).
       01 WS-ANNEE-COURANTE      PIC 9(4).
       01 WS-DATE-EXERCICE       PIC 9(8).
       01 WS-CODE-EXERCICE       PIC X(2).
       01 WS-ANNEE-MVT           PIC 9(4).

      *> Cumuls par compte : natures de l'annee recapitulee et total
             10 WS-CPT-TENUE     PIC S9(11)V99 COMP-3.
             10 WS-CPT-AGIOS     PIC S9(11)V99 COMP-3.
             10 WS-CPT-INCIDENTS PIC S9(11)V99 COMP-3.
             10 WS-CPT-FORFAIT   PIC S9(11)V99 COMP-3.
             10 WS-CPT-AUTRES    PIC S9(11)V99 COMP-3.
             10 WS-CPT-TOTAL-PREC PIC S9(11)V99 COMP-3.
             10 WS-CPT-REMBOURSE PIC S9(11)V99 COMP-3.
       01 WS-IDX-CPT             PIC 9(3) COMP.
       01 WS-TROUVE              PIC X(1).
          88 COMPTE-TROUVE       VALUE 'O'.
       01 WS-PRODUIT-CEL         PIC X(4).

       01 WS-CODE-CPT            PIC X(2).
       01 WS-CODE-SOU            PIC X(2).
       01 WS-VALEUR-SERVICES     PIC S9(9)V99 COMP-3.
       01 WS-TOTAL-ANNEE         PIC S9(11)V99 COMP-3.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-MNT2-AFF            PIC -Z(10)9.99.
       01 WS-TOTAL-CENTIMES      PIC 9(13).
      *> Montant signe du mouvement : frais en plus, remboursement
      *> (geste commercial) en moins.
       01 WS-MONTANT-NET         PIC S9(11)V99 COMP-3.

      *> File de spool des documents produits (cf SPOOL.cpy).
       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-SPOOL          PIC X(2).
       01 WS-TYPE-DOC-SPOOL      PIC X(12).
       01 WS-FICHIER-SPOOL       PIC X(50).
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY "--- RECAP-FRAIS : recapitulatif annuel des frais ---".

       MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNEE-COURANTE.
      *> Lance par la cloture d'exercice : l'annee est celle en cours
      *> de cloture, sans question a l'operateur.
       MOVE "ANNEE" TO WS-OP.
       CALL "EXERCICE-CTRL" USING WS-OP WS-DATE-EXERCICE
                                  WS-CODE-EXERCICE.
       IF WS-CODE-EXERCICE = '00'
           MOVE WS-DATE-EXERCICE(1:4) TO WS-ANNEE-RECAP
       ELSE
           DISPLAY "Annee a recapituler (0 = annee ecoulee) : "
               WITH NO ADVANCING
           ACCEPT WS-ANNEE-RECAP
           IF WS-ANNEE-RECAP = 0
               COMPUTE WS-ANNEE-RECAP = WS-ANNEE-COURANTE - 1
           END-IF
       END-IF.
       COMPUTE WS-ANNEE-PRECEDENTE = WS-ANNEE-RECAP - 1.

           CLOSE F-ARCHIVE.

      *>----------------------------------------------------------------
      *> Seuls les frais ('F') des deux annees comptent, nets des
      *> remboursements ('K') ; la retenue fiscale a la source
      *> (categorie IMPO) n'est pas un frais.
       CUMULER-MOUVEMENT.
           IF NOT TRN-FRAIS AND NOT TRN-GESTE
               EXIT PARAGRAPH
           END-IF.
           IF W-TRN-CATEGORIE = "IMPO"
               EXIT PARAGRAPH
           END-IF.

           IF TRN-GESTE
               COMPUTE WS-MONTANT-NET = 0 - W-TRN-MONTANT
           ELSE
               MOVE W-TRN-MONTANT TO WS-MONTANT-NET
           END-IF.

           IF WS-ANNEE-MVT = WS-ANNEE-PRECEDENTE
               ADD WS-MONTANT-NET TO WS-CPT-TOTAL-PREC(WS-IDX-CPT)
               EXIT PARAGRAPH
           END-IF.

           IF TRN-GESTE
               ADD W-TRN-MONTANT TO WS-CPT-REMBOURSE(WS-IDX-CPT)
           END-IF.
           EVALUATE W-TRN-CATEGORIE
               WHEN "FRAI"
                   ADD WS-MONTANT-NET TO WS-CPT-TENUE(WS-IDX-CPT)
               WHEN "AGIO"
                   ADD WS-MONTANT-NET TO WS-CPT-AGIOS(WS-IDX-CPT)
               WHEN "INCI"
                   ADD WS-MONTANT-NET TO WS-CPT-INCIDENTS(WS-IDX-CPT)
               WHEN "FORF"
                   ADD WS-MONTANT-NET TO WS-CPT-FORFAIT(WS-IDX-CPT)
               WHEN OTHER
                   ADD WS-MONTANT-NET TO WS-CPT-AUTRES(WS-IDX-CPT)
           END-EVALUATE.

      *>----------------------------------------------------------------
               ADD 1 TO WS-IDX-CPT
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.

           PERFORM EDITER-CONSOLIDE.

           CLOSE F-ETAT.
           PERFORM INSCRIRE-ETAT.
           CLOSE F-EXPORT.

           DISPLAY "Comptes repris : " WS-NB-COMPTES.
                   WS-CPT-TENUE(WS-IDX-CPT)
                   + WS-CPT-AGIOS(WS-IDX-CPT)
                   + WS-CPT-INCIDENTS(WS-IDX-CPT)
                   + WS-CPT-FORFAIT(WS-IDX-CPT)
                   + WS-CPT-AUTRES(WS-IDX-CPT).

           STRING "COMPTE " DELIMITED SIZE
           WRITE F-ETAT-LIGNE.

           MOVE WS-CPT-TENUE(WS-IDX-CPT) TO WS-MNT-AFF.
           STRING "  TENUE ET SERVICES : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
                  WS-MNT-AFF DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE WS-CPT-FORFAIT(WS-IDX-CPT) TO WS-MNT-AFF.
           STRING "  COTISATION OFFRE  : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE WS-CPT-AUTRES(WS-IDX-CPT) TO WS-MNT-AFF.
           STRING "  AUTRES FRAIS      : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  ")" DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           IF WS-CPT-REMBOURSE(WS-IDX-CPT) > 0
               MOVE WS-CPT-REMBOURSE(WS-IDX-CPT) TO WS-MNT-AFF
               MOVE SPACES TO F-ETAT-LIGNE
               STRING "  DONT REMBOURSEMENTS (DEDUITS) : "
                          DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                   INTO F-ETAT-LIGNE
               WRITE F-ETAT-LIGNE
           END-IF.
           PERFORM EDITER-SERVICES-INCLUS.

           MOVE "RECAP-FRAIS" TO WS-TYPE-DOC-SPOOL.
           MOVE WS-NOM-ETAT TO WS-FICHIER-SPOOL.
           PERFORM DEPOSER-AU-SPOOL.
           PERFORM VENTILER-CONSOLIDE.

      *>----------------------------------------------------------------
      *> Valeur des services inclus dans l'offre groupee (frais remis)
      *> pour l'annee recapitulee : l'annee tenue sur la souscription
      *> si c'est elle, l'annee precedente si la souscription a deja
      *> bascule sur la suivante. Information, hors total.
       EDITER-SERVICES-INCLUS.
           MOVE W-CPT-NUMERO TO W-SOU-CPT.
           MOVE "READ" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.
           IF WS-CODE-SOU NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN W-SOU-ANNEE = WS-ANNEE-RECAP
                   MOVE W-SOU-VALEUR-ANNEE TO WS-VALEUR-SERVICES
               WHEN W-SOU-ANNEE = WS-ANNEE-RECAP + 1
                   MOVE W-SOU-VALEUR-AN-PREC TO WS-VALEUR-SERVICES
               WHEN OTHER
                   MOVE 0 TO WS-VALEUR-SERVICES
           END-EVALUATE.
           IF WS-VALEUR-SERVICES = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALEUR-SERVICES TO WS-MNT-AFF.
           STRING "  SERVICES INCLUS DANS L'OFFRE " DELIMITED SIZE
                  W-SOU-OFFRE DELIMITED SIZE
                  " (VALEUR, HORS TOTAL) : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.

      *>----------------------------------------------------------------
      *> Cellule produit/agence du consolide direction ; les comptes
      *> hors catalogue sont reportes sous leur type C/E.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "RECAP-FRAIS" TO W-ETP-ETAT.
           MOVE WS-NOM-ETAT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM RECAP-FRAIS.
