      *>               (FRAUDE-CAS.dat) ;
      *>             - produits detenus (nombre de comptes) ;
      *>             - canal d'ouverture des comptes
      *>               (internet/partenaire) ;
      *>             - pour une personne morale, son registre des
      *>               beneficiaires effectifs (LIENS-CLIENTS.dat) :
      *>               absence de beneficiaire declare, detention
      *>               indirecte, representant ou beneficiaire
      *>               effectif touchant la liste de sanctions
      *>               (SANCTIONS-CTRL) ;
      *>             - le statut de personne politiquement exposee
      *>               (W-CLI-PPE), qui classe le client en risque
      *>               eleve d'office.
      *>             La note est memorisee sur le client avec sa
      *>             justification et la prochaine revue KYC est
      *>             cadencee par la note (KYC-PARAM.cpy : 6/12/24
      *>             mois) au lieu du delai unique. Les rehaussements
      *>             de note du mois partent au correspondant dans
      *>             reports/LBC-RECLASSEMENTS-AAAAMM.txt.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORING-LBC.
       COPY COMPTE.
       COPY DECLARATION.
       COPY FRAUDE-CAS.
       COPY LIEN-CLIENT.
       COPY KYC-PARAM.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RECLASS          PIC X(2) VALUE '00'.
       01 WS-NOM-RECLASS         PIC X(50).
       01 WS-NB-FRAU-AFF         PIC 9(5).
       01 WS-NB-CPT-AFF          PIC 9(2).

      *> Personne morale : beneficiaires effectifs et representants.
       01 WS-NB-BENEF-EFF        PIC 9(2).
       01 WS-NB-BE-AFF           PIC 9(2).
       01 WS-INDIRECTE           PIC X(1).
          88 DETENTION-INDIRECTE VALUE 'O'.
       01 WS-LIEN-LISTE          PIC X(1).
          88 LIEN-SUR-LISTE      VALUE 'O'.
       01 WS-NOM-LIEN-LISTE      PIC X(40).
       01 WS-NOM-LISTE           PIC X(40).
       01 WS-CODE-SANCTION       PIC X(2).

       01 WS-NB-CLIENTS          PIC 9(5) VALUE 0.
       01 WS-NB-RECLASSES        PIC 9(5) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       IF WS-CODE-CLIENT NOT = '00'
           DISPLAY "Aucun client au referentiel."
           CLOSE F-RECLASSEMENTS
           PERFORM INSCRIRE-ETAT
           EXIT PROGRAM
       END-IF.
       MOVE "START-FIRST" TO WS-OP.
       MOVE "CLOSE" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
       CLOSE F-RECLASSEMENTS.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Clients classes : " WS-NB-CLIENTS
           PERFORM COLLECTER-COMPTES.
           PERFORM COMPTER-DECLARATIONS.
           PERFORM COMPTER-FRAUDES.
           PERFORM EXAMINER-LIENS.
           PERFORM CALCULER-NOTE.
           PERFORM MEMORISER-NOTE.

               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Liens en vigueur d'une personne morale : beneficiaires
      *> effectifs declares, detention indirecte, et filtrage de
      *> chaque personne liee contre la liste de sanctions.
       EXAMINER-LIENS.
           MOVE 0 TO WS-NB-BENEF-EFF.
           MOVE 'N' TO WS-INDIRECTE WS-LIEN-LISTE WS-FIN.
           MOVE SPACES TO WS-NOM-LIEN-LISTE.
           IF NOT CLI-PERSONNE-MORALE
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE W-LIEN-CLIENT.
           MOVE W-CLI-NUMERO TO W-LIE-ENTITE.
           MOVE "START-ENTITE" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-LIE-ENTITE NOT = W-CLI-NUMERO
                       SET FIN-PARCOURS TO TRUE
                   WHEN NOT LIE-EN-VIGUEUR
                       CONTINUE
                   WHEN OTHER
                       PERFORM EXAMINER-LIEN
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR.

       EXAMINER-LIEN.
           IF LIE-BENEF-EFFECTIF
               ADD 1 TO WS-NB-BENEF-EFF
               IF LIE-DETENTION-INDIRECTE
                   SET DETENTION-INDIRECTE TO TRUE
               END-IF
           END-IF.
           CALL "SANCTIONS-CTRL" USING W-LIE-NOM WS-NOM-LISTE
                                       WS-CODE-SANCTION.
           IF WS-CODE-SANCTION = '42'
               SET LIEN-SUR-LISTE TO TRUE
               MOVE W-LIE-NOM TO WS-NOM-LIEN-LISTE
           END-IF.

      *>----------------------------------------------------------------
      *> Bareme : declarations d'especes (1 point, 2 au-dela de deux),
      *> dossier de fraude non classe fausse alerte (2 points),
      *> ouverture a distance (1 point), portefeuille etoffe (1 point
      *> au-dela de deux comptes). Personne morale : aucun
      *> beneficiaire effectif declare (1 point), detention indirecte
      *> (1 point), representant ou beneficiaire effectif sur la
      *> liste de sanctions (3 points, note elevee d'office).
      *> Personne politiquement exposee : 3 points, note elevee
      *> d'office.
      *> 0 = faible, 1-2 = standard, 3 et plus = eleve.
       CALCULER-NOTE.
           MOVE 0 TO WS-SCORE.
           IF WS-NB-DECLARATIONS > 2
           IF WS-NB-CPT > 2
               ADD 1 TO WS-SCORE
           END-IF.
           IF CLI-PERSONNE-MORALE
               IF WS-NB-BENEF-EFF = 0
                   ADD 1 TO WS-SCORE
               END-IF
               IF DETENTION-INDIRECTE
                   ADD 1 TO WS-SCORE
               END-IF
               IF LIEN-SUR-LISTE
                   ADD 3 TO WS-SCORE
               END-IF
           END-IF.
           IF CLI-PPE
               ADD 3 TO WS-SCORE
           END-IF.

           EVALUATE TRUE
               WHEN WS-SCORE = 0
           MOVE WS-NB-DECLARATIONS TO WS-NB-DECL-AFF.
           MOVE WS-NB-FRAUDES TO WS-NB-FRAU-AFF.
           MOVE WS-NB-CPT TO WS-NB-CPT-AFF.
           MOVE WS-NB-BENEF-EFF TO WS-NB-BE-AFF.
           MOVE SPACES TO W-CLI-RISQUE-MOTIF.
           EVALUATE TRUE
               WHEN CLI-PPE
                   STRING "PERSONNE POLITIQUEMENT EXPOSEE ("
                          DELIMITED SIZE
                          W-CLI-PPE-CATEGORIE DELIMITED SIZE
                          ")" DELIMITED SIZE
                       INTO W-CLI-RISQUE-MOTIF
               WHEN LIEN-SUR-LISTE
                   STRING "LIEN SUR LISTE SANCTIONS : " DELIMITED SIZE
                          WS-NOM-LIEN-LISTE DELIMITED SIZE
                       INTO W-CLI-RISQUE-MOTIF
               WHEN CLI-PERSONNE-MORALE
                   STRING "DECL " DELIMITED SIZE
                          WS-NB-DECL-AFF DELIMITED SIZE
                          " FRAUDE " DELIMITED SIZE
                          WS-NB-FRAU-AFF DELIMITED SIZE
                          " BE " DELIMITED SIZE
                          WS-NB-BE-AFF DELIMITED SIZE
                          " INDIR " DELIMITED SIZE
                          WS-INDIRECTE DELIMITED SIZE
                       INTO W-CLI-RISQUE-MOTIF
               WHEN OTHER
                   STRING "DECL " DELIMITED SIZE
                          WS-NB-DECL-AFF DELIMITED SIZE
                          " FRAUDE " DELIMITED SIZE
                          WS-NB-FRAU-AFF DELIMITED SIZE
                          " CPTES " DELIMITED SIZE
                          WS-NB-CPT-AFF DELIMITED SIZE
                          " DISTANT " DELIMITED SIZE
                          WS-CANAL-DISTANT DELIMITED SIZE
                       INTO W-CLI-RISQUE-MOTIF
           END-EVALUATE.

           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               WHEN OTHER MOVE 2 TO WS-RANG-APRES
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "LBC-RECLASSEMENTS" TO W-ETP-ETAT.
           MOVE WS-NOM-RECLASS TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM SCORING-LBC.
