      *>             rend le code '30', sur lequel BATCH-NUIT arrete
      *>             la chaine. Premier passage sans fichier de
      *>             controle : verification reputee conforme.
      *>             La verification parcourt de plus les chaines de
      *>             scellement de AUDIT.dat et TRANS.dat (SCELLES.dat,
      *>             cf SCELLE.cpy) : continuite des rangs, chainage
      *>             et recalcul du sceau de chaque maillon, sceau de
      *>             tete du jour memorise dans BATCH-RUN.dat, puis
      *>             empreinte de chaque enregistrement confrontee a
      *>             son dernier maillon. Le premier maillon rompu de
      *>             chaque journal est detaille dans le meme rapport
      *>             et rend aussi le code '30'.
      *>             Le rapport d'ecarts est inscrit au repertoire des
      *>             etats (REPERTOIRE-CTRL) : conservation et
      *>             reimpression.
      *> Appel  : CALL "CONTROLES-FICHIERS" USING LK-MODE,
      *>                                          LK-CODE-RETOUR.
      *>****************************************************************
       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY TRANSACT.
       COPY AUDIT.
       COPY SCELLE.
       COPY RUNCTL.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-CTL              PIC X(2) VALUE '00'.
       01 WS-FS-ECART            PIC X(2) VALUE '00'.
       01 WS-VAL-ATTENDUE        PIC -Z(13)9.99.
       01 WS-VAL-CONSTATEE       PIC -Z(13)9.99.

      *> Verification des chaines de scellement (une a la fois).
       01 WS-CHAINE              PIC X(5).
       01 WS-ETAPE-SCEAU         PIC X(12).
       01 WS-IMAGE-SCEAU         PIC X(200).
       01 WS-CODE-SCEAU          PIC X(2).
       01 WS-CODE-SCL            PIC X(2).
       01 WS-CODE-RUN            PIC X(2).
       01 WS-MAILLON-SAUVE       PIC X(119).
       01 WS-TETE-DERNIER        PIC 9(10).
       01 WS-TETE-SCEAU          PIC 9(18).
       01 WS-BASE-RANG           PIC 9(10).
       01 WS-BASE-SCEAU          PIC 9(18).
       01 WS-ID-ORIGINE          PIC 9(10).
       01 WS-RANG-ATTENDU        PIC 9(10).
       01 WS-RANG-FIN            PIC 9(10).
       01 WS-SCEAU-PREC          PIC 9(18).
       01 WS-SCEAU-LU            PIC 9(18).
      *> Sceau de tete memorise par la derniere chaine de nuit.
       01 WS-JOUR-DATE           PIC 9(8).
       01 WS-JOUR-RANG           PIC 9(10).
       01 WS-JOUR-SCEAU          PIC 9(18).
      *> Enregistrement du journal en cours et son dernier maillon.
       01 WS-ID-ENR              PIC 9(10) VALUE 0.
       01 WS-DERNIER-RANG        PIC 9(10).
       01 WS-DERNIER-OP          PIC X(1).
       01 WS-DERNIER-EMPREINTE   PIC 9(18).
       01 WS-LIEN-TROUVE         PIC X(1).
          88 LIEN-TROUVE         VALUE 'O'.
       01 WS-FIN-SCL             PIC X(1).
          88 FIN-MAILLONS        VALUE 'O'.
       01 WS-FIN-REF             PIC X(1).
          88 FIN-REF             VALUE 'O'.
       01 WS-FIN-RUN             PIC X(1).
          88 FIN-RUN             VALUE 'O'.
      *> Premier maillon rompu du journal en cours.
       01 WS-RUPTURE             PIC X(1).
          88 RUPTURE             VALUE 'O'.
       01 WS-RUPT-RANG           PIC 9(10).
       01 WS-RUPT-ID             PIC 9(10).
       01 WS-CAUSE               PIC X(40).
       01 WS-CODE-REPERTOIRE     PIC X(2).

       LINKAGE SECTION.
       01 LK-MODE                PIC X(12).
       01 LK-CODE-RETOUR         PIC X(2).
               WRITE F-ECART-LIGNE
           END-IF.

           MOVE "AUDIT" TO WS-CHAINE.
           PERFORM VERIFIER-CHAINE.
           MOVE "TRANS" TO WS-CHAINE.
           PERFORM VERIFIER-CHAINE.

           IF WS-NB-ECARTS = 0
               MOVE "Aucun ecart : fichiers conformes."
                   TO F-ECART-LIGNE
               MOVE '30' TO LK-CODE-RETOUR
           END-IF.
           CLOSE F-ECARTS.
           PERFORM INSCRIRE-ETAT.

      *>----------------------------------------------------------------
      *> Chaine de scellement du journal WS-CHAINE. Un journal qui n'a
      *> encore rien scelle n'a pas de tete : rien a verifier.
       VERIFIER-CHAINE.
           MOVE 'N' TO WS-RUPTURE.
           MOVE WS-CHAINE TO W-SCL-FICHIER.
           MOVE "TETE" TO WS-OP.
           CALL "SCELLEMENT" USING WS-OP W-SCELLE WS-IMAGE-SCEAU
                                   WS-CODE-SCEAU.
           IF WS-CODE-SCEAU = '21'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RUPT-RANG WS-RUPT-ID.
           IF WS-CODE-SCEAU NOT = '00'
               MOVE "registre SCELLES.dat inaccessible" TO WS-CAUSE
               PERFORM SIGNALER-RUPTURE
               EXIT PARAGRAPH
           END-IF.
           MOVE W-SCL-ID          TO WS-TETE-DERNIER.
           MOVE W-SCL-SCEAU       TO WS-TETE-SCEAU.
           MOVE W-SCL-BASE-RANG   TO WS-BASE-RANG.
           MOVE W-SCL-SCEAU-PREC  TO WS-BASE-SCEAU.
           MOVE W-SCL-ID-ORIGINE  TO WS-ID-ORIGINE.

           PERFORM LIRE-SCEAU-JOUR.
           IF WS-JOUR-RANG > WS-TETE-DERNIER
               MOVE WS-JOUR-RANG TO WS-RUPT-RANG
               MOVE "tete en recul sur le sceau de nuit"
                   TO WS-CAUSE
               PERFORM SIGNALER-RUPTURE
               EXIT PARAGRAPH
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           PERFORM APPELER-JOURNAL.
           PERFORM PARCOURIR-MAILLONS.
           IF NOT RUPTURE
               PERFORM CONTROLER-ENREGISTREMENTS
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           PERFORM APPELER-JOURNAL.

      *>----------------------------------------------------------------
      *> Derniere ligne SCEAU-xxxxx de BATCH-RUN.dat (cle date +
      *> etape : la derniere lue est la plus recente). Un maillon deja
      *> purge avec les archives ne se verifie plus.
       LIRE-SCEAU-JOUR.
           MOVE 0 TO WS-JOUR-DATE WS-JOUR-RANG WS-JOUR-SCEAU.
           MOVE SPACES TO WS-ETAPE-SCEAU.
           STRING "SCEAU-" DELIMITED SIZE
                  WS-CHAINE DELIMITED SIZE
               INTO WS-ETAPE-SCEAU.
           MOVE 'N' TO WS-FIN-RUN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           MOVE "START-FIRST" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           IF WS-CODE-RUN NOT = '00'
               SET FIN-RUN TO TRUE
           END-IF.
           PERFORM UNTIL FIN-RUN
               MOVE "READ-NEXT" TO WS-OP
               CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN
               IF WS-CODE-RUN = '00'
                   IF W-RUN-ETAPE = WS-ETAPE-SCEAU
                       MOVE W-RUN-DATE       TO WS-JOUR-DATE
                       MOVE W-RUN-SCEAU-RANG TO WS-JOUR-RANG
                       MOVE W-RUN-SCEAU      TO WS-JOUR-SCEAU
                   END-IF
               ELSE
                   SET FIN-RUN TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           IF WS-JOUR-RANG <= WS-BASE-RANG
               MOVE 0 TO WS-JOUR-RANG
           END-IF.

      *>----------------------------------------------------------------
      *> Maillons du rang suivant la base (dernier maillon purge)
      *> jusqu'a la tete, dans l'ordre des rangs. Le dernier maillon
      *> lu doit etre celui que la tete designe : un retrait de
      *> maillons en fin de chaine se voit ici.
       PARCOURIR-MAILLONS.
           COMPUTE WS-RANG-ATTENDU = WS-BASE-RANG + 1.
           MOVE WS-BASE-SCEAU TO WS-SCEAU-PREC.
           MOVE 'N' TO WS-FIN-SCL.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           IF WS-CODE-SCL NOT = '00'
               MOVE "registre SCELLES.dat inaccessible" TO WS-CAUSE
               PERFORM SIGNALER-RUPTURE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAINE TO W-SCL-FICHIER.
           MOVE WS-RANG-ATTENDU TO W-SCL-RANG.
           MOVE "START-CLE" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           IF WS-CODE-SCL NOT = '00'
               SET FIN-MAILLONS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-MAILLONS OR RUPTURE
               MOVE "READ-NEXT" TO WS-OP
               CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL
               IF WS-CODE-SCL NOT = '00'
                       OR W-SCL-FICHIER NOT = WS-CHAINE
                   SET FIN-MAILLONS TO TRUE
               ELSE
                   PERFORM CONTROLER-MAILLON
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           IF RUPTURE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RANG-FIN = WS-RANG-ATTENDU - 1.
           IF WS-RANG-FIN NOT = WS-TETE-DERNIER
                   OR WS-SCEAU-PREC NOT = WS-TETE-SCEAU
               MOVE WS-RANG-ATTENDU TO WS-RUPT-RANG
               MOVE 0 TO WS-RUPT-ID
               MOVE "fin de chaine differente de la tete"
                   TO WS-CAUSE
               PERFORM SIGNALER-RUPTURE
           END-IF.

      *>----------------------------------------------------------------
       CONTROLER-MAILLON.
           MOVE W-SCL-RANG TO WS-RUPT-RANG.
           MOVE W-SCL-ID TO WS-RUPT-ID.
           IF W-SCL-RANG NOT = WS-RANG-ATTENDU
               MOVE WS-RANG-ATTENDU TO WS-RUPT-RANG
               MOVE 0 TO WS-RUPT-ID
               MOVE "maillon absent de la chaine" TO WS-CAUSE
               PERFORM SIGNALER-RUPTURE
               EXIT PARAGRAPH
           END-IF.
           IF W-SCL-SCEAU-PREC NOT = WS-SCEAU-PREC
               MOVE "chainage au maillon precedent rompu"
                   TO WS-CAUSE
               PERFORM SIGNALER-RUPTURE
               EXIT PARAGRAPH
           END-IF.
           MOVE W-SCL-SCEAU TO WS-SCEAU-LU.
           MOVE "SCEAU" TO WS-OP.
           CALL "SCELLEMENT" USING WS-OP W-SCELLE WS-IMAGE-SCEAU
                                   WS-CODE-SCEAU.
           IF W-SCL-SCEAU NOT = WS-SCEAU-LU
               MOVE "sceau du maillon altere" TO WS-CAUSE
               PERFORM SIGNALER-RUPTURE
               EXIT PARAGRAPH
           END-IF.
           IF W-SCL-RANG = WS-JOUR-RANG
                   AND W-SCL-SCEAU NOT = WS-JOUR-SCEAU
               MOVE SPACES TO WS-CAUSE
               STRING "sceau different de celui du "
                          DELIMITED SIZE
                      WS-JOUR-DATE DELIMITED SIZE
                   INTO WS-CAUSE
               PERFORM SIGNALER-RUPTURE
               EXIT PARAGRAPH
           END-IF.
           IF SCL-ECRITURE OR SCL-MODIFICATION
               MOVE W-SCL-ID TO WS-ID-ENR
               MOVE "READ" TO WS-OP
               PERFORM APPELER-JOURNAL
               IF NOT RC-OK
                   PERFORM CONTROLER-SUPPRESSION
                   IF RUPTURE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-RANG-ATTENDU.
           MOVE W-SCL-SCEAU TO WS-SCEAU-PREC.

      *>----------------------------------------------------------------
      *> Enregistrement absent du journal : son dernier maillon doit
      *> etre un maillon de suppression. Le parcours par rang reprend
      *> ensuite juste apres le maillon en cours.
       CONTROLER-SUPPRESSION.
           MOVE W-SCELLE TO WS-MAILLON-SAUVE.
           PERFORM CHERCHER-DERNIER-MAILLON.
           MOVE WS-MAILLON-SAUVE TO W-SCELLE.
           IF WS-DERNIER-OP NOT = 'S'
               MOVE "enregistrement retire sans maillon"
                   TO WS-CAUSE
               PERFORM SIGNALER-RUPTURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-APRES" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           IF WS-CODE-SCL NOT = '00'
               SET FIN-MAILLONS TO TRUE
           END-IF.
           MOVE WS-MAILLON-SAUVE TO W-SCELLE.

      *>----------------------------------------------------------------
      *> Dernier maillon (rang le plus eleve) de l'enregistrement
      *> WS-ID-ENR du journal WS-CHAINE, par la cle alternative. La
      *> tete de chaine (rang 0) partage cette cle : elle est ignoree.
       CHERCHER-DERNIER-MAILLON.
           MOVE 'N' TO WS-LIEN-TROUVE.
           MOVE 0 TO WS-DERNIER-RANG WS-DERNIER-EMPREINTE.
           MOVE SPACE TO WS-DERNIER-OP.
           MOVE 'N' TO WS-FIN-REF.
           MOVE WS-CHAINE TO W-SCL-REF-FICHIER.
           MOVE WS-ID-ENR TO W-SCL-ID.
           MOVE "START-REF" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           IF WS-CODE-SCL NOT = '00'
               SET FIN-REF TO TRUE
           END-IF.
           PERFORM UNTIL FIN-REF
               MOVE "READ-NEXT" TO WS-OP
               CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL
               IF WS-CODE-SCL NOT = '00'
                       OR W-SCL-REF-FICHIER NOT = WS-CHAINE
                       OR W-SCL-ID NOT = WS-ID-ENR
                   SET FIN-REF TO TRUE
               ELSE
                   IF W-SCL-RANG > WS-DERNIER-RANG
                       SET LIEN-TROUVE TO TRUE
                       MOVE W-SCL-RANG TO WS-DERNIER-RANG
                       MOVE W-SCL-OPERATION TO WS-DERNIER-OP
                       MOVE W-SCL-EMPREINTE TO WS-DERNIER-EMPREINTE
                   END-IF
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Chaque enregistrement present confronte a son dernier
      *> maillon. Sans maillon, seul un enregistrement anterieur a la
      *> mise en place du scellement (identifiant inferieur a
      *> l'origine de la chaine) est admis.
       CONTROLER-ENREGISTREMENTS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           MOVE "START-FIRST" TO WS-OP.
           PERFORM APPELER-JOURNAL.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS OR RUPTURE
               MOVE "READ-NEXT" TO WS-OP
               PERFORM APPELER-JOURNAL
               IF RC-OK
                   PERFORM CONTROLER-ENREGISTREMENT
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.

       CONTROLER-ENREGISTREMENT.
           PERFORM CHERCHER-DERNIER-MAILLON.
           MOVE WS-DERNIER-RANG TO WS-RUPT-RANG.
           MOVE WS-ID-ENR TO WS-RUPT-ID.
           IF NOT LIEN-TROUVE
               IF WS-ID-ENR >= WS-ID-ORIGINE
                   MOVE "enregistrement sans maillon" TO WS-CAUSE
                   PERFORM SIGNALER-RUPTURE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-DERNIER-OP = 'S'
               MOVE "enregistrement supprime puis reintroduit"
                   TO WS-CAUSE
               PERFORM SIGNALER-RUPTURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "EMPREINTE" TO WS-OP.
           CALL "SCELLEMENT" USING WS-OP W-SCELLE WS-IMAGE-SCEAU
                                   WS-CODE-SCEAU.
           IF W-SCL-EMPREINTE NOT = WS-DERNIER-EMPREINTE
               MOVE "enregistrement modifie hors chaine" TO WS-CAUSE
               PERFORM SIGNALER-RUPTURE
           END-IF.

      *>----------------------------------------------------------------
      *> Acces au journal WS-CHAINE (operation WS-OP) ; l'image et
      *> l'identifiant de l'enregistrement lu sont rendus dans
      *> WS-IMAGE-SCEAU et WS-ID-ENR.
       APPELER-JOURNAL.
           IF WS-CHAINE = "TRANS"
               MOVE WS-ID-ENR TO W-TRN-ID
               CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR
               IF RC-OK
                   MOVE W-TRANS TO WS-IMAGE-SCEAU
                   MOVE W-TRN-ID TO WS-ID-ENR
               END-IF
           ELSE
               MOVE WS-ID-ENR TO W-AUD-ID
               CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR
               IF RC-OK
                   MOVE W-AUDIT TO WS-IMAGE-SCEAU
                   MOVE W-AUD-ID TO WS-ID-ENR
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> Premier maillon rompu du journal : une ligne au rapport, la
      *> verification de ce journal s'arrete la.
       SIGNALER-RUPTURE.
           SET RUPTURE TO TRUE.
           ADD 1 TO WS-NB-ECARTS.
           MOVE SPACES TO F-ECART-LIGNE.
           STRING "Premier maillon rompu " DELIMITED SIZE
                  WS-CHAINE DELIMITED SIZE
                  " rang " DELIMITED SIZE
                  WS-RUPT-RANG DELIMITED SIZE
                  " id " DELIMITED SIZE
                  WS-RUPT-ID DELIMITED SIZE
                  " : " DELIMITED SIZE
                  WS-CAUSE DELIMITED SIZE
               INTO F-ECART-LIGNE.
           WRITE F-ECART-LIGNE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "CONTROLES-INTEGRITE" TO W-ETP-ETAT.
           MOVE "reports/CONTROLES-ECART.txt" TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM CONTROLES-FICHIERS.
