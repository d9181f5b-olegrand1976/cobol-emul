      *>****************************************************************
      *> Module : SECOURS-GUICHET
      *> Role   : Depot ou retrait especes au guichet en mode degrade
      *>          (declare au PUPITRE, cf JOURNEE.cpy), quand
      *>          COMPTES.dat est indisponible (etape de nuit qui
      *>          deborde, restauration RESTAURER-GENERATION). Appele
      *>          par DEPOT et RETRAIT a la place de leur saisie
      *>          normale ; ni COMPTES.dat ni TRANS.dat ne sont lus ou
      *>          ecrits :
      *>          - le compte doit figurer dans la derniere
      *>            photographie de cloture SOLDES-JOUR.dat (celle de
      *>            la veille), faute de quoi l'operation est refusee
      *>            ('21') ;
      *>          - plafond reduit par operation (cle
      *>            SECOURS-PLAF-OPE, '13') et par jour, cumule par
      *>            compte et par sens sur le journal de secours (cle
      *>            SECOURS-PLAF-JOUR, '32'), sans derogation ;
      *>          - un retrait ne peut exceder le solde photographie
      *>            diminue des retraits de secours qu'il ne reflete
      *>            pas encore (non rejoues ou non passes, ou
      *>            rejoues le jour de la photographie ou apres) :
      *>            aucun decouvert ('30') ;
      *>          - l'operation est inscrite au journal de secours
      *>            JOURNAL-SECOURS.dat (SECOURS-IO) et la caisse
      *>            theorique de l'operateur mise a jour (CAISSE-MAJ).
      *>          REJEU-SECOURS passe le journal au retour des fichiers
      *>          maitres. Chaque refus est journalise via AUDIT-IO.
      *> Appel  : CALL "SECOURS-GUICHET" USING LK-SENS, LK-OPERATEUR,
      *>                                       LK-CODE-RETOUR.
      *>   LK-SENS        : 'D' depot, 'R' retrait.
      *>   LK-CODE-RETOUR : '00' operation inscrite, '10' numero
      *>                    invalide, '11' montant invalide, '13'
      *>                    plafond par operation, '21' compte absent
      *>                    de la photographie, '29' journal de
      *>                    secours indisponible, '30' provision
      *>                    insuffisante, '32' plafond du jour.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECOURS-GUICHET.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SECOURS.
       COPY SOLDE-JOUR.
       COPY LIMITES.
       COPY PARAM-EXPLOIT.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CPT                PIC 9(8).
       01 WS-MONTANT            PIC S9(11)V99 COMP-3.
       01 WS-MNT-VIDE           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-LIB-VIDE           PIC X(40) VALUE SPACES.
       01 WS-DATE-JOUR          PIC 9(8).
       01 WS-HEURE-JOUR         PIC 9(6).
       01 WS-COMPTEUR           PIC 9(10) VALUE 0.
       01 WS-CODE-SNJ           PIC X(2).
       01 WS-CODE-SEC           PIC X(2).
       01 WS-CODE-AUD           PIC X(2).
       01 WS-CODE-PAR           PIC X(2).
       01 WS-CODE-CAISSE        PIC X(2).
       01 WS-SENS-CAISSE        PIC X(1).

      *> Photographie de cloture la plus recente du compte.
       01 WS-PHOTO-TROUVEE      PIC X(1) VALUE 'N'.
          88 PHOTO-TROUVEE      VALUE 'O'.
       01 WS-DATE-PHOTO         PIC 9(8) VALUE 0.
       01 WS-SOLDE-PHOTO        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-FIN-SNJ            PIC X(1) VALUE 'N'.
          88 FIN-SCAN-SNJ       VALUE 'O'.

      *> Cumuls lus sur le journal de secours du compte.
       01 WS-PLAF-OPE           PIC S9(11)V99 COMP-3.
       01 WS-PLAF-JOUR          PIC S9(11)V99 COMP-3.
       01 WS-CUMUL-JOUR         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-RETRAITS-HORS-PHOTO PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-DISPONIBLE         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-FIN-SEC            PIC X(1) VALUE 'N'.
          88 FIN-SCAN-SEC       VALUE 'O'.
       01 WS-MNT-AFF            PIC -Z(10)9.99.
       01 WS-MOTIF              PIC X(40).

       LINKAGE SECTION.
       01 LK-SENS               PIC X(1).
       01 LK-OPERATEUR          PIC X(8).
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-SENS, LK-OPERATEUR, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE 0 TO WS-CPT.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-JOUR.

       DISPLAY "MODE DEGRADE : operation controlee sur la "
               "photographie de la veille,".
       DISPLAY "inscrite au journal de secours et passee au retour "
               "des fichiers maitres.".

       DISPLAY "Numero de compte : " WITH NO ADVANCING.
       ACCEPT WS-CPT.
       MOVE "NUMERO" TO WS-OP.
       CALL "VALID" USING WS-OP WS-CPT WS-MNT-VIDE WS-LIB-VIDE
                          W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Numero invalide."
           MOVE '10' TO LK-CODE-RETOUR
           MOVE "NUMERO INVALIDE" TO WS-MOTIF
           PERFORM JOURNALISER-REFUS
           GOBACK
       END-IF.

       PERFORM LIRE-PHOTOGRAPHIE.
       IF NOT PHOTO-TROUVEE
           DISPLAY "Refuse : compte absent de la photographie des "
                   "soldes de cloture."
           MOVE '21' TO LK-CODE-RETOUR
           MOVE "COMPTE HORS PHOTOGRAPHIE" TO WS-MOTIF
           PERFORM JOURNALISER-REFUS
           GOBACK
       END-IF.
       MOVE WS-SOLDE-PHOTO TO WS-MNT-AFF.
       DISPLAY "Solde de cloture du " WS-DATE-PHOTO " : " WS-MNT-AFF.

       PERFORM DETERMINER-PLAFONDS.
       PERFORM CUMULER-JOURNAL-SECOURS.
       IF WS-CODE-SEC NOT = '00' AND WS-CODE-SEC NOT = '21'
           DISPLAY "Journal de secours indisponible."
           MOVE '29' TO LK-CODE-RETOUR
           MOVE "JOURNAL DE SECOURS INDISPONIBLE" TO WS-MOTIF
           PERFORM JOURNALISER-REFUS
           GOBACK
       END-IF.
       IF LK-SENS = 'R'
           COMPUTE WS-DISPONIBLE =
               WS-SOLDE-PHOTO - WS-RETRAITS-HORS-PHOTO
           IF WS-DISPONIBLE < 0
               MOVE 0 TO WS-DISPONIBLE
           END-IF
           MOVE WS-DISPONIBLE TO WS-MNT-AFF
           DISPLAY "Disponible en mode degrade : " WS-MNT-AFF
       END-IF.

       IF LK-SENS = 'R'
           DISPLAY "Montant a retirer : " WITH NO ADVANCING
       ELSE
           DISPLAY "Montant a deposer : " WITH NO ADVANCING
       END-IF.
       ACCEPT WS-MONTANT.
       MOVE "MONTANT" TO WS-OP.
       CALL "VALID" USING WS-OP WS-CPT WS-MONTANT WS-LIB-VIDE
                          W-CODE-RETOUR.
       IF NOT RC-OK AND NOT RC-ERR-MONTANT-EXCESSIF
           DISPLAY "Montant invalide."
           MOVE '11' TO LK-CODE-RETOUR
           MOVE "MONTANT INVALIDE" TO WS-MOTIF
           PERFORM JOURNALISER-REFUS
           GOBACK
       END-IF.

       IF WS-MONTANT > WS-PLAF-OPE
           MOVE WS-PLAF-OPE TO WS-MNT-AFF
           DISPLAY "Refuse : plafond par operation du mode degrade ("
                   WS-MNT-AFF ") depasse, sans derogation."
           MOVE '13' TO LK-CODE-RETOUR
           MOVE "PLAFOND OPERATION MODE DEGRADE" TO WS-MOTIF
           PERFORM JOURNALISER-REFUS
           GOBACK
       END-IF.

       IF WS-CUMUL-JOUR + WS-MONTANT > WS-PLAF-JOUR
           MOVE WS-PLAF-JOUR TO WS-MNT-AFF
           DISPLAY "Refuse : plafond du jour du mode degrade ("
                   WS-MNT-AFF ") atteint pour ce compte."
           MOVE '32' TO LK-CODE-RETOUR
           MOVE "PLAFOND JOUR MODE DEGRADE" TO WS-MOTIF
           PERFORM JOURNALISER-REFUS
           GOBACK
       END-IF.

       IF LK-SENS = 'R' AND WS-MONTANT > WS-DISPONIBLE
           DISPLAY "Refuse : provision insuffisante sur la "
                   "photographie (aucun decouvert en mode degrade)."
           MOVE '30' TO LK-CODE-RETOUR
           MOVE "PROVISION MODE DEGRADE" TO WS-MOTIF
           PERFORM JOURNALISER-REFUS
           GOBACK
       END-IF.

       PERFORM INSCRIRE-OPERATION.
       IF LK-CODE-RETOUR NOT = '00'
           DISPLAY "Journal de secours indisponible : operation "
                   "non enregistree."
           MOVE "ECRITURE JOURNAL DE SECOURS" TO WS-MOTIF
           PERFORM JOURNALISER-REFUS
           GOBACK
       END-IF.

       PERFORM METTRE-A-JOUR-CAISSE.

       DISPLAY "Operation inscrite au journal de secours sous le "
               "numero " W-SEC-ID ".".
       DISPLAY "Elle sera passee sur le compte au retour des "
               "fichiers maitres.".

       GOBACK.

      *>----------------------------------------------------------------
      *> Derniere photographie de cloture du compte : les
      *> photographies d'un compte se suivent par date croissante,
      *> la derniere lue est la plus recente.
       LIRE-PHOTOGRAPHIE.
           MOVE 'N' TO WS-PHOTO-TROUVEE.
           MOVE 'N' TO WS-FIN-SNJ.
           MOVE WS-CPT TO W-SNJ-CPT.
           MOVE 0 TO W-SNJ-DATE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-SNJ.
           IF WS-CODE-SNJ NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-CPT" TO WS-OP.
           CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-SNJ.
           IF WS-CODE-SNJ NOT = '00'
               SET FIN-SCAN-SNJ TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN-SNJ
               MOVE "READ-NEXT" TO WS-OP
               CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-SNJ
               IF WS-CODE-SNJ NOT = '00' OR W-SNJ-CPT NOT = WS-CPT
                   SET FIN-SCAN-SNJ TO TRUE
               ELSE
                   IF W-SNJ-DATE <= WS-DATE-JOUR
                       SET PHOTO-TROUVEE TO TRUE
                       MOVE W-SNJ-DATE TO WS-DATE-PHOTO
                       MOVE W-SNJ-SOLDE TO WS-SOLDE-PHOTO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-SNJ.

      *>----------------------------------------------------------------
       DETERMINER-PLAFONDS.
           MOVE "SECOURS-PLAF-OPE" TO W-PAR-CLE.
           MOVE LIM-SECOURS-PLAF-OPE TO W-PAR-VALEUR.
           MOVE "VALEUR" TO WS-OP.
           CALL "PARAM-IO" USING WS-OP W-PARAMETRE WS-CODE-PAR.
           MOVE W-PAR-VALEUR TO WS-PLAF-OPE.

           MOVE "SECOURS-PLAF-JOUR" TO W-PAR-CLE.
           MOVE LIM-SECOURS-PLAF-JOUR TO W-PAR-VALEUR.
           MOVE "VALEUR" TO WS-OP.
           CALL "PARAM-IO" USING WS-OP W-PARAMETRE WS-CODE-PAR.
           MOVE W-PAR-VALEUR TO WS-PLAF-JOUR.

      *>----------------------------------------------------------------
      *> Parcours des operations de secours du compte : cumul du jour
      *> dans le sens de l'operation (plafond journalier) et retraits
      *> que la photographie ne reflete pas encore - non rejoues,
      *> laisses non passes par le rejeu, ou rejoues le jour de la
      *> photographie ou apres (c'est la date du rejeu, pas celle de
      *> l'operation, qui dit si le retrait y figure).
       CUMULER-JOURNAL-SECOURS.
           MOVE 0 TO WS-CUMUL-JOUR.
           MOVE 0 TO WS-RETRAITS-HORS-PHOTO.
           MOVE 'N' TO WS-FIN-SEC.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.
           IF WS-CODE-SEC NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPT TO W-SEC-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.
           IF WS-CODE-SEC NOT = '00'
               SET FIN-SCAN-SEC TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN-SEC
               MOVE "READ-NEXT" TO WS-OP
               CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC
               IF WS-CODE-SEC NOT = '00' OR W-SEC-CPT NOT = WS-CPT
                   SET FIN-SCAN-SEC TO TRUE
               ELSE
                   IF W-SEC-TYPE = LK-SENS
                           AND W-SEC-DATE = WS-DATE-JOUR
                       ADD W-SEC-MONTANT TO WS-CUMUL-JOUR
                   END-IF
                   IF SEC-RETRAIT
                           AND (SEC-A-REJOUER OR SEC-NON-PASSEE
                                OR (SEC-REJOUEE
                                    AND W-SEC-DATE-REJEU
                                        >= WS-DATE-PHOTO))
                       ADD W-SEC-MONTANT TO WS-RETRAITS-HORS-PHOTO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.

      *>----------------------------------------------------------------
       INSCRIRE-OPERATION.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-SECOURS.
           MOVE WS-COMPTEUR    TO W-SEC-ID.
           MOVE WS-CPT         TO W-SEC-CPT.
           MOVE LK-SENS        TO W-SEC-TYPE.
           MOVE WS-MONTANT     TO W-SEC-MONTANT.
           MOVE WS-DATE-JOUR   TO W-SEC-DATE.
           MOVE WS-HEURE-JOUR  TO W-SEC-HEURE.
           MOVE LK-OPERATEUR   TO W-SEC-OPERATEUR.
           MOVE WS-DATE-PHOTO  TO W-SEC-DATE-PHOTO.
           MOVE WS-SOLDE-PHOTO TO W-SEC-SOLDE-PHOTO.
           MOVE 'N'            TO W-SEC-CAISSE.
           SET SEC-A-REJOUER   TO TRUE.
           SET SEC-SANS-ANOMALIE TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.
           IF WS-CODE-SEC = '00'
               MOVE "WRITE" TO WS-OP
               CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC
           END-IF.
           IF WS-CODE-SEC NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.

      *>----------------------------------------------------------------
      *> Caisse theorique de l'operateur : l'indicateur porte sur
      *> l'operation de secours indique au rapprochement du rejeu si
      *> les especes ont bien ete repercutees.
       METTRE-A-JOUR-CAISSE.
           IF LK-SENS = 'R'
               MOVE 'S' TO WS-SENS-CAISSE
           ELSE
               MOVE 'E' TO WS-SENS-CAISSE
           END-IF.
           CALL "CAISSE-MAJ" USING LK-OPERATEUR WS-SENS-CAISSE
                                   WS-MONTANT WS-CODE-CAISSE.
           IF WS-CODE-CAISSE NOT = '00'
               DISPLAY "ATTENTION : pas de caisse ouverte pour "
                       LK-OPERATEUR " - theorique non mis a jour."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO W-SEC-CAISSE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.
           MOVE "REWRITE" TO WS-OP.
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.
           MOVE "CLOSE" TO WS-OP.
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.

      *>----------------------------------------------------------------
       JOURNALISER-REFUS.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-AUD.

           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR    TO W-AUD-ID.
           MOVE WS-CPT         TO W-AUD-CPT.
           IF LK-SENS = 'R'
               MOVE "RETRAIT-SEC" TO W-AUD-OPERATION
           ELSE
               MOVE "DEPOT-SEC" TO W-AUD-OPERATION
           END-IF.
           MOVE LK-CODE-RETOUR TO W-AUD-CODE.
           MOVE WS-DATE-JOUR   TO W-AUD-DATE.
           MOVE WS-HEURE-JOUR  TO W-AUD-HEURE.
           MOVE LK-OPERATEUR   TO W-AUD-OPERATEUR.
           MOVE WS-MOTIF       TO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.

       END PROGRAM SECOURS-GUICHET.
