      *>****************************************************************
      *> Module : EFFET-REMETTRE
      *> Role   : Prend en charge un effet de commerce (LCR) remis par
      *>          un client professionnel, au guichet (ecran EFFETS)
      *>          ou par fichier (IMPORT-LCR) :
      *>           - controles : montant positif, tire nomme, IBAN
      *>             francais du tire a cle juste (module IBAN),
      *>             echeance posterieure au jour ; compte remettant
      *>             courant et actif d'un client professionnel ;
      *>           - effet a l'encaissement : simplement mis en
      *>             portefeuille, le cedant sera credite a l'echeance
      *>             par EMETTRE-LCR ;
      *>           - effet a l'escompte : la ligne d'escompte du
      *>             client est controlee et les agios calcules
      *>             (module ESCOMPTE-CTRL), puis l'avance est
      *>             creditee aussitot (mouvement 'E', libelle
      *>             ESCOMPTE LCR) et les agios preleves par un
      *>             mouvement de frais distinct ('F' categorie
      *>             "ESCP") ; le solde progresse du net escompte.
      *>          L'effet est enregistre au statut 'A' (EFFETS.dat)
      *>          avec un identifiant attribue ; une reference vide
      *>          est remplacee par LCR + identifiant.
      *>          EFFETS.dat et TRANS.dat sont ouverts puis fermes
      *>          ici : l'appelant ne doit pas les tenir ouverts.
      *> Appel  : CALL "EFFET-REMETTRE" USING W-EFFET, LK-OPERATEUR,
      *>                                      LK-CODE-RETOUR.
      *>   W-EFFET : en entree compte, bordereau, mode, tire, IBAN,
      *>             montant, echeance et reference ; en sortie
      *>             l'effet enregistre.
      *>   LK-CODE-RETOUR : '00' effet pris en charge, '10' mode,
      *>                    IBAN ou echeance invalide, '11' montant
      *>                    invalide, '12' tire absent, '21' compte
      *>                    introuvable, '31' compte inactif, '36'
      *>                    compte non courant ou client non
      *>                    professionnel, '55' ligne d'escompte
      *>                    absente ou depassee, '29' echec
      *>                    d'ecriture.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFFET-REMETTRE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY CLIENT.
       COPY TRANSACT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-EFF            PIC X(2).
       01 WS-CODE-IBAN           PIC X(2).
       01 WS-CODE-ESC            PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-IBAN-TIRE           PIC X(27).
       01 WS-NUMERO-IBAN         PIC 9(8).
       01 WS-AGENCE-IBAN         PIC X(4).
       01 WS-AGIOS               PIC S9(11)V99 COMP-3.
       01 WS-ENCOURS             PIC S9(11)V99 COMP-3.
       01 WS-PLAFOND             PIC S9(11)V99 COMP-3.

       LINKAGE SECTION.
       COPY EFFET.
       01 LK-OPERATEUR           PIC X(8).
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING W-EFFET, LK-OPERATEUR,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       IF NOT EFF-MODE-VALIDE
           MOVE '10' TO LK-CODE-RETOUR
           GOBACK
       END-IF.
       IF W-EFF-MONTANT NOT > 0
           MOVE '11' TO LK-CODE-RETOUR
           GOBACK
       END-IF.
       IF W-EFF-TIRE = SPACES
           MOVE '12' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

      *> Les LCR sont domiciliees en France : IBAN FR a 27 caracteres.
       IF W-EFF-IBAN(1:2) NOT = "FR" OR W-EFF-IBAN(28:7) NOT = SPACES
           MOVE '10' TO LK-CODE-RETOUR
           GOBACK
       END-IF.
       MOVE W-EFF-IBAN(1:27) TO WS-IBAN-TIRE.
       MOVE "VALIDER" TO WS-OP.
       CALL "IBAN" USING WS-OP WS-NUMERO-IBAN WS-AGENCE-IBAN
                         WS-IBAN-TIRE WS-CODE-IBAN.
       IF WS-CODE-IBAN NOT = '00'
           MOVE '10' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       IF W-EFF-DATE-ECHEANCE NOT NUMERIC
           MOVE '10' TO LK-CODE-RETOUR
           GOBACK
       END-IF.
       IF FUNCTION TEST-DATE-YYYYMMDD(W-EFF-DATE-ECHEANCE) NOT = 0
               OR W-EFF-DATE-ECHEANCE NOT > WS-DATE-JOUR
           MOVE '10' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       MOVE W-EFF-CPT TO W-CPT-NUMERO.
       MOVE "READ" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF NOT RC-OK
           MOVE '21' TO LK-CODE-RETOUR
           GOBACK
       END-IF.
       IF NOT CPT-ACTIF
           MOVE '31' TO LK-CODE-RETOUR
           GOBACK
       END-IF.
       IF NOT CPT-COURANT
           MOVE '36' TO LK-CODE-RETOUR
           GOBACK
       END-IF.
       MOVE W-CPT-CLIENT TO W-CLI-NUMERO.
       MOVE "READ" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
       IF WS-CODE-CLIENT NOT = '00' OR NOT CLI-PROFESSIONNEL
           MOVE '36' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       MOVE 0 TO WS-AGIOS.
       IF EFF-ESCOMPTE
           CALL "ESCOMPTE-CTRL" USING W-CPT-CLIENT W-EFF-MONTANT
                                      W-EFF-DATE-ECHEANCE WS-AGIOS
                                      WS-ENCOURS WS-PLAFOND
                                      WS-CODE-ESC
           IF WS-CODE-ESC NOT = '00'
               MOVE WS-CODE-ESC TO LK-CODE-RETOUR
               GOBACK
           END-IF
       END-IF.

       MOVE "NEXT" TO WS-OP.
       CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
       MOVE WS-COMPTEUR       TO W-EFF-ID.
       IF W-EFF-REFERENCE = SPACES
           STRING "LCR" DELIMITED SIZE
                  W-EFF-ID DELIMITED SIZE
               INTO W-EFF-REFERENCE
       END-IF.
       MOVE W-CPT-CLIENT      TO W-EFF-CLIENT.
       MOVE WS-DATE-JOUR      TO W-EFF-DATE-REMISE.
       SET EFF-EN-PORTEFEUILLE TO TRUE.
       MOVE WS-AGIOS          TO W-EFF-AGIOS.
       MOVE 0                 TO W-EFF-TRN W-EFF-DATE-IMPAYE.
       MOVE SPACES            TO W-EFF-CODE-REJET.
       MOVE LK-OPERATEUR      TO W-EFF-OPERATEUR.

       IF EFF-ESCOMPTE
           PERFORM CREDITER-AVANCE
           IF LK-CODE-RETOUR NOT = '00'
               GOBACK
           END-IF
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.
       MOVE "WRITE" TO WS-OP.
       CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.
       IF WS-CODE-EFF NOT = '00'
           MOVE '29' TO LK-CODE-RETOUR
       END-IF.
       MOVE "CLOSE" TO WS-OP.
       CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-DEVERROU.

       GOBACK.

      *>----------------------------------------------------------------
      *> Escompte : credit de l'avance puis prelevement des agios ; le
      *> solde progresse du net.
       CREDITER-AVANCE.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               PERFORM DEVERROUILLER-COMPTE
               MOVE '29' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           ADD W-EFF-MONTANT TO W-CPT-SOLDE.
           SUBTRACT WS-AGIOS FROM W-CPT-SOLDE.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               MOVE '29' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

           PERFORM PREPARER-MOUVEMENT.
           MOVE 'E'                   TO W-TRN-TYPE.
           MOVE W-EFF-MONTANT         TO W-TRN-MONTANT.
           STRING "ESCOMPTE LCR " DELIMITED SIZE
                  W-EFF-REFERENCE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           PERFORM ECRIRE-MOUVEMENT.
           MOVE W-TRN-ID TO W-EFF-TRN.

           IF WS-AGIOS > 0
               PERFORM PREPARER-MOUVEMENT
               MOVE 'F'               TO W-TRN-TYPE
               MOVE WS-AGIOS          TO W-TRN-MONTANT
               MOVE "ESCP"            TO W-TRN-CATEGORIE
               STRING "AGIOS ESCOMPTE LCR " DELIMITED SIZE
                      W-EFF-REFERENCE DELIMITED SIZE
                   INTO W-TRN-LIBELLE
               PERFORM ECRIRE-MOUVEMENT
           END-IF.

           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
       PREPARER-MOUVEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-EFF-CPT             TO W-TRN-CPT.
           MOVE WS-DATE-JOUR          TO W-TRN-DATE.
           MOVE WS-DATE-JOUR          TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           MOVE LK-OPERATEUR          TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.
           MOVE 'G'                   TO W-TRN-CANAL.

       ECRIRE-MOUVEMENT.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

       END PROGRAM EFFET-REMETTRE.
