      *>****************************************************************
      *> Programme : CREER
      *> Role      : Saisir un nouveau compte et l'inserer dans
      *>             COMPTES.dat ; l'ouverture est declaree au fichier
      *>             national des comptes (FICOBA-DECLARER).
      *>             Pour un client personne politiquement exposee, le
      *>             compte est ecrit en attente d'accord ('V') et la
      *>             demande part en file a quatre yeux (OUVRIR-PPE) :
      *>             l'ouverture effective et sa declaration FICOBA
      *>             suivent l'accord de la direction (VALIDER-MODIFS).
      *>             Un compte ouvert sur designation de la Banque de
      *>             France (droit au compte) est un compte courant de
      *>             services bancaires de base, sans produit du
      *>             catalogue ni decouvert ; la reference et la date
      *>             de la designation y sont portees.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREER.
       COPY COMPTE.
       COPY CLIENT.
       COPY PRODUIT.
       COPY DECOUV-PARAM.
       COPY CODES-ERR.
       COPY OPS.
       COPY AUDIT.
       COPY ATTENTE.
       COPY OPERATEUR.
       COPY RESIL-PARAM.
       01 WS-MNT-VIDE           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-LIB-VIDE           PIC X(40) VALUE SPACES.
       01 WS-IDX-COTIT          PIC 9(1) COMP.
          88 ECRITURE-TERMINEE  VALUE 'O'.
       01 WS-NB-TENTATIVES      PIC 9(2) VALUE 0.
       01 WS-CODE-FERMETURE     PIC X(2).
       01 WS-NATURE-FICOBA      PIC X(1).
       01 WS-ORIGINE-FICOBA     PIC X(12).
       01 WS-CODE-FICOBA        PIC X(2).
       01 WS-OPERATEUR          PIC X(8) VALUE SPACES.
       01 WS-DATE-JOUR          PIC 9(8).
       01 WS-JOURS-DESIGNATION  PIC S9(7) COMP.
       01 WS-JOUR-INTEGER       PIC S9(9) COMP.
       01 WS-DATE-TEST          PIC 9(8).

       PROCEDURE DIVISION.

       MOVE W-CLI-NOM    TO W-CPT-TITULAIRE.
       DISPLAY "Titulaire           : " W-CPT-TITULAIRE.

      *> Le compte s'ouvre au niveau de base : un decouvert ne
      *> s'accorde que par contrat d'autorisation, avec periode
      *> d'effet et approbation superviseur (MODIFIER-COMPTE puis
      *> VALIDER-MODIFS).
       MOVE DEC-NIVEAU-BASE TO W-CPT-DECOUVERT-AUTORISE.

      *> Droit au compte : la designation de la Banque de France
      *> impose l'ouverture d'un compte de services bancaires de base.
       SET RESIL-AUCUNE TO TRUE.
       MOVE 0 TO W-CPT-DATE-PREAVIS W-CPT-DATE-RESILIATION.
       MOVE SPACES TO W-CPT-MOTIF-RESILIATION.
       DISPLAY "Ouverture sur designation Banque de France (droit "
               "au compte) ? (O/N) : " WITH NO ADVANCING.
       ACCEPT W-CPT-DROIT-AU-COMPTE.
       IF CPT-SERVICES-BASE
           PERFORM SAISIR-DESIGNATION
       ELSE
           MOVE 'N' TO W-CPT-DROIT-AU-COMPTE
           MOVE SPACES TO W-CPT-REF-DESIGNATION
           MOVE 0 TO W-CPT-DATE-DESIGNATION
           DISPLAY "Decouvert autorise  : niveau de base (octroi par "
                   "demande de modification du compte)."
       END-IF.

      *> Le type courant/epargne decoule du produit du catalogue ;
      *> la question historique n'est posee que pour un compte ouvert
      *> hors catalogue (code produit laisse vide).
       IF CPT-SERVICES-BASE
           MOVE SPACES TO W-CPT-PRODUIT
       ELSE
           DISPLAY "Code produit (4 car., ENTREE si hors catalogue) : "
                   WITH NO ADVANCING
           ACCEPT W-CPT-PRODUIT
       END-IF.
       IF W-CPT-PRODUIT NOT = SPACES
           MOVE W-CPT-PRODUIT TO W-PRD-CODE
           MOVE "OPEN-IO" TO WS-OP
           MOVE W-PRD-TYPE-BASE TO W-CPT-TYPE
           DISPLAY "Produit : " W-PRD-LIBELLE " (type " W-CPT-TYPE ")"
       ELSE
           IF CPT-SERVICES-BASE
               SET CPT-COURANT TO TRUE
               DISPLAY "Compte de services bancaires de base (type C)."
           ELSE
               DISPLAY "Type de compte (C=courant / E=epargne) : "
                       WITH NO ADVANCING
               ACCEPT W-CPT-TYPE
               IF NOT CPT-COURANT AND NOT CPT-EPARGNE
                   MOVE 'C' TO W-CPT-TYPE
               END-IF
           END-IF
       END-IF.


       DISPLAY "Devise (3 car., EUR par defaut) : " WITH NO ADVANCING.
       ACCEPT W-CPT-DEVISE.
       IF W-CPT-DEVISE = SPACES OR CPT-SERVICES-BASE
           MOVE "EUR" TO W-CPT-DEVISE
       END-IF.

       MOVE 0 TO W-CPT-SOLDE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO W-CPT-DATE-OUV.
       MOVE 'A' TO W-CPT-STATUT.

      *> Client PPE : ouverture soumise a l'accord de la direction,
      *> le demandeur est nomme comme pour une cloture.
       IF CLI-PPE
           DISPLAY "Client personne politiquement exposee : "
                   "ouverture soumise a l'accord de la direction."
           DISPLAY "Code operateur demandeur : " WITH NO ADVANCING
           ACCEPT WS-OPERATEUR
           MOVE WS-OPERATEUR TO W-OPE-ID
           MOVE "READ" TO WS-OP
           CALL "OPERATEUR-IO" USING WS-OP W-OPERATEUR W-CODE-RETOUR
           IF NOT RC-OK
               DISPLAY "Operateur demandeur introuvable."
               PERFORM JOURNALISER-ECHEC
               EXIT PROGRAM
           END-IF
           SET CPT-A-VALIDER TO TRUE
       END-IF.
       PERFORM DERIVER-IBAN.

       PERFORM UNTIL ECRITURE-TERMINEE
               WHEN RC-OK
                   DISPLAY "Compte cree avec succes."
                   SET ECRITURE-TERMINEE TO TRUE
                   IF CPT-A-VALIDER
                       PERFORM DEPOSER-DEMANDE-PPE
                   ELSE
                       MOVE 'O' TO WS-NATURE-FICOBA
                       PERFORM DECLARER-FICOBA
                   END-IF
      *>           Un numero attribue automatiquement n'a jamais ete vu
      *>           par l'utilisateur : une collision n'est pas une
      *>           erreur de sa part, on retire simplement un nouveau

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Designation de la Banque de France : reference et date de la
      *> lettre ; l'ouverture est due dans les DAC-DELAI-OUVERTURE
      *> jours ouvres, un depassement est signale au guichetier. Le
      *> compte n'a aucun decouvert.
       SAISIR-DESIGNATION.
           DISPLAY "Reference de la designation : " WITH NO ADVANCING.
           ACCEPT W-CPT-REF-DESIGNATION.
           DISPLAY "Date de la designation (AAAAMMJJ) : "
                   WITH NO ADVANCING.
           ACCEPT W-CPT-DATE-DESIGNATION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           IF W-CPT-DATE-DESIGNATION = 0
                   OR W-CPT-DATE-DESIGNATION > WS-DATE-JOUR
               MOVE WS-DATE-JOUR TO W-CPT-DATE-DESIGNATION
           END-IF.
           MOVE 0 TO WS-JOURS-DESIGNATION.
           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(W-CPT-DATE-DESIGNATION)
                   + 1.
           PERFORM UNTIL WS-JOUR-INTEGER >
                         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               COMPUTE WS-DATE-TEST =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER)
               MOVE "EST-OUVRE" TO WS-OP
               CALL "JOUR-OUVRE" USING WS-OP WS-DATE-TEST
                                       WS-CODE-FERMETURE
               IF WS-CODE-FERMETURE = '00'
                   ADD 1 TO WS-JOURS-DESIGNATION
               END-IF
               ADD 1 TO WS-JOUR-INTEGER
           END-PERFORM.
           IF WS-JOURS-DESIGNATION > DAC-DELAI-OUVERTURE
               DISPLAY "ATTENTION : ouverture au-dela du delai de "
                       DAC-DELAI-OUVERTURE " jours ouvres suivant la "
                       "designation."
           END-IF.
           MOVE 0 TO W-CPT-DECOUVERT-AUTORISE.
           DISPLAY "Decouvert autorise  : aucun (services bancaires "
                   "de base).".

      *>----------------------------------------------------------------
      *> Derive et memorise l'IBAN du compte (module IBAN) a partir du
      *> code agence saisi et du numero de compte.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Declaration de l'evenement au fichier FICOBA (module
      *> FICOBA-DECLARER), emise par l'etape de nuit EXPORT-FICOBA.
       DECLARER-FICOBA.
           MOVE "CREER" TO WS-ORIGINE-FICOBA.
           CALL "FICOBA-DECLARER" USING WS-NATURE-FICOBA W-COMPTE
                                        WS-ORIGINE-FICOBA
                                        WS-CODE-FICOBA.
           IF WS-CODE-FICOBA NOT = '00'
               DISPLAY "ATTENTION : declaration FICOBA non "
                       "enregistree (code: " WS-CODE-FICOBA ")."
           END-IF.

      *>----------------------------------------------------------------
      *> Ouverture d'un compte de PPE : demande en file a quatre yeux
      *> (W-ATT-APRES : client, categorie et fonction PPE), appliquee
      *> par VALIDER-MODIFS sous l'habilitation VALID-PPE.
       DEPOSER-DEMANDE-PPE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-ATTENTE.
           MOVE WS-COMPTEUR   TO W-ATT-ID.
           MOVE W-CPT-NUMERO  TO W-ATT-CPT.
           MOVE "OUVRIR-PPE"  TO W-ATT-TYPE.
           MOVE "STATUT V (OUVERTURE EN ATTENTE D'ACCORD)"
               TO W-ATT-AVANT.
           STRING "STATUT A - CLIENT " DELIMITED SIZE
                  W-CLI-NUMERO DELIMITED SIZE
                  " PPE " DELIMITED SIZE
                  W-CLI-PPE-CATEGORIE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CLI-PPE-FONCTION DELIMITED SIZE
               INTO W-ATT-APRES.
           MOVE WS-OPERATEUR  TO W-ATT-OPERATEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-ATT-DATE.
           SET ATT-EN-ATTENTE TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.
           IF RC-OK
               DISPLAY "Demande d'ouverture " W-ATT-ID " deposee : "
                       "le compte sera ouvert apres accord de la "
                       "direction (VALIDER-MODIFS)."
           ELSE
               DISPLAY "ATTENTION : demande d'ouverture NON deposee "
                       "(code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.

       END PROGRAM CREER.
