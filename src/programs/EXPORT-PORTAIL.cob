      *>****************************************************************
      *> Programme : EXPORT-PORTAIL
      *> Role      : Batch de la chaine BATCH-NUIT (toujours, apres
      *>             SNAPSHOT-SOLDES). Alimente le portail de banque
      *>             en ligne pour chaque compte adherent
      *>             (ACCES-PORTAIL.dat, ecran ACCES-PORTAIL) :
      *>             reports/PORTAIL-AAAAMMJJ.csv, une ligne par
      *>             enregistrement, le type en premiere zone :
      *>             ENT  en-tete : date, heure, debut de la fenetre
      *>                  des mouvements (J-90) ;
      *>             CPT  compte : IBAN, devise, code d'acces, nature
      *>                  de l'extrait (C complet / I incremental),
      *>                  solde comptable (photographie du jour ecrite
      *>                  par SNAPSHOT-SOLDES, a defaut le solde du
      *>                  compte), solde disponible (module DISPONIBLE)
      *>                  et decouvert autorise ;
      *>             MVT  mouvements des 90 derniers jours avec leur
      *>                  categorie : tous au chargement complet, puis
      *>                  seulement ceux d'identifiant superieur au
      *>                  dernier transmis (les virements recus d'un
      *>                  autre compte de l'etablissement sont
      *>                  retrouves sur W-TRN-CPT-DEST, comme dans
      *>                  RECONCILIER) ;
      *>             RES  reservations de fonds actives et non
      *>                  expirees (RESERVATIONS.dat) ;
      *>             ECH  occurrences des ordres permanents fixes a 30
      *>                  jours, au debit ou au credit du compte (meme
      *>                  projection que PREVISIONNEL) ;
      *>             PRE  mandats de prelevement actifs (montant et
      *>                  date annonces par le creancier, inconnus
      *>                  d'avance comme dans PREVISIONNEL) ;
      *>             PRT  prets en cours (capital restant, mensualite,
      *>                  prochaine echeance) ;
      *>             DAT  comptes a terme actifs ;
      *>             FIN  totaux de controle : comptes, lignes de
      *>                  detail, mouvements, total des debits et des
      *>                  credits transmis (centimes), somme des soldes
      *>                  comptables.
      *>             Les lignes RES, ECH, PRE, PRT et DAT forment
      *>             l'image complete du compte et remplacent la
      *>             precedente a chaque extrait ; seules les lignes
      *>             MVT sont incrementales.
      *>             Restrictions : compte sous restriction KYC ou
      *>             suspendu transmis en consultation seule (code
      *>             L) ; compte en succession (titulaire decede),
      *>             compte clos ou acces resilie transmis une seule
      *>             fois, sans detail ni solde, pour que le portail
      *>             ferme l'espace (codes D, C, R). Une relance le
      *>             meme jour reprend la borne de l'extrait precedent
      *>             et reproduit le meme fichier.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-PORTAIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EXPORT ASSIGN TO WS-NOM-EXPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-EXPORT.
       01 F-EXPORT-LIGNE         PIC X(160).

       WORKING-STORAGE SECTION.
       COPY ACCES-PORTAIL.
       COPY COMPTE.
       COPY TRANSACT.
       COPY SOLDE-JOUR.
       COPY RESA.
       COPY ORDRE.
       COPY MANDAT.
       COPY PRET.
       COPY DAT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FS-EXPORT           PIC X(2) VALUE '00'.
       01 WS-NOM-EXPORT          PIC X(50).
       01 WS-LIGNE               PIC X(160).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-DET             PIC X(1) VALUE 'N'.
          88 FIN-DETAIL          VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-HEURE-JOUR          PIC 9(6).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.
       01 WS-DATE-FENETRE        PIC 9(8).
       01 WS-DATE-HORIZON        PIC 9(8).
       01 WS-HORIZON-JOURS       PIC 9(3) VALUE 30.
       01 WS-FENETRE-JOURS       PIC 9(3) VALUE 90.
       01 WS-CODE-APT            PIC X(2).
       01 WS-CODE-SNAP           PIC X(2).
       01 WS-CODE-DET            PIC X(2).
       01 WS-CODE-DISPO          PIC X(2).

      *> Compte en cours d'extraction.
       01 WS-EXT-CPT             PIC 9(8).
       01 WS-EXT-BORNE           PIC 9(10).
       01 WS-EXT-DERN-ID         PIC 9(10).
       01 WS-EXT-CHARGEMENT      PIC X(1).
       01 WS-EXT-ACCES           PIC X(1).
          88 ACCES-NORMAL        VALUE 'N'.
          88 ACCES-LECTURE-SEULE VALUE 'L'.
          88 ACCES-FERME         VALUE 'D' 'C' 'R'.
       01 WS-SOLDE-COMPTABLE     PIC S9(11)V99 COMP-3.
       01 WS-SOLDE-DISPONIBLE    PIC S9(11)V99 COMP-3.
       01 WS-EFFET               PIC S9(11)V99 COMP-3.
       01 WS-SENS                PIC X(1).

      *> Projection des ordres permanents (pas de 7, 30 ou 365
      *> jours, comme PREVISIONNEL).
       01 WS-DATE-OCCURRENCE     PIC 9(8).
       01 WS-PAS-JOURS           PIC 9(3) COMP.

      *> Zones d'edition : montants en centimes, signes pour les
      *> soldes, libelles sans virgule.
       01 WS-CENTIMES            PIC S9(13) SIGN LEADING SEPARATE.
       01 WS-CENTIMES-BIS        PIC S9(13) SIGN LEADING SEPARATE.
       01 WS-CENTIMES-TER        PIC S9(13) SIGN LEADING SEPARATE.
       01 WS-MONTANT-CENTIMES    PIC 9(13).
       01 WS-TEXTE               PIC X(40).

      *> Totaux de controle de l'enregistrement FIN.
       01 WS-NB-COMPTES          PIC 9(7) VALUE 0.
       01 WS-NB-LIGNES           PIC 9(9) VALUE 0.
       01 WS-NB-MVT              PIC 9(9) VALUE 0.
       01 WS-TOTAL-DEBITS        PIC 9(15) VALUE 0.
       01 WS-TOTAL-CREDITS       PIC 9(15) VALUE 0.
       01 WS-TOTAL-SOLDES        PIC S9(15) SIGN LEADING SEPARATE
                                 VALUE 0.

       01 WS-NB-COMPLETS         PIC 9(5) VALUE 0.
       01 WS-NB-INCREMENTAUX     PIC 9(5) VALUE 0.
       01 WS-NB-FERMES           PIC 9(5) VALUE 0.
       01 WS-NB-ANOMALIES        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- EXPORT-PORTAIL : extrait banque en ligne ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-JOUR.
       COMPUTE WS-JOUR-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - WS-FENETRE-JOURS.
       COMPUTE WS-DATE-FENETRE =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).
       COMPUTE WS-JOUR-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               + WS-HORIZON-JOURS.
       COMPUTE WS-DATE-HORIZON =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).

       MOVE "OPEN-IO" TO WS-OP.
       CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL WS-CODE-APT.
       IF WS-CODE-APT NOT = '00'
           DISPLAY "Aucun compte ouvert a la banque en ligne."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE SPACES TO WS-NOM-EXPORT.
       STRING "reports/PORTAIL-" DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              ".csv" DELIMITED SIZE
           INTO WS-NOM-EXPORT.
       OPEN OUTPUT F-EXPORT.
       MOVE SPACES TO F-EXPORT-LIGNE.
       STRING "ENT," DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              "," DELIMITED SIZE
              WS-HEURE-JOUR DELIMITED SIZE
              "," DELIMITED SIZE
              WS-DATE-FENETRE DELIMITED SIZE
           INTO F-EXPORT-LIGNE.
       WRITE F-EXPORT-LIGNE.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-SNAP.

       MOVE "START-FIRST" TO WS-OP.
       CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL WS-CODE-APT.
       IF WS-CODE-APT NOT = '00'
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL WS-CODE-APT
           IF WS-CODE-APT = '00'
               PERFORM EXTRAIRE-COMPTE
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL WS-CODE-APT.
       MOVE "CLOSE" TO WS-OP.
       CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-SNAP.
       MOVE "CLOSE" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

       MOVE SPACES TO F-EXPORT-LIGNE.
       STRING "FIN," DELIMITED SIZE
              WS-NB-COMPTES DELIMITED SIZE
              "," DELIMITED SIZE
              WS-NB-LIGNES DELIMITED SIZE
              "," DELIMITED SIZE
              WS-NB-MVT DELIMITED SIZE
              "," DELIMITED SIZE
              WS-TOTAL-DEBITS DELIMITED SIZE
              "," DELIMITED SIZE
              WS-TOTAL-CREDITS DELIMITED SIZE
              "," DELIMITED SIZE
              WS-TOTAL-SOLDES DELIMITED SIZE
           INTO F-EXPORT-LIGNE.
       WRITE F-EXPORT-LIGNE.
       CLOSE F-EXPORT.

       DISPLAY "Comptes transmis    : " WS-NB-COMPTES.
       DISPLAY "  chargements complets : " WS-NB-COMPLETS.
       DISPLAY "  incrementaux         : " WS-NB-INCREMENTAUX.
       DISPLAY "  espaces fermes       : " WS-NB-FERMES.
       DISPLAY "Mouvements transmis : " WS-NB-MVT.
       DISPLAY "Anomalies           : " WS-NB-ANOMALIES.
       DISPLAY "Fichier : " FUNCTION TRIM(WS-NOM-EXPORT).

       IF WS-NB-ANOMALIES > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Un bloc par compte adherent. Le code d'acces est determine
      *> d'abord : un espace a fermer n'est transmis qu'une fois (le
      *> jour de la fermeture, relance comprise) ; sa reouverture
      *> eventuelle repart d'un chargement complet.
       EXTRAIRE-COMPTE.
           MOVE W-APT-CPT TO WS-EXT-CPT.
           MOVE W-APT-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "Compte " WS-EXT-CPT " introuvable : non "
                       "transmis."
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN APT-RESILIE
                   MOVE 'R' TO WS-EXT-ACCES
               WHEN CPT-SUCCESSION
                   MOVE 'D' TO WS-EXT-ACCES
               WHEN CPT-CLOTURE
                   MOVE 'C' TO WS-EXT-ACCES
               WHEN CPT-RESTREINT-KYC
                   MOVE 'L' TO WS-EXT-ACCES
               WHEN CPT-ACTIF
                   MOVE 'N' TO WS-EXT-ACCES
               WHEN OTHER
                   MOVE 'L' TO WS-EXT-ACCES
           END-EVALUATE.

           IF ACCES-FERME
               IF APT-RETIRE AND W-APT-DERN-DATE NOT = WS-DATE-JOUR
                   EXIT PARAGRAPH
               END-IF
               PERFORM FERMER-ESPACE
               EXIT PARAGRAPH
           END-IF.

      *>   Borne de l'extrait : reprise telle quelle en cas de relance
      *>   le meme jour, sinon dernier identifiant transmis ; aucun
      *>   extrait anterieur (adhesion, reprise, espace ferme puis
      *>   rouvert) vaut chargement complet.
           EVALUATE TRUE
               WHEN W-APT-DERN-DATE = WS-DATE-JOUR
                       AND NOT APT-RETIRE
                   MOVE W-APT-BORNE-ID   TO WS-EXT-BORNE
                   MOVE W-APT-CHARGEMENT TO WS-EXT-CHARGEMENT
               WHEN W-APT-DERN-DATE = 0 OR APT-RETIRE
                   MOVE 0   TO WS-EXT-BORNE
                   MOVE 'C' TO WS-EXT-CHARGEMENT
               WHEN OTHER
                   MOVE W-APT-DERN-ID TO WS-EXT-BORNE
                   MOVE 'I' TO WS-EXT-CHARGEMENT
           END-EVALUATE.
           MOVE WS-EXT-BORNE TO WS-EXT-DERN-ID.

      *>   Solde comptable : photographie du jour, a defaut le solde
      *>   du compte ; le disponible en est deduit.
           MOVE W-CPT-SOLDE TO WS-SOLDE-COMPTABLE.
           MOVE WS-EXT-CPT   TO W-SNJ-CPT.
           MOVE WS-DATE-JOUR TO W-SNJ-DATE.
           MOVE "READ" TO WS-OP.
           CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-SNAP.
           IF WS-CODE-SNAP = '00'
               MOVE W-SNJ-SOLDE TO WS-SOLDE-COMPTABLE
           END-IF.
           CALL "DISPONIBLE" USING WS-EXT-CPT WS-SOLDE-COMPTABLE
                                   WS-SOLDE-DISPONIBLE WS-CODE-DISPO.

           PERFORM ECRIRE-COMPTE.
           ADD WS-SOLDE-COMPTABLE TO WS-TOTAL-SOLDES.
           PERFORM EXTRAIRE-MOUVEMENTS.
           PERFORM EXTRAIRE-RESERVATIONS.
           PERFORM EXTRAIRE-ORDRES.
           PERFORM EXTRAIRE-MANDATS.
           PERFORM EXTRAIRE-PRETS.
           PERFORM EXTRAIRE-DATS.

           IF WS-EXT-CHARGEMENT = 'C'
               ADD 1 TO WS-NB-COMPLETS
           ELSE
               ADD 1 TO WS-NB-INCREMENTAUX
           END-IF.
           MOVE WS-DATE-JOUR      TO W-APT-DERN-DATE.
           MOVE WS-EXT-BORNE      TO W-APT-BORNE-ID.
           MOVE WS-EXT-DERN-ID    TO W-APT-DERN-ID.
           MOVE WS-EXT-CHARGEMENT TO W-APT-CHARGEMENT.
           MOVE "REWRITE" TO WS-OP.
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL WS-CODE-APT.

      *>----------------------------------------------------------------
      *> Espace a fermer : ligne CPT seule, soldes a zero ; le
      *> prochain extrait apres une reouverture sera complet.
       FERMER-ESPACE.
           MOVE 0 TO WS-SOLDE-COMPTABLE WS-SOLDE-DISPONIBLE.
           MOVE 'C' TO WS-EXT-CHARGEMENT.
           PERFORM ECRIRE-COMPTE.
           ADD 1 TO WS-NB-FERMES.
           MOVE WS-DATE-JOUR TO W-APT-DERN-DATE.
           MOVE 0 TO W-APT-DERN-ID W-APT-BORNE-ID.
           SET APT-RETIRE TO TRUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL WS-CODE-APT.
           DISPLAY "Compte " WS-EXT-CPT " : espace ferme (code "
                   WS-EXT-ACCES ").".

       ECRIRE-COMPTE.
           ADD 1 TO WS-NB-COMPTES.
           COMPUTE WS-CENTIMES = WS-SOLDE-COMPTABLE * 100.
           COMPUTE WS-CENTIMES-BIS = WS-SOLDE-DISPONIBLE * 100.
           IF ACCES-FERME
               MOVE 0 TO WS-CENTIMES-TER
           ELSE
               COMPUTE WS-CENTIMES-TER =
                       W-CPT-DECOUVERT-AUTORISE * 100
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "CPT," DELIMITED SIZE
                  WS-EXT-CPT DELIMITED SIZE
                  "," DELIMITED SIZE
                  FUNCTION TRIM(W-CPT-IBAN) DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-CPT-DEVISE DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-EXT-ACCES DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-EXT-CHARGEMENT DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-CENTIMES DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-CENTIMES-BIS DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-CENTIMES-TER DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

      *>----------------------------------------------------------------
      *> Premier passage : mouvements passes sous le numero du compte
      *> (cle alternative W-TRN-CPT). Second passage : virements
      *> recus d'un autre compte de l'etablissement.
       EXTRAIRE-MOUVEMENTS.
           MOVE WS-EXT-CPT TO W-TRN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-DETAIL TO TRUE
           ELSE
               MOVE 'N' TO WS-FIN-DET
           END-IF.
           PERFORM UNTIL FIN-DETAIL
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN (NOT RC-OK)
                       SET FIN-DETAIL TO TRUE
                   WHEN W-TRN-CPT NOT = WS-EXT-CPT
                       SET FIN-DETAIL TO TRUE
                   WHEN OTHER
                       IF TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
                               OR TRN-REMISE-CHEQUE OR TRN-GESTE
                           MOVE W-TRN-MONTANT TO WS-EFFET
                       ELSE
                           COMPUTE WS-EFFET = 0 - W-TRN-MONTANT
                       END-IF
                       PERFORM RETENIR-MOUVEMENT
               END-EVALUATE
           END-PERFORM.

           MOVE 'N' TO WS-FIN-DET.
           MOVE "START-FIRST" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-DETAIL TO TRUE
           END-IF.
           PERFORM UNTIL FIN-DETAIL
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR
               IF NOT RC-OK
                   SET FIN-DETAIL TO TRUE
               ELSE
                   IF TRN-VIREMENT
                       AND W-TRN-CPT-DEST = WS-EXT-CPT
                       AND W-TRN-CPT NOT = WS-EXT-CPT
                       MOVE W-TRN-MONTANT-CREDIT TO WS-EFFET
                       PERFORM RETENIR-MOUVEMENT
                   END-IF
               END-IF
           END-PERFORM.

      *>   Fenetre de 90 jours, et au-dela de la borne hors chargement
      *>   complet.
       RETENIR-MOUVEMENT.
           IF W-TRN-DATE < WS-DATE-FENETRE
                   OR W-TRN-DATE > WS-DATE-JOUR
                   OR W-TRN-ID NOT > WS-EXT-BORNE
               EXIT PARAGRAPH
           END-IF.
           IF W-TRN-ID > WS-EXT-DERN-ID
               MOVE W-TRN-ID TO WS-EXT-DERN-ID
           END-IF.
           IF WS-EFFET < 0
               MOVE 'D' TO WS-SENS
               COMPUTE WS-MONTANT-CENTIMES = (0 - WS-EFFET) * 100
               ADD WS-MONTANT-CENTIMES TO WS-TOTAL-DEBITS
           ELSE
               MOVE 'C' TO WS-SENS
               COMPUTE WS-MONTANT-CENTIMES = WS-EFFET * 100
               ADD WS-MONTANT-CENTIMES TO WS-TOTAL-CREDITS
           END-IF.
           ADD 1 TO WS-NB-MVT.
           MOVE W-TRN-LIBELLE TO WS-TEXTE.
           INSPECT WS-TEXTE REPLACING ALL "," BY " ".
           MOVE SPACES TO WS-LIGNE.
           IF W-TRN-DATE-VALEUR = 0
               STRING "MVT," DELIMITED SIZE
                      WS-EXT-CPT DELIMITED SIZE
                      "," DELIMITED SIZE
                      W-TRN-ID DELIMITED SIZE
                      "," DELIMITED SIZE
                      W-TRN-DATE DELIMITED SIZE
                      "," DELIMITED SIZE
                      W-TRN-DATE DELIMITED SIZE
                      "," DELIMITED SIZE
                      WS-SENS DELIMITED SIZE
                      "," DELIMITED SIZE
                      WS-MONTANT-CENTIMES DELIMITED SIZE
                      "," DELIMITED SIZE
                      W-TRN-CATEGORIE DELIMITED SIZE
                      "," DELIMITED SIZE
                      FUNCTION TRIM(WS-TEXTE) DELIMITED SIZE
                   INTO WS-LIGNE
           ELSE
               STRING "MVT," DELIMITED SIZE
                      WS-EXT-CPT DELIMITED SIZE
                      "," DELIMITED SIZE
                      W-TRN-ID DELIMITED SIZE
                      "," DELIMITED SIZE
                      W-TRN-DATE DELIMITED SIZE
                      "," DELIMITED SIZE
                      W-TRN-DATE-VALEUR DELIMITED SIZE
                      "," DELIMITED SIZE
                      WS-SENS DELIMITED SIZE
                      "," DELIMITED SIZE
                      WS-MONTANT-CENTIMES DELIMITED SIZE
                      "," DELIMITED SIZE
                      W-TRN-CATEGORIE DELIMITED SIZE
                      "," DELIMITED SIZE
                      FUNCTION TRIM(WS-TEXTE) DELIMITED SIZE
                   INTO WS-LIGNE
           END-IF.
           PERFORM ECRIRE-LIGNE.

      *>----------------------------------------------------------------
       EXTRAIRE-RESERVATIONS.
           MOVE 'N' TO WS-FIN-DET.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-DET.
           IF WS-CODE-DET NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXT-CPT TO W-RES-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-DET.
           IF WS-CODE-DET NOT = '00'
               SET FIN-DETAIL TO TRUE
           END-IF.
           PERFORM UNTIL FIN-DETAIL
               MOVE "READ-NEXT" TO WS-OP
               CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-DET
               EVALUATE TRUE
                   WHEN WS-CODE-DET NOT = '00'
                       SET FIN-DETAIL TO TRUE
                   WHEN W-RES-CPT NOT = WS-EXT-CPT
                       SET FIN-DETAIL TO TRUE
                   WHEN RES-ACTIVE AND W-RES-DATE-EXPIR >= WS-DATE-JOUR
                       PERFORM ECRIRE-RESERVATION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-DET.

       ECRIRE-RESERVATION.
           COMPUTE WS-MONTANT-CENTIMES = W-RES-MONTANT * 100.
           MOVE W-RES-ORIGINE TO WS-TEXTE.
           INSPECT WS-TEXTE REPLACING ALL "," BY " ".
           MOVE SPACES TO WS-LIGNE.
           STRING "RES," DELIMITED SIZE
                  WS-EXT-CPT DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-RES-ID DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-MONTANT-CENTIMES DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-RES-DATE-EXPIR DELIMITED SIZE
                  "," DELIMITED SIZE
                  FUNCTION TRIM(WS-TEXTE) DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

      *>----------------------------------------------------------------
      *> Ordres permanents fixes du compte, au debit (compte source)
      *> ou au credit (compte destinataire) ; parcours complet, le
      *> fichier n'ayant pas de cle par compte.
       EXTRAIRE-ORDRES.
           MOVE 'N' TO WS-FIN-DET.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-DET.
           IF WS-CODE-DET NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-DET.
           IF WS-CODE-DET NOT = '00'
               SET FIN-DETAIL TO TRUE
           END-IF.
           PERFORM UNTIL FIN-DETAIL
               MOVE "READ-NEXT" TO WS-OP
               CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-DET
               EVALUATE TRUE
                   WHEN WS-CODE-DET NOT = '00'
                       SET FIN-DETAIL TO TRUE
                   WHEN ORD-ACTIF AND ORD-TYPE-FIXE
                           AND W-ORD-CPT-SOURCE = WS-EXT-CPT
                       MOVE 'D' TO WS-SENS
                       PERFORM PROJETER-ORDRE
                   WHEN ORD-ACTIF AND ORD-TYPE-FIXE
                           AND W-ORD-CPT-DEST = WS-EXT-CPT
                       MOVE 'C' TO WS-SENS
                       PERFORM PROJETER-ORDRE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-DET.

       PROJETER-ORDRE.
           EVALUATE TRUE
               WHEN ORD-FREQ-HEBDO
                   MOVE 7 TO WS-PAS-JOURS
               WHEN ORD-FREQ-MENSUEL
                   MOVE 30 TO WS-PAS-JOURS
               WHEN OTHER
                   MOVE 365 TO WS-PAS-JOURS
           END-EVALUATE.
           COMPUTE WS-MONTANT-CENTIMES = W-ORD-MONTANT * 100.
           MOVE W-ORD-LIBELLE TO WS-TEXTE.
           INSPECT WS-TEXTE REPLACING ALL "," BY " ".
           MOVE W-ORD-PROCHAINE-DATE TO WS-DATE-OCCURRENCE.
           PERFORM UNTIL WS-DATE-OCCURRENCE > WS-DATE-HORIZON
               IF WS-DATE-OCCURRENCE >= WS-DATE-JOUR
                   MOVE SPACES TO WS-LIGNE
                   STRING "ECH," DELIMITED SIZE
                          WS-EXT-CPT DELIMITED SIZE
                          "," DELIMITED SIZE
                          W-ORD-ID DELIMITED SIZE
                          "," DELIMITED SIZE
                          WS-DATE-OCCURRENCE DELIMITED SIZE
                          "," DELIMITED SIZE
                          WS-SENS DELIMITED SIZE
                          "," DELIMITED SIZE
                          WS-MONTANT-CENTIMES DELIMITED SIZE
                          "," DELIMITED SIZE
                          FUNCTION TRIM(WS-TEXTE) DELIMITED SIZE
                       INTO WS-LIGNE
                   PERFORM ECRIRE-LIGNE
               END-IF
               COMPUTE WS-JOUR-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-OCCURRENCE)
                       + WS-PAS-JOURS
               COMPUTE WS-DATE-OCCURRENCE =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER)
           END-PERFORM.

      *>----------------------------------------------------------------
       EXTRAIRE-MANDATS.
           MOVE 'N' TO WS-FIN-DET.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "MANDAT-IO" USING WS-OP W-MANDAT WS-CODE-DET.
           IF WS-CODE-DET NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXT-CPT TO W-MAN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "MANDAT-IO" USING WS-OP W-MANDAT WS-CODE-DET.
           IF WS-CODE-DET NOT = '00'
               SET FIN-DETAIL TO TRUE
           END-IF.
           PERFORM UNTIL FIN-DETAIL
               MOVE "READ-NEXT" TO WS-OP
               CALL "MANDAT-IO" USING WS-OP W-MANDAT WS-CODE-DET
               EVALUATE TRUE
                   WHEN WS-CODE-DET NOT = '00'
                       SET FIN-DETAIL TO TRUE
                   WHEN W-MAN-CPT NOT = WS-EXT-CPT
                       SET FIN-DETAIL TO TRUE
                   WHEN MAN-ACTIF
                       MOVE W-MAN-CREANCIER TO WS-TEXTE
                       INSPECT WS-TEXTE REPLACING ALL "," BY " "
                       MOVE SPACES TO WS-LIGNE
                       STRING "PRE," DELIMITED SIZE
                              WS-EXT-CPT DELIMITED SIZE
                              "," DELIMITED SIZE
                              W-MAN-ID DELIMITED SIZE
                              "," DELIMITED SIZE
                              FUNCTION TRIM(WS-TEXTE) DELIMITED SIZE
                              "," DELIMITED SIZE
                              W-MAN-DATE-DEBUT DELIMITED SIZE
                              "," DELIMITED SIZE
                              W-MAN-DATE-FIN DELIMITED SIZE
                           INTO WS-LIGNE
                       PERFORM ECRIRE-LIGNE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "MANDAT-IO" USING WS-OP W-MANDAT WS-CODE-DET.

      *>----------------------------------------------------------------
       EXTRAIRE-PRETS.
           MOVE 'N' TO WS-FIN-DET.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-DET.
           IF WS-CODE-DET NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXT-CPT TO W-PRT-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-DET.
           IF WS-CODE-DET NOT = '00'
               SET FIN-DETAIL TO TRUE
           END-IF.
           PERFORM UNTIL FIN-DETAIL
               MOVE "READ-NEXT" TO WS-OP
               CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-DET
               EVALUATE TRUE
                   WHEN WS-CODE-DET NOT = '00'
                       SET FIN-DETAIL TO TRUE
                   WHEN W-PRT-CPT NOT = WS-EXT-CPT
                       SET FIN-DETAIL TO TRUE
                   WHEN PRT-SOLDE-FIN
                       CONTINUE
                   WHEN OTHER
                       PERFORM ECRIRE-PRET
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-DET.

       ECRIRE-PRET.
           COMPUTE WS-MONTANT-CENTIMES = W-PRT-CAPITAL-RESTANT * 100.
           COMPUTE WS-CENTIMES = W-PRT-MENSUALITE * 100.
           MOVE SPACES TO WS-LIGNE.
           STRING "PRT," DELIMITED SIZE
                  WS-EXT-CPT DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-PRT-ID DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-PRT-STATUT DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-MONTANT-CENTIMES DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-CENTIMES DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-PRT-DATE-PROCHAINE DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-PRT-NB-IMPAYES DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

      *>----------------------------------------------------------------
       EXTRAIRE-DATS.
           MOVE 'N' TO WS-FIN-DET.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-DET.
           IF WS-CODE-DET NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXT-CPT TO W-DAT-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-DET.
           IF WS-CODE-DET NOT = '00'
               SET FIN-DETAIL TO TRUE
           END-IF.
           PERFORM UNTIL FIN-DETAIL
               MOVE "READ-NEXT" TO WS-OP
               CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-DET
               EVALUATE TRUE
                   WHEN WS-CODE-DET NOT = '00'
                       SET FIN-DETAIL TO TRUE
                   WHEN W-DAT-CPT NOT = WS-EXT-CPT
                       SET FIN-DETAIL TO TRUE
                   WHEN DAT-ACTIF
                       COMPUTE WS-MONTANT-CENTIMES = W-DAT-MONTANT * 100
                       MOVE SPACES TO WS-LIGNE
                       STRING "DAT," DELIMITED SIZE
                              WS-EXT-CPT DELIMITED SIZE
                              "," DELIMITED SIZE
                              W-DAT-ID DELIMITED SIZE
                              "," DELIMITED SIZE
                              WS-MONTANT-CENTIMES DELIMITED SIZE
                              "," DELIMITED SIZE
                              W-DAT-DATE-OUVERTURE DELIMITED SIZE
                              "," DELIMITED SIZE
                              W-DAT-DATE-ECHEANCE DELIMITED SIZE
                              "," DELIMITED SIZE
                              W-DAT-INSTRUCTION DELIMITED SIZE
                           INTO WS-LIGNE
                       PERFORM ECRIRE-LIGNE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-DET.

      *>----------------------------------------------------------------
       ECRIRE-LIGNE.
           MOVE WS-LIGNE TO F-EXPORT-LIGNE.
           WRITE F-EXPORT-LIGNE.
           ADD 1 TO WS-NB-LIGNES.

       END PROGRAM EXPORT-PORTAIL.
