      *>****************************************************************
      *> Programme : DROIT-ACCES
      *> Role      : Reponse a l'exercice du droit d'acces d'un client
      *>             a ses donnees personnelles. A partir du numero
      *>             client, rassemble dans un seul fichier date
      *>             (reports/DROIT-ACCES-<client>-AAAAMMJJ.txt,
      *>             depose au spool, type DROIT-ACCES) tout ce qui le
      *>             concerne :
      *>              - fiche CLIENTS.dat (identite, coordonnees,
      *>                donnees de connaissance client et fiscales),
      *>              - comptes de COMPTES.dat relies (W-CPT-CLIENT),
      *>                piece d'identite et titularite comprises,
      *>              - mouvements de TRANS.dat et des archives
      *>                data/TRANS-AAAA.dat,
      *>              - cartes, beneficiaires, mandats de prelevement,
      *>                procurations, abonnements aux alertes,
      *>                locations de coffres-forts et leurs acces,
      *>              - reclamations (RECLAMATIONS.dat),
      *>              - liens de representation et de detention
      *>                (LIENS-CLIENTS.dat),
      *>              - operations tracees sur ses comptes (AUDIT.dat)
      *>                avec la session operateur (SESSIONS.dat) au
      *>                cours de laquelle elles ont eu lieu.
      *>             Sont retenues, comme la loi le permet, les donnees
      *>             relevant de la lutte contre le blanchiment (note
      *>             de risque LBC et sa justification, statut PPE,
      *>             declarations d'especes, origine des fonds,
      *>             alertes et declarations de soupcon, criblage des
      *>             sanctions) et les dossiers internes de fraude :
      *>             ni lus ni mentionnes autrement que par la mention
      *>             generique de l'extrait. Le numero de carte est
      *>             masque sauf ses quatre derniers chiffres.
      *>             Chaque extrait est journalise dans AUDIT.dat
      *>             (operation DROIT-ACCES, client, date de reception
      *>             de la demande et date limite de reponse) pour
      *>             prouver le respect du delai legal
      *>             (RGPD-DELAI-REPONSE-JOURS, ANON-PARAM.cpy).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROIT-ACCES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ETAT ASSIGN TO WS-NOM-ETAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT.
           SELECT F-ARCHIVE ASSIGN TO WS-NOM-ARCHIVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARC.

       DATA DIVISION.
       FILE SECTION.
       FD F-ETAT.
       01 F-ETAT-LIGNE           PIC X(132).

       FD F-ARCHIVE.
       01 F-ARC-TRANS            PIC X(199).

       WORKING-STORAGE SECTION.
       COPY CLIENT.
       COPY COMPTE.
       COPY TRANSACT.
       COPY CARTE.
       COPY BENEF.
       COPY MANDAT.
       COPY PROCURATION.
       COPY ABO-ALERTE.
       COPY LOC-COFFRE.
       COPY ACCES-COFFRE.
       COPY RECLAMATION.
       COPY LIEN-CLIENT.
       COPY AUDIT.
       COPY SESSION.
       COPY SPOOL.
       COPY ANON-PARAM.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FS-ETAT             PIC X(2) VALUE '00'.
       01 WS-FS-ARC              PIC X(2) VALUE '00'.
       01 WS-NOM-ETAT            PIC X(50).
       01 WS-NOM-ARCHIVE         PIC X(40).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-SES             PIC X(1) VALUE 'N'.
          88 FIN-SESSIONS        VALUE 'O'.
       01 WS-CODE-LECTURE        PIC X(2).

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-RECEPTION      PIC 9(8) VALUE 0.
       01 WS-DATE-LIMITE         PIC 9(8).
       01 WS-DANS-DELAI          PIC X(1) VALUE 'O'.
          88 REPONSE-DANS-DELAI  VALUE 'O'.
       01 WS-REMISE              PIC X(1) VALUE 'C'.
          88 REMISE-AGENCE       VALUE 'A'.
          88 REMISE-COURRIER     VALUE 'C'.

      *> Comptes du client, releves au premier parcours.
       01 WS-NB-COMPTES          PIC 9(2) COMP VALUE 0.
       01 WS-TAB-COMPTES.
          05 WS-CPT-CLIENT-NUM OCCURS 20 TIMES PIC 9(8).
       01 WS-IDX-CPT             PIC 9(2) COMP.
       01 WS-CPT-COURANT         PIC 9(8).
       01 WS-AGENCE-REMISE       PIC X(4) VALUE SPACES.
       01 WS-TROUVE              PIC X(1).
          88 COMPTE-DU-CLIENT    VALUE 'O'.

      *> Archives : annees balayees de la plus ancienne ouverture de
      *> compte (ou creation du client) a l'annee en cours.
       01 WS-ANNEE               PIC 9(4).
       01 WS-ANNEE-FIN           PIC 9(4).
       01 WS-DATE-ORIGINE        PIC 9(8).

       01 WS-NB                  PIC 9(7) VALUE 0.
       01 WS-NB-LIGNES           PIC 9(7) VALUE 0.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-POURCENT-AFF        PIC ZZ9.99.
       01 WS-CARTE-MASQUEE       PIC X(19).
       01 WS-CARTE-ALPHA         PIC X(16).
       01 WS-SESSION-TROUVEE     PIC 9(10).
       01 WS-POSTE-TROUVE        PIC X(8).

       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-SPOOL          PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- DROIT-ACCES : extrait des donnees d'un client ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "Numero client : " WITH NO ADVANCING.
       ACCEPT W-CLI-NUMERO.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
       MOVE "READ" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
       MOVE "CLOSE" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE.
       IF NOT RC-OK
           DISPLAY "Client introuvable."
           EXIT PROGRAM
       END-IF.

       DISPLAY "Date de reception de la demande (AAAAMMJJ, "
               "0 = aujourd'hui) : " WITH NO ADVANCING.
       ACCEPT WS-DATE-RECEPTION.
       IF WS-DATE-RECEPTION = 0
           MOVE WS-DATE-JOUR TO WS-DATE-RECEPTION
       END-IF.
       IF WS-DATE-RECEPTION > WS-DATE-JOUR
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-RECEPTION)
                  NOT = 0
           DISPLAY "Date de reception invalide."
           EXIT PROGRAM
       END-IF.
       COMPUTE WS-DATE-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-RECEPTION)
               + RGPD-DELAI-REPONSE-JOURS).
       IF WS-DATE-JOUR > WS-DATE-LIMITE
           MOVE 'N' TO WS-DANS-DELAI
           DISPLAY "ATTENTION : delai legal de reponse depasse "
                   "(limite " WS-DATE-LIMITE ")."
       END-IF.

       DISPLAY "Remise : (A)gence ou (C)ourrier ? : "
               WITH NO ADVANCING.
       ACCEPT WS-REMISE.
       IF NOT REMISE-AGENCE AND NOT REMISE-COURRIER
           MOVE 'C' TO WS-REMISE
       END-IF.

       STRING "reports/DROIT-ACCES-" DELIMITED SIZE
              W-CLI-NUMERO DELIMITED SIZE
              "-" DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-ETAT.
       OPEN OUTPUT F-ETAT.
       IF WS-FS-ETAT NOT = '00'
           DISPLAY "ERREUR : creation de l'extrait impossible ("
                   WS-FS-ETAT ")."
           EXIT PROGRAM
       END-IF.
       MOVE SPACES TO F-ETAT-LIGNE.

       PERFORM EDITER-EN-TETE.
       PERFORM EDITER-IDENTITE.
       PERFORM EDITER-COMPTES.
       MOVE 1 TO WS-IDX-CPT.
       PERFORM UNTIL WS-IDX-CPT > WS-NB-COMPTES
           MOVE WS-CPT-CLIENT-NUM(WS-IDX-CPT) TO WS-CPT-COURANT
           PERFORM EDITER-MOUVEMENTS
           PERFORM EDITER-CARTES
           PERFORM EDITER-BENEFICIAIRES
           PERFORM EDITER-MANDATS
           PERFORM EDITER-PROCURATIONS
           PERFORM EDITER-ABONNEMENTS
           PERFORM EDITER-COFFRES
           ADD 1 TO WS-IDX-CPT
       END-PERFORM.
       PERFORM EDITER-ARCHIVES.
       PERFORM EDITER-RECLAMATIONS.
       PERFORM EDITER-LIENS.
       PERFORM EDITER-TRACES.
       PERFORM EDITER-RESERVES.

       CLOSE F-ETAT.

       PERFORM DEPOSER-AU-SPOOL.
       PERFORM JOURNALISER.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Extrait : " WS-NOM-ETAT.
       DISPLAY "Comptes : " WS-NB-COMPTES "   lignes : " WS-NB-LIGNES.
       DISPLAY "Demande recue le " WS-DATE-RECEPTION
               ", reponse due au plus tard le " WS-DATE-LIMITE ".".

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       ECRIRE-LIGNE.
           WRITE F-ETAT-LIGNE.
           ADD 1 TO WS-NB-LIGNES.
           MOVE SPACES TO F-ETAT-LIGNE.

       ECRIRE-TITRE.
           PERFORM ECRIRE-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE ALL "-" TO F-ETAT-LIGNE(1:60).
           PERFORM ECRIRE-LIGNE.

      *>----------------------------------------------------------------
       EDITER-EN-TETE.
           MOVE ALL "=" TO F-ETAT-LIGNE(1:60).
           PERFORM ECRIRE-LIGNE.
           MOVE "COMMUNICATION DES DONNEES PERSONNELLES (DROIT D'ACCES)"
               TO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           STRING "Client " DELIMITED SIZE
                  W-CLI-NUMERO DELIMITED SIZE
                  " - " DELIMITED SIZE
                  FUNCTION TRIM(W-CLI-NOM) DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           STRING "Demande recue le " DELIMITED SIZE
                  WS-DATE-RECEPTION DELIMITED SIZE
                  " - extrait etabli le " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE ALL "=" TO F-ETAT-LIGNE(1:60).
           PERFORM ECRIRE-LIGNE.

      *>----------------------------------------------------------------
      *> Fiche client : la note de risque LBC, sa justification, sa
      *> date de revue et le statut PPE ne sont pas repris.
       EDITER-IDENTITE.
           MOVE "IDENTITE ET COORDONNEES (CLIENTS)" TO F-ETAT-LIGNE.
           PERFORM ECRIRE-TITRE.
           STRING "Nom / raison sociale : " DELIMITED SIZE
                  W-CLI-NOM DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           STRING "Adresse              : " DELIMITED SIZE
                  W-CLI-ADRESSE DELIMITED SIZE
                  " (" DELIMITED SIZE
                  W-CLI-PAYS-ADRESSE DELIMITED SIZE
                  ")" DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           IF CLI-PERSONNE-MORALE
               STRING "Immatriculation      : " DELIMITED SIZE
                      W-CLI-IMMATRICULATION DELIMITED SIZE
                      "  forme " DELIMITED SIZE
                      W-CLI-FORME-JURIDIQUE DELIMITED SIZE
                      "  NAF " DELIMITED SIZE
                      W-CLI-CODE-ACTIVITE DELIMITED SIZE
                      "  constitution " DELIMITED SIZE
                      W-CLI-DATE-CONSTITUTION DELIMITED SIZE
                   INTO F-ETAT-LIGNE
               PERFORM ECRIRE-LIGNE
               STRING "Siege                : " DELIMITED SIZE
                      W-CLI-SIEGE DELIMITED SIZE
                   INTO F-ETAT-LIGNE
               PERFORM ECRIRE-LIGNE
           ELSE
               STRING "Date de naissance    : " DELIMITED SIZE
                      W-CLI-DATE-NAISS DELIMITED SIZE
                   INTO F-ETAT-LIGNE
               PERFORM ECRIRE-LIGNE
               IF CLI-ENTREPRENEUR
                   STRING "Entrepreneur         : SIREN "
                              DELIMITED SIZE
                          W-CLI-IMMATRICULATION DELIMITED SIZE
                          "  NAF " DELIMITED SIZE
                          W-CLI-CODE-ACTIVITE DELIMITED SIZE
                       INTO F-ETAT-LIGNE
                   PERFORM ECRIRE-LIGNE
               END-IF
           END-IF.
           STRING "Telephone            : " DELIMITED SIZE
                  W-CLI-TELEPHONE DELIMITED SIZE
                  "  courriel " DELIMITED SIZE
                  W-CLI-EMAIL DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           STRING "Client depuis le     : " DELIMITED SIZE
                  W-CLI-DATE-CREATION DELIMITED SIZE
                  "  statut " DELIMITED SIZE
                  W-CLI-STATUT DELIMITED SIZE
                  "  courrier retourne (NPAI) " DELIMITED SIZE
                  W-CLI-NPAI DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           STRING "Residence fiscale    : " DELIMITED SIZE
                  W-CLI-RESIDENCE-FISC DELIMITED SIZE
                  "  NIF etranger " DELIMITED SIZE
                  W-CLI-NIF-ETRANGER DELIMITED SIZE
                  "  personne americaine " DELIMITED SIZE
                  W-CLI-US-PERSON DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           STRING "Auto-certification   : " DELIMITED SIZE
                  W-CLI-AUTOCERT DELIMITED SIZE
                  " du " DELIMITED SIZE
                  W-CLI-AUTOCERT-DATE DELIMITED SIZE
                  "  echeance " DELIMITED SIZE
                  W-CLI-AUTOCERT-ECHEANCE DELIMITED SIZE
                  "  dispense PFU " DELIMITED SIZE
                  W-CLI-DISPENSE-PFU DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           IF CLI-FRAGILE
               STRING "Fragilite financiere : detectee le "
                          DELIMITED SIZE
                      W-CLI-FRG-DATE-DETECTION DELIMITED SIZE
                      " jusqu'au " DELIMITED SIZE
                      W-CLI-FRG-DATE-FIN DELIMITED SIZE
                      " (" DELIMITED SIZE
                      FUNCTION TRIM(W-CLI-FRG-MOTIF) DELIMITED SIZE
                      ")" DELIMITED SIZE
                   INTO F-ETAT-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

      *>----------------------------------------------------------------
      *> Comptes relies (parcours complet : COMPTES.dat n'a pas de cle
      *> par client) avec titularite et piece d'identite.
       EDITER-COMPTES.
           MOVE "COMPTES (COMPTES)" TO F-ETAT-LIGNE.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB-COMPTES.
           MOVE W-CLI-DATE-CREATION TO WS-DATE-ORIGINE.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CPT-CLIENT NOT = W-CLI-NUMERO
                       CONTINUE
                   WHEN WS-NB-COMPTES >= 20
                       DISPLAY "ATTENTION : plus de 20 comptes, "
                               "compte " W-CPT-NUMERO " non repris."
                   WHEN OTHER
                       ADD 1 TO WS-NB-COMPTES
                       MOVE W-CPT-NUMERO
                           TO WS-CPT-CLIENT-NUM(WS-NB-COMPTES)
                       IF WS-AGENCE-REMISE = SPACES
                           MOVE W-CPT-AGENCE TO WS-AGENCE-REMISE
                       END-IF
                       IF W-CPT-DATE-OUV NOT = 0
                               AND W-CPT-DATE-OUV < WS-DATE-ORIGINE
                           MOVE W-CPT-DATE-OUV TO WS-DATE-ORIGINE
                       END-IF
                       PERFORM EDITER-COMPTE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-NB-COMPTES = 0
               MOVE "Aucun compte." TO F-ETAT-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

       EDITER-COMPTE.
           MOVE W-CPT-SOLDE TO WS-MNT-AFF.
           STRING "Compte " DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  "  IBAN " DELIMITED SIZE
                  W-CPT-IBAN DELIMITED SIZE
                  "  type " DELIMITED SIZE
                  W-CPT-TYPE DELIMITED SIZE
                  "  produit " DELIMITED SIZE
                  W-CPT-PRODUIT DELIMITED SIZE
                  "  agence " DELIMITED SIZE
                  W-CPT-AGENCE DELIMITED SIZE
                  "  solde " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CPT-DEVISE DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           STRING "  Titulaire " DELIMITED SIZE
                  FUNCTION TRIM(W-CPT-TITULAIRE) DELIMITED SIZE
                  "  ouvert le " DELIMITED SIZE
                  W-CPT-DATE-OUV DELIMITED SIZE
                  "  statut " DELIMITED SIZE
                  W-CPT-STATUT DELIMITED SIZE
                  "  clos le " DELIMITED SIZE
                  W-CPT-DATE-CLOTURE DELIMITED SIZE
                  "  envoi " DELIMITED SIZE
                  W-CPT-MODE-ENVOI DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           STRING "  Piece d'identite " DELIMITED SIZE
                  W-CPT-PIECE-IDENTITE DELIMITED SIZE
                  " valable jusqu'au " DELIMITED SIZE
                  W-CPT-DATE-EXPIR-PIECE DELIMITED SIZE
                  "  restriction " DELIMITED SIZE
                  W-CPT-RESTRICTION DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE 1 TO WS-NB.
           PERFORM UNTIL WS-NB > W-CPT-NB-COTITULAIRES
               STRING "  Cotitulaire " DELIMITED SIZE
                      W-CPT-COTIT-NOM(WS-NB) DELIMITED SIZE
                      " role " DELIMITED SIZE
                      W-CPT-COTIT-ROLE(WS-NB) DELIMITED SIZE
                   INTO F-ETAT-LIGNE
               PERFORM ECRIRE-LIGNE
               ADD 1 TO WS-NB
           END-PERFORM.
           IF W-CPT-DATE-DECES NOT = 0
               STRING "  Deces du titulaire le " DELIMITED SIZE
                      W-CPT-DATE-DECES DELIMITED SIZE
                      "  notaire " DELIMITED SIZE
                      W-CPT-REF-NOTAIRE DELIMITED SIZE
                   INTO F-ETAT-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

      *>----------------------------------------------------------------
       EDITER-MOUVEMENTS.
           STRING "MOUVEMENTS DU COMPTE " DELIMITED SIZE
                  WS-CPT-COURANT DELIMITED SIZE
                  " (TRANS)" DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           PERFORM ECRIRE-TITRE.
           MOVE "DATE      VALEUR    T         MONTANT DEV  LIBELLE"
               TO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE WS-CPT-COURANT TO W-TRN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-TRN-CPT NOT = WS-CPT-COURANT
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       PERFORM EDITER-MOUVEMENT
                       ADD 1 TO WS-NB
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF WS-NB = 0
               MOVE "Aucun mouvement courant." TO F-ETAT-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

       EDITER-MOUVEMENT.
           MOVE W-TRN-MONTANT TO WS-MNT-AFF.
           STRING W-TRN-DATE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-TRN-DATE-VALEUR DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-TRN-TYPE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-TRN-DEVISE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-TRN-LIBELLE DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.

      *>----------------------------------------------------------------
      *> Numero de carte masque : seuls les quatre derniers chiffres
      *> figurent sur un document remis au client.
       EDITER-CARTES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           MOVE WS-CPT-COURANT TO W-CAR-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CAR-CPT NOT = WS-CPT-COURANT
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       MOVE W-CAR-NUMERO TO WS-CARTE-ALPHA
                       MOVE "XXXX XXXX XXXX " TO WS-CARTE-MASQUEE
                       MOVE WS-CARTE-ALPHA(13:4)
                           TO WS-CARTE-MASQUEE(16:4)
                       STRING "Carte " DELIMITED SIZE
                              WS-CARTE-MASQUEE DELIMITED SIZE
                              "  porteur " DELIMITED SIZE
                              FUNCTION TRIM(W-CAR-TITULAIRE)
                                  DELIMITED SIZE
                              "  expire " DELIMITED SIZE
                              W-CAR-DATE-EXPIR DELIMITED SIZE
                              "  statut " DELIMITED SIZE
                              W-CAR-STATUT DELIMITED SIZE
                           INTO F-ETAT-LIGNE
                       PERFORM ECRIRE-LIGNE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.

      *>----------------------------------------------------------------
       EDITER-BENEFICIAIRES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "BENEF-IO" USING WS-OP W-BENEFICIAIRE W-CODE-RETOUR.
           MOVE WS-CPT-COURANT TO W-BEN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "BENEF-IO" USING WS-OP W-BENEFICIAIRE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "BENEF-IO" USING WS-OP W-BENEFICIAIRE
                                     W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-BEN-CPT NOT = WS-CPT-COURANT
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       STRING "Beneficiaire " DELIMITED SIZE
                              FUNCTION TRIM(W-BEN-NOM) DELIMITED SIZE
                              "  compte " DELIMITED SIZE
                              W-BEN-CPT-DEST DELIMITED SIZE
                              "  pays " DELIMITED SIZE
                              W-BEN-PAYS DELIMITED SIZE
                              "  ajoute le " DELIMITED SIZE
                              W-BEN-DATE-AJOUT DELIMITED SIZE
                              "  statut " DELIMITED SIZE
                              W-BEN-STATUT DELIMITED SIZE
                           INTO F-ETAT-LIGNE
                       PERFORM ECRIRE-LIGNE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "BENEF-IO" USING WS-OP W-BENEFICIAIRE W-CODE-RETOUR.

      *>----------------------------------------------------------------
       EDITER-MANDATS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "MANDAT-IO" USING WS-OP W-MANDAT W-CODE-RETOUR.
           MOVE WS-CPT-COURANT TO W-MAN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "MANDAT-IO" USING WS-OP W-MANDAT W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "MANDAT-IO" USING WS-OP W-MANDAT W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-MAN-CPT NOT = WS-CPT-COURANT
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       STRING "Mandat de prelevement " DELIMITED SIZE
                              W-MAN-ID DELIMITED SIZE
                              "  creancier " DELIMITED SIZE
                              W-MAN-CREANCIER DELIMITED SIZE
                              "  du " DELIMITED SIZE
                              W-MAN-DATE-DEBUT DELIMITED SIZE
                              " au " DELIMITED SIZE
                              W-MAN-DATE-FIN DELIMITED SIZE
                              "  statut " DELIMITED SIZE
                              W-MAN-STATUT DELIMITED SIZE
                           INTO F-ETAT-LIGNE
                       PERFORM ECRIRE-LIGNE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "MANDAT-IO" USING WS-OP W-MANDAT W-CODE-RETOUR.

      *>----------------------------------------------------------------
       EDITER-PROCURATIONS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PROC-IO" USING WS-OP W-PROCURATION W-CODE-RETOUR.
           MOVE WS-CPT-COURANT TO W-PRO-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "PROC-IO" USING WS-OP W-PROCURATION W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "PROC-IO" USING WS-OP W-PROCURATION W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-PRO-CPT NOT = WS-CPT-COURANT
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       MOVE W-PRO-PLAFOND TO WS-MNT-AFF
                       STRING "Procuration a " DELIMITED SIZE
                              W-PRO-MANDATAIRE DELIMITED SIZE
                              "  operations " DELIMITED SIZE
                              W-PRO-OPERATIONS DELIMITED SIZE
                              "  plafond " DELIMITED SIZE
                              WS-MNT-AFF DELIMITED SIZE
                              "  du " DELIMITED SIZE
                              W-PRO-DATE-DEBUT DELIMITED SIZE
                              " au " DELIMITED SIZE
                              W-PRO-DATE-FIN DELIMITED SIZE
                              "  statut " DELIMITED SIZE
                              W-PRO-STATUT DELIMITED SIZE
                           INTO F-ETAT-LIGNE
                       PERFORM ECRIRE-LIGNE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "PROC-IO" USING WS-OP W-PROCURATION W-CODE-RETOUR.

      *>----------------------------------------------------------------
       EDITER-ABONNEMENTS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ABOAL-IO" USING WS-OP W-ABONNEMENT W-CODE-RETOUR.
           MOVE WS-CPT-COURANT TO W-ABO-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "ABOAL-IO" USING WS-OP W-ABONNEMENT W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "ABOAL-IO" USING WS-OP W-ABONNEMENT W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-ABO-CPT NOT = WS-CPT-COURANT
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       MOVE W-ABO-SEUIL TO WS-MNT-AFF
                       STRING "Abonnement alerte " DELIMITED SIZE
                              W-ABO-TYPE DELIMITED SIZE
                              "  seuil " DELIMITED SIZE
                              WS-MNT-AFF DELIMITED SIZE
                              "  livraison " DELIMITED SIZE
                              W-ABO-LIVRAISON DELIMITED SIZE
                              "  statut " DELIMITED SIZE
                              W-ABO-STATUT DELIMITED SIZE
                           INTO F-ETAT-LIGNE
                       PERFORM ECRIRE-LIGNE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ABOAL-IO" USING WS-OP W-ABONNEMENT W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Coffres-forts factures sur le compte et presentations au
      *> coffre tracees pour chaque contrat.
       EDITER-COFFRES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE W-CODE-RETOUR.
           MOVE WS-CPT-COURANT TO W-LCF-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE
                                     W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-LCF-CPT NOT = WS-CPT-COURANT
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       MOVE W-LCF-LOYER TO WS-MNT-AFF
                       STRING "Coffre-fort " DELIMITED SIZE
                              W-LCF-AGENCE DELIMITED SIZE
                              "-" DELIMITED SIZE
                              W-LCF-COFFRE DELIMITED SIZE
                              "  loyer " DELIMITED SIZE
                              WS-MNT-AFF DELIMITED SIZE
                              "  du " DELIMITED SIZE
                              W-LCF-DATE-DEBUT DELIMITED SIZE
                              " au " DELIMITED SIZE
                              W-LCF-DATE-FIN DELIMITED SIZE
                              "  statut " DELIMITED SIZE
                              W-LCF-STATUT DELIMITED SIZE
                           INTO F-ETAT-LIGNE
                       PERFORM ECRIRE-LIGNE
                       PERFORM EDITER-ACCES-COFFRE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE W-CODE-RETOUR.

       EDITER-ACCES-COFFRE.
           MOVE 'N' TO WS-FIN-SES.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ACCCF-IO" USING WS-OP W-ACCES-COFFRE WS-CODE-LECTURE.
           MOVE W-LCF-ID TO W-ACF-LOCATION.
           MOVE "START-LOC" TO WS-OP.
           CALL "ACCCF-IO" USING WS-OP W-ACCES-COFFRE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-SESSIONS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SESSIONS
               MOVE "READ-NEXT" TO WS-OP
               CALL "ACCCF-IO" USING WS-OP W-ACCES-COFFRE
                                     WS-CODE-LECTURE
               EVALUATE TRUE
                   WHEN WS-CODE-LECTURE NOT = '00'
                       SET FIN-SESSIONS TO TRUE
                   WHEN W-ACF-LOCATION NOT = W-LCF-ID
                       SET FIN-SESSIONS TO TRUE
                   WHEN OTHER
                       STRING "  Acces le " DELIMITED SIZE
                              W-ACF-DATE DELIMITED SIZE
                              " a " DELIMITED SIZE
                              W-ACF-HEURE DELIMITED SIZE
                              " par " DELIMITED SIZE
                              W-ACF-VISITEUR DELIMITED SIZE
                              " qualite " DELIMITED SIZE
                              W-ACF-QUALITE DELIMITED SIZE
                              " resultat " DELIMITED SIZE
                              W-ACF-RESULTAT DELIMITED SIZE
                           INTO F-ETAT-LIGNE
                       PERFORM ECRIRE-LIGNE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ACCCF-IO" USING WS-OP W-ACCES-COFFRE WS-CODE-LECTURE.

      *>----------------------------------------------------------------
      *> Mouvements archives par ARCHIVER : chaque millesime de la
      *> plus ancienne date connue du client a l'annee en cours ; les
      *> annees sans fichier sont sautees.
       EDITER-ARCHIVES.
           MOVE "MOUVEMENTS ARCHIVES (TRANS-AAAA)" TO F-ETAT-LIGNE.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB.
           MOVE WS-DATE-ORIGINE(1:4) TO WS-ANNEE.
           IF WS-ANNEE = 0
               MOVE 2000 TO WS-ANNEE
           END-IF.
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-FIN.
           PERFORM UNTIL WS-ANNEE > WS-ANNEE-FIN
               PERFORM LIRE-ARCHIVE-ANNEE
               ADD 1 TO WS-ANNEE
           END-PERFORM.
           IF WS-NB = 0
               MOVE "Aucun mouvement archive." TO F-ETAT-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

       LIRE-ARCHIVE-ANNEE.
           MOVE SPACES TO WS-NOM-ARCHIVE.
           STRING "data/TRANS-" DELIMITED SIZE
                  WS-ANNEE DELIMITED SIZE
                  ".dat" DELIMITED SIZE
               INTO WS-NOM-ARCHIVE.
           OPEN INPUT F-ARCHIVE.
           IF WS-FS-ARC NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN.
           PERFORM UNTIL FIN-PARCOURS
               READ F-ARCHIVE
                   AT END
                       SET FIN-PARCOURS TO TRUE
                   NOT AT END
                       MOVE F-ARC-TRANS TO W-TRANS
                       PERFORM RETENIR-ARCHIVE
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE.

       RETENIR-ARCHIVE.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX-CPT.
           PERFORM UNTIL WS-IDX-CPT > WS-NB-COMPTES
                   OR COMPTE-DU-CLIENT
               IF WS-CPT-CLIENT-NUM(WS-IDX-CPT) = W-TRN-CPT
                   SET COMPTE-DU-CLIENT TO TRUE
               ELSE
                   ADD 1 TO WS-IDX-CPT
               END-IF
           END-PERFORM.
           IF COMPTE-DU-CLIENT
               STRING W-TRN-CPT DELIMITED SIZE
                      " " DELIMITED SIZE
                   INTO F-ETAT-LIGNE
               PERFORM EDITER-MOUVEMENT
               ADD 1 TO WS-NB
           END-IF.

      *>----------------------------------------------------------------
       EDITER-RECLAMATIONS.
           MOVE "RECLAMATIONS (RECLAMATIONS)" TO F-ETAT-LIGNE.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR.
           MOVE W-CLI-NUMERO TO W-REC-CLIENT.
           MOVE "START-CLI" TO WS-OP.
           CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-REC-CLIENT NOT = W-CLI-NUMERO
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       STRING "Reclamation " DELIMITED SIZE
                              W-REC-ID DELIMITED SIZE
                              "  categorie " DELIMITED SIZE
                              W-REC-CATEGORIE DELIMITED SIZE
                              "  canal " DELIMITED SIZE
                              W-REC-CANAL DELIMITED SIZE
                              "  deposee le " DELIMITED SIZE
                              W-REC-DATE-DEPOT DELIMITED SIZE
                              "  statut " DELIMITED SIZE
                              W-REC-STATUT DELIMITED SIZE
                              "  close le " DELIMITED SIZE
                              W-REC-DATE-CLOTURE DELIMITED SIZE
                           INTO F-ETAT-LIGNE
                       PERFORM ECRIRE-LIGNE
                       STRING "  " DELIMITED SIZE
                              W-REC-DESCRIPTION DELIMITED SIZE
                           INTO F-ETAT-LIGNE
                       PERFORM ECRIRE-LIGNE
                       ADD 1 TO WS-NB
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR.
           IF WS-NB = 0
               MOVE "Aucune reclamation." TO F-ETAT-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

      *>----------------------------------------------------------------
      *> Liens ou le client est l'entite (representants, beneficiaires
      *> effectifs) ou la personne liee (parcours complet : pas de cle
      *> par personne).
       EDITER-LIENS.
           MOVE "REPRESENTATION ET DETENTION (LIENS-CLIENTS)"
               TO F-ETAT-LIGNE.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR.
           MOVE "START-FIRST" TO WS-OP.
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
                   WHEN W-LIE-ENTITE = W-CLI-NUMERO
                           OR W-LIE-PERSONNE = W-CLI-NUMERO
                       MOVE W-LIE-POURCENTAGE TO WS-POURCENT-AFF
                       STRING "Entite " DELIMITED SIZE
                              W-LIE-ENTITE DELIMITED SIZE
                              "  role " DELIMITED SIZE
                              W-LIE-ROLE DELIMITED SIZE
                              "  " DELIMITED SIZE
                              FUNCTION TRIM(W-LIE-NOM) DELIMITED SIZE
                              "  " DELIMITED SIZE
                              FUNCTION TRIM(W-LIE-QUALITE)
                                  DELIMITED SIZE
                              "  " DELIMITED SIZE
                              WS-POURCENT-AFF DELIMITED SIZE
                              "%  du " DELIMITED SIZE
                              W-LIE-DATE-DEBUT DELIMITED SIZE
                              " au " DELIMITED SIZE
                              W-LIE-DATE-FIN DELIMITED SIZE
                           INTO F-ETAT-LIGNE
                       PERFORM ECRIRE-LIGNE
                       ADD 1 TO WS-NB
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR.
           IF WS-NB = 0
               MOVE "Aucun lien." TO F-ETAT-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

      *>----------------------------------------------------------------
      *> Operations tracees sur ses comptes (AUDIT.dat) et session
      *> operateur au cours de laquelle elles ont eu lieu ; le motif
      *> interne saisi par l'operateur n'est pas repris.
       EDITER-TRACES.
           MOVE "OPERATIONS TRACEES ET SESSIONS (AUDIT, SESSIONS)"
               TO F-ETAT-LIGNE.
           PERFORM ECRIRE-TITRE.
           MOVE "DATE      HEURE   OPERATION     OPERATEUR SESSION"
               TO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE 0 TO WS-NB.
           MOVE 1 TO WS-IDX-CPT.
           PERFORM UNTIL WS-IDX-CPT > WS-NB-COMPTES
               MOVE WS-CPT-CLIENT-NUM(WS-IDX-CPT) TO WS-CPT-COURANT
               PERFORM EDITER-TRACES-COMPTE
               ADD 1 TO WS-IDX-CPT
           END-PERFORM.
           IF WS-NB = 0
               MOVE "Aucune operation tracee." TO F-ETAT-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

       EDITER-TRACES-COMPTE.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE WS-CPT-COURANT TO W-AUD-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-AUD-CPT NOT = WS-CPT-COURANT
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       PERFORM CHERCHER-SESSION
                       STRING W-AUD-DATE DELIMITED SIZE
                              "  " DELIMITED SIZE
                              W-AUD-HEURE DELIMITED SIZE
                              "  " DELIMITED SIZE
                              W-AUD-OPERATION DELIMITED SIZE
                              "  " DELIMITED SIZE
                              W-AUD-OPERATEUR DELIMITED SIZE
                              "  " DELIMITED SIZE
                              WS-SESSION-TROUVEE DELIMITED SIZE
                              " poste " DELIMITED SIZE
                              WS-POSTE-TROUVE DELIMITED SIZE
                              "  compte " DELIMITED SIZE
                              W-AUD-CPT DELIMITED SIZE
                           INTO F-ETAT-LIGNE
                       PERFORM ECRIRE-LIGNE
                       ADD 1 TO WS-NB
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

      *>   Session de l'operateur ouverte ce jour-la a l'heure de la
      *>   trace (session en cours : heure de fin a zero).
       CHERCHER-SESSION.
           MOVE 0 TO WS-SESSION-TROUVEE.
           MOVE SPACES TO WS-POSTE-TROUVE.
           MOVE 'N' TO WS-FIN-SES.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SESSION-IO" USING WS-OP W-SESSION WS-CODE-LECTURE.
           MOVE "START-FIRST" TO WS-OP.
           CALL "SESSION-IO" USING WS-OP W-SESSION WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-SESSIONS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SESSIONS
               MOVE "READ-NEXT" TO WS-OP
               CALL "SESSION-IO" USING WS-OP W-SESSION WS-CODE-LECTURE
               EVALUATE TRUE
                   WHEN WS-CODE-LECTURE NOT = '00'
                       SET FIN-SESSIONS TO TRUE
                   WHEN W-SES-OPERATEUR = W-AUD-OPERATEUR
                           AND W-SES-DATE = W-AUD-DATE
                           AND W-SES-HEURE-DEBUT <= W-AUD-HEURE
                           AND (W-SES-HEURE-FIN = 0
                               OR W-SES-HEURE-FIN >= W-AUD-HEURE)
                       MOVE W-SES-ID TO WS-SESSION-TROUVEE
                       MOVE W-SES-POSTE TO WS-POSTE-TROUVE
                       SET FIN-SESSIONS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SESSION-IO" USING WS-OP W-SESSION WS-CODE-LECTURE.

      *>----------------------------------------------------------------
       EDITER-RESERVES.
           MOVE "INFORMATIONS NON COMMUNIQUEES" TO F-ETAT-LIGNE.
           PERFORM ECRIRE-TITRE.
           MOVE "Les donnees traitees au titre de la lutte contre le "
               TO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE "blanchiment des capitaux et le financement du "
               TO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE "terrorisme relevent d'un droit d'acces indirect "
               TO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE "(art. L561-45 du code monetaire et financier) et ne "
               TO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE "figurent pas dans cet extrait." TO F-ETAT-LIGNE.
           PERFORM ECRIRE-LIGNE.

      *>----------------------------------------------------------------
      *> Depot au spool : remise en agence ou envoi par courrier au
      *> choix du client, jamais supprime (e-releve) - la reponse doit
      *> lui parvenir.
       DEPOSER-AU-SPOOL.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-SPOOL WS-CODE-SPOOL.

           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR-SPOOL TO W-SPL-ID.
           IF WS-NB-COMPTES > 0
               MOVE WS-CPT-CLIENT-NUM(1) TO W-SPL-CPT
           ELSE
               MOVE 0 TO W-SPL-CPT
           END-IF.
           MOVE "DROIT-ACCES" TO W-SPL-TYPE-DOC.
           MOVE WS-DATE-JOUR TO W-SPL-DATE.
           MOVE WS-AGENCE-REMISE TO W-SPL-AGENCE.
           IF REMISE-AGENCE
               MOVE 'R' TO W-SPL-MODE
           ELSE
               MOVE 'C' TO W-SPL-MODE
           END-IF.
           MOVE WS-NOM-ETAT TO W-SPL-FICHIER.
           SET SPL-A-IMPRIMER TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "WRITE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

      *>----------------------------------------------------------------
      *> Preuve du delai de reponse : client, date de reception de la
      *> demande et date limite dans le motif, '00' si l'extrait est
      *> etabli dans le delai, 'HD' hors delai.
       JOURNALISER.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           MOVE WS-COMPTEUR TO W-AUD-ID.
           MOVE W-SPL-CPT   TO W-AUD-CPT.
           MOVE "DROIT-ACCES" TO W-AUD-OPERATION.
           IF REPONSE-DANS-DELAI
               MOVE "00" TO W-AUD-CODE
           ELSE
               MOVE "HD" TO W-AUD-CODE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR TO W-AUD-OPERATEUR.
           MOVE SPACES TO W-AUD-MOTIF.
           STRING "CLI " DELIMITED SIZE
                  W-CLI-NUMERO DELIMITED SIZE
                  " RECU " DELIMITED SIZE
                  WS-DATE-RECEPTION DELIMITED SIZE
                  " LIM " DELIMITED SIZE
                  WS-DATE-LIMITE DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

       END PROGRAM DROIT-ACCES.
