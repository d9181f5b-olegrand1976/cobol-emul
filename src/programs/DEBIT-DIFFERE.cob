      *>****************************************************************
      *> Programme : DEBIT-DIFFERE
      *> Role      : Batch de fin de mois de la chaine BATCH-NUIT,
      *>             avant les interets et les releves du mois.
      *>             Debite en un seul mouvement l'encours de chaque
      *>             carte a debit differe (CARTE.cpy) :
      *>             - le registre des reglements differes tenu par
      *>               COMPENSER-CARTES (reports/CARTES-DIFFERE.csv)
      *>               est arrete dans reports/CARTES-DIFFERE-
      *>               AAAAMMJJ.csv puis vide pour le mois suivant ;
      *>             - provision suffisante (solde + decouvert
      *>               autorise, comme les prelevements) : debit 'R'
      *>               de l'encours et remise a zero de celui-ci ;
      *>             - provision insuffisante : rejet au rapport, frais
      *>               d'incident (module FRAIS-INCIDENT, "REJET-
      *>               CARTE") et encours conserve, represente au
      *>               mois suivant et toujours deduit du disponible ;
      *>             - releve de carte detaille (reglements du mois,
      *>               encours reporte, debit ou rejet) depose au
      *>               spool pour chaque carte.
      *>             L'adresse imprimee est celle en vigueur a la date
      *>             du document (historique des adresses, module
      *>             ADRESSE-CTRL).
      *>             Rapport reports/DEBIT-DIFFERE-AAAAMMJJ.txt.
      *>             Le registre porte le numero de carte masque : la
      *>             ligne d'une carte est reconnue au masque de son
      *>             jeton et au compte.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBIT-DIFFERE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGISTRE ASSIGN TO "reports/CARTES-DIFFERE.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRE.
           SELECT F-ARRETE ASSIGN TO WS-NOM-ARRETE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARRETE.
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.
           SELECT F-LETTRE ASSIGN TO WS-NOM-LETTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LETTRE.

       DATA DIVISION.
       FILE SECTION.
       FD F-REGISTRE.
       01 F-REGISTRE-LIGNE       PIC X(100).
       FD F-ARRETE.
       01 F-ARRETE-LIGNE         PIC X(100).
       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE        PIC X(100).
       FD F-LETTRE.
       01 F-LETTRE-LIGNE         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CARTE.
       COPY COMPTE.
       COPY CLIENT.
       COPY TRANSACT.
       COPY SPOOL.
       COPY PARAMETRES.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-REGISTRE         PIC X(2) VALUE '00'.
       01 WS-FS-ARRETE           PIC X(2) VALUE '00'.
       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-FS-LETTRE           PIC X(2) VALUE '00'.
       01 WS-NOM-ARRETE          PIC X(50).
       01 WS-NOM-RAPPORT         PIC X(50).
       01 WS-NOM-LETTRE          PIC X(50).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-ARRETE          PIC X(1) VALUE 'N'.
          88 FIN-ARRETE          VALUE 'O'.
       01 WS-ARRETE-DISPO        PIC X(1) VALUE 'N'.
          88 ARRETE-DISPONIBLE   VALUE 'O'.
       01 WS-RESULTAT            PIC X(1) VALUE SPACE.
          88 DEBIT-PASSE         VALUE 'D'.
          88 DEBIT-REJETE        VALUE 'R'.
          88 DEBIT-EN-ECHEC      VALUE 'E'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-CARTE          PIC X(2).
       01 WS-CODE-CPT            PIC X(2).
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-SPOOL          PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-TYPE-INCIDENT       PIC X(12).
       01 WS-CODE-INCIDENT       PIC X(2).

      *> Cartes a debiter, relevees avant toute mise a jour du
      *> fichier des cartes.
       01 WS-NB-CARTES           PIC 9(4) COMP VALUE 0.
       01 WS-TAB-CARTES.
          05 WS-TAB-NUMERO OCCURS 2000 TIMES PIC 9(16).
       01 WS-IDX-CARTE           PIC 9(4) COMP.

      *> Carte en cours : jeton CARTES.dat et son masque, seule forme
      *> du numero portee par le registre, le mouvement, le rapport
      *> et le releve (module PAN-CTRL).
       01 WS-NUM-CARTE           PIC 9(16).
       01 WS-CARTE-MASQUE        PIC X(16).
       01 WS-OP-PAN              PIC X(12).
       01 WS-CODE-PAN            PIC X(2).
       01 WS-ENCOURS             PIC S9(11)V99 COMP-3.
       01 WS-TOTAL-MOIS          PIC S9(11)V99 COMP-3.
       01 WS-REPORT              PIC S9(11)V99 COMP-3.
       01 WS-NB-LIGNES-CARTE     PIC 9(5) VALUE 0.

      *> Ligne du registre arrete : carte,compte,date,montant en
      *> centimes,reference.
       01 WS-CSV-CARTE           PIC X(16).
       01 WS-CSV-COMPTE          PIC X(8).
       01 WS-CSV-DATE            PIC X(8).
       01 WS-CSV-MONTANT-TXT     PIC X(15).
       01 WS-CSV-REFERENCE       PIC X(20).
       01 WS-MONTANT-CENTIMES    PIC 9(13) VALUE 0.
       01 WS-MONTANT             PIC S9(11)V99 COMP-3.

       01 WS-NB-DEBITEES         PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES         PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.
       01 WS-TOTAL-DEBITE        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-MNT-AFF2            PIC -Z(10)9.99.

      *> Adresse en vigueur a la date du document (historique des
      *> adresses, module ADRESSE-CTRL).
       01 WS-FIN-CARENCE         PIC 9(8).
       01 WS-CODE-ADRESSE        PIC X(2).
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- DEBIT-DIFFERE : debit mensuel des cartes ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE SPACES TO WS-NOM-ARRETE WS-NOM-RAPPORT.
       STRING "reports/CARTES-DIFFERE-" DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              ".csv" DELIMITED SIZE
           INTO WS-NOM-ARRETE.
       STRING "reports/DEBIT-DIFFERE-" DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.

       PERFORM ARRETER-REGISTRE.

       OPEN OUTPUT F-RAPPORT.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "DEBIT DIFFERE DES CARTES AU " DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.

       PERFORM RELEVER-CARTES.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

       MOVE 1 TO WS-IDX-CARTE.
       PERFORM UNTIL WS-IDX-CARTE > WS-NB-CARTES
           PERFORM TRAITER-CARTE
           ADD 1 TO WS-IDX-CARTE
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.

       MOVE SPACES TO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE WS-TOTAL-DEBITE TO WS-MNT-AFF.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "DEBITEES " DELIMITED SIZE
              WS-NB-DEBITEES DELIMITED SIZE
              " POUR " DELIMITED SIZE
              WS-MNT-AFF DELIMITED SIZE
              "  REJETEES " DELIMITED SIZE
              WS-NB-REJETEES DELIMITED SIZE
              "  EN ECHEC " DELIMITED SIZE
              WS-NB-ECHECS DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Cartes debitees   : " WS-NB-DEBITEES
               " pour " WS-MNT-AFF.
       DISPLAY "Debits rejetes    : " WS-NB-REJETEES.
       DISPLAY "Debits en echec   : " WS-NB-ECHECS.
       DISPLAY "Rapport : " FUNCTION TRIM(WS-NOM-RAPPORT).

       MOVE 0 TO RETURN-CODE.
       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Le registre courant est recopie dans l'arrete du jour puis
      *> vide. Un arrete deja present (reprise de l'etape le meme
      *> jour) est conserve tel quel : le registre a deja ete vide.
       ARRETER-REGISTRE.
           OPEN INPUT F-ARRETE.
           IF WS-FS-ARRETE = '00'
               CLOSE F-ARRETE
               SET ARRETE-DISPONIBLE TO TRUE
               DISPLAY "Registre deja arrete : "
                       FUNCTION TRIM(WS-NOM-ARRETE)
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT F-REGISTRE.
           IF WS-FS-REGISTRE NOT = '00'
               DISPLAY "Aucun reglement differe enregistre."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-ARRETE.
           MOVE 'N' TO WS-FIN-ARRETE.
           PERFORM UNTIL FIN-ARRETE
               READ F-REGISTRE
                   AT END
                       SET FIN-ARRETE TO TRUE
                   NOT AT END
                       MOVE F-REGISTRE-LIGNE TO F-ARRETE-LIGNE
                       WRITE F-ARRETE-LIGNE
               END-READ
           END-PERFORM.
           CLOSE F-ARRETE.
           CLOSE F-REGISTRE.
           SET ARRETE-DISPONIBLE TO TRUE.

           OPEN OUTPUT F-REGISTRE.
           MOVE "carte,compte,date,montant,reference"
               TO F-REGISTRE-LIGNE.
           WRITE F-REGISTRE-LIGNE.
           CLOSE F-REGISTRE.

      *>----------------------------------------------------------------
      *> Cartes a debit differe portant un encours, quel que soit
      *> leur statut (une carte bloquee ou remplacee reste due).
       RELEVER-CARTES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
           IF WS-CODE-CARTE NOT = '00'
               DISPLAY "Aucune carte au referentiel."
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
           IF WS-CODE-CARTE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE
               EVALUATE TRUE
                   WHEN WS-CODE-CARTE NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN CAR-DEBIT-DIFFERE
                           AND W-CAR-ENCOURS-DIFFERE > 0
                       IF WS-NB-CARTES < 2000
                           ADD 1 TO WS-NB-CARTES
                           MOVE W-CAR-NUMERO
                               TO WS-TAB-NUMERO(WS-NB-CARTES)
                       ELSE
                           DISPLAY "ATTENTION : plus de 2000 cartes "
                                   "en debit differe, reliquat au "
                                   "mois suivant."
                           SET FIN-PARCOURS TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.

      *>----------------------------------------------------------------
       TRAITER-CARTE.
           MOVE WS-TAB-NUMERO(WS-IDX-CARTE) TO WS-NUM-CARTE.
           MOVE "MASQUER" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-NUM-CARTE WS-CARTE-MASQUE
                                 WS-CODE-PAN.
           MOVE WS-NUM-CARTE TO W-CAR-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
           MOVE "READ" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-DEVERROU.
           IF WS-CODE-CARTE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CAR-ENCOURS-DIFFERE TO WS-ENCOURS.

           MOVE W-CAR-CPT TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
           IF WS-CODE-CPT NOT = '00'
               SET DEBIT-EN-ECHEC TO TRUE
               ADD 1 TO WS-NB-ECHECS
               PERFORM ECRIRE-LIGNE-RAPPORT
               EXIT PARAGRAPH
           END-IF.

      *>   Rejet faute de provision, comme un prelevement : l'encours
      *>   reste du et le frais d'incident est facture des le rejet.
           IF WS-ENCOURS > W-CPT-SOLDE + W-CPT-DECOUVERT-AUTORISE
               PERFORM DEVERROUILLER-COMPTE
               SET DEBIT-REJETE TO TRUE
               ADD 1 TO WS-NB-REJETEES
               PERFORM ECRIRE-LIGNE-RAPPORT
               MOVE "REJET-CARTE" TO WS-TYPE-INCIDENT
               CALL "FRAIS-INCIDENT" USING W-CPT-NUMERO
                                           WS-TYPE-INCIDENT
                                           WS-CODE-INCIDENT
               PERFORM EDITER-RELEVE-CARTE
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-ENCOURS FROM W-CPT-SOLDE.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
           IF WS-CODE-CPT NOT = '00'
               SET DEBIT-EN-ECHEC TO TRUE
               ADD 1 TO WS-NB-ECHECS
               PERFORM ECRIRE-LIGNE-RAPPORT
               EXIT PARAGRAPH
           END-IF.

           PERFORM JOURNALISER-DEBIT.
           PERFORM SOLDER-ENCOURS.

           SET DEBIT-PASSE TO TRUE.
           ADD 1 TO WS-NB-DEBITEES.
           ADD WS-ENCOURS TO WS-TOTAL-DEBITE.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM EDITER-RELEVE-CARTE.

      *>----------------------------------------------------------------
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
      *> L'encours debite est retranche (et non remis a zero) : un
      *> reglement compense entre le releve et le debit reste du.
       SOLDER-ENCOURS.
           MOVE WS-NUM-CARTE TO W-CAR-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
           MOVE "READ" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
           IF WS-CODE-CARTE = '00'
               SUBTRACT WS-ENCOURS FROM W-CAR-ENCOURS-DIFFERE
               MOVE "REWRITE" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-DEVERROU.
           IF WS-CODE-CARTE NOT = '00'
               DISPLAY "ATTENTION : compte " W-CPT-NUMERO " debite "
                       "mais encours de la carte " WS-CARTE-MASQUE
                       " non solde (code: " WS-CODE-CARTE ")."
           END-IF.

      *>----------------------------------------------------------------
       JOURNALISER-DEBIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-CPT-NUMERO          TO W-TRN-CPT.
           MOVE 'R'                   TO W-TRN-TYPE.
           MOVE WS-ENCOURS            TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "DEBIT DIFFERE CARTE " DELIMITED SIZE
                  WS-NUM-CARTE(13:4) DELIMITED SIZE
                  " MOIS " DELIMITED SIZE
                  WS-DATE-JOUR(1:6) DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "DEBITDIF"            TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.
           MOVE 'G'                   TO W-TRN-CANAL.
           MOVE WS-CARTE-MASQUE       TO W-TRN-CARTE.

           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ATTENTION : compte debite mais debit differe "
                       "non journalise pour le compte " W-CPT-NUMERO
                       " (code: " W-CODE-RETOUR ")."
           END-IF.

      *>----------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-ENCOURS TO WS-MNT-AFF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           EVALUATE TRUE
               WHEN DEBIT-PASSE
                   STRING "CARTE " DELIMITED SIZE
                          WS-CARTE-MASQUE DELIMITED SIZE
                          " COMPTE " DELIMITED SIZE
                          W-CAR-CPT DELIMITED SIZE
                          " DEBITE " DELIMITED SIZE
                          WS-MNT-AFF DELIMITED SIZE
                       INTO F-RAPPORT-LIGNE
               WHEN DEBIT-REJETE
                   STRING "CARTE " DELIMITED SIZE
                          WS-CARTE-MASQUE DELIMITED SIZE
                          " COMPTE " DELIMITED SIZE
                          W-CAR-CPT DELIMITED SIZE
                          " REJETE  " DELIMITED SIZE
                          WS-MNT-AFF DELIMITED SIZE
                          " PROVISION INSUFFISANTE" DELIMITED SIZE
                       INTO F-RAPPORT-LIGNE
               WHEN OTHER
                   STRING "CARTE " DELIMITED SIZE
                          WS-CARTE-MASQUE DELIMITED SIZE
                          " COMPTE " DELIMITED SIZE
                          W-CAR-CPT DELIMITED SIZE
                          " ECHEC   " DELIMITED SIZE
                          WS-MNT-AFF DELIMITED SIZE
                          " COMPTE INACCESSIBLE" DELIMITED SIZE
                       INTO F-RAPPORT-LIGNE
           END-EVALUATE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Releve de la carte : reglements du registre arrete, encours
      *> reporte d'un mois precedent (debit rejete), puis le debit
      *> passe ou rejete.
       EDITER-RELEVE-CARTE.
           INITIALIZE W-CLIENT.
           IF W-CPT-CLIENT NOT = 0
               MOVE W-CPT-CLIENT TO W-CLI-NUMERO
               MOVE "OPEN-IO" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               MOVE "READ" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               IF WS-CODE-CLIENT NOT = '00'
                   INITIALIZE W-CLIENT
               END-IF
           END-IF.
           MOVE "VIGUEUR" TO WS-OP.
           CALL "ADRESSE-CTRL" USING WS-OP W-CLI-NUMERO WS-DATE-JOUR
                                     W-CLI-ADRESSE WS-FIN-CARENCE
                                     WS-CODE-ADRESSE.

           MOVE SPACES TO WS-NOM-LETTRE.
           STRING "reports/RELEVE-CARTE-" DELIMITED SIZE
                  W-CAR-CPT DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-NUM-CARTE(13:4) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  ".txt" DELIMITED SIZE
               INTO WS-NOM-LETTRE.
           OPEN OUTPUT F-LETTRE.
           MOVE PARAM-NOM-BANQUE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE W-CAR-TITULAIRE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE W-CLI-ADRESSE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           STRING "Le " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Objet : releve de votre carte a debit differe "
                      DELIMITED SIZE
                  "**** " DELIMITED SIZE
                  WS-NUM-CARTE(13:4) DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Compte " DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  " - mois " DELIMITED SIZE
                  WS-DATE-JOUR(5:2) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-DATE-JOUR(1:4) DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "DATE      REFERENCE                  MONTANT"
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           PERFORM LISTER-REGLEMENTS-CARTE.

           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE WS-TOTAL-MOIS TO WS-MNT-AFF.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Reglements du mois (" DELIMITED SIZE
                  WS-NB-LIGNES-CARTE DELIMITED SIZE
                  ") : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           COMPUTE WS-REPORT = WS-ENCOURS - WS-TOTAL-MOIS.
           IF WS-REPORT > 0
               MOVE WS-REPORT TO WS-MNT-AFF
               MOVE SPACES TO F-LETTRE-LIGNE
               STRING "Encours reporte du mois precedent : "
                          DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                   INTO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
           END-IF.
           MOVE WS-ENCOURS TO WS-MNT-AFF2.
           MOVE SPACES TO F-LETTRE-LIGNE.
           IF DEBIT-PASSE
               STRING "Montant debite ce jour sur votre compte : "
                          DELIMITED SIZE
                      WS-MNT-AFF2 DELIMITED SIZE
                   INTO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
           ELSE
               STRING "Montant du, NON DEBITE : " DELIMITED SIZE
                      WS-MNT-AFF2 DELIMITED SIZE
                   INTO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
               MOVE "La provision de votre compte etait insuffisante."
                   TO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
               MOVE "Ce montant sera represente le mois prochain ;"
                   TO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
               MOVE "merci d'approvisionner votre compte."
                   TO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
           END-IF.
           CLOSE F-LETTRE.

           PERFORM DEPOSER-AU-SPOOL.

      *>----------------------------------------------------------------
      *> Reglements de la carte dans le registre arrete du jour.
       LISTER-REGLEMENTS-CARTE.
           MOVE 0 TO WS-TOTAL-MOIS WS-NB-LIGNES-CARTE.
           IF NOT ARRETE-DISPONIBLE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT F-ARRETE.
           IF WS-FS-ARRETE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN-ARRETE.
           PERFORM UNTIL FIN-ARRETE
               READ F-ARRETE
                   AT END
                       SET FIN-ARRETE TO TRUE
                   NOT AT END
                       PERFORM LIRE-LIGNE-ARRETE
               END-READ
           END-PERFORM.
           CLOSE F-ARRETE.

       LIRE-LIGNE-ARRETE.
           MOVE SPACES TO WS-CSV-CARTE WS-CSV-COMPTE WS-CSV-DATE
                          WS-CSV-MONTANT-TXT WS-CSV-REFERENCE.
           UNSTRING F-ARRETE-LIGNE DELIMITED BY ","
               INTO WS-CSV-CARTE WS-CSV-COMPTE WS-CSV-DATE
                    WS-CSV-MONTANT-TXT WS-CSV-REFERENCE.
           IF WS-CSV-CARTE = SPACES
                   OR WS-CSV-MONTANT-TXT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-CSV-CARTE NOT = WS-CARTE-MASQUE
                   OR WS-CSV-COMPTE NOT = W-CAR-CPT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSV-MONTANT-TXT TO WS-MONTANT-CENTIMES.
           COMPUTE WS-MONTANT = WS-MONTANT-CENTIMES / 100.
           ADD WS-MONTANT TO WS-TOTAL-MOIS.
           ADD 1 TO WS-NB-LIGNES-CARTE.
           MOVE WS-MONTANT TO WS-MNT-AFF.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING WS-CSV-DATE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-CSV-REFERENCE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

      *>----------------------------------------------------------------
       DEPOSER-AU-SPOOL.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-SPOOL WS-CODE-SPOOL.
           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR-SPOOL TO W-SPL-ID.
           MOVE W-CPT-NUMERO      TO W-SPL-CPT.
           MOVE "RELEVE-CARTE"    TO W-SPL-TYPE-DOC.
           MOVE WS-DATE-JOUR      TO W-SPL-DATE.
           MOVE W-CPT-AGENCE      TO W-SPL-AGENCE.
           IF ENVOI-AGENCE
               MOVE 'R' TO W-SPL-MODE
           ELSE
               MOVE 'C' TO W-SPL-MODE
           END-IF.
           MOVE WS-NOM-LETTRE     TO W-SPL-FICHIER.
           SET SPL-A-IMPRIMER TO TRUE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "WRITE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "DEBIT-DIFFERE" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM DEBIT-DIFFERE.
