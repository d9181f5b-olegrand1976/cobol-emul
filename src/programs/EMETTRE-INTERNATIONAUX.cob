      *>****************************************************************
      *> Programme : EMETTRE-INTERNATIONAUX
      *> Role      : Batch de la chaine BATCH-NUIT (jour ouvre).
      *>             Emet les virements internationaux en attente ('A')
      *>             de VIREMENTS-INTL.dat par la banque correspondante
      *>             de leur devise (CORRESPONDANTS.dat) : conversion
      *>             au taux du jour de l'emission (TAUX-DU-JOUR), debit
      *>             du client de la contre-valeur dans la devise du
      *>             compte (mouvement 'S'), frais a l'acte VIR-INTL de
      *>             la grille tarifaire (options OUR et SHA) ou nos
      *>             frais deduits du montant transfere (option BEN),
      *>             puis message client 103 au format interbancaire
      *>             international dans reports/VIR-INTL-AAAAMMJJ.txt,
      *>             couvert par le compte nostro du correspondant.
      *>             Le virement passe en 'E' ; l'avis de frais du
      *>             correspondant est traite par FRAIS-CORRESPONDANTS.
      *>             Un virement dont la devise n'a plus de
      *>             correspondant actif ou dont le taux du jour est
      *>             indisponible reste en attente ; un compte devenu
      *>             inactif ou un montant absorbe par les frais le
      *>             fait rejeter ('K', client non debite).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMETTRE-INTERNATIONAUX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MESSAGE ASSIGN TO WS-NOM-MESSAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESSAGE.

       DATA DIVISION.
       FILE SECTION.
       FD F-MESSAGE.
       01 F-MESSAGE-LIGNE        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY VIR-INTL.
       COPY CORRESPONDANT.
       COPY COMPTE.
       COPY TRANSACT.
       COPY PARAMETRES.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-NOM-MESSAGE         PIC X(50).
       01 WS-FS-MESSAGE          PIC X(2) VALUE '00'.
       01 WS-MESSAGE-OUVERT      PIC X(1) VALUE 'N'.
          88 MESSAGE-OUVERT      VALUE 'O'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-COR            PIC X(2).
       01 WS-CODE-VIN            PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).

      *> Conversion : taux de reference du jour (1 EUR = n unites),
      *> l'EUR sert de pivot entre devise du virement et du compte.
       01 WS-TAUX-DEVISE         PIC 9(3)V9(4).
       01 WS-TAUX-COMPTE         PIC 9(3)V9(4).
       01 WS-CODE-TAUX           PIC X(2).

      *> Frais a l'acte : preleves au client (OUR, SHA) ou deduits du
      *> montant transfere (BEN, frais de la grille convertis dans la
      *> devise du virement).
       01 WS-EVT-TARIF           PIC X(12) VALUE "VIR-INTL".
       01 WS-FRAIS-TARIF         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CODE-TARIF          PIC X(2).
       01 WS-FRAIS-GRILLE        PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-CLE-TARIF           PIC X(24).
       01 WS-MONTANT-REGLE       PIC S9(11)V99 COMP-3.

      *> Zones du message (montants a virgule decimale).
       01 WS-MNT-EDITE           PIC Z(10)9.99.
       01 WS-MNT-MESSAGE         PIC X(14).
       01 WS-MNT-INSTRUIT        PIC X(14).
       01 WS-MNT-FRAIS           PIC X(14).
       01 WS-REF-MESSAGE         PIC X(16).
       01 WS-SUCC-DEST           PIC X(3).

       01 WS-NB-EMIS             PIC 9(5) VALUE 0.
       01 WS-NB-ATTENTE          PIC 9(5) VALUE 0.
       01 WS-NB-REJETES          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- EMETTRE-INTERNATIONAUX : virements hors zone ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE SPACES TO WS-NOM-MESSAGE.
       STRING "reports/VIR-INTL-" DELIMITED SIZE
              WS-DATE-JOUR        DELIMITED SIZE
              ".txt"              DELIMITED SIZE
           INTO WS-NOM-MESSAGE.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-VIN.
       IF WS-CODE-VIN NOT = '00'
           DISPLAY "Aucun virement international en attente."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

       MOVE "START-FIRST" TO WS-OP.
       CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-VIN.
       IF WS-CODE-VIN NOT = '00'
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-VIN
           IF WS-CODE-VIN = '00'
               IF VIN-EN-ATTENTE
                   PERFORM EMETTRE-VIREMENT
               END-IF
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-VIN.
       MOVE "CLOSE" TO WS-OP.
       CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT WS-CODE-COR.
       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF MESSAGE-OUVERT
           CLOSE F-MESSAGE
       END-IF.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Virements emis       : " WS-NB-EMIS.
       DISPLAY "Restes en attente    : " WS-NB-ATTENTE.
       DISPLAY "Virements rejetes    : " WS-NB-REJETES.
       IF WS-NB-EMIS > 0
           DISPLAY "Fichier : " FUNCTION TRIM(WS-NOM-MESSAGE)
       END-IF.

       MOVE 0 TO RETURN-CODE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       EMETTRE-VIREMENT.
           MOVE W-VIN-DEVISE TO W-COR-DEVISE.
           MOVE "READ" TO WS-OP.
           CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT WS-CODE-COR.
           IF WS-CODE-COR NOT = '00' OR NOT COR-ACTIF
               ADD 1 TO WS-NB-ATTENTE
               DISPLAY "Virement " W-VIN-ID " en attente : pas de "
                       "correspondant actif en " W-VIN-DEVISE "."
               EXIT PARAGRAPH
           END-IF.

           MOVE W-VIN-CPT-SOURCE TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK OR NOT CPT-ACTIF
               PERFORM DEVERROUILLER-COMPTE
               MOVE "COMPTE SOURCE NON ACTIF" TO W-VIN-MOTIF-REJET
               PERFORM REJETER-VIREMENT
               EXIT PARAGRAPH
           END-IF.

           CALL "TAUX-DU-JOUR" USING W-VIN-DEVISE WS-DATE-JOUR
                                     WS-TAUX-DEVISE WS-CODE-TAUX.
           IF WS-CODE-TAUX = '00'
               CALL "TAUX-DU-JOUR" USING W-CPT-DEVISE WS-DATE-JOUR
                                         WS-TAUX-COMPTE WS-CODE-TAUX
           END-IF.
           IF WS-CODE-TAUX NOT = '00' OR WS-TAUX-DEVISE = 0
                   OR WS-TAUX-COMPTE = 0
               PERFORM DEVERROUILLER-COMPTE
               ADD 1 TO WS-NB-ATTENTE
               DISPLAY "Virement " W-VIN-ID " en attente : taux du "
                       "jour indisponible (code: " WS-CODE-TAUX ")."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE W-VIN-TAUX ROUNDED =
               WS-TAUX-DEVISE / WS-TAUX-COMPTE.
           COMPUTE W-VIN-MONTANT-DEBIT ROUNDED =
               W-VIN-MONTANT * WS-TAUX-COMPTE / WS-TAUX-DEVISE.

      *>   Option BEN : nos frais de la grille, convertis dans la
      *>   devise du virement, sont retenus sur le montant transfere.
           MOVE 0 TO W-VIN-FRAIS-DEDUITS.
           MOVE W-VIN-MONTANT TO WS-MONTANT-REGLE.
           IF VIN-FRAIS-BEN
               CALL "TARIF-DU-JOUR" USING WS-EVT-TARIF W-CPT-PRODUIT
                                          WS-DATE-JOUR WS-FRAIS-GRILLE
                                          WS-CLE-TARIF WS-CODE-TARIF
               IF WS-CODE-TARIF = '00'
                   COMPUTE W-VIN-FRAIS-DEDUITS ROUNDED =
                       WS-FRAIS-GRILLE * W-VIN-TAUX
               END-IF
               SUBTRACT W-VIN-FRAIS-DEDUITS FROM WS-MONTANT-REGLE
               IF WS-MONTANT-REGLE NOT > 0
                   PERFORM DEVERROUILLER-COMPTE
                   MOVE "MONTANT INFERIEUR AUX FRAIS"
                       TO W-VIN-MOTIF-REJET
                   PERFORM REJETER-VIREMENT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *>   Debit de la contre-valeur : la provision a ete controlee a
      *>   la saisie (ou couverte par derogation).
           SUBTRACT W-VIN-MONTANT-DEBIT FROM W-CPT-SOLDE.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ATTENTE
               DISPLAY "Virement " W-VIN-ID " en attente : echec du "
                       "debit (code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM JOURNALISER-DEBIT.

           IF NOT VIN-FRAIS-BEN
               CALL "TARIF-FRAIS" USING W-VIN-CPT-SOURCE WS-EVT-TARIF
                                        WS-FRAIS-TARIF WS-CODE-TARIF
           END-IF.

           PERFORM ECRIRE-MESSAGE.

           SET VIN-EMIS TO TRUE.
           MOVE WS-DATE-JOUR TO W-VIN-DATE-EMIS.
           MOVE W-COR-BIC    TO W-VIN-BIC-CORRESP.
           MOVE "REWRITE" TO WS-OP.
           CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-VIN.
           ADD 1 TO WS-NB-EMIS.
           DISPLAY "Virement " W-VIN-ID " emis via " W-COR-BIC
                   " (" W-VIN-DEVISE ", reference "
                   FUNCTION TRIM(W-VIN-REFERENCE) ").".

      *>----------------------------------------------------------------
       REJETER-VIREMENT.
           SET VIN-REJETE TO TRUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-VIN.
           ADD 1 TO WS-NB-REJETES.
           DISPLAY "Virement " W-VIN-ID " REJETE : "
                   FUNCTION TRIM(W-VIN-MOTIF-REJET) ".".

      *>----------------------------------------------------------------
       JOURNALISER-DEBIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-VIN-CPT-SOURCE      TO W-TRN-CPT.
           MOVE 0                     TO W-TRN-CPT-DEST.
           MOVE 'S'                   TO W-TRN-TYPE.
           MOVE W-VIN-MONTANT-DEBIT   TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "VIR INTL: " DELIMITED SIZE
                  W-VIN-REFERENCE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "EMET-INT"            TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.
           MOVE W-VIN-DEVISE          TO W-TRN-DEVISE-DEST.
           MOVE W-VIN-MONTANT         TO W-TRN-MONTANT-CREDIT.
           MOVE SPACES                TO W-TRN-SUPERVISEUR
                                         W-TRN-MANDATAIRE
                                         W-TRN-CATEGORIE
                                         W-TRN-DAB
                                         W-TRN-PIECE-OCCAS.
           MOVE SPACE                 TO W-TRN-LITIGE.
           MOVE 'G'                   TO W-TRN-CANAL.
           MOVE SPACES                TO W-TRN-CARTE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ATTENTION : virement " W-VIN-ID " debite mais "
                       "MOUVEMENT NON JOURNALISE (code: "
                       W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Message client 103 adresse au correspondant : reference de
      *> l'etablissement (rappelee par l'avis de frais), montant regle
      *> et montant donne en ordre, donneur d'ordre, couverture par le
      *> nostro, banque et compte du beneficiaire, motif, option de
      *> frais et, option BEN, nos frais retenus.
       ECRIRE-MESSAGE.
           IF NOT MESSAGE-OUVERT
               OPEN EXTEND F-MESSAGE
               IF WS-FS-MESSAGE NOT = '00'
                   OPEN OUTPUT F-MESSAGE
               END-IF
               SET MESSAGE-OUVERT TO TRUE
           END-IF.

           MOVE SPACES TO WS-REF-MESSAGE.
           STRING "IN" W-VIN-ID DELIMITED SIZE INTO WS-REF-MESSAGE.
           MOVE W-VIN-FRAIS-DEDUITS TO WS-MNT-EDITE.
           PERFORM FORMATER-MONTANT.
           MOVE WS-MNT-MESSAGE TO WS-MNT-FRAIS.
           MOVE W-VIN-MONTANT TO WS-MNT-EDITE.
           PERFORM FORMATER-MONTANT.
           MOVE WS-MNT-MESSAGE TO WS-MNT-INSTRUIT.
           MOVE WS-MONTANT-REGLE TO WS-MNT-EDITE.
           PERFORM FORMATER-MONTANT.

      *>   En-tetes : emetteur (notre BIC) et destinataire (le
      *>   correspondant), succursale XXX a defaut.
           MOVE W-COR-BIC(9:3) TO WS-SUCC-DEST.
           IF WS-SUCC-DEST = SPACES
               MOVE "XXX" TO WS-SUCC-DEST
           END-IF.
           MOVE SPACES TO F-MESSAGE-LIGNE.
           STRING "{1:F01" PARAM-BIC-BANQUE(1:8) "A"
                  PARAM-BIC-BANQUE(9:3) "0000000000}{2:I103"
                  W-COR-BIC(1:8) "X" WS-SUCC-DEST "N}{4:"
                  DELIMITED SIZE
               INTO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.

           MOVE SPACES TO F-MESSAGE-LIGNE.
           STRING ":20:" WS-REF-MESSAGE DELIMITED SIZE
               INTO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.
           MOVE ":23B:CRED" TO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.
           MOVE ":26T:" TO F-MESSAGE-LIGNE.
           MOVE W-VIN-MOTIF TO F-MESSAGE-LIGNE(6:4).
           WRITE F-MESSAGE-LIGNE.

           MOVE SPACES TO F-MESSAGE-LIGNE.
           STRING ":32A:" WS-DATE-JOUR(3:6) W-VIN-DEVISE
                  DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-MESSAGE) DELIMITED SIZE
               INTO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.
           MOVE SPACES TO F-MESSAGE-LIGNE.
           STRING ":33B:" W-VIN-DEVISE DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-INSTRUIT) DELIMITED SIZE
               INTO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.

           MOVE SPACES TO F-MESSAGE-LIGNE.
           STRING ":50K:/" FUNCTION TRIM(W-CPT-IBAN) DELIMITED SIZE
               INTO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.
           MOVE W-CPT-TITULAIRE(1:35) TO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.

           MOVE SPACES TO F-MESSAGE-LIGNE.
           STRING ":52A:" PARAM-BIC-BANQUE DELIMITED SIZE
               INTO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.
           MOVE SPACES TO F-MESSAGE-LIGNE.
           STRING ":53B:/" FUNCTION TRIM(W-COR-NOSTRO) DELIMITED SIZE
               INTO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.

           MOVE SPACES TO F-MESSAGE-LIGNE.
           STRING ":57A:" W-VIN-BIC DELIMITED SIZE
               INTO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.
           MOVE W-VIN-BANQUE-NOM TO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.
           IF W-VIN-BANQUE-ADR NOT = SPACES
               MOVE W-VIN-BANQUE-ADR TO F-MESSAGE-LIGNE
               WRITE F-MESSAGE-LIGNE
           END-IF.

           MOVE SPACES TO F-MESSAGE-LIGNE.
           STRING ":59:/" FUNCTION TRIM(W-VIN-BENEF-COMPTE)
                  DELIMITED SIZE
               INTO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.
           MOVE W-VIN-BENEF-NOM TO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.
           MOVE W-VIN-BENEF-ADR TO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.

           MOVE SPACES TO F-MESSAGE-LIGNE.
           STRING ":70:/PURP/" W-VIN-MOTIF "/ROC/" DELIMITED SIZE
                  FUNCTION TRIM(W-VIN-REFERENCE) DELIMITED SIZE
               INTO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.
           MOVE SPACES TO F-MESSAGE-LIGNE.
           STRING ":71A:" W-VIN-OPTION-FRAIS DELIMITED SIZE
               INTO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.
           IF VIN-FRAIS-BEN
               MOVE SPACES TO F-MESSAGE-LIGNE
               STRING ":71F:" W-VIN-DEVISE DELIMITED SIZE
                      FUNCTION TRIM(WS-MNT-FRAIS) DELIMITED SIZE
                   INTO F-MESSAGE-LIGNE
               WRITE F-MESSAGE-LIGNE
           END-IF.
           MOVE "-}" TO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.

      *> Montant de WS-MNT-EDITE a virgule decimale dans
      *> WS-MNT-MESSAGE.
       FORMATER-MONTANT.
           MOVE FUNCTION TRIM(WS-MNT-EDITE) TO WS-MNT-MESSAGE.
           INSPECT WS-MNT-MESSAGE REPLACING ALL "." BY ",".

      *>----------------------------------------------------------------
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

       END PROGRAM EMETTRE-INTERNATIONAUX.
