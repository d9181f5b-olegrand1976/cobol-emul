      *>****************************************************************
      *> Programme : VIREMENT-INTL
      *> Role      : Saisie d'un virement international hors zone
      *>             SEPA (USD, GBP... vers une banque hors Europe) :
      *>             montant dans la devise du virement, BIC, nom et
      *>             adresse de la banque du beneficiaire, compte, nom
      *>             et adresse du beneficiaire, option de frais
      *>             OUR/SHA/BEN et code motif du paiement
      *>             (VIR-INTL-PARAM.cpy). La devise doit avoir une
      *>             banque correspondante active (CORRESPONDANTS.dat).
      *>             Le virement entre en attente ('A') dans
      *>             VIREMENTS-INTL.dat sans debit : la conversion au
      *>             taux du jour et le debit du client sont faits a
      *>             l'emission par EMETTRE-INTERNATIONAUX (chaine de
      *>             nuit, jour ouvre). La provision est controlee des
      *>             la saisie sur la contre-valeur estimee au taux du
      *>             jour. Memes garde-fous que le virement externe
      *>             (procuration, velocite, plafond par operation avec
      *>             derogation) ; filtrage sanctions synchrone du
      *>             beneficiaire et de sa banque, un rapprochement
      *>             refuse le virement et depose la revue conformite.
      *>             La verification du beneficiaire de la place ne
      *>             couvre pas les banques hors zone.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIREMENT-INTL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY VIR-INTL.
       COPY VIR-INTL-PARAM.
       COPY CORRESPONDANT.
       COPY JOURNEE.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-NUM-SOURCE          PIC 9(8).
       01 WS-MONTANT             PIC S9(11)V99 COMP-3.
       01 WS-MONTANT-ESTIME      PIC S9(11)V99 COMP-3.
       01 WS-DEVISE-SAISIE       PIC X(3).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-COR            PIC X(2).
       01 WS-CODE-VIN            PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).

      *> Contre-valeur estimee au taux du jour (1 EUR = n unites,
      *> l'EUR sert de pivot) pour le controle de provision.
       01 WS-TAUX-DEVISE         PIC 9(3)V9(4).
       01 WS-TAUX-COMPTE         PIC 9(3)V9(4).
       01 WS-CODE-TAUX           PIC X(2).
       01 WS-ESTIME-AFF          PIC -Z(10)9.99.

       01 WS-DISPONIBLE          PIC S9(11)V99 COMP-3.
       01 WS-CODE-DISPO          PIC X(2).
       01 WS-DECOUVERT-VIGUEUR   PIC S9(11)V99 COMP-3.
       01 WS-CODE-DECOUV         PIC X(2).
       01 WS-SUPERVISEUR         PIC X(8) VALUE SPACES.
       01 WS-CODE-DEROGATION     PIC X(2) VALUE '99'.
       01 WS-QUI-AGIT            PIC X(1) VALUE 'T'.
          88 AGIT-MANDATAIRE     VALUE 'M'.
       01 WS-MANDATAIRE          PIC X(20) VALUE SPACES.
       01 WS-OPER-PROC           PIC X(1) VALUE 'V'.
       01 WS-CANAL               PIC X(1) VALUE 'G'.

       01 WS-IDX-MOTIF           PIC 9(2) COMP.
       01 WS-MOTIF-TROUVE        PIC X(1) VALUE 'N'.
          88 MOTIF-TROUVE        VALUE 'O'.

      *> Filtrage sanctions du beneficiaire et de sa banque.
       01 WS-NOM-EXAMINE         PIC X(40).
       01 WS-NOM-LISTE           PIC X(40).
       01 WS-CODE-SANCTION       PIC X(2).
       01 WS-ORIGINE-SANCTION    PIC X(12) VALUE "VIR-INTL".

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Virement international (hors zone SEPA) ---".

       MOVE "LIRE" TO WS-OP.
       CALL "JOURNEE-IO" USING WS-OP W-JOURNEE W-CODE-RETOUR.
       IF JRN-FERMEE
           DISPLAY "Refuse : la journee comptable du " W-JRN-DATE
                   " est fermee (traitement de nuit en cours)."
           EXIT PROGRAM
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "Compte source : " WITH NO ADVANCING.
       ACCEPT WS-NUM-SOURCE.
       MOVE WS-NUM-SOURCE TO W-CPT-NUMERO.
       MOVE "READ" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Compte source introuvable."
           EXIT PROGRAM
       END-IF.
       IF NOT CPT-ACTIF
           DISPLAY "Compte source non actif (statut: "
                   W-CPT-STATUT ")."
           EXIT PROGRAM
       END-IF.
       IF CPT-RESTREINT-KYC
           DISPLAY "Refuse : virements emis bloques, piece "
                   "d'identite expiree (regulariser via MAJ-PIECE)."
           EXIT PROGRAM
       END-IF.
       IF CPT-SERVICES-BASE
           DISPLAY "Compte de services bancaires de base : "
                   "virements en euros uniquement."
           EXIT PROGRAM
       END-IF.
       DISPLAY "Titulaire : " W-CPT-TITULAIRE.

      *> Devise du virement : une banque correspondante active est
      *> necessaire pour l'acheminer.
       DISPLAY "Devise du virement (ex. USD, GBP) : "
               WITH NO ADVANCING.
       ACCEPT WS-DEVISE-SAISIE.
       MOVE FUNCTION UPPER-CASE(WS-DEVISE-SAISIE) TO WS-DEVISE-SAISIE.
       MOVE WS-DEVISE-SAISIE TO W-COR-DEVISE.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT WS-CODE-COR.
       MOVE "READ" TO WS-OP.
       CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT WS-CODE-COR.
       MOVE "CLOSE" TO WS-OP.
       CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT WS-CODE-FERMETURE.
       IF WS-CODE-COR NOT = '00'
           DISPLAY "Refuse : aucune banque correspondante pour la "
                   "devise " WS-DEVISE-SAISIE "."
           EXIT PROGRAM
       END-IF.
       IF NOT COR-ACTIF
           DISPLAY "Refuse : emissions en " WS-DEVISE-SAISIE
                   " suspendues (correspondant " W-COR-BIC ")."
           EXIT PROGRAM
       END-IF.

       DISPLAY "Montant en " WS-DEVISE-SAISIE " : " WITH NO ADVANCING.
       ACCEPT WS-MONTANT.
       IF WS-MONTANT NOT > 0
           DISPLAY "Montant invalide (doit etre > 0)."
           EXIT PROGRAM
       END-IF.

      *> Contre-valeur estimee dans la devise du compte.
       CALL "TAUX-DU-JOUR" USING WS-DEVISE-SAISIE WS-DATE-JOUR
                                 WS-TAUX-DEVISE WS-CODE-TAUX.
       IF WS-CODE-TAUX = '00'
           CALL "TAUX-DU-JOUR" USING W-CPT-DEVISE WS-DATE-JOUR
                                     WS-TAUX-COMPTE WS-CODE-TAUX
       END-IF.
       IF WS-CODE-TAUX NOT = '00' OR WS-TAUX-DEVISE = 0
           DISPLAY "Refuse : taux de change du jour indisponible "
                   "(code: " WS-CODE-TAUX ")."
           EXIT PROGRAM
       END-IF.
       COMPUTE WS-MONTANT-ESTIME ROUNDED =
           WS-MONTANT * WS-TAUX-COMPTE / WS-TAUX-DEVISE.
       MOVE WS-MONTANT-ESTIME TO WS-ESTIME-AFF.
       DISPLAY "Contre-valeur estimee : " WS-ESTIME-AFF " "
               W-CPT-DEVISE " (taux definitif a l'emission)".

       IF WS-MONTANT-ESTIME > VIN-PLAFOND
           DISPLAY "Montant superieur au plafond des virements "
                   "internationaux."
           MOVE '13' TO W-CODE-RETOUR
           CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                   WS-CODE-DEROGATION W-CPT-CLIENT
           IF WS-CODE-DEROGATION NOT = '00'
               DISPLAY "Virement annule."
               EXIT PROGRAM
           END-IF
       END-IF.

       CALL "DISPONIBLE" USING W-CPT-NUMERO W-CPT-SOLDE
                               WS-DISPONIBLE WS-CODE-DISPO.
       CALL "DECOUVERT-VIGUEUR" USING W-CPT-NUMERO WS-DATE-JOUR
                                      W-CPT-DECOUVERT-AUTORISE
                                      WS-DECOUVERT-VIGUEUR
                                      WS-CODE-DECOUV.
       IF WS-MONTANT-ESTIME > WS-DISPONIBLE + WS-DECOUVERT-VIGUEUR
           DISPLAY "Refuse : provision insuffisante pour la "
                   "contre-valeur estimee."
           MOVE '30' TO W-CODE-RETOUR
           CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                   WS-CODE-DEROGATION W-CPT-CLIENT
           IF WS-CODE-DEROGATION NOT = '00'
               EXIT PROGRAM
           END-IF
       END-IF.

       INITIALIZE W-VIR-INTL.
       PERFORM SAISIR-BENEFICIAIRE.
       IF W-VIN-BENEF-NOM = SPACES
           EXIT PROGRAM
       END-IF.
       PERFORM SAISIR-OPTIONS.
       IF NOT MOTIF-TROUVE
           EXIT PROGRAM
       END-IF.

       DISPLAY "Qui agit ? (T=titulaire / M=mandataire) : "
               WITH NO ADVANCING.
       ACCEPT WS-QUI-AGIT.
       IF AGIT-MANDATAIRE
           DISPLAY "Nom du mandataire : " WITH NO ADVANCING
           ACCEPT WS-MANDATAIRE
           CALL "PROC-CTRL" USING WS-NUM-SOURCE WS-MANDATAIRE
                                  WS-OPER-PROC WS-MONTANT-ESTIME
                                  W-CODE-RETOUR
           IF RC-ERR-PROCURATION
               DISPLAY "Refuse : aucune procuration valide de "
                       WS-MANDATAIRE " pour ce virement "
                       "(validite, operations ou plafond)."
               EXIT PROGRAM
           END-IF
       END-IF.

       CALL "VELOCITE" USING WS-NUM-SOURCE WS-CANAL
                             WS-MONTANT-ESTIME W-CODE-RETOUR.
       IF RC-ERR-VELOCITE
           DISPLAY "Refuse : regle de velocite anti-fraude "
                   "depassee sur ce compte."
           CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                   WS-CODE-DEROGATION W-CPT-CLIENT
           IF WS-CODE-DEROGATION NOT = '00'
               EXIT PROGRAM
           END-IF
       END-IF.

      *> Filtrage sanctions synchrone : aucune file de nuit ne
      *> rattrape un virement parti hors zone.
       MOVE W-VIN-BENEF-NOM TO WS-NOM-EXAMINE.
       PERFORM FILTRER-SANCTIONS.
       IF WS-CODE-SANCTION NOT = '42'
           MOVE W-VIN-BANQUE-NOM TO WS-NOM-EXAMINE
           PERFORM FILTRER-SANCTIONS
       END-IF.
       IF WS-CODE-SANCTION = '42'
           DISPLAY "Refuse : filtrage sanctions ("
                   FUNCTION TRIM(WS-NOM-LISTE)
                   "), revue conformite deposee."
           EXIT PROGRAM
       END-IF.

       MOVE "NEXT" TO WS-OP.
       CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
       MOVE WS-COMPTEUR      TO W-VIN-ID.
       MOVE WS-NUM-SOURCE    TO W-VIN-CPT-SOURCE.
       MOVE WS-DEVISE-SAISIE TO W-VIN-DEVISE.
       MOVE WS-MONTANT       TO W-VIN-MONTANT.
       IF W-VIN-REFERENCE = SPACES
           STRING "IN" WS-COMPTEUR DELIMITED SIZE
               INTO W-VIN-REFERENCE
       END-IF.
       SET VIN-EN-ATTENTE TO TRUE.
       MOVE WS-DATE-JOUR     TO W-VIN-DATE-SAISIE.
       MOVE LK-OPERATEUR     TO W-VIN-OPERATEUR.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-VIN.
       MOVE "WRITE" TO WS-OP.
       CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-VIN.
       MOVE "CLOSE" TO WS-OP.
       CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-FERMETURE.
       IF WS-CODE-VIN NOT = '00'
           DISPLAY "Echec de l'enregistrement du virement (code: "
                   WS-CODE-VIN ")."
           EXIT PROGRAM
       END-IF.

       IF WS-SUPERVISEUR NOT = SPACES
           DISPLAY "Derogation superviseur : " WS-SUPERVISEUR "."
       END-IF.
       DISPLAY "Virement international " W-VIN-ID " enregistre "
               "(reference " FUNCTION TRIM(W-VIN-REFERENCE) ").".
       DISPLAY "Emission par " W-COR-BIC " avec la chaine de nuit du "
               "prochain jour ouvre ; le compte sera debite au taux "
               "de ce jour.".

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Banque et beneficiaire ; W-VIN-BENEF-NOM reste a SPACES si la
      *> saisie est abandonnee.
       SAISIR-BENEFICIAIRE.
           DISPLAY "BIC de la banque du beneficiaire : "
                   WITH NO ADVANCING.
           ACCEPT W-VIN-BIC.
           MOVE FUNCTION UPPER-CASE(W-VIN-BIC) TO W-VIN-BIC.
           IF W-VIN-BIC(1:6) NOT ALPHABETIC
                   OR W-VIN-BIC(7:2) = SPACES
                   OR (W-VIN-BIC(9:3) NOT = SPACES
                       AND W-VIN-BIC(11:1) = SPACE)
               DISPLAY "BIC invalide (8 ou 11 caracteres)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nom de la banque       : " WITH NO ADVANCING.
           ACCEPT W-VIN-BANQUE-NOM.
           DISPLAY "Adresse de la banque   : " WITH NO ADVANCING.
           ACCEPT W-VIN-BANQUE-ADR.
           DISPLAY "Compte du beneficiaire : " WITH NO ADVANCING.
           ACCEPT W-VIN-BENEF-COMPTE.
           MOVE FUNCTION UPPER-CASE(W-VIN-BENEF-COMPTE)
               TO W-VIN-BENEF-COMPTE.
           DISPLAY "Adresse du beneficiaire: " WITH NO ADVANCING.
           ACCEPT W-VIN-BENEF-ADR.
           IF W-VIN-BENEF-COMPTE = SPACES OR W-VIN-BENEF-ADR = SPACES
               DISPLAY "Compte et adresse du beneficiaire "
                       "obligatoires."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nom du beneficiaire    : " WITH NO ADVANCING.
           ACCEPT W-VIN-BENEF-NOM.
           IF W-VIN-BENEF-NOM = SPACES
               DISPLAY "Nom du beneficiaire obligatoire."
           END-IF.

      *>----------------------------------------------------------------
       SAISIR-OPTIONS.
           MOVE 'N' TO WS-MOTIF-TROUVE.
           DISPLAY "Frais (OUR=donneur d'ordre / SHA=partages / "
                   "BEN=beneficiaire, ENTREE = SHA) : "
                   WITH NO ADVANCING.
           ACCEPT W-VIN-OPTION-FRAIS.
           MOVE FUNCTION UPPER-CASE(W-VIN-OPTION-FRAIS)
               TO W-VIN-OPTION-FRAIS.
           IF W-VIN-OPTION-FRAIS = SPACES
               SET VIN-FRAIS-SHA TO TRUE
           END-IF.
           IF NOT VIN-FRAIS-OUR AND NOT VIN-FRAIS-SHA
                   AND NOT VIN-FRAIS-BEN
               DISPLAY "Option de frais invalide."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Motif du paiement :".
           MOVE 1 TO WS-IDX-MOTIF.
           PERFORM UNTIL WS-IDX-MOTIF > VIN-NB-MOTIFS
               DISPLAY "  " VIN-MOTIF-CODE(WS-IDX-MOTIF) " "
                       VIN-MOTIF-LIBELLE(WS-IDX-MOTIF)
               ADD 1 TO WS-IDX-MOTIF
           END-PERFORM.
           DISPLAY "Code motif : " WITH NO ADVANCING.
           ACCEPT W-VIN-MOTIF.
           MOVE FUNCTION UPPER-CASE(W-VIN-MOTIF) TO W-VIN-MOTIF.
           MOVE 1 TO WS-IDX-MOTIF.
           PERFORM UNTIL WS-IDX-MOTIF > VIN-NB-MOTIFS OR MOTIF-TROUVE
               IF VIN-MOTIF-CODE(WS-IDX-MOTIF) = W-VIN-MOTIF
                   SET MOTIF-TROUVE TO TRUE
               END-IF
               ADD 1 TO WS-IDX-MOTIF
           END-PERFORM.
           IF NOT MOTIF-TROUVE
               DISPLAY "Code motif inconnu."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Reference du virement : " WITH NO ADVANCING.
           ACCEPT W-VIN-REFERENCE.

      *>----------------------------------------------------------------
       FILTRER-SANCTIONS.
           CALL "SANCTIONS-CTRL" USING WS-NOM-EXAMINE WS-NOM-LISTE
                                       WS-CODE-SANCTION.
           IF WS-CODE-SANCTION = '42'
               CALL "SANCTIONS-REVUE" USING WS-NUM-SOURCE
                                            WS-NOM-EXAMINE
                                            WS-NOM-LISTE
                                            WS-ORIGINE-SANCTION
                                            WS-CODE-SANCTION
               MOVE '42' TO WS-CODE-SANCTION
           END-IF.

       END PROGRAM VIREMENT-INTL.
