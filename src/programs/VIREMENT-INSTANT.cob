      *>****************************************************************
      *> Programme : VIREMENT-INSTANT
      *> Role      : Virement instantane vers un autre etablissement,
      *>             admis a toute heure, y compris journee fermee et
      *>             jour non ouvre : la place regle en continu. Le
      *>             client est debite, le filtrage sanctions et les
      *>             regles de velocite sont joues sur-le-champ (aucune
      *>             file ne rattrapera un refus), puis le message est
      *>             emis aussitot dans reports/VIR-INSTANT-<id>.csv
      *>             (meme convention que l'emission de nuit : en-tete
      *>             puis compte_dest,montant,reference ; montant en
      *>             centimes) et poste au grand livre de position
      *>             place (POSITION-MAJ, cycle VIR-INSTANT) sans
      *>             attendre de total de fin de journee. Le virement
      *>             entre dans VIREMENTS-SORTANTS.dat deja emis ('E',
      *>             priorite 'I') : REPONSES-INSTANT applique la
      *>             reponse de la place, ou re-credite le client
      *>             faute de reponse dans le delai.
      *>             Plafond par operation PLAF-VIR-INSTANT (parametres
      *>             d'exploitation), euros uniquement, et ni
      *>             derogation ni file a quatre yeux : un virement qui
      *>             ne passe pas tout de suite est refuse, le
      *>             guichetier propose alors un virement classique.
      *>             Journee fermee, les mouvements sont dates du jour
      *>             comptable suivant (module DATE-COMPTABLE).
      *>             Le nom du beneficiaire donne par le client est
      *>             verifie avant le debit (VOP-CTRL) ; hors
      *>             concordance, le client doit confirmer l'envoi et
      *>             sa confirmation est gardee sur le virement.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIREMENT-INSTANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MESSAGE ASSIGN TO WS-NOM-MESSAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESSAGE.

       DATA DIVISION.
       FILE SECTION.
       FD F-MESSAGE.
       01 F-MESSAGE-LIGNE        PIC X(120).

       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY TRANSACT.
       COPY VIR-SORTANT.
       COPY PARAM-EXPLOIT.
       COPY LIMITES.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-NUM-SOURCE          PIC 9(8).
       01 WS-NUM-DEST            PIC 9(8).
       01 WS-MONTANT             PIC S9(11)V99 COMP-3.
       01 WS-MNT-VIDE            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-LIB-VIDE            PIC X(40) VALUE SPACES.
       01 WS-NUM-VIDE            PIC 9(8) VALUE 0.

       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-AGENCE-SOURCE       PIC X(4).
       01 WS-DEVISE-SOURCE       PIC X(3).
       01 WS-SOLDE-SOURCE-APRES  PIC S9(11)V99 COMP-3.
       01 WS-CODE-DEVERROU       PIC X(2).

      *> Date comptable des mouvements (jour meme, ou jour ouvre
      *> suivant quand la journee est fermee).
       01 WS-DATE-COMPTABLE      PIC 9(8).
       01 WS-CODE-DATE-CPT       PIC X(2).

      *> Plafond par virement instantane (LIM-PLAF-VIR-INSTANT,
      *> surcharge par la cle PLAF-VIR-INSTANT).
       01 WS-PLAFOND-INSTANT     PIC S9(11)V99 COMP-3.
       01 WS-CODE-PARAM          PIC X(2).

       01 WS-DISPONIBLE          PIC S9(11)V99 COMP-3.
       01 WS-CODE-DISPO          PIC X(2).
       01 WS-DECOUVERT-VIGUEUR   PIC S9(11)V99 COMP-3.
       01 WS-CODE-DECOUV         PIC X(2).
       01 WS-QUI-AGIT            PIC X(1) VALUE 'T'.
          88 AGIT-MANDATAIRE     VALUE 'M'.
       01 WS-MANDATAIRE          PIC X(20) VALUE SPACES.
       01 WS-OPER-PROC           PIC X(1) VALUE 'V'.

      *> Filtrage sanctions synchrone sur la reference externe : un
      *> rapprochement refuse le virement et depose la revue
      *> conformite (SANCTIONS-REVUE).
       01 WS-NOM-EXAMINE         PIC X(40).
       01 WS-NOM-LISTE           PIC X(40).
       01 WS-CODE-SANCTION       PIC X(2).
       01 WS-ORIGINE-SANCTION    PIC X(12) VALUE "VIR-INSTANT".

      *> Message instantane et position place en temps reel.
       01 WS-NOM-MESSAGE         PIC X(50).
       01 WS-FS-MESSAGE          PIC X(2) VALUE '00'.
       01 WS-MONTANT-CENTIMES    PIC 9(13).
       01 WS-CYCLE-POS           PIC X(12) VALUE "VIR-INSTANT".
       01 WS-SENS-POS            PIC X(1) VALUE 'S'.
       01 WS-CODE-POS            PIC X(2).

      *> Verification du beneficiaire (VOP-CTRL) et confirmation du
      *> client si le nom ne concorde pas.
       COPY VOP.
       01 WS-OP-VOP              PIC X(12).
       01 WS-CODE-VOP            PIC X(2).
       01 WS-ACQUIT-VOP          PIC X(1) VALUE SPACE.
          88 ACQUIT-VOP-OUI      VALUE 'O' 'o'.
       01 WS-VOP-ABANDON         PIC X(1) VALUE 'N'.
          88 VOP-ABANDON         VALUE 'O'.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Virement instantane ---".

      *> Pas de coupure comptable pour l'instantane : journee fermee,
      *> le mouvement part sur le jour comptable suivant.
       CALL "DATE-COMPTABLE" USING WS-DATE-COMPTABLE WS-CODE-DATE-CPT.
       IF WS-DATE-COMPTABLE NOT = FUNCTION CURRENT-DATE(1:8)
           DISPLAY "Journee comptable fermee : le virement sera "
                   "comptabilise le " WS-DATE-COMPTABLE "."
       END-IF.

       MOVE "PLAF-VIR-INSTANT" TO W-PAR-CLE.
       MOVE LIM-PLAF-VIR-INSTANT TO W-PAR-VALEUR.
       MOVE "VALEUR" TO WS-OP.
       CALL "PARAM-IO" USING WS-OP W-PARAMETRE WS-CODE-PARAM.
       MOVE W-PAR-VALEUR TO WS-PLAFOND-INSTANT.

       DISPLAY "Numero du compte debite  : " WITH NO ADVANCING.
       ACCEPT WS-NUM-SOURCE.

       MOVE WS-NUM-SOURCE TO W-CPT-NUMERO.
       MOVE "NUMERO" TO WS-OP.
       CALL "VALID" USING WS-OP W-CPT-NUMERO WS-MNT-VIDE WS-LIB-VIDE
                          W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Numero de compte source invalide."
           EXIT PROGRAM
       END-IF.

       DISPLAY "Compte beneficiaire      : " WITH NO ADVANCING.
       ACCEPT WS-NUM-DEST.

       MOVE WS-NUM-DEST TO W-CPT-NUMERO.
       MOVE "NUMERO" TO WS-OP.
       CALL "VALID" USING WS-OP W-CPT-NUMERO WS-MNT-VIDE WS-LIB-VIDE
                          W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Numero de compte destinataire invalide."
           EXIT PROGRAM
       END-IF.

      *> Un compte de la maison se credite par un virement interne ;
      *> l'instantane ne sert qu'a sortir vers un autre etablissement,
      *> vers un beneficiaire enregistre hors delai de carence.
       MOVE "READ" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF RC-OK
           DISPLAY "Refuse : compte de l'etablissement, passer par "
                   "un virement interne."
           EXIT PROGRAM
       END-IF.

       CALL "BENEF-CTRL" USING WS-NUM-SOURCE WS-NUM-DEST
                               W-CODE-RETOUR.
       EVALUATE TRUE
           WHEN RC-ERR-BENEF-INCONNU
               DISPLAY "Refuse : destination non enregistree comme "
                       "beneficiaire du compte " WS-NUM-SOURCE "."
               DISPLAY "Enregistrer d'abord le beneficiaire via "
                       "CREER-BENEF."
               EXIT PROGRAM
           WHEN RC-ERR-BENEF-DELAI
               DISPLAY "Refuse : beneficiaire enregistre depuis "
                       "moins de 24 heures (delai de carence)."
               EXIT PROGRAM
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

      *> Un instantane ne se rattrape pas : le nom du beneficiaire est
      *> verifie avant toute autre chose.
       PERFORM VERIFIER-BENEFICIAIRE.
       IF VOP-ABANDON
           DISPLAY "Virement annule."
           EXIT PROGRAM
       END-IF.

      *> Lecture du compte source, verrouille jusqu'au REWRITE du
      *> debit.
       MOVE WS-NUM-SOURCE TO W-CPT-NUMERO.
       MOVE "READ-LOCK" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Compte source introuvable."
           EXIT PROGRAM
       END-IF.

       IF NOT CPT-ACTIF
           DISPLAY "Compte source non actif (statut: "
                   W-CPT-STATUT ")."
           PERFORM DEVERROUILLER-COMPTE
           EXIT PROGRAM
       END-IF.

       IF CPT-RESTREINT-KYC
           DISPLAY "Refuse : virements emis bloques, piece "
                   "d'identite expiree (regulariser via MAJ-PIECE)."
           PERFORM DEVERROUILLER-COMPTE
           EXIT PROGRAM
       END-IF.

       IF W-CPT-DEVISE NOT = "EUR"
           DISPLAY "Refuse : le virement instantane n'est ouvert "
                   "qu'aux comptes en euros."
           PERFORM DEVERROUILLER-COMPTE
           EXIT PROGRAM
       END-IF.

       MOVE W-CPT-AGENCE TO WS-AGENCE-SOURCE.
       MOVE W-CPT-DEVISE TO WS-DEVISE-SOURCE.

       DISPLAY "Solde source actuel : " W-CPT-SOLDE.
       DISPLAY "Montant a virer : " WITH NO ADVANCING.
       ACCEPT WS-MONTANT.

       MOVE "MONTANT" TO WS-OP.
       CALL "VALID" USING WS-OP WS-NUM-VIDE WS-MONTANT WS-LIB-VIDE
                          W-CODE-RETOUR.
       IF NOT RC-OK AND NOT RC-ERR-MONTANT-EXCESSIF
           DISPLAY "Montant invalide (doit etre > 0)."
           PERFORM DEVERROUILLER-COMPTE
           EXIT PROGRAM
       END-IF.
       IF WS-MONTANT > WS-PLAFOND-INSTANT
           DISPLAY "Refuse : montant superieur au plafond du "
                   "virement instantane (" WS-PLAFOND-INSTANT ")."
           PERFORM DEVERROUILLER-COMPTE
           EXIT PROGRAM
       END-IF.

      *> Provision : disponible et decouvert en vigueur, sans
      *> derogation possible (le virement part dans la seconde).
       CALL "DISPONIBLE" USING W-CPT-NUMERO W-CPT-SOLDE
                               WS-DISPONIBLE WS-CODE-DISPO.
       CALL "DECOUVERT-VIGUEUR" USING W-CPT-NUMERO
                                      WS-DATE-COMPTABLE
                                      W-CPT-DECOUVERT-AUTORISE
                                      WS-DECOUVERT-VIGUEUR
                                      WS-CODE-DECOUV.
       IF CPT-SERVICES-BASE
           MOVE 0 TO WS-DECOUVERT-VIGUEUR
       END-IF.
       IF WS-MONTANT > WS-DISPONIBLE + WS-DECOUVERT-VIGUEUR
           DISPLAY "Refuse : provision insuffisante pour un "
                   "virement instantane."
           PERFORM DEVERROUILLER-COMPTE
           EXIT PROGRAM
       END-IF.

       DISPLAY "Qui agit ? (T=titulaire / M=mandataire) : "
               WITH NO ADVANCING.
       ACCEPT WS-QUI-AGIT.
       IF AGIT-MANDATAIRE
           DISPLAY "Nom du mandataire : " WITH NO ADVANCING
           ACCEPT WS-MANDATAIRE
           CALL "PROC-CTRL" USING WS-NUM-SOURCE WS-MANDATAIRE
                                  WS-OPER-PROC WS-MONTANT
                                  W-CODE-RETOUR
           IF RC-ERR-PROCURATION
               DISPLAY "Refuse : aucune procuration valide de "
                       WS-MANDATAIRE " pour ce virement "
                       "(validite, operations ou plafond)."
               PERFORM DEVERROUILLER-COMPTE
               EXIT PROGRAM
           END-IF
       ELSE
           MOVE SPACES TO WS-MANDATAIRE
       END-IF.

      *> Velocite anti-fraude jouee avant le debit : un depassement
      *> refuse l'instantane (pas de derogation a toute heure).
       CALL "VELOCITE" USING WS-NUM-SOURCE W-TRN-CANAL
                             WS-MONTANT W-CODE-RETOUR.
       IF RC-ERR-VELOCITE
           DISPLAY "Refuse : regle de velocite anti-fraude "
                   "depassee sur ce compte."
           PERFORM DEVERROUILLER-COMPTE
           EXIT PROGRAM
       END-IF.

      *> Compte joint ET au-dela du seuil : la confirmation du second
      *> titulaire ne peut pas etre attendue par un instantane.
       CALL "SIGNATURES-CTRL" USING W-COMPTE WS-MONTANT
                                    W-CODE-RETOUR.
       IF RC-ERR-SIGNATURE-ET
           DISPLAY "Refuse : compte joint en mode ET au-dela du "
                   "seuil, passer par un virement classique."
           PERFORM DEVERROUILLER-COMPTE
           EXIT PROGRAM
       END-IF.

       DISPLAY "Reference du virement : " WITH NO ADVANCING.
       ACCEPT W-VSO-REFERENCE.

      *> Filtrage sanctions synchrone, le meme que celui de
      *> l'emission de nuit mais sans suspension possible : le
      *> virement est refuse et la revue conformite deposee.
       MOVE W-VSO-REFERENCE TO WS-NOM-EXAMINE.
       CALL "SANCTIONS-CTRL" USING WS-NOM-EXAMINE WS-NOM-LISTE
                                   WS-CODE-SANCTION.
       IF WS-CODE-SANCTION = '42'
           PERFORM DEVERROUILLER-COMPTE
           CALL "SANCTIONS-REVUE" USING WS-NUM-SOURCE WS-NOM-EXAMINE
                                        WS-NOM-LISTE
                                        WS-ORIGINE-SANCTION
                                        WS-CODE-SANCTION
           DISPLAY "Refuse : filtrage sanctions, revue conformite "
                   "deposee."
           EXIT PROGRAM
       END-IF.

       SUBTRACT WS-MONTANT FROM W-CPT-SOLDE.
       MOVE WS-DATE-COMPTABLE TO W-CPT-DATE-DERN-MVT.
       MOVE "REWRITE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Echec mise a jour solde source."
           EXIT PROGRAM
       END-IF.
       MOVE W-CPT-SOLDE TO WS-SOLDE-SOURCE-APRES.

       MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
       MOVE "NEXT" TO WS-OP.
       CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

       MOVE WS-COMPTEUR   TO W-VSO-ID.
       MOVE WS-NUM-SOURCE TO W-VSO-CPT-SOURCE.
       MOVE WS-NUM-DEST   TO W-VSO-CPT-DEST.
       MOVE WS-MONTANT    TO W-VSO-MONTANT.
       IF W-VSO-REFERENCE = SPACES
           STRING "VI" WS-COMPTEUR DELIMITED SIZE
               INTO W-VSO-REFERENCE
       END-IF.
       MOVE WS-DATE-COMPTABLE TO W-VSO-DATE-DEBIT.
       SET VSO-EMIS TO TRUE.
       SET VSO-INSTANTANE TO TRUE.
       MOVE WS-DATE-COMPLETE(1:8) TO W-VSO-DATE-EMIS.
       MOVE WS-DATE-COMPLETE(9:6) TO W-VSO-HEURE-EMIS.
       MOVE W-VOP-RESULTAT TO W-VSO-VOP-RESULTAT.
       MOVE WS-ACQUIT-VOP  TO W-VSO-VOP-ACQUIT.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR.
       MOVE "WRITE" TO WS-OP.
       CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "ATTENTION : client debite mais virement NON "
                   "enregistre (code: " W-CODE-RETOUR ")."
       END-IF.
       MOVE "CLOSE" TO WS-OP.
       CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR.

       PERFORM JOURNALISER-DEBIT.
       PERFORM EMETTRE-MESSAGE.

       CALL "POSITION-MAJ" USING WS-CYCLE-POS WS-SENS-POS
                                 WS-MONTANT WS-CODE-POS.

       DISPLAY "Virement instantane " W-VSO-ID " emis (reference "
               W-VSO-REFERENCE ").".
       DISPLAY "Nouveau solde compte " WS-NUM-SOURCE " : "
               WS-SOLDE-SOURCE-APRES.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Mouvement de debit, date du jour comptable ; la date de
      *> valeur reste le jour reel ou les fonds sont partis.
       JOURNALISER-DEBIT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE WS-NUM-SOURCE         TO W-TRN-CPT.
           MOVE WS-NUM-DEST           TO W-TRN-CPT-DEST.
           MOVE 'S'                   TO W-TRN-TYPE.
           MOVE WS-MONTANT            TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPTABLE     TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "VIR INSTANTANE: " DELIMITED SIZE
                  W-VSO-REFERENCE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE LK-OPERATEUR          TO W-TRN-OPERATEUR.
           MOVE WS-AGENCE-SOURCE      TO W-TRN-AGENCE.
           MOVE WS-DEVISE-SOURCE      TO W-TRN-DEVISE.
           MOVE WS-MANDATAIRE         TO W-TRN-MANDATAIRE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ATTENTION : virement emis mais MOUVEMENT NON "
                       "JOURNALISE (code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Message instantane a destination de la place, un fichier par
      *> virement, depose des le debit.
       EMETTRE-MESSAGE.
           MOVE SPACES TO WS-NOM-MESSAGE.
           STRING "reports/VIR-INSTANT-" DELIMITED SIZE
                  W-VSO-ID DELIMITED SIZE
                  ".csv" DELIMITED SIZE
               INTO WS-NOM-MESSAGE.
           OPEN OUTPUT F-MESSAGE.
           IF WS-FS-MESSAGE NOT = '00'
               DISPLAY "ATTENTION : message instantane non depose "
                       "(code: " WS-FS-MESSAGE ") ; sans reponse, "
                       "le client sera re-credite a l'echeance du "
                       "delai."
               EXIT PARAGRAPH
           END-IF.
           MOVE "compte_dest,montant,reference" TO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.

           COMPUTE WS-MONTANT-CENTIMES = W-VSO-MONTANT * 100.
           MOVE SPACES TO F-MESSAGE-LIGNE.
           STRING W-VSO-CPT-DEST       DELIMITED SIZE
                  ","                   DELIMITED SIZE
                  WS-MONTANT-CENTIMES   DELIMITED SIZE
                  ","                   DELIMITED SIZE
                  FUNCTION TRIM(W-VSO-REFERENCE) DELIMITED SIZE
               INTO F-MESSAGE-LIGNE.
           WRITE F-MESSAGE-LIGNE.
           CLOSE F-MESSAGE.

      *>----------------------------------------------------------------
      *> Verification du beneficiaire : le nom indique par le client
      *> est rapproche du titulaire du compte de destination. Une
      *> concordance proche montre le nom exact ; toute reponse autre
      *> que la concordance demande la confirmation du client, faute
      *> de quoi le virement est abandonne.
       VERIFIER-BENEFICIAIRE.
           MOVE 'N' TO WS-VOP-ABANDON.
           MOVE SPACE TO WS-ACQUIT-VOP.
           INITIALIZE W-VOP.
           MOVE WS-NUM-DEST TO W-VOP-COMPTE.
           DISPLAY "Nom du beneficiaire indique par le client : "
                   WITH NO ADVANCING.
           ACCEPT W-VOP-NOM-SAISI.
           MOVE "VERIFIER" TO WS-OP-VOP.
           CALL "VOP-CTRL" USING WS-OP-VOP W-VOP WS-CODE-VOP.

           EVALUATE TRUE
               WHEN VOP-CONCORDANT
                   DISPLAY "Verification du beneficiaire : le nom "
                           "concorde."
                   EXIT PARAGRAPH
               WHEN VOP-PROCHE
                   DISPLAY "Verification du beneficiaire : nom proche,"
                           " le titulaire du compte est "
                           FUNCTION TRIM(W-VOP-NOM-EXACT) "."
               WHEN VOP-DISCORDANT
                   DISPLAY "Verification du beneficiaire : le nom ne "
                           "correspond PAS au titulaire du compte."
               WHEN OTHER
                   SET VOP-INDISPONIBLE TO TRUE
                   DISPLAY "Verification du beneficiaire impossible "
                           "(compte hors annuaire de la place)."
           END-EVALUATE.

           DISPLAY "Le virement pourrait parvenir a une autre personne"
                   " que celle attendue et ne pas etre recuperable.".
           DISPLAY "Le client confirme-t-il le virement ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-ACQUIT-VOP.
           IF ACQUIT-VOP-OUI
               MOVE 'O' TO WS-ACQUIT-VOP
           ELSE
               SET VOP-ABANDON TO TRUE
           END-IF.

      *>----------------------------------------------------------------
      *> Leve le verrou pose par READ-LOCK sur le compte source
      *> lorsqu'une branche de rejet renonce au debit.
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

       END PROGRAM VIREMENT-INSTANT.
