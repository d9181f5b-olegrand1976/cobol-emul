      *>****************************************************************
      *> Programme : RISQUES-GROUPES
      *> Role      : Groupes de clients lies (groupes de risque,
      *>             GROUPES-RISQUE.dat) et engagements consolides :
      *>             - (A)jouter un client a un groupe existant, ou a
      *>               un nouveau groupe (numero 0 : nom et nature du
      *>               lien saisis, numero suivant attribue) ;
      *>             - (S)ortir un client de son groupe (la ligne est
      *>               conservee, statut 'S', date de sortie) ;
      *>             - (C)onsulter l'engagement consolide d'un client
      *>               et de son groupe (module EXPOSITION) : prets,
      *>               decouverts, cheques de banque, DAT nantis,
      *>               detail par membre et comparaison au plafond
      *>               d'engagement du groupe (EXPO-PARAM.cpy).
      *>             L'ajout et la sortie sont reserves aux
      *>             superviseurs.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISQUES-GROUPES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CLIENT.
       COPY GROUPE-RISQUE.
       COPY EXPOSITION.
       COPY OPERATEUR.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX              PIC X(1) VALUE SPACE.
          88 CHOIX-AJOUTER      VALUE 'A'.
          88 CHOIX-SORTIR       VALUE 'S'.
          88 CHOIX-CONSULTER    VALUE 'C'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-CODE-GRP            PIC X(2).
       01 WS-CODE-EXPO           PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-CPT-VIDE            PIC 9(8) VALUE 0.
       01 WS-CLIENT              PIC 9(8).
       01 WS-GROUPE              PIC 9(6).
       01 WS-GROUPE-MAX          PIC 9(6).
       01 WS-GROUPE-NOM          PIC X(30).
       01 WS-GROUPE-LIEN         PIC X(1).
       01 WS-DEJA-INSCRIT        PIC X(1) VALUE 'N'.
          88 LIGNE-EXISTANTE     VALUE 'O'.
       01 WS-GROUPE-LU           PIC X(1) VALUE 'N'.
          88 GROUPE-TROUVE       VALUE 'O'.
       01 WS-CONFIRMER           PIC X(1) VALUE 'N'.
          88 CONFIRMER-OUI       VALUE 'O'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.

      *> Membres actifs du groupe consulte.
       01 WS-NB-MEMBRES          PIC 9(3) COMP VALUE 0.
       01 WS-TAB-MEMBRES.
          05 WS-MEMBRE           PIC 9(8) OCCURS 50 TIMES.
       01 WS-IDX-MBR             PIC 9(3) COMP.
       01 WS-TOTAL-GROUPE        PIC S9(13)V99 COMP-3.
       01 WS-PLAFOND             PIC S9(11)V99 COMP-3.

       01 WS-MNT-AFF             PIC -Z(12)9.99.
       01 WS-NB-AFF              PIC ZZZ9.

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Groupes de risque et engagements consolides ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE LK-OPERATEUR TO W-OPE-ID.
       MOVE "READ" TO WS-OP.
       CALL "OPERATEUR-IO" USING WS-OP W-OPERATEUR W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Operateur introuvable."
           EXIT PROGRAM
       END-IF.

       DISPLAY "(A)jouter un client a un groupe, (S)ortir un client "
               "de son groupe, (C)onsulter un engagement ? : "
               WITH NO ADVANCING.
       ACCEPT WS-CHOIX.
       MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-AJOUTER
               PERFORM AJOUTER-MEMBRE
           WHEN CHOIX-SORTIR
               PERFORM SORTIR-MEMBRE
           WHEN CHOIX-CONSULTER
               PERFORM CONSULTER-ENGAGEMENT
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       MOVE "CLOSE" TO WS-OP.
       CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE WS-CODE-FERMETURE.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Un client n'appartient qu'a un groupe a la fois : un ancien
      *> membre sorti est reinscrit sur sa ligne.
       AJOUTER-MEMBRE.
           IF NOT OPE-SUPERVISEUR
               DISPLAY "Refuse : composition des groupes reservee aux "
                       "superviseurs."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAISIR-CLIENT.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DEJA-INSCRIT.
           MOVE WS-CLIENT TO W-GRP-CLIENT.
           MOVE "READ" TO WS-OP.
           CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE WS-CODE-GRP.
           IF WS-CODE-GRP = '00'
               IF GRP-MEMBRE-ACTIF
                   DISPLAY "Client deja membre du groupe " W-GRP-ID
                           " (" FUNCTION TRIM(W-GRP-NOM) ")."
                   EXIT PARAGRAPH
               END-IF
               SET LIGNE-EXISTANTE TO TRUE
           END-IF.

           DISPLAY "Numero du groupe (0 = nouveau groupe) : "
                   WITH NO ADVANCING.
           ACCEPT WS-GROUPE.
           IF WS-GROUPE = 0
               PERFORM CREER-GROUPE
           ELSE
               PERFORM LIRE-GROUPE
           END-IF.
           IF WS-GROUPE = 0
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Inscrire " FUNCTION TRIM(W-CLI-NOM)
                   " au groupe " WS-GROUPE " ("
                   FUNCTION TRIM(WS-GROUPE-NOM) ") ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMER.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMER) TO WS-CONFIRMER.
           IF NOT CONFIRMER-OUI
               DISPLAY "Inscription abandonnee."
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE W-GROUPE-RISQUE.
           MOVE WS-CLIENT      TO W-GRP-CLIENT.
           MOVE WS-GROUPE      TO W-GRP-ID.
           MOVE WS-GROUPE-NOM  TO W-GRP-NOM.
           MOVE WS-GROUPE-LIEN TO W-GRP-LIEN.
           MOVE WS-DATE-JOUR   TO W-GRP-DATE-ENTREE.
           SET GRP-MEMBRE-ACTIF TO TRUE.
           MOVE 0 TO W-GRP-DATE-SORTIE.
           MOVE LK-OPERATEUR   TO W-GRP-OPERATEUR.
           IF LIGNE-EXISTANTE
               MOVE "REWRITE" TO WS-OP
           ELSE
               MOVE "WRITE" TO WS-OP
           END-IF.
           CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE WS-CODE-GRP.
           IF WS-CODE-GRP NOT = '00'
               DISPLAY "Erreur d'ecriture du groupe (code "
                       WS-CODE-GRP ")."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Client " WS-CLIENT " inscrit au groupe "
                   WS-GROUPE ".".

      *> Nouveau groupe : numero suivant le plus grand attribue.
       CREER-GROUPE.
           DISPLAY "Nom du groupe : " WITH NO ADVANCING.
           ACCEPT WS-GROUPE-NOM.
           IF WS-GROUPE-NOM = SPACES
               DISPLAY "Nom obligatoire."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nature du lien ((F)oyer/famille, (C)ontrole "
                   "capitalistique, (D)ependance economique) : "
                   WITH NO ADVANCING.
           ACCEPT WS-GROUPE-LIEN.
           MOVE FUNCTION UPPER-CASE(WS-GROUPE-LIEN) TO WS-GROUPE-LIEN.
           IF WS-GROUPE-LIEN NOT = 'F' AND WS-GROUPE-LIEN NOT = 'C'
                   AND WS-GROUPE-LIEN NOT = 'D'
               DISPLAY "Nature du lien invalide."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-GROUPE-MAX.
           MOVE 'N' TO WS-FIN.
           MOVE 0 TO W-GRP-ID.
           MOVE "START-GROUPE" TO WS-OP.
           CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE WS-CODE-GRP.
           IF WS-CODE-GRP NOT = '00'
               SET FIN-LECTURE TO TRUE
           END-IF.
           PERFORM UNTIL FIN-LECTURE
               MOVE "READ-NEXT" TO WS-OP
               CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE
                                      WS-CODE-GRP
               IF WS-CODE-GRP NOT = '00'
                   SET FIN-LECTURE TO TRUE
               ELSE
                   MOVE W-GRP-ID TO WS-GROUPE-MAX
               END-IF
           END-PERFORM.
           COMPUTE WS-GROUPE = WS-GROUPE-MAX + 1.
           DISPLAY "Nouveau groupe numero " WS-GROUPE ".".

      *> Groupe existant : nom et nature repris d'un membre actif.
       LIRE-GROUPE.
           MOVE 'N' TO WS-FIN WS-GROUPE-LU.
           MOVE WS-GROUPE TO W-GRP-ID.
           MOVE "START-GROUPE" TO WS-OP.
           CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE WS-CODE-GRP.
           IF WS-CODE-GRP NOT = '00'
               SET FIN-LECTURE TO TRUE
           END-IF.
           PERFORM UNTIL FIN-LECTURE
               MOVE "READ-NEXT" TO WS-OP
               CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE
                                      WS-CODE-GRP
               EVALUATE TRUE
                   WHEN WS-CODE-GRP NOT = '00'
                       SET FIN-LECTURE TO TRUE
                   WHEN W-GRP-ID NOT = WS-GROUPE
                       SET FIN-LECTURE TO TRUE
                   WHEN GRP-MEMBRE-ACTIF
                       MOVE W-GRP-NOM  TO WS-GROUPE-NOM
                       MOVE W-GRP-LIEN TO WS-GROUPE-LIEN
                       SET GROUPE-TROUVE TO TRUE
                       SET FIN-LECTURE TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF NOT GROUPE-TROUVE
               DISPLAY "Groupe " WS-GROUPE " inconnu ou sans membre "
                       "actif."
               MOVE 0 TO WS-GROUPE
           END-IF.

      *>----------------------------------------------------------------
       SORTIR-MEMBRE.
           IF NOT OPE-SUPERVISEUR
               DISPLAY "Refuse : composition des groupes reservee aux "
                       "superviseurs."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAISIR-CLIENT.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLIENT TO W-GRP-CLIENT.
           MOVE "READ" TO WS-OP.
           CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE WS-CODE-GRP.
           IF WS-CODE-GRP NOT = '00' OR NOT GRP-MEMBRE-ACTIF
               DISPLAY "Client membre d'aucun groupe."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sortir " FUNCTION TRIM(W-CLI-NOM)
                   " du groupe " W-GRP-ID " ("
                   FUNCTION TRIM(W-GRP-NOM) ") ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMER.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMER) TO WS-CONFIRMER.
           IF NOT CONFIRMER-OUI
               DISPLAY "Sortie abandonnee."
               EXIT PARAGRAPH
           END-IF.
           SET GRP-MEMBRE-SORTI TO TRUE.
           MOVE WS-DATE-JOUR TO W-GRP-DATE-SORTIE.
           MOVE LK-OPERATEUR TO W-GRP-OPERATEUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE WS-CODE-GRP.
           IF WS-CODE-GRP NOT = '00'
               DISPLAY "Erreur d'ecriture du groupe (code "
                       WS-CODE-GRP ")."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Client " WS-CLIENT " sorti du groupe "
                   W-GRP-ID ".".

      *>----------------------------------------------------------------
       SAISIR-CLIENT.
           DISPLAY "Numero client : " WITH NO ADVANCING.
           ACCEPT WS-CLIENT.
           MOVE WS-CLIENT TO W-CLI-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Client introuvable."
           END-IF.

      *>----------------------------------------------------------------
      *> Engagement du client et de son perimetre ; pour un groupe,
      *> part de chaque membre actif.
       CONSULTER-ENGAGEMENT.
           PERFORM SAISIR-CLIENT.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           CALL "EXPOSITION" USING WS-CPT-VIDE WS-CLIENT W-EXPOSITION
                                   WS-CODE-EXPO.
           IF WS-CODE-EXPO NOT = '00'
               DISPLAY "Engagement non calculable (code "
                       WS-CODE-EXPO ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE W-EXP-TOTAL   TO WS-TOTAL-GROUPE.
           MOVE W-EXP-PLAFOND TO WS-PLAFOND.

           DISPLAY "------------------------------------------------".
           DISPLAY "Client      : " WS-CLIENT " "
                   FUNCTION TRIM(W-CLI-NOM).
           IF W-EXP-GROUPE = 0
               DISPLAY "Groupe      : aucun (client isole)"
           ELSE
               DISPLAY "Groupe      : " W-EXP-GROUPE " "
                       FUNCTION TRIM(W-EXP-GROUPE-NOM)
           END-IF.
           MOVE W-EXP-NB-CLIENTS TO WS-NB-AFF.
           DISPLAY "Clients     : " WS-NB-AFF.
           MOVE W-EXP-NB-COMPTES TO WS-NB-AFF.
           DISPLAY "Comptes     : " WS-NB-AFF.
           MOVE W-EXP-PRETS TO WS-MNT-AFF.
           DISPLAY "Prets (CRD)           : " WS-MNT-AFF.
           MOVE W-EXP-DECOUV-AUTORISE TO WS-MNT-AFF.
           DISPLAY "Decouverts autorises  : " WS-MNT-AFF.
           MOVE W-EXP-DECOUV-UTILISE TO WS-MNT-AFF.
           DISPLAY "Decouverts utilises   : " WS-MNT-AFF.
           MOVE W-EXP-DECOUVERTS TO WS-MNT-AFF.
           DISPLAY "Decouverts retenus    : " WS-MNT-AFF.
           MOVE W-EXP-CHQ-BANQUE TO WS-MNT-AFF.
           DISPLAY "Cheques de banque     : " WS-MNT-AFF.
           MOVE W-EXP-DAT-NANTIS TO WS-MNT-AFF.
           DISPLAY "DAT nantis (deduits)  : " WS-MNT-AFF.
           MOVE W-EXP-TOTAL TO WS-MNT-AFF.
           DISPLAY "Engagement consolide  : " WS-MNT-AFF.
           MOVE W-EXP-TOTAL-CLIENT TO WS-MNT-AFF.
           DISPLAY "  dont client         : " WS-MNT-AFF.
           MOVE WS-PLAFOND TO WS-MNT-AFF.
           DISPLAY "Plafond du groupe     : " WS-MNT-AFF.
           IF WS-TOTAL-GROUPE > WS-PLAFOND
               DISPLAY "*** PLAFOND D'ENGAGEMENT DEPASSE ***"
           END-IF.

           IF W-EXP-GROUPE NOT = 0
               PERFORM LISTER-MEMBRES
           END-IF.
           DISPLAY "------------------------------------------------".

      *> Membres releves d'abord : EXPOSITION parcourt lui-meme le
      *> fichier des groupes.
       LISTER-MEMBRES.
           MOVE 0 TO WS-NB-MEMBRES.
           MOVE 'N' TO WS-FIN.
           MOVE W-EXP-GROUPE TO W-GRP-ID.
           MOVE "START-GROUPE" TO WS-OP.
           CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE WS-CODE-GRP.
           IF WS-CODE-GRP NOT = '00'
               SET FIN-LECTURE TO TRUE
           END-IF.
           PERFORM UNTIL FIN-LECTURE
               MOVE "READ-NEXT" TO WS-OP
               CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE
                                      WS-CODE-GRP
               EVALUATE TRUE
                   WHEN WS-CODE-GRP NOT = '00'
                       SET FIN-LECTURE TO TRUE
                   WHEN W-GRP-ID NOT = W-EXP-GROUPE
                       SET FIN-LECTURE TO TRUE
                   WHEN NOT GRP-MEMBRE-ACTIF OR WS-NB-MEMBRES >= 50
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-NB-MEMBRES
                       MOVE W-GRP-CLIENT TO WS-MEMBRE(WS-NB-MEMBRES)
               END-EVALUATE
           END-PERFORM.

           DISPLAY "Part des membres :".
           MOVE 1 TO WS-IDX-MBR.
           PERFORM UNTIL WS-IDX-MBR > WS-NB-MEMBRES
               MOVE WS-MEMBRE(WS-IDX-MBR) TO WS-CLIENT W-CLI-NUMERO
               MOVE "READ" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR
               IF NOT RC-OK
                   MOVE SPACES TO W-CLI-NOM
               END-IF
               CALL "EXPOSITION" USING WS-CPT-VIDE WS-CLIENT
                                       W-EXPOSITION WS-CODE-EXPO
               MOVE W-EXP-TOTAL-CLIENT TO WS-MNT-AFF
               DISPLAY "  " WS-CLIENT " " W-CLI-NOM(1:30) " "
                       WS-MNT-AFF
               ADD 1 TO WS-IDX-MBR
           END-PERFORM.
