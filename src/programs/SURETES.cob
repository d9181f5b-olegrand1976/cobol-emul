      *>****************************************************************
      *> Programme : SURETES
      *> Role      : Registre des suretes garantissant les prets
      *>             (SURETES.dat, cle alternative sur le pret) :
      *>             - (E)nregistrer une surete sur un pret en cours :
      *>               caution personnelle (client de la banque ou
      *>               tiers, montant de l'engagement), hypotheque
      *>               (bien, rang, valeur retenue) ou nantissement
      *>               d'un depot a terme actif et libre, aussitot
      *>               bloque (W-DAT-PRET-NANTI) : ni rachat anticipe
      *>               ni paiement a l'echeance tant qu'il court ;
      *>             - (L)ister les suretes d'un pret.
      *>             La mainlevee est automatique au solde du pret
      *>             (etape MAINLEVEES de BATCH-NUIT).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURETES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SURETE.
       COPY PRET.
       COPY DAT.
       COPY CLIENT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1) VALUE 'L'.
          88 CHOIX-ENREGISTRER   VALUE 'E'.
          88 CHOIX-LISTER        VALUE 'L'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-LECTURE        PIC X(2).
       01 WS-PRET-CHERCHE        PIC 9(10).
       01 WS-NB                  PIC 9(3) VALUE 0.
       01 WS-MNT-AFF             PIC -Z(10)9.99.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Suretes et garanties des prets ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "(E)nregistrer une surete ou (L)ister ? : "
               WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-ENREGISTRER
               PERFORM ENREGISTRER-SURETE
           WHEN CHOIX-LISTER
               PERFORM LISTER-SURETES
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       ENREGISTRER-SURETE.
           DISPLAY "Numero du pret garanti : " WITH NO ADVANCING.
           ACCEPT W-PRT-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE.
           MOVE "READ" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.
           IF WS-CODE-LECTURE NOT = '00'
               DISPLAY "Pret introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF PRT-SOLDE-FIN
               DISPLAY "Pret solde : aucune surete a constituer."
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE W-SURETE.
           MOVE W-PRT-ID TO W-SUR-PRET.
           DISPLAY "Type (C=caution H=hypotheque N=nantissement DAT) : "
                   WITH NO ADVANCING.
           ACCEPT W-SUR-TYPE.
           MOVE '00' TO W-CODE-RETOUR.
           EVALUATE TRUE
               WHEN SUR-CAUTION
                   PERFORM SAISIR-CAUTION
               WHEN SUR-HYPOTHEQUE
                   PERFORM SAISIR-HYPOTHEQUE
               WHEN SUR-NANTISSEMENT
                   PERFORM SAISIR-NANTISSEMENT
               WHEN OTHER
                   DISPLAY "Type de surete invalide."
                   MOVE '10' TO W-CODE-RETOUR
           END-EVALUATE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           MOVE WS-COMPTEUR TO W-SUR-ID.
           MOVE WS-DATE-JOUR TO W-SUR-DATE-CONSTITUTION.
      *>   La premiere information annuelle de la caution porte sur
      *>   l'annee suivant la constitution.
           MOVE WS-DATE-JOUR TO W-SUR-DATE-INFO.
           MOVE LK-OPERATEUR TO W-SUR-OPERATEUR.
           SET SUR-ACTIVE TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SURETE-IO" USING WS-OP W-SURETE W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "SURETE-IO" USING WS-OP W-SURETE W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "SURETE-IO" USING WS-OP W-SURETE WS-CODE-LECTURE.
           IF NOT RC-OK
               DISPLAY "Erreur d'ecriture (code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.

           IF SUR-NANTISSEMENT
               PERFORM NANTIR-DAT
           END-IF.

           DISPLAY "Surete " W-SUR-ID " enregistree sur le pret "
                   W-SUR-PRET ".".

      *>----------------------------------------------------------------
      *> Caution : un client de la banque est repris de CLIENTS.dat,
      *> un tiers est saisi (nom et adresse pour les courriers).
       SAISIR-CAUTION.
           DISPLAY "Numero client de la caution (0 si tiers) : "
                   WITH NO ADVANCING.
           ACCEPT W-SUR-GARANT-CLIENT.
           IF W-SUR-GARANT-CLIENT NOT = 0
               MOVE W-SUR-GARANT-CLIENT TO W-CLI-NUMERO
               MOVE "OPEN-IO" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE
               MOVE "READ" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR
               IF WS-CODE-LECTURE NOT = '00'
                   DISPLAY "Client introuvable."
                   MOVE '21' TO W-CODE-RETOUR
                   EXIT PARAGRAPH
               END-IF
               MOVE W-CLI-NOM     TO W-SUR-GARANT-NOM
               MOVE W-CLI-ADRESSE TO W-SUR-GARANT-ADRESSE
               DISPLAY "Caution : " W-SUR-GARANT-NOM
           ELSE
               DISPLAY "Nom de la caution     : " WITH NO ADVANCING
               ACCEPT W-SUR-GARANT-NOM
               DISPLAY "Adresse de la caution : " WITH NO ADVANCING
               ACCEPT W-SUR-GARANT-ADRESSE
               IF W-SUR-GARANT-NOM = SPACES
                       OR W-SUR-GARANT-ADRESSE = SPACES
                   DISPLAY "Nom et adresse obligatoires."
                   MOVE '12' TO W-CODE-RETOUR
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Montant de l'engagement : " WITH NO ADVANCING.
           ACCEPT W-SUR-MONTANT.
           IF W-SUR-MONTANT NOT > 0
               DISPLAY "Montant invalide (doit etre > 0)."
               MOVE '11' TO W-CODE-RETOUR
           END-IF.

      *>----------------------------------------------------------------
       SAISIR-HYPOTHEQUE.
           DISPLAY "Designation du bien   : " WITH NO ADVANCING.
           ACCEPT W-SUR-BIEN.
           IF W-SUR-BIEN = SPACES
               DISPLAY "Designation obligatoire."
               MOVE '12' TO W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Rang d'inscription (1-9) : " WITH NO ADVANCING.
           ACCEPT W-SUR-RANG.
           IF W-SUR-RANG = 0
               DISPLAY "Rang invalide."
               MOVE '10' TO W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Valeur retenue du bien : " WITH NO ADVANCING.
           ACCEPT W-SUR-MONTANT.
           IF W-SUR-MONTANT NOT > 0
               DISPLAY "Valeur invalide (doit etre > 0)."
               MOVE '11' TO W-CODE-RETOUR
           END-IF.

      *>----------------------------------------------------------------
      *> Nantissement : depot actif, non echu et non deja nanti ; le
      *> montant garanti est le capital du depot.
       SAISIR-NANTISSEMENT.
           DISPLAY "Numero du depot a terme : " WITH NO ADVANCING.
           ACCEPT W-DAT-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-LECTURE.
           MOVE "READ" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT W-CODE-RETOUR.
           IF WS-CODE-LECTURE NOT = '00'
               DISPLAY "Depot a terme introuvable."
               MOVE '21' TO W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           IF NOT DAT-ACTIF
               DISPLAY "Depot non actif (statut: " W-DAT-STATUT ")."
               MOVE '31' TO W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           IF NOT DAT-LIBRE
               DISPLAY "Depot deja nanti (pret " W-DAT-PRET-NANTI ")."
               MOVE '46' TO W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE W-DAT-ID      TO W-SUR-DAT.
           MOVE W-DAT-MONTANT TO W-SUR-MONTANT.
           MOVE W-DAT-MONTANT TO WS-MNT-AFF.
           DISPLAY "Capital nanti : " WS-MNT-AFF
                   "  echeance " W-DAT-DATE-ECHEANCE.

      *>----------------------------------------------------------------
       NANTIR-DAT.
           MOVE W-SUR-DAT TO W-DAT-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT W-CODE-RETOUR.
           IF RC-OK
               MOVE W-SUR-PRET TO W-DAT-PRET-NANTI
               MOVE "REWRITE" TO WS-OP
               CALL "DAT-IO" USING WS-OP W-DAT W-CODE-RETOUR
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-LECTURE.
           IF NOT RC-OK
               DISPLAY "ATTENTION : depot " W-SUR-DAT " NON bloque "
                       "(code: " W-CODE-RETOUR ")."
           ELSE
               DISPLAY "Depot " W-SUR-DAT " bloque jusqu'a la "
                       "mainlevee."
           END-IF.

      *>----------------------------------------------------------------
       LISTER-SURETES.
           DISPLAY "Numero du pret : " WITH NO ADVANCING.
           ACCEPT WS-PRET-CHERCHE.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SURETE-IO" USING WS-OP W-SURETE WS-CODE-LECTURE.
           MOVE WS-PRET-CHERCHE TO W-SUR-PRET.
           MOVE "START-PRET" TO WS-OP.
           CALL "SURETE-IO" USING WS-OP W-SURETE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "SURETE-IO" USING WS-OP W-SURETE WS-CODE-LECTURE
               EVALUATE TRUE
                   WHEN WS-CODE-LECTURE NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-SUR-PRET NOT = WS-PRET-CHERCHE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-NB
                       PERFORM AFFICHER-SURETE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SURETE-IO" USING WS-OP W-SURETE WS-CODE-LECTURE.
           IF WS-NB = 0
               DISPLAY "Aucune surete sur ce pret."
           END-IF.

       AFFICHER-SURETE.
           MOVE W-SUR-MONTANT TO WS-MNT-AFF.
           DISPLAY W-SUR-ID " type " W-SUR-TYPE " " WS-MNT-AFF
                   " statut " W-SUR-STATUT
                   " constituee le " W-SUR-DATE-CONSTITUTION.
           EVALUATE TRUE
               WHEN SUR-CAUTION
                   DISPLAY "    caution " W-SUR-GARANT-NOM
               WHEN SUR-HYPOTHEQUE
                   DISPLAY "    rang " W-SUR-RANG " " W-SUR-BIEN
               WHEN SUR-NANTISSEMENT
                   DISPLAY "    depot a terme " W-SUR-DAT
           END-EVALUATE.
           IF SUR-LEVEE
               DISPLAY "    mainlevee le " W-SUR-DATE-MAINLEVEE
           END-IF.

       END PROGRAM SURETES.
