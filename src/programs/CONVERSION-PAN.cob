      *>****************************************************************
      *> Programme : CONVERSION-PAN
      *> Role      : Conversion unique des numeros de carte en clair
      *>             vers le sequestre SEQUESTRE-PAN.dat (module
      *>             PAN-CTRL) :
      *>             - CARTES.dat : chaque carte encore cle sur son
      *>               numero reel est inscrite au sequestre et
      *>               reecrite sous son jeton (l'ancienne cle est
      *>               supprimee) ; les liens de renouvellement
      *>               W-CAR-REMPLACE / W-CAR-REMPLACANTE passent aussi
      *>               au jeton ;
      *>             - TRANS.dat, DEPOTS-DAB.dat : le numero porte par
      *>               W-TRN-CARTE / W-DPD-CARTE est remplace par son
      *>               masque "123456******1234" ;
      *>             - archives data/TRANS-AAAA.dat (annees presentes
      *>               sur CONV-ANNEES-ARCHIVE ans) et generations
      *>               SAUVEGARDE-TRANS inscrites au catalogue
      *>               data/SAUVEGARDES-CATALOGUE.csv : meme masquage,
      *>               enregistrement par enregistrement (le total de
      *>               controle du catalogue porte sur les montants et
      *>               reste juste) ;
      *>             - registre reports/CARTES-DIFFERE.csv du mois en
      *>               cours : premiere colonne masquee.
      *>             Le mode SIMULATION compte sans rien ecrire ; la
      *>             passe REELLE est reservee au superviseur et
      *>             journalise une entree AUDIT-IO par carte
      *>             convertie et une par fichier masque. Les deux
      *>             produisent l'etat reports/CONVERSION-PAN-
      *>             AAAAMMJJ-S.txt (ou -R) avec les compteurs par
      *>             fichier. Une valeur deja masquee n'est plus
      *>             numerique et une carte deja cle sur son jeton
      *>             est reconnue au sequestre : relancer la passe
      *>             est sans effet sur ce qui est deja converti.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSION-PAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ETAT ASSIGN TO WS-NOM-ETAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT.
           SELECT F-ARCHIVE ASSIGN TO WS-NOM-ARCHIVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARC.
           SELECT F-GENERATION ASSIGN TO WS-NOM-GENERATION
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GEN.
           SELECT F-CATALOGUE ASSIGN TO
               "data/SAUVEGARDES-CATALOGUE.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.
           SELECT F-DIFFERE ASSIGN TO "reports/CARTES-DIFFERE.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIFFERE.
           SELECT F-DIFFERE-NEUF ASSIGN TO
               "reports/CARTES-DIFFERE.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIFFERE-NEUF.

       DATA DIVISION.
       FILE SECTION.
       FD F-ETAT.
       01 F-ETAT-LIGNE           PIC X(132).

       FD F-ARCHIVE.
       01 F-ARC-TRANS.
          05 F-ARC-RESTE         PIC X(199).

       FD F-GENERATION.
       01 F-GEN-REC              PIC X(366).

       FD F-CATALOGUE.
       01 F-CAT-LIGNE            PIC X(120).

       FD F-DIFFERE.
       01 F-DIFFERE-LIGNE        PIC X(100).

       FD F-DIFFERE-NEUF.
       01 F-DIFFERE-NEUF-LIGNE   PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CARTE.
       COPY TRANSACT.
       COPY DEPOT-DAB.
       COPY AUDIT.
       COPY OPERATEUR.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

      *> Profondeur de recherche des archives annuelles TRANS-AAAA
      *> (annee courante comprise).
       01 CONV-ANNEES-ARCHIVE    PIC 9(2) VALUE 30.

       01 WS-MODE                PIC X(1) VALUE SPACE.
          88 MODE-SIMULATION     VALUE 'S'.
          88 MODE-REELLE         VALUE 'R'.
       01 WS-CONFIRMER           PIC X(1) VALUE 'N'.
          88 CONFIRMER-OUI       VALUE 'O'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-NOM-ETAT            PIC X(40).
       01 WS-FS-ETAT             PIC X(2) VALUE '00'.
       01 WS-LIGNE               PIC X(132).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-AUDIT          PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-CODE-DPD            PIC X(2).

      *> Appels au module PAN-CTRL.
       01 WS-OP-PAN              PIC X(12).
       01 WS-PAN                 PIC 9(16).
       01 WS-PAN-RESULTAT        PIC X(16).
       01 WS-CODE-PAN            PIC X(2).
       01 WS-CARTE-MASQUE        PIC X(16).
       01 WS-JETON               PIC 9(16).

      *> Numero de carte porte par un enregistrement (TRANS.dat,
      *> DEPOTS-DAB.dat, archives, generations, registre) : masque
      *> s'il est encore numerique.
       01 WS-CARTE-LUE           PIC X(16).
       01 WS-CARTE-CHANGEE       PIC X(1).
          88 CARTE-CHANGEE       VALUE 'O'.

      *> Cartes de CARTES.dat relevees avant conversion : la
      *> reecriture sous le jeton ajoute des cles au fichier parcouru.
       01 WS-TAB-CARTES.
          05 WS-TCA-NUMERO       PIC 9(16) OCCURS 20000 TIMES.
       01 WS-NB-CARTES           PIC 9(5) COMP VALUE 0.
       01 WS-IDX-CARTE           PIC 9(5) COMP.
       01 WS-ANCIEN-NUMERO       PIC 9(16).
       01 WS-SATURATION          PIC X(1) VALUE 'N'.
          88 TABLE-SATUREE       VALUE 'O'.

      *> Archives annuelles et generations de sauvegarde.
       01 WS-FS-ARC              PIC X(2) VALUE '00'.
       01 WS-NOM-ARCHIVE         PIC X(40).
       01 WS-ANNEE               PIC 9(4).
       01 WS-ANNEE-DEBUT         PIC 9(4).
       01 WS-ANNEE-JOUR          PIC 9(4).
       01 WS-FS-GEN              PIC X(2) VALUE '00'.
       01 WS-NOM-GENERATION      PIC X(50).
       01 WS-FS-CAT              PIC X(2) VALUE '00'.
       01 WS-FIN-CAT             PIC X(1) VALUE 'N'.
          88 FIN-CATALOGUE       VALUE 'O'.
       01 WS-CAT-DATE-TXT        PIC X(8).
       01 WS-NB-TRANS-GEN        PIC 9(2) COMP.
       01 WS-NB-FICHIER          PIC 9(7).
       01 WS-NB-MASQUES-FICHIER  PIC 9(7).

      *> Registre du differe, reecrit via un fichier temporaire.
       01 WS-FS-DIFFERE          PIC X(2) VALUE '00'.
       01 WS-FS-DIFFERE-NEUF     PIC X(2) VALUE '00'.
       01 WS-FIN-DIFFERE         PIC X(1) VALUE 'N'.
          88 FIN-DIFFERE         VALUE 'O'.
       01 WS-CSV-CARTE           PIC X(20).
       01 WS-NOM-TEMPORAIRE      PIC X(50).
       01 WS-CODE-SUPPR          PIC 9(2) COMP VALUE 0.

       01 WS-NB-CARTES-LUES      PIC 9(7) VALUE 0.
       01 WS-NB-CARTES-DEJA      PIC 9(7) VALUE 0.
       01 WS-NB-CARTES-CONV      PIC 9(7) VALUE 0.
       01 WS-NB-LIENS-CONV       PIC 9(7) VALUE 0.
       01 WS-NB-TRANS-LUES       PIC 9(7) VALUE 0.
       01 WS-NB-TRANS-MASQUEES   PIC 9(7) VALUE 0.
       01 WS-NB-DEPOTS-LUS       PIC 9(7) VALUE 0.
       01 WS-NB-DEPOTS-MASQUES   PIC 9(7) VALUE 0.
       01 WS-NB-ARCHIVES         PIC 9(7) VALUE 0.
       01 WS-NB-ARC-MASQUES      PIC 9(7) VALUE 0.
       01 WS-NB-GENERATIONS      PIC 9(7) VALUE 0.
       01 WS-NB-GEN-MASQUES      PIC 9(7) VALUE 0.
       01 WS-NB-DIFFERE-MASQUES  PIC 9(7) VALUE 0.
       01 WS-NB-ERREURS          PIC 9(7) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Conversion des numeros de carte ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE LK-OPERATEUR TO W-OPE-ID.
       MOVE "READ" TO WS-OP.
       CALL "OPERATEUR-IO" USING WS-OP W-OPERATEUR W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Operateur introuvable."
           EXIT PROGRAM
       END-IF.

       DISPLAY "(S)imulation ou passe (R)eelle : " WITH NO ADVANCING.
       ACCEPT WS-MODE.
       MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
       IF NOT MODE-SIMULATION AND NOT MODE-REELLE
           DISPLAY "Choix invalide."
           EXIT PROGRAM
       END-IF.

       IF MODE-REELLE
           IF NOT OPE-SUPERVISEUR
               DISPLAY "Acces refuse : droits superviseur exiges."
               EXIT PROGRAM
           END-IF
           DISPLAY "Les numeros masques ne sont pas restituables. "
                   "Confirmer la passe reelle (O/N) : "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRMER
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMER) TO WS-CONFIRMER
           IF NOT CONFIRMER-OUI
               DISPLAY "Passe reelle abandonnee."
               EXIT PROGRAM
           END-IF
           MOVE "OPEN-IO" TO WS-OP
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT
       END-IF.

       PERFORM OUVRIR-ETAT.

       PERFORM CONVERTIR-CARTES.
       PERFORM MASQUER-TRANS.
       PERFORM MASQUER-DEPOTS-DAB.
       PERFORM MASQUER-ARCHIVES.
       PERFORM MASQUER-GENERATIONS.
       PERFORM MASQUER-REGISTRE-DIFFERE.

       IF MODE-REELLE
           MOVE "CLOSE" TO WS-OP
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-FERMETURE
       END-IF.

       PERFORM ECRIRE-TOTAUX.
       CLOSE F-ETAT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "Etat : " WS-NOM-ETAT.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Referentiel des cartes : les numeros sont releves d'abord,
      *> puis chaque carte encore cle sur son numero reel est
      *> inscrite au sequestre et reecrite sous son jeton.
       CONVERTIR-CARTES.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           IF NOT RC-OK
               MOVE "CARTES.dat absent : aucune carte a convertir"
                   TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-FIN.
           MOVE "START-FIRST" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR
               IF RC-OK
                   IF WS-NB-CARTES < 20000
                       ADD 1 TO WS-NB-CARTES
                       MOVE W-CAR-NUMERO TO WS-TCA-NUMERO(WS-NB-CARTES)
                   ELSE
                       SET TABLE-SATUREE TO TRUE
                       SET FIN-PARCOURS TO TRUE
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.

           IF TABLE-SATUREE
               STRING "ATTENTION : plus de 20000 cartes, relancer "
                      "la passe pour convertir les suivantes"
                      DELIMITED SIZE
                   INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.

           MOVE 1 TO WS-IDX-CARTE.
           PERFORM UNTIL WS-IDX-CARTE > WS-NB-CARTES
               PERFORM CONVERTIR-CARTE
               ADD 1 TO WS-IDX-CARTE
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
      *> Une cle deja connue du sequestre comme jeton est laissee en
      *> l'etat. Sinon la carte est ecrite sous son jeton avant que
      *> l'ancienne cle ne soit supprimee : un arret entre les deux
      *> laisse un doublon que la passe suivante resorbe.
       CONVERTIR-CARTE.
           ADD 1 TO WS-NB-CARTES-LUES.
           MOVE WS-TCA-NUMERO(WS-IDX-CARTE) TO WS-ANCIEN-NUMERO.
           MOVE WS-ANCIEN-NUMERO TO W-CAR-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ERREURS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ANCIEN-NUMERO TO WS-PAN.
           MOVE "CLAIR" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-PAN WS-PAN-RESULTAT
                                 WS-CODE-PAN.
           IF WS-CODE-PAN = '00'
               ADD 1 TO WS-NB-CARTES-DEJA
               EXIT PARAGRAPH
           END-IF.

           MOVE "MASQUER" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-PAN WS-CARTE-MASQUE
                                 WS-CODE-PAN.

           IF MODE-SIMULATION
               ADD 1 TO WS-NB-CARTES-CONV
               IF W-CAR-REMPLACE NOT = 0
                   ADD 1 TO WS-NB-LIENS-CONV
               END-IF
               IF W-CAR-REMPLACANTE NOT = 0
                   ADD 1 TO WS-NB-LIENS-CONV
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE "ENROLER" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-PAN WS-PAN-RESULTAT
                                 WS-CODE-PAN.
           IF WS-CODE-PAN NOT = '00'
               ADD 1 TO WS-NB-ERREURS
               PERFORM SIGNALER-CARTE-EN-ERREUR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAN-RESULTAT TO W-CAR-NUMERO.

           IF W-CAR-REMPLACE NOT = 0
               MOVE W-CAR-REMPLACE TO WS-JETON
               PERFORM CONVERTIR-LIEN
               MOVE WS-JETON TO W-CAR-REMPLACE
           END-IF.
           IF W-CAR-REMPLACANTE NOT = 0
               MOVE W-CAR-REMPLACANTE TO WS-JETON
               PERFORM CONVERTIR-LIEN
               MOVE WS-JETON TO W-CAR-REMPLACANTE
           END-IF.

           MOVE "WRITE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ERREURS
               PERFORM SIGNALER-CARTE-EN-ERREUR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANCIEN-NUMERO TO W-CAR-NUMERO.
           MOVE "DELETE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.

           ADD 1 TO WS-NB-CARTES-CONV.
           MOVE SPACES TO W-AUD-MOTIF.
           STRING "CARTE " DELIMITED SIZE
                  WS-CARTE-MASQUE DELIMITED SIZE
                  " CLE SUR JETON" DELIMITED SIZE
               INTO W-AUD-MOTIF.
           MOVE W-CAR-CPT TO W-AUD-CPT.
           PERFORM JOURNALISER-CONVERSION.

      *>----------------------------------------------------------------
      *> Carte liee (remplacee ou remplacante) : son numero reel est
      *> inscrit au sequestre, le jeton obtenu est celui qu'elle
      *> recevra a son propre tour.
       CONVERTIR-LIEN.
           MOVE WS-JETON TO WS-PAN.
           MOVE "CLAIR" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-PAN WS-PAN-RESULTAT
                                 WS-CODE-PAN.
           IF WS-CODE-PAN = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "ENROLER" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-PAN WS-PAN-RESULTAT
                                 WS-CODE-PAN.
           IF WS-CODE-PAN = '00'
               MOVE WS-PAN-RESULTAT TO WS-JETON
               ADD 1 TO WS-NB-LIENS-CONV
           END-IF.

       SIGNALER-CARTE-EN-ERREUR.
           MOVE SPACES TO WS-LIGNE.
           STRING "CARTE " DELIMITED SIZE
                  WS-CARTE-MASQUE DELIMITED SIZE
                  " COMPTE " DELIMITED SIZE
                  W-CAR-CPT DELIMITED SIZE
                  " NON CONVERTIE (SEQUESTRE OU CARTES.dat)"
                      DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

      *>----------------------------------------------------------------
      *> Numero de carte d'un enregistrement : une valeur numerique
      *> passe a son masque (zeros = pas de carte, a blanc), une
      *> valeur deja masquee ou a blanc est laissee.
       MASQUER-CARTE-LUE.
           MOVE 'N' TO WS-CARTE-CHANGEE.
           IF WS-CARTE-LUE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CARTE-LUE TO WS-PAN.
           MOVE "MASQUER" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-PAN WS-CARTE-MASQUE
                                 WS-CODE-PAN.
           MOVE WS-CARTE-MASQUE TO WS-CARTE-LUE.
           SET CARTE-CHANGEE TO TRUE.

      *>----------------------------------------------------------------
       MASQUER-TRANS.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN.
           MOVE "START-FIRST" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR
               IF RC-OK
                   ADD 1 TO WS-NB-TRANS-LUES
                   MOVE W-TRN-CARTE TO WS-CARTE-LUE
                   PERFORM MASQUER-CARTE-LUE
                   IF CARTE-CHANGEE
                       ADD 1 TO WS-NB-TRANS-MASQUEES
                       IF MODE-REELLE
                           MOVE WS-CARTE-LUE TO W-TRN-CARTE
                           MOVE "REWRITE" TO WS-OP
                           CALL "TRANS-IO" USING WS-OP W-TRANS
                                                 W-CODE-RETOUR
                           IF NOT RC-OK
                               ADD 1 TO WS-NB-ERREURS
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-FERMETURE.

           IF MODE-REELLE AND WS-NB-TRANS-MASQUEES > 0
               MOVE 0 TO W-AUD-CPT
               MOVE SPACES TO W-AUD-MOTIF
               STRING "TRANS.dat " DELIMITED SIZE
                      WS-NB-TRANS-MASQUEES DELIMITED SIZE
                      " MASQUES" DELIMITED SIZE
                   INTO W-AUD-MOTIF
               PERFORM JOURNALISER-CONVERSION
           END-IF.

      *>----------------------------------------------------------------
       MASQUER-DEPOTS-DAB.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD.
           IF WS-CODE-DPD NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN.
           MOVE "START-FIRST" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD.
           IF WS-CODE-DPD NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD
               IF WS-CODE-DPD = '00'
                   ADD 1 TO WS-NB-DEPOTS-LUS
                   MOVE W-DPD-CARTE TO WS-CARTE-LUE
                   PERFORM MASQUER-CARTE-LUE
                   IF CARTE-CHANGEE
                       ADD 1 TO WS-NB-DEPOTS-MASQUES
                       IF MODE-REELLE
                           MOVE WS-CARTE-LUE TO W-DPD-CARTE
                           MOVE "REWRITE" TO WS-OP
                           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB
                                                 WS-CODE-DPD
                           IF WS-CODE-DPD NOT = '00'
                               ADD 1 TO WS-NB-ERREURS
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-FERMETURE.

           IF MODE-REELLE AND WS-NB-DEPOTS-MASQUES > 0
               MOVE 0 TO W-AUD-CPT
               MOVE SPACES TO W-AUD-MOTIF
               STRING "DEPOTS-DAB.dat " DELIMITED SIZE
                      WS-NB-DEPOTS-MASQUES DELIMITED SIZE
                      " MASQUES" DELIMITED SIZE
                   INTO W-AUD-MOTIF
               PERFORM JOURNALISER-CONVERSION
           END-IF.

      *>----------------------------------------------------------------
      *> Archives annuelles d'ARCHIVER : une annee sans fichier est
      *> simplement passee.
       MASQUER-ARCHIVES.
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-JOUR.
           COMPUTE WS-ANNEE-DEBUT =
                   WS-ANNEE-JOUR - CONV-ANNEES-ARCHIVE + 1.
           MOVE WS-ANNEE-DEBUT TO WS-ANNEE.
           PERFORM UNTIL WS-ANNEE > WS-ANNEE-JOUR
               PERFORM MASQUER-ARCHIVE
               ADD 1 TO WS-ANNEE
           END-PERFORM.

       MASQUER-ARCHIVE.
           MOVE SPACES TO WS-NOM-ARCHIVE.
           STRING "data/TRANS-" DELIMITED SIZE
                  WS-ANNEE DELIMITED SIZE
                  ".dat" DELIMITED SIZE
               INTO WS-NOM-ARCHIVE.
           IF MODE-REELLE
               OPEN I-O F-ARCHIVE
           ELSE
               OPEN INPUT F-ARCHIVE
           END-IF.
           IF WS-FS-ARC NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-ARCHIVES.
           MOVE 0 TO WS-NB-FICHIER WS-NB-MASQUES-FICHIER.
           MOVE 'N' TO WS-FIN.
           PERFORM UNTIL FIN-PARCOURS
               READ F-ARCHIVE
                   AT END
                       SET FIN-PARCOURS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-FICHIER
                       MOVE F-ARC-TRANS TO W-TRANS
                       MOVE W-TRN-CARTE TO WS-CARTE-LUE
                       PERFORM MASQUER-CARTE-LUE
                       IF CARTE-CHANGEE
                           ADD 1 TO WS-NB-MASQUES-FICHIER
                           IF MODE-REELLE
                               MOVE WS-CARTE-LUE TO W-TRN-CARTE
                               MOVE W-TRANS TO F-ARC-TRANS
                               REWRITE F-ARC-TRANS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE.
           ADD WS-NB-MASQUES-FICHIER TO WS-NB-ARC-MASQUES.
           MOVE WS-NOM-ARCHIVE TO WS-NOM-GENERATION.
           PERFORM ECRIRE-LIGNE-FICHIER.

      *>----------------------------------------------------------------
      *> Generations SAUVEGARDE-TRANS inscrites au catalogue : l'image
      *> TRANS occupe le debut de l'enregistrement de generation.
       MASQUER-GENERATIONS.
           OPEN INPUT F-CATALOGUE.
           IF WS-FS-CAT NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN-CAT.
           PERFORM UNTIL FIN-CATALOGUE
               READ F-CATALOGUE
                   AT END
                       SET FIN-CATALOGUE TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-CAT-DATE-TXT WS-NOM-GENERATION
                       UNSTRING F-CAT-LIGNE DELIMITED BY ","
                           INTO WS-CAT-DATE-TXT WS-NOM-GENERATION
                       MOVE 0 TO WS-NB-TRANS-GEN
                       INSPECT WS-NOM-GENERATION TALLYING
                           WS-NB-TRANS-GEN FOR ALL "SAUVEGARDE-TRANS-"
                       IF WS-NB-TRANS-GEN > 0
                           PERFORM MASQUER-GENERATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CATALOGUE.

       MASQUER-GENERATION.
           IF MODE-REELLE
               OPEN I-O F-GENERATION
           ELSE
               OPEN INPUT F-GENERATION
           END-IF.
           IF WS-FS-GEN NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-GENERATIONS.
           MOVE 0 TO WS-NB-FICHIER WS-NB-MASQUES-FICHIER.
           MOVE 'N' TO WS-FIN.
           PERFORM UNTIL FIN-PARCOURS
               READ F-GENERATION
                   AT END
                       SET FIN-PARCOURS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-FICHIER
                       MOVE F-GEN-REC(1:199) TO W-TRANS
                       MOVE W-TRN-CARTE TO WS-CARTE-LUE
                       PERFORM MASQUER-CARTE-LUE
                       IF CARTE-CHANGEE
                           ADD 1 TO WS-NB-MASQUES-FICHIER
                           IF MODE-REELLE
                               MOVE WS-CARTE-LUE TO W-TRN-CARTE
                               MOVE W-TRANS TO F-GEN-REC(1:199)
                               REWRITE F-GEN-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GENERATION.
           ADD WS-NB-MASQUES-FICHIER TO WS-NB-GEN-MASQUES.
           PERFORM ECRIRE-LIGNE-FICHIER.

      *>----------------------------------------------------------------
      *> Registre du differe du mois (carte,compte,date,montant,
      *> reference) : la premiere colonne est masquee, le registre
      *> est reecrit via reports/CARTES-DIFFERE.tmp.
       MASQUER-REGISTRE-DIFFERE.
           OPEN INPUT F-DIFFERE.
           IF WS-FS-DIFFERE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-DIFFERE-NEUF.
           MOVE 'N' TO WS-FIN-DIFFERE.
           PERFORM UNTIL FIN-DIFFERE
               READ F-DIFFERE
                   AT END
                       SET FIN-DIFFERE TO TRUE
                   NOT AT END
                       PERFORM MASQUER-LIGNE-DIFFERE
               END-READ
           END-PERFORM.
           CLOSE F-DIFFERE.
           CLOSE F-DIFFERE-NEUF.

           IF MODE-REELLE AND WS-NB-DIFFERE-MASQUES > 0
               OPEN INPUT F-DIFFERE-NEUF
               OPEN OUTPUT F-DIFFERE
               MOVE 'N' TO WS-FIN-DIFFERE
               PERFORM UNTIL FIN-DIFFERE
                   READ F-DIFFERE-NEUF
                       AT END
                           SET FIN-DIFFERE TO TRUE
                       NOT AT END
                           MOVE F-DIFFERE-NEUF-LIGNE TO F-DIFFERE-LIGNE
                           WRITE F-DIFFERE-LIGNE
                   END-READ
               END-PERFORM
               CLOSE F-DIFFERE-NEUF
               CLOSE F-DIFFERE
           END-IF.
           MOVE "reports/CARTES-DIFFERE.tmp" TO WS-NOM-TEMPORAIRE.
           CALL "CBL_DELETE_FILE" USING WS-NOM-TEMPORAIRE
               RETURNING WS-CODE-SUPPR.

       MASQUER-LIGNE-DIFFERE.
           MOVE F-DIFFERE-LIGNE TO F-DIFFERE-NEUF-LIGNE.
           MOVE SPACES TO WS-CSV-CARTE.
           UNSTRING F-DIFFERE-LIGNE DELIMITED BY ","
               INTO WS-CSV-CARTE.
           MOVE WS-CSV-CARTE TO WS-CARTE-LUE.
           IF WS-CSV-CARTE(17:4) = SPACES
               PERFORM MASQUER-CARTE-LUE
           ELSE
               MOVE 'N' TO WS-CARTE-CHANGEE
           END-IF.
           IF CARTE-CHANGEE
               ADD 1 TO WS-NB-DIFFERE-MASQUES
               MOVE WS-CARTE-LUE TO F-DIFFERE-NEUF-LIGNE(1:16)
           END-IF.
           WRITE F-DIFFERE-NEUF-LIGNE.

      *>----------------------------------------------------------------
       JOURNALISER-CONVERSION.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-AUDIT.

           MOVE WS-COMPTEUR     TO W-AUD-ID.
           MOVE "CONV-PAN"      TO W-AUD-OPERATION.
           MOVE '00'            TO W-AUD-CODE.
           MOVE WS-DATE-JOUR    TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR    TO W-AUD-OPERATEUR.

           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.

      *>----------------------------------------------------------------
       OUVRIR-ETAT.
           STRING "reports/CONVERSION-PAN-" DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-MODE DELIMITED SIZE
                  ".txt" DELIMITED SIZE
               INTO WS-NOM-ETAT.
           OPEN OUTPUT F-ETAT.
           MOVE SPACES TO F-ETAT-LIGNE.
           IF MODE-SIMULATION
               STRING "CONVERSION DES NUMEROS DE CARTE - SIMULATION "
                      "DU " DELIMITED SIZE
                      WS-DATE-JOUR DELIMITED SIZE
                   INTO F-ETAT-LIGNE
           ELSE
               STRING "CONVERSION DES NUMEROS DE CARTE - PASSE "
                      "REELLE DU " DELIMITED SIZE
                      WS-DATE-JOUR DELIMITED SIZE
                      " PAR " DELIMITED SIZE
                      LK-OPERATEUR DELIMITED SIZE
                   INTO F-ETAT-LIGNE
           END-IF.
           WRITE F-ETAT-LIGNE.

       ECRIRE-LIGNE-ETAT.
           MOVE WS-LIGNE TO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE SPACES TO WS-LIGNE.

       ECRIRE-LIGNE-FICHIER.
           MOVE SPACES TO WS-LIGNE.
           STRING FUNCTION TRIM(WS-NOM-GENERATION) DELIMITED SIZE
                  " : " DELIMITED SIZE
                  WS-NB-FICHIER DELIMITED SIZE
                  " ENREG. " DELIMITED SIZE
                  WS-NB-MASQUES-FICHIER DELIMITED SIZE
                  " NUMEROS MASQUES" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-TOTAUX.
           MOVE SPACES TO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE "Cartes lues (CARTES.dat)" TO WS-LIGNE.
           MOVE WS-NB-CARTES-LUES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Cartes deja cle sur leur jeton" TO WS-LIGNE.
           MOVE WS-NB-CARTES-DEJA TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Cartes converties" TO WS-LIGNE.
           MOVE WS-NB-CARTES-CONV TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Liens de renouvellement convertis" TO WS-LIGNE.
           MOVE WS-NB-LIENS-CONV TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Mouvements lus (TRANS.dat)" TO WS-LIGNE.
           MOVE WS-NB-TRANS-LUES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Mouvements masques" TO WS-LIGNE.
           MOVE WS-NB-TRANS-MASQUEES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Enveloppes lues (DEPOTS-DAB.dat)" TO WS-LIGNE.
           MOVE WS-NB-DEPOTS-LUS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Enveloppes masquees" TO WS-LIGNE.
           MOVE WS-NB-DEPOTS-MASQUES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Archives annuelles traitees" TO WS-LIGNE.
           MOVE WS-NB-ARCHIVES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Mouvements d'archive masques" TO WS-LIGNE.
           MOVE WS-NB-ARC-MASQUES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Generations de sauvegarde traitees" TO WS-LIGNE.
           MOVE WS-NB-GENERATIONS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Mouvements de sauvegarde masques" TO WS-LIGNE.
           MOVE WS-NB-GEN-MASQUES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Lignes du registre differe masquees" TO WS-LIGNE.
           MOVE WS-NB-DIFFERE-MASQUES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Erreurs" TO WS-LIGNE.
           MOVE WS-NB-ERREURS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.

       ECRIRE-TOTAL.
           MOVE WS-LIGNE TO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           DISPLAY FUNCTION TRIM(WS-LIGNE TRAILING).
           MOVE SPACES TO WS-LIGNE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "CONVERSION-PAN" TO W-ETP-ETAT.
           MOVE WS-NOM-ETAT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM CONVERSION-PAN.
