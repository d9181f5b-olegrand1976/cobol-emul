      *>****************************************************************
      *> Programme : REPRISE-REFERENTIEL
      *> Role      : Reprise des comptes anterieurs aux referentiels :
      *>             les comptes ouverts avant le referentiel client,
      *>             le catalogue produits et l'IBAN portent encore
      *>             W-CPT-CLIENT a 0, W-CPT-PRODUIT ou W-CPT-IBAN a
      *>             SPACES. Pour chacun (comptes clos exceptes) :
      *>             - l'IBAN est derive par le module IBAN ("GENERER")
      *>               quand le code agence est renseigne ;
      *>             - le type historique C/E donne le produit par
      *>               defaut du catalogue (REPRISE-PARAM.cpy) ; un
      *>               compte de services bancaires de base reste hors
      *>               catalogue ;
      *>             - le titulaire puis les cotitulaires sont
      *>               rapproches des clients de CLIENTS.dat sur le nom
      *>               normalise (majuscules, ponctuation retiree,
      *>               espaces reduits). Un seul client actif de ce
      *>               nom, ou parmi plusieurs homonymes le seul cree
      *>               a la date d'ouverture du compte : rapprochement
      *>               sur, le compte est relie. Aucun client : il est
      *>               cree (les clients crees passent au filtrage
      *>               sanctions du prochain SCORING-LBC). Sinon le
      *>               cas part en liste de travail du back-office
      *>               (ANOMALIES.dat, regles R006 titulaire et R007
      *>               cotitulaire) et se solde de lui-meme au passage
      *>               suivant une fois le compte relie ou l'homonymie
      *>               levee.
      *>             Le mode SIMULATION tourne d'abord : il n'ecrit
      *>             rien et produit l'etat
      *>             reports/REPRISE-REF-AAAAMMJJ-S.txt avec les
      *>             compteurs par issue. La passe REELLE, reservee au
      *>             superviseur, n'est acceptee qu'apres une
      *>             simulation du jour ; elle journalise une entree
      *>             AUDIT-IO par compte complete et ecrit un point de
      *>             controle (data/REPRISE-REFERENTIEL.ckpt) pour
      *>             reprendre apres un arret au compte suivant le
      *>             dernier point. Un compte deja complete sortant du
      *>             perimetre, relancer la passe depuis le debut est
      *>             sans effet sur lui.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRISE-REFERENTIEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ETAT ASSIGN TO WS-NOM-ETAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT.
           SELECT F-CKPT ASSIGN TO "data/REPRISE-REFERENTIEL.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT.

       DATA DIVISION.
       FILE SECTION.
       FD F-ETAT.
       01 F-ETAT-LIGNE           PIC X(132).

       FD F-CKPT.
       01 F-CKPT-REC.
          05 F-CKPT-CLE          PIC 9(8).
          05 F-CKPT-DATE-SIMUL   PIC 9(8).
          05 F-CKPT-ETAT         PIC X(1).

       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY CLIENT.
       COPY PRODUIT.
       COPY ANOMALIE.
       COPY AUDIT.
       COPY OPERATEUR.
       COPY REPRISE-PARAM.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

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
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-ANOM           PIC X(2).
       01 WS-CODE-AUDIT          PIC X(2).
       01 WS-CODE-IBAN           PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).

      *> Point de controle : dernier compte examine par la passe
      *> reelle, etat de cette passe et date de la derniere
      *> simulation.
       01 WS-FS-CKPT             PIC X(2) VALUE '00'.
       01 WS-CKPT-CLE            PIC 9(8) VALUE 0.
       01 WS-CKPT-DATE-SIMUL     PIC 9(8) VALUE 0.
       01 WS-CKPT-ETAT           PIC X(1) VALUE SPACE.
          88 CKPT-EN-COURS       VALUE 'E'.
          88 CKPT-TERMINE        VALUE 'T'.
       01 WS-CKPT-COMPTEUR       PIC 9(5) VALUE 0.
       01 WS-REPRISE             PIC X(1) VALUE 'N'.
          88 REPRISE-POINT       VALUE 'O'.
       01 WS-CLE-DEPART          PIC 9(8) VALUE 0.

      *> Produits par defaut verifies au catalogue.
       01 WS-PRD-C-DISPO         PIC X(1) VALUE 'N'.
          88 PRODUIT-C-DISPO     VALUE 'O'.
       01 WS-PRD-E-DISPO         PIC X(1) VALUE 'N'.
          88 PRODUIT-E-DISPO     VALUE 'O'.

      *> Clients du referentiel en memoire, nom normalise ; les
      *> clients crees par la reprise y sont ajoutes (numero 0 en
      *> simulation) pour que les comptes suivants du meme titulaire
      *> s'y rattachent.
       01 WS-TAB-CLIENTS.
          05 WS-TCL OCCURS 20000 TIMES.
             10 WS-TCL-NUMERO    PIC 9(8).
             10 WS-TCL-NOM       PIC X(40).
             10 WS-TCL-DATE-CREATION PIC 9(8).
             10 WS-TCL-STATUT    PIC X(1).
       01 WS-NB-CLIENTS          PIC 9(5) COMP VALUE 0.
       01 WS-IDX-CLI             PIC 9(5) COMP.
       01 WS-SATURATION          PIC X(1) VALUE 'N'.
          88 TABLE-SATUREE       VALUE 'O'.

      *> Normalisation d'un nom : majuscules, ponctuation en
      *> espaces, mots (8 au plus) separes par un seul espace.
       01 WS-TRAVAIL             PIC X(40).
       01 WS-MOTS.
          05 WS-MOT              PIC X(20) OCCURS 8 TIMES.
       01 WS-NB-MOTS             PIC 9(2) COMP.
       01 WS-NORME               PIC X(40).
       01 WS-PTR                 PIC 9(2) COMP.
       01 WS-I                   PIC 9(2) COMP.
       01 WS-LG-NORME            PIC 9(2) COMP.

      *> Rapprochement : nom cherche (normalise), longueur de prefixe
      *> quand le nom source est tronque (0 = egalite complete),
      *> candidats trouves.
       01 WS-NOM-TITULAIRE       PIC X(40).
       01 WS-NOM-CHERCHE         PIC X(40).
       01 WS-LG-PREFIXE          PIC 9(2) COMP.
       01 WS-NB-CANDIDATS        PIC 9(5) COMP.
       01 WS-NB-CAND-DATE        PIC 9(5) COMP.
       01 WS-IDX-CANDIDAT        PIC 9(5) COMP.
       01 WS-CANDIDAT            PIC 9(8).
       01 WS-CANDIDAT-DATE       PIC 9(8).
       01 WS-LISTE-CANDIDATS     PIC X(30).
       01 WS-PTR-CAND            PIC 9(2) COMP.
       01 WS-RESULTAT            PIC X(1).
          88 RAPPROCHEMENT-SUR   VALUE 'S'.
          88 AUCUN-CANDIDAT      VALUE 'A'.
          88 RAPPROCHEMENT-AMBIGU VALUE 'R'.

      *> Creation d'un client par la reprise.
       01 WS-NOM-CREATION        PIC X(40).
       01 WS-NUMERO-CREE         PIC 9(8).
       01 WS-CREATION            PIC X(1).
          88 CREATION-OK         VALUE 'O'.

      *> Compte en cours : issues relevees pour l'etat et l'audit.
       01 WS-PERIMETRE           PIC X(1).
          88 COMPTE-A-REPRENDRE  VALUE 'O'.
       01 WS-MODIFIE             PIC X(1).
          88 COMPTE-MODIFIE      VALUE 'O'.
       01 WS-TITULAIRE-TRAITE    PIC X(1).
          88 TITULAIRE-TRAITE    VALUE 'O'.
       01 WS-COTIT-ARBITRER      PIC X(1).
          88 COTIT-A-ARBITRER    VALUE 'O'.
       01 WS-ACTIONS             PIC X(60).
       01 WS-PTR-ACT             PIC 9(2) COMP.
       01 WS-DETAIL              PIC X(40).
       01 WS-IDX-COTIT           PIC 9(1) COMP.
       01 WS-RANG-COTIT          PIC 9(1).

      *> Cycle de vie d'une entree de la liste de travail.
       01 WS-REGLE               PIC X(4).
       01 WS-SEVERITE            PIC X(1).
       01 WS-ANOMALIE-PRESENTE   PIC X(1).
          88 ANOMALIE-PRESENTE   VALUE 'O'.
       01 WS-R007-OUVERTE        PIC X(1).
          88 R007-OUVERTE        VALUE 'O'.

       01 WS-NB-LUS              PIC 9(7) VALUE 0.
       01 WS-NB-A-REPRENDRE      PIC 9(7) VALUE 0.
       01 WS-NB-CLOS             PIC 9(7) VALUE 0.
       01 WS-NB-IBAN             PIC 9(7) VALUE 0.
       01 WS-NB-IBAN-SANS-AGENCE PIC 9(7) VALUE 0.
       01 WS-NB-PRODUIT-C        PIC 9(7) VALUE 0.
       01 WS-NB-PRODUIT-E        PIC 9(7) VALUE 0.
       01 WS-NB-PRODUIT-ABSENT   PIC 9(7) VALUE 0.
       01 WS-NB-TIT-LIES         PIC 9(7) VALUE 0.
       01 WS-NB-TIT-CREES        PIC 9(7) VALUE 0.
       01 WS-NB-TIT-REVUE        PIC 9(7) VALUE 0.
       01 WS-NB-COT-RECONNUS     PIC 9(7) VALUE 0.
       01 WS-NB-COT-CREES        PIC 9(7) VALUE 0.
       01 WS-NB-COT-REVUE        PIC 9(7) VALUE 0.
       01 WS-NB-REVUES-SOLDEES   PIC 9(7) VALUE 0.
       01 WS-NB-MAJ              PIC 9(7) VALUE 0.
       01 WS-NB-ERREURS          PIC 9(7) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Reprise des comptes anterieurs ---".

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

       PERFORM LIRE-CHECKPOINT.

       IF MODE-REELLE
           IF NOT OPE-SUPERVISEUR
               DISPLAY "Acces refuse : droits superviseur exiges."
               EXIT PROGRAM
           END-IF
           IF WS-CKPT-DATE-SIMUL NOT = WS-DATE-JOUR
               DISPLAY "Passe reelle refusee : lancer d'abord la "
                       "simulation du jour et en verifier l'etat."
               EXIT PROGRAM
           END-IF
       END-IF.

       PERFORM CONTROLER-PRODUITS.
       PERFORM CHARGER-CLIENTS.
       IF TABLE-SATUREE
           DISPLAY "ATTENTION : plus de " REP-MAX-CLIENTS
                   " clients au referentiel, rapprochement incomplet."
           IF MODE-REELLE
               DISPLAY "Passe reelle refusee."
               EXIT PROGRAM
           END-IF
       END-IF.

       IF MODE-REELLE AND CKPT-EN-COURS AND WS-CKPT-CLE > 0
           DISPLAY "Passe interrompue apres le compte " WS-CKPT-CLE
                   ". Reprendre a partir du compte suivant ? (O/N) "
                   WITH NO ADVANCING
           ACCEPT WS-REPRISE
           MOVE FUNCTION UPPER-CASE(WS-REPRISE) TO WS-REPRISE
       END-IF.
       IF REPRISE-POINT
           MOVE WS-CKPT-CLE TO WS-CLE-DEPART
       END-IF.

       IF MODE-REELLE
           DISPLAY "Confirmer la passe reelle (O/N) : "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRMER
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMER) TO WS-CONFIRMER
           IF NOT CONFIRMER-OUI
               DISPLAY "Passe reelle abandonnee."
               EXIT PROGRAM
           END-IF
       END-IF.

       PERFORM OUVRIR-ETAT.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Aucun compte a reprendre."
           CLOSE F-ETAT
           PERFORM INSCRIRE-ETAT
           EXIT PROGRAM
       END-IF.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "ANOM-IO" USING WS-OP W-ANOMALIE WS-CODE-ANOM.
       IF MODE-REELLE
           MOVE "OPEN-IO" TO WS-OP
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
           MOVE "OPEN-IO" TO WS-OP
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT
           MOVE WS-CLE-DEPART TO WS-CKPT-CLE
           SET CKPT-EN-COURS TO TRUE
           PERFORM ECRIRE-CHECKPOINT
       END-IF.

       IF WS-CLE-DEPART > 0
           MOVE WS-CLE-DEPART TO W-CPT-NUMERO
           MOVE "START-APRES" TO WS-OP
       ELSE
           MOVE "START-FIRST" TO WS-OP
       END-IF.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF NOT RC-OK
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
           IF RC-OK
               ADD 1 TO WS-NB-LUS
               PERFORM EXAMINER-COMPTE
               IF MODE-REELLE
                   ADD 1 TO WS-CKPT-COMPTEUR
                   IF WS-CKPT-COMPTEUR >= REP-INTERVALLE-POINT
                       MOVE W-CPT-NUMERO TO WS-CKPT-CLE
                       PERFORM ECRIRE-CHECKPOINT
                       MOVE 0 TO WS-CKPT-COMPTEUR
                   END-IF
               END-IF
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-FERMETURE.
       MOVE "CLOSE" TO WS-OP.
       CALL "ANOM-IO" USING WS-OP W-ANOMALIE WS-CODE-FERMETURE.

       IF MODE-REELLE
           MOVE "CLOSE" TO WS-OP
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE
           MOVE "CLOSE" TO WS-OP
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-FERMETURE
           MOVE 0 TO WS-CKPT-CLE
           SET CKPT-TERMINE TO TRUE
       ELSE
           MOVE WS-DATE-JOUR TO WS-CKPT-DATE-SIMUL
       END-IF.
       PERFORM ECRIRE-CHECKPOINT.

       PERFORM ECRIRE-TOTAUX.
       CLOSE F-ETAT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "Etat : " WS-NOM-ETAT.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Un compte est a reprendre s'il lui manque le client, le
      *> produit (hors services bancaires de base, tenus hors
      *> catalogue) ou l'IBAN. Les cotitulaires sont rapproches avec
      *> le titulaire, ou de nouveau tant qu'une homonymie R007 reste
      *> ouverte sur le compte.
       EXAMINER-COMPTE.
           MOVE 'N' TO WS-PERIMETRE WS-MODIFIE WS-TITULAIRE-TRAITE
                       WS-COTIT-ARBITRER.
           MOVE SPACES TO WS-ACTIONS WS-DETAIL.
           MOVE 1 TO WS-PTR-ACT.

           IF W-CPT-CLIENT = 0 OR W-CPT-IBAN = SPACES
               SET COMPTE-A-REPRENDRE TO TRUE
           END-IF.
           IF W-CPT-PRODUIT = SPACES AND NOT CPT-SERVICES-BASE
               SET COMPTE-A-REPRENDRE TO TRUE
           END-IF.
           IF CPT-CLOTURE
               IF COMPTE-A-REPRENDRE
                   ADD 1 TO WS-NB-CLOS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE W-CPT-TITULAIRE TO WS-TRAVAIL.
           PERFORM NORMALISER-NOM.
           MOVE WS-NORME TO WS-NOM-TITULAIRE.

           IF COMPTE-A-REPRENDRE
               ADD 1 TO WS-NB-A-REPRENDRE
               PERFORM REPRENDRE-IBAN
               PERFORM REPRENDRE-PRODUIT
               IF W-CPT-CLIENT = 0
                   PERFORM REPRENDRE-TITULAIRE
               END-IF
           END-IF.

      *>   Titulaire relie (par cette passe ou a la main depuis) :
      *>   l'eventuelle homonymie R006 est soldee.
           IF W-CPT-CLIENT NOT = 0
               MOVE "R006" TO WS-REGLE
               MOVE 'M' TO WS-SEVERITE
               MOVE 'N' TO WS-ANOMALIE-PRESENTE
               PERFORM METTRE-A-JOUR-REVUE
           END-IF.

           MOVE 'N' TO WS-R007-OUVERTE.
           MOVE W-CPT-NUMERO TO W-ANO-CPT.
           MOVE "R007" TO W-ANO-REGLE.
           MOVE "READ" TO WS-OP.
           CALL "ANOM-IO" USING WS-OP W-ANOMALIE WS-CODE-ANOM.
           IF WS-CODE-ANOM = '00' AND NOT ANO-CORRIGEE
               SET R007-OUVERTE TO TRUE
           END-IF.
           IF TITULAIRE-TRAITE OR R007-OUVERTE
               PERFORM REPRENDRE-COTITULAIRES
           END-IF.

           IF COMPTE-MODIFIE AND MODE-REELLE
               MOVE "REWRITE" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
               IF RC-OK
                   ADD 1 TO WS-NB-MAJ
                   PERFORM JOURNALISER-REPRISE
               ELSE
                   ADD 1 TO WS-NB-ERREURS
                   STRING "ECRITURE REFUSEE " DELIMITED SIZE
                          W-CODE-RETOUR DELIMITED SIZE
                       INTO WS-ACTIONS WITH POINTER WS-PTR-ACT
               END-IF
           END-IF.

           IF WS-ACTIONS NOT = SPACES
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.

      *>----------------------------------------------------------------
      *> IBAN derive du code agence et du numero ; sans code agence
      *> numerique (anomalie R002 de QUALITE-DONNEES) il reste vide.
       REPRENDRE-IBAN.
           IF W-CPT-IBAN NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF W-CPT-AGENCE IS NOT NUMERIC
               ADD 1 TO WS-NB-IBAN-SANS-AGENCE
               STRING "IBAN:SANS-AGENCE " DELIMITED SIZE
                   INTO WS-ACTIONS WITH POINTER WS-PTR-ACT
               EXIT PARAGRAPH
           END-IF.
           MOVE "GENERER" TO WS-OP.
           CALL "IBAN" USING WS-OP W-CPT-NUMERO W-CPT-AGENCE
                             W-CPT-IBAN WS-CODE-IBAN.
           IF WS-CODE-IBAN = '00'
               ADD 1 TO WS-NB-IBAN
               SET COMPTE-MODIFIE TO TRUE
               STRING "IBAN " DELIMITED SIZE
                   INTO WS-ACTIONS WITH POINTER WS-PTR-ACT
           ELSE
               MOVE SPACES TO W-CPT-IBAN
               ADD 1 TO WS-NB-ERREURS
           END-IF.

      *>----------------------------------------------------------------
       REPRENDRE-PRODUIT.
           IF W-CPT-PRODUIT NOT = SPACES OR CPT-SERVICES-BASE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN CPT-COURANT AND PRODUIT-C-DISPO
                   MOVE REP-PRODUIT-COURANT TO W-CPT-PRODUIT
                   ADD 1 TO WS-NB-PRODUIT-C
               WHEN CPT-EPARGNE AND PRODUIT-E-DISPO
                   MOVE REP-PRODUIT-EPARGNE TO W-CPT-PRODUIT
                   ADD 1 TO WS-NB-PRODUIT-E
               WHEN OTHER
                   ADD 1 TO WS-NB-PRODUIT-ABSENT
                   STRING "PRODUIT:INDISPONIBLE " DELIMITED SIZE
                       INTO WS-ACTIONS WITH POINTER WS-PTR-ACT
                   EXIT PARAGRAPH
           END-EVALUATE.
           SET COMPTE-MODIFIE TO TRUE.
           STRING "PRODUIT:" DELIMITED SIZE
                  W-CPT-PRODUIT DELIMITED SIZE
                  " " DELIMITED SIZE
               INTO WS-ACTIONS WITH POINTER WS-PTR-ACT.

      *>----------------------------------------------------------------
       REPRENDRE-TITULAIRE.
           IF WS-NOM-TITULAIRE = SPACES
               EXIT PARAGRAPH
           END-IF.
           SET TITULAIRE-TRAITE TO TRUE.
           MOVE WS-NOM-TITULAIRE TO WS-NOM-CHERCHE.
           MOVE 0 TO WS-LG-PREFIXE.
           PERFORM RECHERCHER-CLIENT.

           EVALUATE TRUE
               WHEN RAPPROCHEMENT-SUR
                   MOVE WS-CANDIDAT TO W-CPT-CLIENT
                   SET COMPTE-MODIFIE TO TRUE
                   ADD 1 TO WS-NB-TIT-LIES
                   STRING "CLIENT:" DELIMITED SIZE
                          WS-CANDIDAT DELIMITED SIZE
                          " RELIE " DELIMITED SIZE
                       INTO WS-ACTIONS WITH POINTER WS-PTR-ACT
               WHEN AUCUN-CANDIDAT
                   MOVE W-CPT-TITULAIRE TO WS-NOM-CREATION
                   PERFORM CREER-CLIENT-REPRISE
                   IF CREATION-OK
                       SET RAPPROCHEMENT-SUR TO TRUE
                       MOVE WS-NUMERO-CREE TO W-CPT-CLIENT
                       SET COMPTE-MODIFIE TO TRUE
                       ADD 1 TO WS-NB-TIT-CREES
                       STRING "CLIENT:" DELIMITED SIZE
                              WS-NUMERO-CREE DELIMITED SIZE
                              " CREE " DELIMITED SIZE
                           INTO WS-ACTIONS WITH POINTER WS-PTR-ACT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NB-TIT-REVUE
                   STRING "CLIENT:A-ARBITRER " DELIMITED SIZE
                       INTO WS-ACTIONS WITH POINTER WS-PTR-ACT
                   MOVE WS-LISTE-CANDIDATS TO WS-DETAIL
                   MOVE "R006" TO WS-REGLE
                   MOVE 'M' TO WS-SEVERITE
                   SET ANOMALIE-PRESENTE TO TRUE
                   PERFORM METTRE-A-JOUR-REVUE
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Le compte ne porte que le nom des cotitulaires (20 car.) :
      *> le rapprochement assure que chacun existe au referentiel.
      *> Un nom rempli jusqu'au bout est suppose tronque : il se
      *> compare en prefixe et ne donne jamais lieu a creation.
       REPRENDRE-COTITULAIRES.
           MOVE 1 TO WS-IDX-COTIT.
           PERFORM UNTIL WS-IDX-COTIT > W-CPT-NB-COTITULAIRES
                   OR WS-IDX-COTIT > 3
               IF W-CPT-COTIT-NOM(WS-IDX-COTIT) NOT = SPACES
                   PERFORM RAPPROCHER-COTITULAIRE
               END-IF
               ADD 1 TO WS-IDX-COTIT
           END-PERFORM.

           MOVE "R007" TO WS-REGLE.
           MOVE 'F' TO WS-SEVERITE.
           IF COTIT-A-ARBITRER
               SET ANOMALIE-PRESENTE TO TRUE
           ELSE
               MOVE 'N' TO WS-ANOMALIE-PRESENTE
           END-IF.
           PERFORM METTRE-A-JOUR-REVUE.

       RAPPROCHER-COTITULAIRE.
           MOVE WS-IDX-COTIT TO WS-RANG-COTIT.
           MOVE W-CPT-COTIT-NOM(WS-IDX-COTIT) TO WS-TRAVAIL.
           PERFORM NORMALISER-NOM.
           MOVE 0 TO WS-LG-PREFIXE.
           IF W-CPT-COTIT-NOM(WS-IDX-COTIT)(20:1) NOT = SPACE
               MOVE WS-LG-NORME TO WS-LG-PREFIXE
           END-IF.
           IF WS-LG-NORME = 0
               EXIT PARAGRAPH
           END-IF.

      *>   Le titulaire repete en cotitulaire principal est deja
      *>   traite.
           IF WS-LG-PREFIXE = 0 AND WS-NORME = WS-NOM-TITULAIRE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LG-PREFIXE > 0
               IF WS-NORME(1:WS-LG-PREFIXE)
                       = WS-NOM-TITULAIRE(1:WS-LG-PREFIXE)
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-NORME TO WS-NOM-CHERCHE.
           PERFORM RECHERCHER-CLIENT.

           EVALUATE TRUE
               WHEN RAPPROCHEMENT-SUR
                   ADD 1 TO WS-NB-COT-RECONNUS
               WHEN AUCUN-CANDIDAT AND WS-LG-PREFIXE = 0
                   MOVE W-CPT-COTIT-NOM(WS-IDX-COTIT)
                       TO WS-NOM-CREATION
                   PERFORM CREER-CLIENT-REPRISE
                   IF CREATION-OK
                       ADD 1 TO WS-NB-COT-CREES
                       STRING "COTIT" DELIMITED SIZE
                              WS-RANG-COTIT DELIMITED SIZE
                              ":" DELIMITED SIZE
                              WS-NUMERO-CREE DELIMITED SIZE
                              " CREE " DELIMITED SIZE
                           INTO WS-ACTIONS WITH POINTER WS-PTR-ACT
                   END-IF
               WHEN OTHER
                   SET COTIT-A-ARBITRER TO TRUE
                   ADD 1 TO WS-NB-COT-REVUE
                   STRING "COTIT" DELIMITED SIZE
                          WS-RANG-COTIT DELIMITED SIZE
                          ":A-ARBITRER " DELIMITED SIZE
                       INTO WS-ACTIONS WITH POINTER WS-PTR-ACT
                   IF WS-DETAIL = SPACES
                       MOVE WS-LISTE-CANDIDATS TO WS-DETAIL
                   END-IF
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Candidats de meme nom normalise (ou de meme prefixe). Sur :
      *> un seul candidat, actif ; ou plusieurs dont un seul cree le
      *> jour de l'ouverture du compte. Les trois premiers numeros
      *> sont gardes pour l'etat.
       RECHERCHER-CLIENT.
           MOVE 0 TO WS-NB-CANDIDATS WS-NB-CAND-DATE WS-IDX-CANDIDAT.
           MOVE 0 TO WS-CANDIDAT WS-CANDIDAT-DATE.
           MOVE SPACES TO WS-LISTE-CANDIDATS.
           MOVE 1 TO WS-PTR-CAND.
           MOVE 1 TO WS-IDX-CLI.
           PERFORM UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               IF WS-LG-PREFIXE = 0
                   IF WS-TCL-NOM(WS-IDX-CLI) = WS-NOM-CHERCHE
                       PERFORM RETENIR-CANDIDAT
                   END-IF
               ELSE
                   IF WS-TCL-NOM(WS-IDX-CLI)(1:WS-LG-PREFIXE)
                           = WS-NOM-CHERCHE(1:WS-LG-PREFIXE)
                       PERFORM RETENIR-CANDIDAT
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-CLI
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-NB-CANDIDATS = 0
                   SET AUCUN-CANDIDAT TO TRUE
               WHEN WS-NB-CANDIDATS = 1
                       AND WS-TCL-STATUT(WS-IDX-CANDIDAT) = 'A'
                   SET RAPPROCHEMENT-SUR TO TRUE
               WHEN WS-NB-CANDIDATS > 1 AND WS-NB-CAND-DATE = 1
                   MOVE WS-CANDIDAT-DATE TO WS-CANDIDAT
                   SET RAPPROCHEMENT-SUR TO TRUE
               WHEN OTHER
                   SET RAPPROCHEMENT-AMBIGU TO TRUE
           END-EVALUATE.

       RETENIR-CANDIDAT.
           ADD 1 TO WS-NB-CANDIDATS.
           IF WS-NB-CANDIDATS = 1
               MOVE WS-IDX-CLI TO WS-IDX-CANDIDAT
               MOVE WS-TCL-NUMERO(WS-IDX-CLI) TO WS-CANDIDAT
           END-IF.
           IF WS-NB-CANDIDATS <= 3
               STRING WS-TCL-NUMERO(WS-IDX-CLI) DELIMITED SIZE
                      " " DELIMITED SIZE
                   INTO WS-LISTE-CANDIDATS WITH POINTER WS-PTR-CAND
           END-IF.
           IF WS-TCL-DATE-CREATION(WS-IDX-CLI) = W-CPT-DATE-OUV
                   AND WS-TCL-STATUT(WS-IDX-CLI) = 'A'
               ADD 1 TO WS-NB-CAND-DATE
               MOVE WS-TCL-NUMERO(WS-IDX-CLI) TO WS-CANDIDAT-DATE
           END-IF.

      *>----------------------------------------------------------------
      *> Client cree sur le nom porte par le compte ; en simulation
      *> rien n'est ecrit et le client prend le numero 0.
       CREER-CLIENT-REPRISE.
           MOVE 'N' TO WS-CREATION.
           MOVE 0 TO WS-NUMERO-CREE.
           IF MODE-REELLE
               MOVE "NEXT" TO WS-OP
               CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-CLIENT
               MOVE FUNCTION MOD(WS-COMPTEUR 100000000)
                   TO WS-NUMERO-CREE
               INITIALIZE W-CLIENT
               MOVE WS-NUMERO-CREE TO W-CLI-NUMERO
               MOVE WS-NOM-CREATION TO W-CLI-NOM
               MOVE WS-DATE-JOUR TO W-CLI-DATE-CREATION
               SET CLI-ACTIF TO TRUE
               MOVE 'N' TO W-CLI-DISPENSE-PFU W-CLI-NPAI
                           W-CLI-FRAGILE W-CLI-US-PERSON W-CLI-PPE
               SET CLI-RISQUE-STANDARD TO TRUE
               MOVE "FR" TO W-CLI-PAYS-ADRESSE W-CLI-RESIDENCE-FISC
               MOVE "WRITE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               IF WS-CODE-CLIENT NOT = '00'
                   ADD 1 TO WS-NB-ERREURS
                   STRING "CREATION CLIENT REFUSEE " DELIMITED SIZE
                          WS-CODE-CLIENT DELIMITED SIZE
                          " " DELIMITED SIZE
                       INTO WS-ACTIONS WITH POINTER WS-PTR-ACT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET CREATION-OK TO TRUE.

           IF WS-NB-CLIENTS < REP-MAX-CLIENTS
               ADD 1 TO WS-NB-CLIENTS
               MOVE WS-NUMERO-CREE TO WS-TCL-NUMERO(WS-NB-CLIENTS)
               MOVE WS-NOM-CHERCHE TO WS-TCL-NOM(WS-NB-CLIENTS)
               MOVE WS-DATE-JOUR
                   TO WS-TCL-DATE-CREATION(WS-NB-CLIENTS)
               MOVE 'A' TO WS-TCL-STATUT(WS-NB-CLIENTS)
           ELSE
               SET TABLE-SATUREE TO TRUE
           END-IF.

      *>----------------------------------------------------------------
      *> Liste de travail (ANOMALIES.dat) : cas present et inconnu ->
      *> nouveau ; present et suivi -> persistant (re-ouvert s'il
      *> etait solde) ; absent mais encore ouvert -> corrige. La
      *> simulation n'y ecrit rien.
       METTRE-A-JOUR-REVUE.
           IF NOT MODE-REELLE
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CPT-NUMERO TO W-ANO-CPT.
           MOVE WS-REGLE     TO W-ANO-REGLE.
           MOVE "READ" TO WS-OP.
           CALL "ANOM-IO" USING WS-OP W-ANOMALIE WS-CODE-ANOM.

           EVALUATE TRUE
               WHEN ANOMALIE-PRESENTE AND WS-CODE-ANOM NOT = '00'
                   MOVE W-CPT-NUMERO TO W-ANO-CPT
                   MOVE WS-REGLE     TO W-ANO-REGLE
                   MOVE WS-SEVERITE  TO W-ANO-SEVERITE
                   MOVE WS-DATE-JOUR TO W-ANO-DATE-PREMIERE
                   MOVE WS-DATE-JOUR TO W-ANO-DATE-DERNIERE
                   SET ANO-NOUVELLE TO TRUE
                   MOVE "WRITE" TO WS-OP
                   CALL "ANOM-IO" USING WS-OP W-ANOMALIE WS-CODE-ANOM
               WHEN ANOMALIE-PRESENTE AND ANO-CORRIGEE
                   MOVE WS-DATE-JOUR TO W-ANO-DATE-PREMIERE
                   MOVE WS-DATE-JOUR TO W-ANO-DATE-DERNIERE
                   SET ANO-NOUVELLE TO TRUE
                   MOVE "REWRITE" TO WS-OP
                   CALL "ANOM-IO" USING WS-OP W-ANOMALIE WS-CODE-ANOM
               WHEN ANOMALIE-PRESENTE
                   MOVE WS-DATE-JOUR TO W-ANO-DATE-DERNIERE
                   SET ANO-PERSISTANTE TO TRUE
                   MOVE "REWRITE" TO WS-OP
                   CALL "ANOM-IO" USING WS-OP W-ANOMALIE WS-CODE-ANOM
               WHEN WS-CODE-ANOM = '00' AND NOT ANO-CORRIGEE
                   MOVE WS-DATE-JOUR TO W-ANO-DATE-DERNIERE
                   SET ANO-CORRIGEE TO TRUE
                   MOVE "REWRITE" TO WS-OP
                   CALL "ANOM-IO" USING WS-OP W-ANOMALIE WS-CODE-ANOM
                   ADD 1 TO WS-NB-REVUES-SOLDEES
                   STRING WS-REGLE DELIMITED SIZE
                          ":SOLDEE " DELIMITED SIZE
                       INTO WS-ACTIONS WITH POINTER WS-PTR-ACT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Majuscules, ponctuation en espaces, decoupage en mots puis
      *> forme a un seul espace entre mots (comme VOP-CTRL).
       NORMALISER-NOM.
           MOVE FUNCTION UPPER-CASE(WS-TRAVAIL) TO WS-TRAVAIL.
           INSPECT WS-TRAVAIL CONVERTING "-'.,/&;" TO "       ".
           MOVE FUNCTION TRIM(WS-TRAVAIL) TO WS-TRAVAIL.
           MOVE SPACES TO WS-MOTS WS-NORME.
           MOVE 0 TO WS-NB-MOTS.
           IF WS-TRAVAIL NOT = SPACES
               UNSTRING WS-TRAVAIL DELIMITED BY ALL SPACES
                   INTO WS-MOT(1) WS-MOT(2) WS-MOT(3) WS-MOT(4)
                        WS-MOT(5) WS-MOT(6) WS-MOT(7) WS-MOT(8)
                   TALLYING IN WS-NB-MOTS
           END-IF.

           MOVE 1 TO WS-PTR.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-NB-MOTS
               IF WS-I > 1
                   STRING " " DELIMITED SIZE
                       INTO WS-NORME WITH POINTER WS-PTR
               END-IF
               STRING WS-MOT(WS-I) DELIMITED SPACE
                   INTO WS-NORME WITH POINTER WS-PTR
               ADD 1 TO WS-I
           END-PERFORM.
           COMPUTE WS-LG-NORME = WS-PTR - 1.

      *>----------------------------------------------------------------
       CONTROLER-PRODUITS.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PRODUIT-IO" USING WS-OP W-PRODUIT W-CODE-RETOUR.

           MOVE REP-PRODUIT-COURANT TO W-PRD-CODE.
           MOVE "READ" TO WS-OP.
           CALL "PRODUIT-IO" USING WS-OP W-PRODUIT W-CODE-RETOUR.
           IF RC-OK AND PRD-ACTIF AND PRD-BASE-COURANT
               SET PRODUIT-C-DISPO TO TRUE
           ELSE
               DISPLAY "ATTENTION : produit " REP-PRODUIT-COURANT
                       " (comptes courants) absent, suspendu ou "
                       "d'un autre type."
           END-IF.

           MOVE REP-PRODUIT-EPARGNE TO W-PRD-CODE.
           MOVE "READ" TO WS-OP.
           CALL "PRODUIT-IO" USING WS-OP W-PRODUIT W-CODE-RETOUR.
           IF RC-OK AND PRD-ACTIF AND PRD-BASE-EPARGNE
               SET PRODUIT-E-DISPO TO TRUE
           ELSE
               DISPLAY "ATTENTION : produit " REP-PRODUIT-EPARGNE
                       " (comptes d'epargne) absent, suspendu ou "
                       "d'un autre type."
           END-IF.

           MOVE "CLOSE" TO WS-OP.
           CALL "PRODUIT-IO" USING WS-OP W-PRODUIT WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
       CHARGER-CLIENTS.
           MOVE 0 TO WS-NB-CLIENTS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE "START-FIRST" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           IF WS-CODE-CLIENT NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               EVALUATE TRUE
                   WHEN WS-CODE-CLIENT NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN WS-NB-CLIENTS >= REP-MAX-CLIENTS
                       SET TABLE-SATUREE TO TRUE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-NB-CLIENTS
                       MOVE W-CLI-NOM TO WS-TRAVAIL
                       PERFORM NORMALISER-NOM
                       MOVE W-CLI-NUMERO
                           TO WS-TCL-NUMERO(WS-NB-CLIENTS)
                       MOVE WS-NORME TO WS-TCL-NOM(WS-NB-CLIENTS)
                       MOVE W-CLI-DATE-CREATION
                           TO WS-TCL-DATE-CREATION(WS-NB-CLIENTS)
                       MOVE W-CLI-STATUT
                           TO WS-TCL-STATUT(WS-NB-CLIENTS)
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE.
           MOVE 'N' TO WS-FIN.

      *>----------------------------------------------------------------
      *> Une entree d'audit par compte complete : la reprise reste
      *> explicable compte par compte.
       JOURNALISER-REPRISE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-AUDIT.

           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR     TO W-AUD-ID.
           MOVE W-CPT-NUMERO    TO W-AUD-CPT.
           MOVE "REPRISE-REF"   TO W-AUD-OPERATION.
           MOVE '00'            TO W-AUD-CODE.
           MOVE WS-DATE-JOUR    TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR    TO W-AUD-OPERATEUR.
           MOVE WS-ACTIONS      TO W-AUD-MOTIF.

           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.

      *>----------------------------------------------------------------
      *> Etat du jour, un par mode ; une passe reelle reprise apres
      *> un arret complete l'etat deja commence.
       OUVRIR-ETAT.
           STRING "reports/REPRISE-REF-" DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-MODE DELIMITED SIZE
                  ".txt" DELIMITED SIZE
               INTO WS-NOM-ETAT.
           IF REPRISE-POINT
               OPEN EXTEND F-ETAT
               IF WS-FS-ETAT = '00'
                   MOVE SPACES TO F-ETAT-LIGNE
                   STRING "REPRISE APRES LE COMPTE " DELIMITED SIZE
                          WS-CLE-DEPART DELIMITED SIZE
                       INTO F-ETAT-LIGNE
                   WRITE F-ETAT-LIGNE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN OUTPUT F-ETAT.
           MOVE SPACES TO F-ETAT-LIGNE.
           IF MODE-SIMULATION
               STRING "REPRISE DES COMPTES ANTERIEURS - SIMULATION "
                      "DU " DELIMITED SIZE
                      WS-DATE-JOUR DELIMITED SIZE
                   INTO F-ETAT-LIGNE
           ELSE
               STRING "REPRISE DES COMPTES ANTERIEURS - PASSE "
                      "REELLE DU " DELIMITED SIZE
                      WS-DATE-JOUR DELIMITED SIZE
                      " PAR " DELIMITED SIZE
                      LK-OPERATEUR DELIMITED SIZE
                   INTO F-ETAT-LIGNE
           END-IF.
           WRITE F-ETAT-LIGNE.
           MOVE "COMPTE   AGENCE TYPE ISSUES / CANDIDATS"
               TO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.

       ECRIRE-LIGNE-ETAT.
           MOVE SPACES TO F-ETAT-LIGNE.
           STRING W-CPT-NUMERO DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CPT-AGENCE DELIMITED SIZE
                  "   " DELIMITED SIZE
                  W-CPT-TYPE DELIMITED SIZE
                  "    " DELIMITED SIZE
                  WS-ACTIONS DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-DETAIL DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.

      *>----------------------------------------------------------------
       ECRIRE-TOTAUX.
           MOVE SPACES TO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE "Comptes lus" TO WS-LIGNE.
           MOVE WS-NB-LUS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Comptes a reprendre" TO WS-LIGNE.
           MOVE WS-NB-A-REPRENDRE TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Comptes clos laisses en l'etat" TO WS-LIGNE.
           MOVE WS-NB-CLOS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "IBAN derives" TO WS-LIGNE.
           MOVE WS-NB-IBAN TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "IBAN non derivables (agence absente)" TO WS-LIGNE.
           MOVE WS-NB-IBAN-SANS-AGENCE TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "Produit " DELIMITED SIZE
                  REP-PRODUIT-COURANT DELIMITED SIZE
                  " (comptes courants)" DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-NB-PRODUIT-C TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "Produit " DELIMITED SIZE
                  REP-PRODUIT-EPARGNE DELIMITED SIZE
                  " (comptes d'epargne)" DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-NB-PRODUIT-E TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Produit par defaut indisponible" TO WS-LIGNE.
           MOVE WS-NB-PRODUIT-ABSENT TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Titulaires relies a un client existant" TO WS-LIGNE.
           MOVE WS-NB-TIT-LIES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Titulaires pour lesquels un client est cree"
               TO WS-LIGNE.
           MOVE WS-NB-TIT-CREES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Titulaires a arbitrer (R006)" TO WS-LIGNE.
           MOVE WS-NB-TIT-REVUE TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Cotitulaires reconnus au referentiel" TO WS-LIGNE.
           MOVE WS-NB-COT-RECONNUS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Cotitulaires pour lesquels un client est cree"
               TO WS-LIGNE.
           MOVE WS-NB-COT-CREES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Cotitulaires a arbitrer (R007)" TO WS-LIGNE.
           MOVE WS-NB-COT-REVUE TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Cas a arbitrer soldes (R006, R007)" TO WS-LIGNE.
           MOVE WS-NB-REVUES-SOLDEES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Comptes mis a jour" TO WS-LIGNE.
           MOVE WS-NB-MAJ TO WS-LIGNE(45:7).
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
       LIRE-CHECKPOINT.
           OPEN INPUT F-CKPT.
           IF WS-FS-CKPT = '00'
               READ F-CKPT
                   NOT AT END
                       MOVE F-CKPT-CLE TO WS-CKPT-CLE
                       MOVE F-CKPT-DATE-SIMUL TO WS-CKPT-DATE-SIMUL
                       MOVE F-CKPT-ETAT TO WS-CKPT-ETAT
               END-READ
               CLOSE F-CKPT
           END-IF.

       ECRIRE-CHECKPOINT.
           OPEN OUTPUT F-CKPT.
           MOVE WS-CKPT-CLE TO F-CKPT-CLE.
           MOVE WS-CKPT-DATE-SIMUL TO F-CKPT-DATE-SIMUL.
           MOVE WS-CKPT-ETAT TO F-CKPT-ETAT.
           WRITE F-CKPT-REC.
           CLOSE F-CKPT.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "REPRISE-REFERENTIEL" TO W-ETP-ETAT.
           MOVE WS-NOM-ETAT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM REPRISE-REFERENTIEL.
