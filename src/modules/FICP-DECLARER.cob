      *>****************************************************************
      *> Module : FICP-DECLARER
      *> Role   : Declaration au FICP des incidents de remboursement
      *>          d'un pret de l'etablissement (FICP.dat, origine 'E').
      *>          Partage entre RELANCES-PRETS (passage de nuit) et
      *>          RECOUVREMENT (decheance du terme au guichet) :
      *>          - incident caracterise (seuil legal d'impayes de
      *>            PRET-PARAM atteint) ou decheance prononcee : lettre
      *>            d'information prealable de l'emprunteur deposee en
      *>            file de spool (type FICP-PREAVIS), incident ouvert
      *>            en preavis ;
      *>          - preavis echu sans regularisation : inscription, la
      *>            ligne de declaration est ajoutee au fichier du jour
      *>            reports/FICP-AAAAMMJJ.csv remis a la Banque de
      *>            France ;
      *>          - regularisation : radiation (ligne de declaration
      *>            de radiation) ou, encore en preavis, annulation
      *>            sans declaration.
      *>          L'emprunteur est identifie par le client titulaire du
      *>          compte de rattachement (CLIENTS.dat) ; a defaut par
      *>          le titulaire du compte, date de naissance inconnue.
      *> Appel  : CALL "FICP-DECLARER" USING LK-OP, W-PRET,
      *>                                     LK-CODE-RETOUR, LK-ACTION.
      *> Operations (LK-OP):
      *>   "INCIDENT"    -> impayes au-dela du seuil legal
      *>   "DECHEANCE"   -> decheance du terme prononcee
      *>   "REGULARISE"  -> plus d'impaye (ou pret solde)
      *>   LK-ACTION : en sortie, 'P' preavis envoye, 'I' inscription
      *>               declaree, 'R' radiation declaree, 'A' preavis
      *>               annule, SPACE rien a faire.
      *>   LK-CODE-RETOUR : '00' traite, '29' echec d'ecriture,
      *>                    '99' operation inconnue.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICP-DECLARER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DECLARATION ASSIGN TO WS-NOM-DECLARATION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECL.
           SELECT F-LETTRE ASSIGN TO WS-NOM-LETTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LETTRE.

       DATA DIVISION.
       FILE SECTION.
       FD F-DECLARATION.
       01 F-DECLARATION-LIGNE    PIC X(120).
       FD F-LETTRE.
       01 F-LETTRE-LIGNE         PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FICP.
       COPY COMPTE.
       COPY CLIENT.
       COPY SPOOL.
       COPY PRET-PARAM.
       COPY PARAMETRES.
       COPY OPS.

       01 WS-FS-DECL             PIC X(2) VALUE '00'.
       01 WS-FS-LETTRE           PIC X(2) VALUE '00'.
       01 WS-NOM-DECLARATION     PIC X(50).
       01 WS-NOM-LETTRE          PIC X(50).

       01 WS-CODE-FICP           PIC X(2).
       01 WS-CODE-IO             PIC X(2).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-ECHEANCE       PIC 9(8).
       01 WS-NOM-MAJ             PIC X(40).
       01 WS-TYPE-DECL           PIC X(11).
       01 WS-DATE-EFFET          PIC 9(8).
       01 WS-MONTANT-CTS         PIC 9(13).
       01 WS-MONTANT-AFF         PIC -Z(10)9.99.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-SCAN            VALUE 'O'.
       01 WS-INCIDENT-TROUVE     PIC X(1) VALUE 'N'.
          88 INCIDENT-TROUVE     VALUE 'O'.

       LINKAGE SECTION.
       01 LK-OP                  PIC X(12).
       COPY PRET.
       01 LK-CODE-RETOUR         PIC X(2).
       01 LK-ACTION              PIC X(1).

       PROCEDURE DIVISION USING LK-OP, W-PRET, LK-CODE-RETOUR,
                                LK-ACTION.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE SPACE TO LK-ACTION.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "FICP-IO" USING WS-OP W-FICP WS-CODE-FICP.
       IF WS-CODE-FICP NOT = '00'
           MOVE '29' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       PERFORM CHERCHER-INCIDENT.

       EVALUATE LK-OP
           WHEN "INCIDENT"
           WHEN "DECHEANCE"
               IF INCIDENT-TROUVE
                   PERFORM SUIVRE-INCIDENT
               ELSE
                   PERFORM OUVRIR-INCIDENT
               END-IF
           WHEN "REGULARISE"
               IF INCIDENT-TROUVE
                   PERFORM REGULARISER-INCIDENT
               END-IF
           WHEN OTHER
               MOVE '99' TO LK-CODE-RETOUR
       END-EVALUATE.

       MOVE "CLOSE" TO WS-OP.
       CALL "FICP-IO" USING WS-OP W-FICP WS-CODE-FICP.

       GOBACK.

      *>----------------------------------------------------------------
      *> Incident en cours (preavis ou inscrit) declare pour le pret ;
      *> les incidents anterieurs radies ou annules sont ignores.
       CHERCHER-INCIDENT.
           MOVE 'N' TO WS-INCIDENT-TROUVE.
           MOVE 'N' TO WS-FIN.
           INITIALIZE W-FICP.
           MOVE W-PRT-ID TO W-FIC-PRET.
           MOVE "START-PRET" TO WS-OP.
           CALL "FICP-IO" USING WS-OP W-FICP WS-CODE-FICP.
           IF WS-CODE-FICP NOT = '00'
               SET FIN-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN
               MOVE "READ-NEXT" TO WS-OP
               CALL "FICP-IO" USING WS-OP W-FICP WS-CODE-FICP
               IF WS-CODE-FICP = '00'
                       AND W-FIC-PRET = W-PRT-ID
                   IF FIC-DECLARE AND FIC-EN-COURS
                       SET INCIDENT-TROUVE TO TRUE
                       SET FIN-SCAN TO TRUE
                   END-IF
               ELSE
                   SET FIN-SCAN TO TRUE
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Nouvel incident : identite de l'emprunteur, enregistrement en
      *> preavis et lettre d'information prealable.
       OUVRIR-INCIDENT.
           PERFORM IDENTIFIER-EMPRUNTEUR.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-IO.

           MOVE WS-COMPTEUR  TO W-FIC-ID.
           MOVE W-PRT-ID     TO W-FIC-PRET.
           SET FIC-DECLARE TO TRUE.
           PERFORM FIXER-MOTIF.
           MOVE WS-DATE-JOUR TO W-FIC-DATE-INCIDENT.
           MOVE WS-DATE-JOUR TO W-FIC-DATE-PREAVIS.
           MOVE 0 TO W-FIC-DATE-INSCRIPTION.
           MOVE 0 TO W-FIC-DATE-RADIATION.
           SET FIC-PREAVIS TO TRUE.

           MOVE "WRITE" TO WS-OP.
           CALL "FICP-IO" USING WS-OP W-FICP WS-CODE-FICP.
           IF WS-CODE-FICP NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           PERFORM PRODUIRE-LETTRE-PREAVIS.
           MOVE 'P' TO LK-ACTION.

      *>----------------------------------------------------------------
      *> Incident deja ouvert : une decheance survenue pendant le
      *> suivi met a jour le motif et le montant declares ; le
      *> preavis echu donne lieu a l'inscription.
       SUIVRE-INCIDENT.
           IF LK-OP = "DECHEANCE" AND NOT FIC-DECHEANCE
               PERFORM FIXER-MOTIF
               MOVE "REWRITE" TO WS-OP
               CALL "FICP-IO" USING WS-OP W-FICP WS-CODE-FICP
           END-IF.

           IF NOT FIC-PREAVIS
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DATE-ECHEANCE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-FIC-DATE-PREAVIS)
                   + PRT-FICP-PREAVIS-JOURS).
           IF WS-DATE-JOUR < WS-DATE-ECHEANCE
               EXIT PARAGRAPH
           END-IF.

           SET FIC-INSCRIT TO TRUE.
           MOVE WS-DATE-JOUR TO W-FIC-DATE-INSCRIPTION.
           MOVE "REWRITE" TO WS-OP.
           CALL "FICP-IO" USING WS-OP W-FICP WS-CODE-FICP.
           IF WS-CODE-FICP NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           MOVE "INSCRIPTION" TO WS-TYPE-DECL.
           MOVE W-FIC-DATE-INSCRIPTION TO WS-DATE-EFFET.
           PERFORM ECRIRE-DECLARATION.
           MOVE 'I' TO LK-ACTION.

      *>----------------------------------------------------------------
      *> Regularisation : radiation declaree si l'incident etait
      *> inscrit, simple annulation s'il etait encore en preavis.
       REGULARISER-INCIDENT.
           MOVE WS-DATE-JOUR TO W-FIC-DATE-RADIATION.
           IF FIC-INSCRIT
               SET FIC-RADIE TO TRUE
           ELSE
               SET FIC-ANNULE TO TRUE
           END-IF.
           MOVE "REWRITE" TO WS-OP.
           CALL "FICP-IO" USING WS-OP W-FICP WS-CODE-FICP.
           IF WS-CODE-FICP NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           IF FIC-RADIE
               MOVE "RADIATION" TO WS-TYPE-DECL
               MOVE W-FIC-DATE-RADIATION TO WS-DATE-EFFET
               PERFORM ECRIRE-DECLARATION
               MOVE 'R' TO LK-ACTION
           ELSE
               MOVE 'A' TO LK-ACTION
           END-IF.

      *>----------------------------------------------------------------
      *> Motif et montant declares : arriere d'echeances pour un
      *> incident de paiement, capital restant du exigible apres
      *> decheance du terme.
       FIXER-MOTIF.
           IF LK-OP = "DECHEANCE" OR PRT-DECHU
               SET FIC-DECHEANCE TO TRUE
               MOVE W-PRT-CAPITAL-RESTANT TO W-FIC-MONTANT
           ELSE
               SET FIC-IMPAYES TO TRUE
               COMPUTE W-FIC-MONTANT =
                       W-PRT-MENSUALITE * W-PRT-NB-IMPAYES
           END-IF.

      *>----------------------------------------------------------------
      *> Client titulaire du compte de rattachement ; la cle FICP est
      *> la date de naissance suivie des cinq premieres lettres du
      *> nom.
       IDENTIFIER-EMPRUNTEUR.
           INITIALIZE W-FICP.
           MOVE W-PRT-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               INITIALIZE W-COMPTE
               MOVE W-PRT-CPT TO W-CPT-NUMERO
           END-IF.

           MOVE W-CPT-TITULAIRE TO W-FIC-NOM.
           IF W-CPT-CLIENT NOT = 0
               MOVE W-CPT-CLIENT TO W-CLI-NUMERO
               MOVE "READ" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-IO
               IF WS-CODE-IO = '00'
                   MOVE W-CLI-NUMERO     TO W-FIC-CLIENT
                   MOVE W-CLI-NOM        TO W-FIC-NOM
                   MOVE W-CLI-DATE-NAISS TO W-FIC-DATE-NAISS
               END-IF
           END-IF.

           MOVE FUNCTION UPPER-CASE(W-FIC-NOM) TO WS-NOM-MAJ.
           MOVE W-FIC-DATE-NAISS TO W-FIC-CLE-NAISS.
           MOVE WS-NOM-MAJ(1:5)  TO W-FIC-CLE-NOM.

      *>----------------------------------------------------------------
      *> Fichier de declaration du jour : une ligne par inscription ou
      *> radiation, montant en centimes (convention des autres
      *> fichiers d'echange) ; l'en-tete est pose a la creation.
       ECRIRE-DECLARATION.
           MOVE SPACES TO WS-NOM-DECLARATION.
           STRING "reports/FICP-" DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  ".csv" DELIMITED SIZE
               INTO WS-NOM-DECLARATION.
           OPEN EXTEND F-DECLARATION.
           IF WS-FS-DECL NOT = '00'
               OPEN OUTPUT F-DECLARATION
               MOVE SPACES TO F-DECLARATION-LIGNE
               STRING "type,pret,cle,nom,date_naissance,motif,"
                          DELIMITED SIZE
                      "montant,date_incident,date_effet,banque"
                          DELIMITED SIZE
                   INTO F-DECLARATION-LIGNE
               WRITE F-DECLARATION-LIGNE
           END-IF.
           COMPUTE WS-MONTANT-CTS = W-FIC-MONTANT * 100.
           MOVE SPACES TO F-DECLARATION-LIGNE.
           STRING FUNCTION TRIM(WS-TYPE-DECL) DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-FIC-PRET DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-FIC-CLE-BDF DELIMITED SIZE
                  "," DELIMITED SIZE
                  FUNCTION TRIM(W-FIC-NOM) DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-FIC-DATE-NAISS DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-FIC-MOTIF DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-MONTANT-CTS DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-FIC-DATE-INCIDENT DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-DATE-EFFET DELIMITED SIZE
                  "," DELIMITED SIZE
                  PARAM-CODE-BANQUE DELIMITED SIZE
               INTO F-DECLARATION-LIGNE.
           WRITE F-DECLARATION-LIGNE.
           CLOSE F-DECLARATION.

      *>----------------------------------------------------------------
      *> Lettre d'information prealable : l'emprunteur est averti de
      *> la declaration a venir et du delai dont il dispose pour
      *> regulariser.
       PRODUIRE-LETTRE-PREAVIS.
           MOVE SPACES TO WS-NOM-LETTRE.
           STRING "reports/FICP-PREAVIS-" DELIMITED SIZE
                  W-PRT-ID DELIMITED SIZE
                  ".txt" DELIMITED SIZE
               INTO WS-NOM-LETTRE.
           OPEN OUTPUT F-LETTRE.

           STRING PARAM-NOM-BANQUE DELIMITED SIZE
                  " - AGENCE " DELIMITED SIZE
                  W-CPT-AGENCE DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           STRING "LE " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "INFORMATION PREALABLE A UNE INSCRIPTION AU FICP"
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           STRING "EMPRUNTEUR : " DELIMITED SIZE
                  W-FIC-NOM DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           STRING "PRET       : " DELIMITED SIZE
                  W-PRT-ID DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE W-FIC-MONTANT TO WS-MONTANT-AFF.
           IF FIC-DECHEANCE
               STRING "EXIGIBLE   : " DELIMITED SIZE
                      WS-MONTANT-AFF DELIMITED SIZE
                      " (DECHEANCE DU TERME)" DELIMITED SIZE
                   INTO F-LETTRE-LIGNE
           ELSE
               STRING "ARRIERE    : " DELIMITED SIZE
                      WS-MONTANT-AFF DELIMITED SIZE
                      " (" DELIMITED SIZE
                      W-PRT-NB-IMPAYES DELIMITED SIZE
                      " ECHEANCE(S))" DELIMITED SIZE
                   INTO F-LETTRE-LIGNE
           END-IF.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "A DEFAUT DE REGULARISATION DANS UN DELAI DE "
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           STRING PRT-FICP-PREAVIS-JOURS DELIMITED SIZE
                  " JOURS, CET INCIDENT SERA DECLARE A LA BANQUE DE"
                      DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "FRANCE POUR INSCRIPTION AU FICHIER NATIONAL DES "
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "INCIDENTS DE REMBOURSEMENT DES CREDITS AUX "
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "PARTICULIERS (FICP)." TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           CLOSE F-LETTRE.
           PERFORM DEPOSER-AU-SPOOL.

      *>----------------------------------------------------------------
       DEPOSER-AU-SPOOL.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-IO.

           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR       TO W-SPL-ID.
           MOVE W-PRT-CPT         TO W-SPL-CPT.
           MOVE "FICP-PREAVIS"    TO W-SPL-TYPE-DOC.
           MOVE WS-DATE-JOUR      TO W-SPL-DATE.
           MOVE W-CPT-AGENCE      TO W-SPL-AGENCE.
           MOVE W-CPT-MODE-ENVOI  TO W-SPL-MODE.
           MOVE WS-NOM-LETTRE     TO W-SPL-FICHIER.
      *>   Lettre reglementaire : toujours imprimee, meme en e-releve.
           SET SPL-A-IMPRIMER TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-IO.
           MOVE "WRITE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-IO.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-IO.

       END PROGRAM FICP-DECLARER.
