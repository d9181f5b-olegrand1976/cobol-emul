      *>****************************************************************
      *> Programme : EXPORT-FICOBA
      *> Role      : Batch quotidien (chaine BATCH-NUIT). Declarations
      *>             au fichier national des comptes bancaires
      *>             (FICOBA.dat, alimente par FICOBA-DECLARER) :
      *>             1. integre les retours de l'administration
      *>                (reports/FICOBA-ACK.csv : une ligne d'en-tete
      *>                puis reference,statut[,motif] avec statut OK
      *>                ou KO) : OK -> acquittee ('A'), KO -> rejetee
      *>                ('R') avec le motif. Un retour ne vaut que pour
      *>                la derniere emission de la declaration ; rejeu
      *>                refuse par IMPORT-CTRL comme pour
      *>                ACQUITTER-VIREMENTS ;
      *>             2. re-examine les rejets : une declaration dont
      *>                l'identite (compte ou titulaire) a ete corrigee
      *>                depuis repart en emission, les autres restent a
      *>                corriger ;
      *>             3. emet les declarations a transmettre dans
      *>                reports/FICOBA-AAAAMMJJ.csv (statut 'E') ;
      *>             4. edite l'etat de suivi reports/FICOBA-SUIVI-
      *>                AAAAMMJJ.txt : declarations non acquittees
      *>                hors delai legal (FICOBA-PARAM.cpy), proches
      *>                de leur date limite, ou rejetees a corriger.
      *>             L'etat de suivi est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-FICOBA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ACK ASSIGN TO "reports/FICOBA-ACK.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACK.
           SELECT F-EXPORT ASSIGN TO WS-NOM-EXPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORT.
           SELECT F-SUIVI ASSIGN TO WS-NOM-SUIVI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUIVI.

       DATA DIVISION.
       FILE SECTION.
       FD F-ACK.
       01 F-ACK-LIGNE            PIC X(120).
       FD F-EXPORT.
       01 F-EXPORT-LIGNE         PIC X(250).
       FD F-SUIVI.
       01 F-SUIVI-LIGNE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FICOBA.
       COPY FICOBA-PARAM.
       COPY COMPTE.
       COPY CLIENT.
       COPY PARAMETRES.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.
       COPY REGIMPORT.

       01 WS-FS-ACK              PIC X(2) VALUE '00'.
       01 WS-FS-EXPORT           PIC X(2) VALUE '00'.
       01 WS-FS-SUIVI            PIC X(2) VALUE '00'.
       01 WS-NOM-EXPORT          PIC X(50).
       01 WS-NOM-SUIVI           PIC X(50).
       01 WS-EXPORT-OUVERT       PIC X(1) VALUE 'N'.
          88 EXPORT-OUVERT       VALUE 'O'.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.
       01 WS-FIN-FCB             PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-CODE-FCB            PIC X(2).
       01 WS-CODE-IO             PIC X(2).

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-JOURS-RESTANTS      PIC S9(5) COMP.
       01 WS-JOURS-AFF           PIC -Z(4)9.

      *> Retour de l'administration : reference = identifiant de la
      *> declaration, tiret, rang d'emission.
       01 WS-CSV-REFERENCE       PIC X(20).
       01 WS-CSV-STATUT          PIC X(2).
       01 WS-CSV-MOTIF           PIC X(40).
       01 WS-REF-ID              PIC X(10).
       01 WS-REF-RANG            PIC X(2).
       01 WS-REFERENCE           PIC X(13).
       01 WS-RANG-EMIS           PIC 9(2).

      *> Identite declaree (de W-FCB-IBAN a W-FCB-COTIT-NOM(3)),
      *> comparee avant et apres relecture du compte et du client.
       01 WS-IDENTITE-AVANT      PIC X(149).
       01 WS-IDX-COTIT           PIC 9(1) COMP.
       01 WS-LIB-NATURE          PIC X(12).
       01 WS-SITUATION           PIC X(18).

      *> Protection contre le rejeu : empreinte du fichier de retour
      *> (nombre de lignes et somme des identifiants acquittes) puis
      *> de chaque couple reference/statut applique.
       01 WS-CODE-IMPORT         PIC X(2).
       01 WS-FICHIER-REJOUE      PIC X(1) VALUE 'N'.
          88 FICHIER-DEJA-TRAITE VALUE 'O'.
       01 WS-PRE-NB-LIGNES       PIC 9(5) VALUE 0.
       01 WS-PRE-TOTAL           PIC 9(13) VALUE 0.
       01 WS-DEJA-AAAAMMJJ       PIC X(8).
       01 WS-DEJA-JJMMAAAA       PIC X(10).

       01 WS-NB-RETOURS          PIC 9(5) VALUE 0.
       01 WS-NB-ACQUITTEES       PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES         PIC 9(5) VALUE 0.
       01 WS-NB-INCONNUES        PIC 9(5) VALUE 0.
       01 WS-NB-REJOUEES         PIC 9(5) VALUE 0.
       01 WS-NB-CORRIGEES        PIC 9(5) VALUE 0.
       01 WS-NB-EMISES           PIC 9(5) VALUE 0.
       01 WS-NB-EMISES-HORS-DELAI PIC 9(5) VALUE 0.
       01 WS-NB-EN-RETARD        PIC 9(5) VALUE 0.
       01 WS-NB-A-SURVEILLER     PIC 9(5) VALUE 0.
       01 WS-NB-A-CORRIGER       PIC 9(5) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- EXPORT-FICOBA : declarations des comptes ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       PERFORM INTEGRER-RETOURS.

       STRING "reports/FICOBA-" DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              ".csv" DELIMITED SIZE
           INTO WS-NOM-EXPORT.
       STRING "reports/FICOBA-SUIVI-" DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-SUIVI.

       OPEN OUTPUT F-SUIVI.
       MOVE SPACES TO F-SUIVI-LIGNE.
       STRING "SUIVI DES DECLARATIONS FICOBA - " DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              "   DELAI LEGAL : " DELIMITED SIZE
              FCB-DELAI-LEGAL-JOURS DELIMITED SIZE
              " JOURS" DELIMITED SIZE
           INTO F-SUIVI-LIGNE.
       WRITE F-SUIVI-LIGNE.
       MOVE SPACES TO F-SUIVI-LIGNE.
       STRING "ID         COMPTE   NATURE       EVENEMENT LIMITE   "
                  DELIMITED SIZE
              "J.REST SITUATION" DELIMITED SIZE
           INTO F-SUIVI-LIGNE.
       WRITE F-SUIVI-LIGNE.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "FICOBA-IO" USING WS-OP W-FICOBA WS-CODE-FCB.
       MOVE "START-FIRST" TO WS-OP.
       CALL "FICOBA-IO" USING WS-OP W-FICOBA WS-CODE-FCB.
       IF WS-CODE-FCB NOT = '00'
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "FICOBA-IO" USING WS-OP W-FICOBA WS-CODE-FCB
           IF WS-CODE-FCB = '00'
               PERFORM TRAITER-DECLARATION
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "FICOBA-IO" USING WS-OP W-FICOBA WS-CODE-FCB.
       IF EXPORT-OUVERT
           CLOSE F-EXPORT
       END-IF.

       MOVE SPACES TO F-SUIVI-LIGNE.
       WRITE F-SUIVI-LIGNE.
       MOVE SPACES TO F-SUIVI-LIGNE.
       STRING "EMISES : " DELIMITED SIZE
              WS-NB-EMISES DELIMITED SIZE
              " (DONT HORS DELAI : " DELIMITED SIZE
              WS-NB-EMISES-HORS-DELAI DELIMITED SIZE
              ")   ACQUITTEES : " DELIMITED SIZE
              WS-NB-ACQUITTEES DELIMITED SIZE
              "   REJETEES : " DELIMITED SIZE
              WS-NB-REJETEES DELIMITED SIZE
           INTO F-SUIVI-LIGNE.
       WRITE F-SUIVI-LIGNE.
       MOVE SPACES TO F-SUIVI-LIGNE.
       STRING "EN RETARD : " DELIMITED SIZE
              WS-NB-EN-RETARD DELIMITED SIZE
              "   A SURVEILLER : " DELIMITED SIZE
              WS-NB-A-SURVEILLER DELIMITED SIZE
              "   REJETS A CORRIGER : " DELIMITED SIZE
              WS-NB-A-CORRIGER DELIMITED SIZE
           INTO F-SUIVI-LIGNE.
       WRITE F-SUIVI-LIGNE.
       CLOSE F-SUIVI.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Retours lus       : " WS-NB-RETOURS.
       DISPLAY "Acquittees        : " WS-NB-ACQUITTEES.
       DISPLAY "Rejetees          : " WS-NB-REJETEES.
       DISPLAY "Inconnus/ignores  : " WS-NB-INCONNUES.
       DISPLAY "Deja traites      : " WS-NB-REJOUEES.
       DISPLAY "Rejets corriges   : " WS-NB-CORRIGEES.
       DISPLAY "Emises            : " WS-NB-EMISES
               " (hors delai : " WS-NB-EMISES-HORS-DELAI ")".
       DISPLAY "En retard         : " WS-NB-EN-RETARD.
       DISPLAY "Rejets a corriger : " WS-NB-A-CORRIGER.
       IF WS-NB-EMISES > 0
           DISPLAY "Fichier : " FUNCTION TRIM(WS-NOM-EXPORT)
       END-IF.
       DISPLAY "Suivi   : " FUNCTION TRIM(WS-NOM-SUIVI).

       MOVE 0 TO RETURN-CODE.
       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Fichier de retour absent : pas de retour de l'administration
      *> depuis la derniere emission, rien a integrer.
       INTEGRER-RETOURS.
           OPEN INPUT F-ACK.
           IF WS-FS-ACK NOT = '00'
               DISPLAY "Aucun fichier de retour FICOBA a integrer."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-REJEU-FICHIER.
           IF FICHIER-DEJA-TRAITE
               CLOSE F-ACK
               EXIT PARAGRAPH
           END-IF.

      *>   La premiere ligne est l'en-tete (reference,statut,motif).
           READ F-ACK
               AT END
                   SET FIN-LECTURE TO TRUE
           END-READ.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "FICOBA-IO" USING WS-OP W-FICOBA WS-CODE-FCB.
           PERFORM UNTIL FIN-LECTURE
               READ F-ACK
                   AT END
                       SET FIN-LECTURE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-RETOURS
                       PERFORM TRAITER-RETOUR
               END-READ
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "FICOBA-IO" USING WS-OP W-FICOBA WS-CODE-FCB.
           CLOSE F-ACK.

      *>----------------------------------------------------------------
       TRAITER-RETOUR.
           MOVE SPACES TO WS-CSV-REFERENCE WS-CSV-STATUT WS-CSV-MOTIF.
           UNSTRING F-ACK-LIGNE DELIMITED BY ","
               INTO WS-CSV-REFERENCE WS-CSV-STATUT WS-CSV-MOTIF.

      *>   Retour deja applique lors d'un import precedent : ignore.
           PERFORM BATIR-EMPREINTE-LIGNE.
           MOVE "VERIFIER" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.
           IF WS-CODE-IMPORT = '43'
               PERFORM FORMATER-DATE-DEJA
               ADD 1 TO WS-NB-REJOUEES
               DISPLAY "Retour " FUNCTION TRIM(WS-CSV-REFERENCE) "/"
                       WS-CSV-STATUT " deja traite le "
                       WS-DEJA-JJMMAAAA " : ignore."
               EXIT PARAGRAPH
           END-IF.

      *>   Seul le retour de la derniere emission d'une declaration
      *>   emise est applique ; un retour sur une emission anterieure
      *>   est perime.
           MOVE SPACES TO WS-REF-ID WS-REF-RANG.
           UNSTRING WS-CSV-REFERENCE DELIMITED BY "-"
               INTO WS-REF-ID WS-REF-RANG.
           IF WS-REF-ID NOT NUMERIC OR WS-REF-RANG NOT NUMERIC
               ADD 1 TO WS-NB-INCONNUES
               DISPLAY "Reference de retour invalide : "
                       WS-CSV-REFERENCE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REF-ID TO W-FCB-ID.
           MOVE "READ" TO WS-OP.
           CALL "FICOBA-IO" USING WS-OP W-FICOBA WS-CODE-FCB.
           MOVE WS-REF-RANG TO WS-RANG-EMIS.
           IF WS-CODE-FCB NOT = '00' OR NOT FCB-EMISE
                   OR W-FCB-NB-EMISSIONS NOT = WS-RANG-EMIS
               ADD 1 TO WS-NB-INCONNUES
               DISPLAY "Reference inconnue, non emise ou perimee : "
                       WS-CSV-REFERENCE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-CSV-STATUT
               WHEN "OK"
                   SET FCB-ACQUITTEE TO TRUE
                   MOVE SPACES TO W-FCB-MOTIF-REJET
                   ADD 1 TO WS-NB-ACQUITTEES
               WHEN "KO"
                   SET FCB-REJETEE TO TRUE
                   MOVE WS-CSV-MOTIF TO W-FCB-MOTIF-REJET
                   ADD 1 TO WS-NB-REJETEES
                   DISPLAY "Declaration " W-FCB-ID " (compte "
                           W-FCB-CPT ") rejetee : "
                           FUNCTION TRIM(WS-CSV-MOTIF)
               WHEN OTHER
                   ADD 1 TO WS-NB-INCONNUES
                   DISPLAY "Statut de retour invalide ("
                           WS-CSV-STATUT ") pour "
                           FUNCTION TRIM(WS-CSV-REFERENCE) "."
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-DATE-JOUR TO W-FCB-DATE-RETOUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "FICOBA-IO" USING WS-OP W-FICOBA WS-CODE-FCB.
           PERFORM INSCRIRE-LIGNE.

      *>----------------------------------------------------------------
      *> Une declaration par passage : rejet re-examine, emission de
      *> ce qui est a transmettre, puis situation au regard du delai.
       TRAITER-DECLARATION.
           IF FCB-REJETEE
               PERFORM REVOIR-REJET
           END-IF.
           IF FCB-A-EMETTRE
               PERFORM EMETTRE-DECLARATION
           END-IF.
           IF NOT FCB-ACQUITTEE
               PERFORM SITUER-DECLARATION
           END-IF.

      *>----------------------------------------------------------------
      *> Rejet : l'identite est relue sur le compte et le client ; si
      *> elle a change depuis l'emission rejetee, la declaration
      *> corrigee repart en emission.
       REVOIR-REJET.
           MOVE W-FICOBA(48:149) TO WS-IDENTITE-AVANT.
           MOVE W-FCB-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           MOVE W-CPT-IBAN   TO W-FCB-IBAN.
           MOVE W-CPT-AGENCE TO W-FCB-AGENCE.
           MOVE W-CPT-TYPE   TO W-FCB-TYPE-CPT.
           MOVE W-CPT-TITULAIRE TO W-FCB-TITULAIRE.
           MOVE 0 TO W-FCB-CLIENT W-FCB-DATE-NAISS.
           IF W-CPT-CLIENT NOT = 0
               MOVE W-CPT-CLIENT TO W-CLI-NUMERO
               MOVE "READ" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-IO
               IF WS-CODE-IO = '00'
                   MOVE W-CLI-NUMERO     TO W-FCB-CLIENT
                   MOVE W-CLI-NOM        TO W-FCB-TITULAIRE
                   MOVE W-CLI-DATE-NAISS TO W-FCB-DATE-NAISS
               END-IF
           END-IF.
           MOVE W-CPT-NB-COTITULAIRES TO W-FCB-NB-COTIT.
           MOVE 1 TO WS-IDX-COTIT.
           PERFORM UNTIL WS-IDX-COTIT > 3
               IF WS-IDX-COTIT > W-CPT-NB-COTITULAIRES
                   MOVE SPACES TO W-FCB-COTIT-NOM(WS-IDX-COTIT)
               ELSE
                   MOVE W-CPT-COTIT-NOM(WS-IDX-COTIT)
                       TO W-FCB-COTIT-NOM(WS-IDX-COTIT)
               END-IF
               ADD 1 TO WS-IDX-COTIT
           END-PERFORM.

           IF W-FICOBA(48:149) NOT = WS-IDENTITE-AVANT
               SET FCB-A-EMETTRE TO TRUE
               ADD 1 TO WS-NB-CORRIGEES
           END-IF.

      *>----------------------------------------------------------------
      *> Ligne de declaration ; l'en-tete est pose a la creation du
      *> fichier du jour (une relance de l'etape le complete).
       EMETTRE-DECLARATION.
           IF NOT EXPORT-OUVERT
               OPEN EXTEND F-EXPORT
               IF WS-FS-EXPORT NOT = '00'
                   OPEN OUTPUT F-EXPORT
                   MOVE SPACES TO F-EXPORT-LIGNE
                   STRING "reference,nature,date_evenement,compte,"
                              DELIMITED SIZE
                          "iban,agence,type,client,titulaire,"
                              DELIMITED SIZE
                          "date_naissance,nb_cotitulaires,"
                              DELIMITED SIZE
                          "cotitulaire_1,cotitulaire_2,"
                              DELIMITED SIZE
                          "cotitulaire_3,banque" DELIMITED SIZE
                       INTO F-EXPORT-LIGNE
                   WRITE F-EXPORT-LIGNE
               END-IF
               SET EXPORT-OUVERT TO TRUE
           END-IF.

           ADD 1 TO W-FCB-NB-EMISSIONS.
           MOVE SPACES TO WS-REFERENCE.
           STRING W-FCB-ID DELIMITED SIZE
                  "-" DELIMITED SIZE
                  W-FCB-NB-EMISSIONS DELIMITED SIZE
               INTO WS-REFERENCE.

           MOVE SPACES TO F-EXPORT-LIGNE.
           STRING WS-REFERENCE DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-FCB-NATURE DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-FCB-DATE-EVENEMENT DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-FCB-CPT DELIMITED SIZE
                  "," DELIMITED SIZE
                  FUNCTION TRIM(W-FCB-IBAN) DELIMITED SIZE
                  "," DELIMITED SIZE
                  FUNCTION TRIM(W-FCB-AGENCE) DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-FCB-TYPE-CPT DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-FCB-CLIENT DELIMITED SIZE
                  "," DELIMITED SIZE
                  FUNCTION TRIM(W-FCB-TITULAIRE) DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-FCB-DATE-NAISS DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-FCB-NB-COTIT DELIMITED SIZE
                  "," DELIMITED SIZE
                  FUNCTION TRIM(W-FCB-COTIT-NOM(1)) DELIMITED SIZE
                  "," DELIMITED SIZE
                  FUNCTION TRIM(W-FCB-COTIT-NOM(2)) DELIMITED SIZE
                  "," DELIMITED SIZE
                  FUNCTION TRIM(W-FCB-COTIT-NOM(3)) DELIMITED SIZE
                  "," DELIMITED SIZE
                  PARAM-CODE-BANQUE DELIMITED SIZE
               INTO F-EXPORT-LIGNE.
           WRITE F-EXPORT-LIGNE.

           SET FCB-EMISE TO TRUE.
           MOVE WS-DATE-JOUR TO W-FCB-DATE-EMISSION.
           MOVE 0 TO W-FCB-DATE-RETOUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "FICOBA-IO" USING WS-OP W-FICOBA WS-CODE-FCB.
           ADD 1 TO WS-NB-EMISES.
           IF WS-DATE-JOUR > W-FCB-DATE-LIMITE
               ADD 1 TO WS-NB-EMISES-HORS-DELAI
           END-IF.

      *>----------------------------------------------------------------
      *> Declaration non acquittee : en retard au-dela de sa date
      *> limite, a surveiller a moins de FCB-PREAVIS-JOURS, a corriger
      *> si elle est rejetee ; rien a signaler sinon.
       SITUER-DECLARATION.
           COMPUTE WS-JOURS-RESTANTS =
                   FUNCTION INTEGER-OF-DATE(W-FCB-DATE-LIMITE)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
           EVALUATE TRUE
               WHEN WS-JOURS-RESTANTS < 0 AND FCB-REJETEE
                   MOVE "RETARD - REJETEE" TO WS-SITUATION
                   ADD 1 TO WS-NB-EN-RETARD WS-NB-A-CORRIGER
               WHEN WS-JOURS-RESTANTS < 0
                   MOVE "EN RETARD" TO WS-SITUATION
                   ADD 1 TO WS-NB-EN-RETARD
               WHEN FCB-REJETEE
                   MOVE "REJETEE A CORRIGER" TO WS-SITUATION
                   ADD 1 TO WS-NB-A-CORRIGER
               WHEN WS-JOURS-RESTANTS NOT > FCB-PREAVIS-JOURS
                   MOVE "A SURVEILLER" TO WS-SITUATION
                   ADD 1 TO WS-NB-A-SURVEILLER
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           EVALUATE TRUE
               WHEN FCB-OUVERTURE
                   MOVE "OUVERTURE" TO WS-LIB-NATURE
               WHEN FCB-CLOTURE
                   MOVE "CLOTURE" TO WS-LIB-NATURE
               WHEN OTHER
                   MOVE "MODIFICATION" TO WS-LIB-NATURE
           END-EVALUATE.
           MOVE WS-JOURS-RESTANTS TO WS-JOURS-AFF.

           MOVE SPACES TO F-SUIVI-LIGNE.
           STRING W-FCB-ID DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-FCB-CPT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-LIB-NATURE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-FCB-DATE-EVENEMENT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-FCB-DATE-LIMITE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-JOURS-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-SITUATION DELIMITED SIZE
               INTO F-SUIVI-LIGNE.
           WRITE F-SUIVI-LIGNE.
           IF FCB-REJETEE
               MOVE SPACES TO F-SUIVI-LIGNE
               STRING "           MOTIF DU REJET : " DELIMITED SIZE
                      W-FCB-MOTIF-REJET DELIMITED SIZE
                   INTO F-SUIVI-LIGNE
               WRITE F-SUIVI-LIGNE
           END-IF.

      *>----------------------------------------------------------------
      *> Pre-lecture du fichier de retour (nombre de lignes et somme
      *> des identifiants references) pour confronter son empreinte
      *> au registre des imports, puis relecture depuis le debut.
       CONTROLER-REJEU-FICHIER.
           MOVE 0 TO WS-PRE-NB-LIGNES WS-PRE-TOTAL.
           READ F-ACK
               AT END
                   SET FIN-LECTURE TO TRUE
           END-READ.
           PERFORM UNTIL FIN-LECTURE
               READ F-ACK
                   AT END
                       SET FIN-LECTURE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PRE-NB-LIGNES
                       MOVE SPACES TO WS-REF-ID
                       UNSTRING F-ACK-LIGNE DELIMITED BY "-" OR ","
                           INTO WS-REF-ID
                       IF WS-REF-ID IS NUMERIC
                           ADD FUNCTION NUMVAL(WS-REF-ID)
                               TO WS-PRE-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

           INITIALIZE W-REGIMPORT.
           MOVE "FICOBA-ACK" TO W-IMP-ORIGINE.
           SET IMP-FICHIER TO TRUE.
           MOVE "FICOBA-ACK.csv" TO W-IMP-FICHIER-NOM.
           MOVE WS-PRE-NB-LIGNES TO W-IMP-NB-LIGNES.
           MOVE WS-PRE-TOTAL TO W-IMP-TOTAL-CTS.
           MOVE "VERIFIER" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.
           IF WS-CODE-IMPORT = '43'
               PERFORM FORMATER-DATE-DEJA
               DISPLAY "FICHIER DE RETOUR DEJA TRAITE LE "
                       WS-DEJA-JJMMAAAA " : integration ignoree."
               SET FICHIER-DEJA-TRAITE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.

      *>   Relecture depuis le debut pour le traitement effectif.
           CLOSE F-ACK.
           OPEN INPUT F-ACK.
           MOVE 'N' TO WS-FIN.

      *>----------------------------------------------------------------
      *> Empreinte d'un retour : couple reference/statut ; la
      *> reference porte le rang d'emission, un rejet puis
      *> l'acquittement d'une re-emission restent distincts.
       BATIR-EMPREINTE-LIGNE.
           INITIALIZE W-REGIMPORT.
           MOVE "FICOBA-ACK" TO W-IMP-ORIGINE.
           SET IMP-LIGNE TO TRUE.
           STRING WS-CSV-REFERENCE DELIMITED SPACE
                  "/" DELIMITED SIZE
                  WS-CSV-STATUT DELIMITED SIZE
               INTO W-IMP-EMPREINTE.

       INSCRIRE-LIGNE.
           PERFORM BATIR-EMPREINTE-LIGNE.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.

      *>----------------------------------------------------------------
       FORMATER-DATE-DEJA.
           MOVE W-IMP-DATE TO WS-DEJA-AAAAMMJJ.
           STRING WS-DEJA-AAAAMMJJ(7:2) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-DEJA-AAAAMMJJ(5:2) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-DEJA-AAAAMMJJ(1:4) DELIMITED SIZE
               INTO WS-DEJA-JJMMAAAA.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "FICOBA-SUIVI" TO W-ETP-ETAT.
           MOVE WS-NOM-SUIVI TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM EXPORT-FICOBA.
