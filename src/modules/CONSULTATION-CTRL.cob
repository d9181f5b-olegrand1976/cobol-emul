      *>****************************************************************
      *> Module : CONSULTATION-CTRL
      *> Role   : Controle des consultations faites par les ecrans
      *>          SOLDE, HISTO, CLIENT-360 et RELEVE :
      *>          - compte ou client du personnel (titulaire lie a un
      *>            operateur, module PERSONNEL-CTRL) : une entree
      *>            CONSULT-PERS est ecrite dans AUDIT.dat (operateur,
      *>            compte, ecran, client et operateur lie en motif),
      *>            reprise au rapport mensuel de conformite
      *>            RAPPORT-PERSONNEL. Rien n'est ecrit pour un client
      *>            sans lien avec le personnel ;
      *>          - compte ou client sensible (SENSIBLES.dat, marque
      *>            sur le compte ou sur son client ; pour la fiche
      *>            client, sur le client ou l'un de ses comptes)
      *>            consulte depuis une agence (PARAM-CODE-AGENCE)
      *>            autre que son agence de rattachement : une
      *>            justification est exigee a l'ecran ; l'acces est
      *>            inscrit au journal ACCES-SENSIBLES.dat, accorde ou
      *>            refuse, et l'entree reste ouverte comme alerte
      *>            conformite du jour (ecran SENSIBLES, pupitre).
      *>            L'agence de rattachement est celle du compte ;
      *>            pour la fiche client, l'agence de la session si le
      *>            client y tient un compte, sinon celle de son
      *>            premier compte.
      *> Appel  : CALL "CONSULTATION-CTRL" USING LK-OPERATEUR, LK-CPT,
      *>                                         LK-CLIENT, LK-ECRAN,
      *>                                         LK-CODE-RETOUR.
      *>   LK-CPT         : compte consulte (0 = fiche client).
      *>   LK-CLIENT      : client consulte (0 = compte sans client).
      *>   LK-ECRAN       : ecran de consultation (SOLDE, HISTO...).
      *>   LK-CODE-RETOUR : '00' la consultation peut se poursuivre,
      *>                    '59' refusee (compte sensible hors agence,
      *>                    justification absente ou insuffisante).
      *> Le compte est relu ici par une lecture simple : l'appelant
      *> ne tient pas de verrou sur un ecran de consultation.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTATION-CTRL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AUDIT.
       COPY COMPTE.
       COPY SENSIBLE.
       COPY SENSIBLE-PARAM.
       COPY ACCES-SENSIBLE.
       COPY PARAMETRES.
       COPY OPS.

       01 WS-CODE-AUD            PIC X(2).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-OP-PERSONNEL        PIC X(12).
       01 WS-OPE-LIE             PIC X(8).
       01 WS-PRD-PERSONNEL       PIC X(4) VALUE SPACES.
       01 WS-CODE-PERSONNEL      PIC X(2).

       01 WS-CODE-SEN            PIC X(2).
       01 WS-CODE-CPT            PIC X(2).
       01 WS-CODE-ACS            PIC X(2).
       01 WS-SENSIBLE            PIC X(1) VALUE 'N'.
          88 CONSULTATION-SENSIBLE VALUE 'O'.
       01 WS-AGENCE-RATT         PIC X(4).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-JUSTIFICATION       PIC X(60).

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).
       01 LK-CPT                 PIC 9(8).
       01 LK-CLIENT              PIC 9(8).
       01 LK-ECRAN               PIC X(12).
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-OPERATEUR, LK-CPT, LK-CLIENT,
                                LK-ECRAN, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       IF LK-CLIENT NOT = 0
           MOVE "PERSONNEL" TO WS-OP-PERSONNEL
           CALL "PERSONNEL-CTRL" USING WS-OP-PERSONNEL WS-OPE-LIE
                                       LK-CLIENT WS-PRD-PERSONNEL
                                       WS-CODE-PERSONNEL
           IF WS-CODE-PERSONNEL = '00'
               PERFORM TRACER-CONSULTATION-PERSONNEL
           END-IF
       END-IF.

       PERFORM CONTROLER-SENSIBLE.

       GOBACK.

      *>----------------------------------------------------------------
       TRACER-CONSULTATION-PERSONNEL.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-AUD.

           MOVE WS-COMPTEUR    TO W-AUD-ID.
           MOVE LK-CPT         TO W-AUD-CPT.
           MOVE "CONSULT-PERS" TO W-AUD-OPERATION.
           MOVE '00'           TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR   TO W-AUD-OPERATEUR.
           MOVE SPACES TO W-AUD-MOTIF.
           STRING LK-ECRAN   DELIMITED SPACE
                  " client " DELIMITED SIZE
                  LK-CLIENT  DELIMITED SIZE
                  " lien "   DELIMITED SIZE
                  WS-OPE-LIE DELIMITED SPACE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.

      *>----------------------------------------------------------------
      *> Marque sensible et agence de rattachement, puis justification
      *> et journal quand la consultation se fait hors de cette
      *> agence.
       CONTROLER-SENSIBLE.
           MOVE 'N' TO WS-SENSIBLE.
           MOVE SPACES TO WS-AGENCE-RATT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.
           IF WS-CODE-SEN NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           IF LK-CLIENT NOT = 0
               MOVE 'C'       TO W-SEN-NATURE
               MOVE LK-CLIENT TO W-SEN-NUMERO
               PERFORM LIRE-MARQUE
           END-IF.

           IF LK-CPT NOT = 0
               MOVE 'A'    TO W-SEN-NATURE
               MOVE LK-CPT TO W-SEN-NUMERO
               PERFORM LIRE-MARQUE
               MOVE LK-CPT TO W-CPT-NUMERO
               MOVE "READ" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT
               IF WS-CODE-CPT = '00'
                   MOVE W-CPT-AGENCE TO WS-AGENCE-RATT
               END-IF
           ELSE
               PERFORM PARCOURIR-COMPTES-CLIENT
           END-IF.

           MOVE "CLOSE" TO WS-OP.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.

           IF NOT CONSULTATION-SENSIBLE
               OR WS-AGENCE-RATT = PARAM-CODE-AGENCE
               EXIT PARAGRAPH
           END-IF.

           PERFORM DEMANDER-JUSTIFICATION.
           PERFORM JOURNALISER-ACCES.

      *>----------------------------------------------------------------
       LIRE-MARQUE.
           MOVE "READ" TO WS-OP.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.
           IF WS-CODE-SEN = '00' AND SEN-ACTIVE
               SET CONSULTATION-SENSIBLE TO TRUE
           END-IF.

      *> Fiche client : comptes du client (marques et agence de
      *> rattachement). Un client sans compte n'a pas d'agence de
      *> rattachement : toute consultation est alors hors agence.
       PARCOURIR-COMPTES-CLIENT.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
           IF WS-CODE-CPT NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT
               IF WS-CODE-CPT NOT = '00'
                   SET FIN-PARCOURS TO TRUE
               ELSE
                   IF W-CPT-CLIENT = LK-CLIENT
                       PERFORM EXAMINER-COMPTE-CLIENT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.

       EXAMINER-COMPTE-CLIENT.
           IF WS-AGENCE-RATT = SPACES
               OR W-CPT-AGENCE = PARAM-CODE-AGENCE
               MOVE W-CPT-AGENCE TO WS-AGENCE-RATT
           END-IF.
           MOVE 'A'          TO W-SEN-NATURE.
           MOVE W-CPT-NUMERO TO W-SEN-NUMERO.
           PERFORM LIRE-MARQUE.

      *>----------------------------------------------------------------
       DEMANDER-JUSTIFICATION.
           DISPLAY " ".
           IF WS-AGENCE-RATT = SPACES
               DISPLAY "*** Client sensible sans compte : consultation"
                       " hors agence ***"
           ELSE
               DISPLAY "*** Compte sensible rattache a l'agence "
                       WS-AGENCE-RATT " ***"
           END-IF.
           DISPLAY "La consultation est journalisee et signalee a la"
                   " conformite.".
           DISPLAY "Justification : " WITH NO ADVANCING.
           MOVE SPACES TO WS-JUSTIFICATION.
           ACCEPT WS-JUSTIFICATION.

           IF WS-JUSTIFICATION = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-JUSTIFICATION))
                  < SEN-LONG-MINI
               MOVE '59' TO LK-CODE-RETOUR
               DISPLAY "Consultation refusee : justification"
                       " obligatoire (" SEN-LONG-MINI
                       " caracteres au moins)."
           END-IF.

      *> Une entree par tentative, accordee ou refusee, ouverte comme
      *> alerte conformite.
       JOURNALISER-ACCES.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-ACS.

           MOVE WS-COMPTEUR       TO W-ACS-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-ACS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-ACS-HEURE.
           MOVE LK-OPERATEUR      TO W-ACS-OPERATEUR.
           MOVE PARAM-CODE-AGENCE TO W-ACS-AGENCE.
           MOVE WS-AGENCE-RATT    TO W-ACS-AGENCE-RATT.
           MOVE LK-CPT            TO W-ACS-CPT.
           MOVE LK-CLIENT         TO W-ACS-CLIENT.
           MOVE LK-ECRAN          TO W-ACS-ECRAN.
           MOVE WS-JUSTIFICATION  TO W-ACS-JUSTIFICATION.
           IF LK-CODE-RETOUR = '00'
               SET ACS-ACCORDE TO TRUE
           ELSE
               SET ACS-REFUSE TO TRUE
           END-IF.
           SET ACS-ALERTE-OUVERTE TO TRUE.
           MOVE SPACES            TO W-ACS-VU-PAR.
           MOVE 0                 TO W-ACS-DATE-VU.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE WS-CODE-ACS.
           MOVE "WRITE" TO WS-OP.
           CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE WS-CODE-ACS.
           MOVE "CLOSE" TO WS-OP.
           CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE WS-CODE-ACS.

       END PROGRAM CONSULTATION-CTRL.
