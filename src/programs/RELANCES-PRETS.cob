      *>                (prononcee au guichet, ecran RECOUVREMENT,
      *>                avec validation superviseur) ;
      *>              - clot le dossier quand le pret n'a plus
      *>                d'impayes ;
      *>              - declare l'incident au FICP (module
      *>                FICP-DECLARER) des que le seuil legal
      *>                d'impayes est atteint ou le terme dechu :
      *>                lettre d'information prealable, puis
      *>                inscription a l'issue du preavis ; radiation
      *>                a la regularisation ou au solde du pret.
      *>             Emprunteur sous dossier de surendettement en
      *>             vigueur (module SURENDET-CTRL) : ni dossier de
      *>             recouvrement, ni lettre, ni candidature a la
      *>             decheance, ni declaration FICP ; le pret est
      *>             seulement mentionne au rapport.
      *>             Rapport : reports/RELANCES-PRETS.txt
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELANCES-PRETS.
       COPY SPOOL.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.
       COPY PARAMETRES.
       COPY PRET-PARAM.
       COPY SURENDET.

       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-FS-LETTRE           PIC X(2) VALUE '00'.
       01 WS-CODE-RECOUV         PIC X(2).
       01 WS-CODE-COMPTE         PIC X(2).
       01 WS-CODE-SPOOL          PIC X(2).
       01 WS-OP-FICP             PIC X(12).
       01 WS-CODE-FICP           PIC X(2).
       01 WS-ACTION-FICP         PIC X(1).
       01 WS-CODE-SDT            PIC X(2).

       01 WS-NIVEAU-CIBLE        PIC 9(1).
       01 WS-MONTANT-RETARD      PIC S9(11)V99 COMP-3.
       01 WS-NB-RELANCES         PIC 9(5) VALUE 0.
       01 WS-NB-CANDIDATS        PIC 9(5) VALUE 0.
       01 WS-NB-CLOTURES         PIC 9(5) VALUE 0.
       01 WS-NB-FICP-PREAVIS     PIC 9(5) VALUE 0.
       01 WS-NB-FICP-INSCRITS    PIC 9(5) VALUE 0.
       01 WS-NB-FICP-RADIES      PIC 9(5) VALUE 0.
       01 WS-NB-SURENDET         PIC 9(5) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

               IF PRT-ACTIF OR PRT-DECHU
                   PERFORM TRAITER-PRET
               END-IF
               IF PRT-SOLDE-FIN
                   MOVE "REGULARISE" TO WS-OP-FICP
                   PERFORM DECLARER-FICP
               END-IF
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
              WS-NB-CLOTURES DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       STRING "FICP - PREAVIS : " DELIMITED SIZE
              WS-NB-FICP-PREAVIS DELIMITED SIZE
              "  INSCRIPTIONS : " DELIMITED SIZE
              WS-NB-FICP-INSCRITS DELIMITED SIZE
              "  RADIATIONS : " DELIMITED SIZE
              WS-NB-FICP-RADIES DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "PRETS SUSPENDUS (SURENDETTEMENT) : " DELIMITED SIZE
              WS-NB-SURENDET DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Dossiers ouverts : " WS-NB-DOSSIERS-OUVERTS
               "   relances envoyees : " WS-NB-RELANCES.
       DISPLAY "Candidats decheance : " WS-NB-CANDIDATS
               "   dossiers clos : " WS-NB-CLOTURES.
       DISPLAY "FICP : preavis " WS-NB-FICP-PREAVIS
               "   inscriptions " WS-NB-FICP-INSCRITS
               "   radiations " WS-NB-FICP-RADIES.
       DISPLAY "Prets suspendus (surendettement) : " WS-NB-SURENDET.

       MOVE 0 TO RETURN-CODE.
       EXIT PROGRAM.
                       INTO F-RAPPORT-LIGNE
                   WRITE F-RAPPORT-LIGNE
               END-IF
               IF NOT PRT-DECHU
                   MOVE "REGULARISE" TO WS-OP-FICP
                   PERFORM DECLARER-FICP
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *>   Procedure de surendettement : les poursuites sont
      *>   suspendues, le pret reste seulement visible au rapport.
           PERFORM LIRE-COMPTE-RATTACHE.
           CALL "SURENDET-CTRL" USING W-CPT-CLIENT W-SURENDET
                                      WS-CODE-SDT.
           IF WS-CODE-SDT = '48'
               ADD 1 TO WS-NB-SURENDET
               MOVE SPACES TO F-RAPPORT-LIGNE
               STRING "PRET " DELIMITED SIZE
                      W-PRT-ID DELIMITED SIZE
                      " : " DELIMITED SIZE
                      W-PRT-NB-IMPAYES DELIMITED SIZE
                      " IMPAYES - SURENDETTEMENT " DELIMITED SIZE
                      W-SDT-REF-BDF DELIMITED SPACE
                      ", POURSUITES SUSPENDUES" DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
               WRITE F-RAPPORT-LIGNE
               EXIT PARAGRAPH
           END-IF.

               WRITE F-RAPPORT-LIGNE
           END-IF.

           EVALUATE TRUE
               WHEN PRT-DECHU
                   MOVE "DECHEANCE" TO WS-OP-FICP
                   PERFORM DECLARER-FICP
               WHEN W-PRT-NB-IMPAYES >= PRT-FICP-SEUIL-IMPAYES
                   MOVE "INCIDENT" TO WS-OP-FICP
                   PERFORM DECLARER-FICP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Suivi FICP du pret : le module decide du preavis, de
      *> l'inscription ou de la radiation ; seules les actions
      *> effectives sont portees au rapport.
       DECLARER-FICP.
           CALL "FICP-DECLARER" USING WS-OP-FICP W-PRET WS-CODE-FICP
                                      WS-ACTION-FICP.
           IF WS-CODE-FICP NOT = '00'
               STRING "PRET " DELIMITED SIZE
                      W-PRT-ID DELIMITED SIZE
                      " : ECHEC DE LA DECLARATION FICP (CODE "
                          DELIMITED SIZE
                      WS-CODE-FICP DELIMITED SIZE
                      ")" DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
               WRITE F-RAPPORT-LIGNE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-ACTION-FICP
               WHEN 'P'
                   ADD 1 TO WS-NB-FICP-PREAVIS
                   STRING "PRET " DELIMITED SIZE
                          W-PRT-ID DELIMITED SIZE
                          " : FICP - LETTRE D'INFORMATION PREALABLE"
                              DELIMITED SIZE
                       INTO F-RAPPORT-LIGNE
                   WRITE F-RAPPORT-LIGNE
               WHEN 'I'
                   ADD 1 TO WS-NB-FICP-INSCRITS
                   STRING "PRET " DELIMITED SIZE
                          W-PRT-ID DELIMITED SIZE
                          " : FICP - INSCRIPTION DECLAREE"
                              DELIMITED SIZE
                       INTO F-RAPPORT-LIGNE
                   WRITE F-RAPPORT-LIGNE
               WHEN 'R'
                   ADD 1 TO WS-NB-FICP-RADIES
                   STRING "PRET " DELIMITED SIZE
                          W-PRT-ID DELIMITED SIZE
                          " : FICP - RADIATION DECLAREE"
                              DELIMITED SIZE
                       INTO F-RAPPORT-LIGNE
                   WRITE F-RAPPORT-LIGNE
               WHEN 'A'
                   STRING "PRET " DELIMITED SIZE
                          W-PRT-ID DELIMITED SIZE
                          " : FICP - REGULARISE PENDANT LE PREAVIS"
                              DELIMITED SIZE
                       INTO F-RAPPORT-LIGNE
                   WRITE F-RAPPORT-LIGNE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Dernier dossier non clos du pret (la cle alternative admet
      *> les doublons : des dossiers clos anterieurs peuvent exister).
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "RELANCES-PRETS" TO W-ETP-ETAT.
           MOVE "reports/RELANCES-PRETS.txt" TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM RELANCES-PRETS.
