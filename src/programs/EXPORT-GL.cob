      *>             W-TRN-TYPE etant associe a son compte du plan
      *>             comptable via une petite table de correspondance,
      *>             afin d'eviter la re-saisie manuelle en fin de mois
      *>             a partir de l'ecran HISTO. Les mouvements de
      *>             provisions pour risque de la periode (etape
      *>             mensuelle PROVISIONS, PROVISIONS.dat) suivent en
      *>             ecritures equilibrees : dotation (charge 681100 /
      *>             provision 291100) ou reprise (provision 291100 /
      *>             produit 781100), type "PROV". Les interets
      *>             courus non echus du mois (etape mensuelle
      *>             INTERETS-COURUS, INTERETS-COURUS.dat) suivent en
      *>             type "ICNE" : comptabilisation a la date d'arrete
      *>             (DAT : charge 661200 / interets courus a payer
      *>             168800 ; epargne : charge 661100 / 168800 ;
      *>             prets : interets courus a recevoir 276800 /
      *>             produit 702100) et extourne en sens inverse le
      *>             premier jour du mois suivant, chacune exportee si
      *>             sa date tombe dans la periode.
      *>             Un frais de categorie INTE (interets d'epargne
      *>             trop servis repris au client) extourne la charge
      *>             661100 au lieu d'alimenter le produit 706100.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-GL.

       WORKING-STORAGE SECTION.
       COPY TRANSACT.
       COPY PROVISION.
       COPY INTERET-COURU.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-DEBIT-CSV           PIC X(15).
       01 WS-CREDIT-CSV          PIC X(15).

       01 WS-PIECE-PROV          PIC X(12).
       01 WS-LIBELLE-PROV        PIC X(40).
       01 WS-CODE-PROV           PIC X(2).

       01 WS-CODE-ICNE           PIC X(2).
       01 WS-DATE-ICNE           PIC 9(8).
       01 WS-GL-RESULTAT           PIC X(6).
       01 WS-GL-COURU            PIC X(6).

       PROCEDURE DIVISION.

       DISPLAY " ".

       MOVE "CLOSE" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

       PERFORM EXPORTER-PROVISIONS.
       PERFORM EXPORTER-COURUS.
       CLOSE F-CSV.

       DISPLAY "Lignes exportees : " WS-NB " (" WS-DATE-DEBUT
      *>----------------------------------------------------------------
      *> Table de correspondance W-TRN-TYPE -> compte du plan
      *> comptable et sens de l'ecriture (debit/credit du point de vue
      *> de l'etablissement, pas du client), tenue par le module
      *> GL-CORRESPONDANCE que la cloture d'exercice partage.
       DETERMINER-CODE-GL.
           CALL "GL-CORRESPONDANCE" USING W-TRANS, WS-CODE-GL,
                                          WS-SENS-GL.

      *>----------------------------------------------------------------
      *> Ecrit une ligne du CSV pour le mouvement courant, montant
           WRITE F-CSV-LIGNE.
           ADD 1 TO WS-NB.

      *>----------------------------------------------------------------
      *> Mouvements de provisions calcules dans la periode : deux
      *> lignes par encours (compte de charge ou de produit, compte de
      *> provision), piece = nature et reference de l'encours.
       EXPORTER-PROVISIONS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PROVISION-IO" USING WS-OP W-PROVISION WS-CODE-PROV.
           IF WS-CODE-PROV NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "PROVISION-IO" USING WS-OP W-PROVISION WS-CODE-PROV.
           IF WS-CODE-PROV NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "PROVISION-IO" USING WS-OP W-PROVISION
                                         WS-CODE-PROV
               IF WS-CODE-PROV = '00'
                   IF W-PRV-DATE-CALCUL >= WS-DATE-DEBUT
                           AND W-PRV-DATE-CALCUL <= WS-DATE-FIN
                           AND W-PRV-MOUVEMENT NOT = 0
                       PERFORM ECRIRE-PROVISION-GL
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "PROVISION-IO" USING WS-OP W-PROVISION WS-CODE-PROV.

       ECRIRE-PROVISION-GL.
           MOVE SPACES TO WS-PIECE-PROV.
           STRING W-PRV-NATURE DELIMITED SIZE
                  W-PRV-REF    DELIMITED SIZE
               INTO WS-PIECE-PROV.
           IF W-PRV-MOUVEMENT > 0
               MOVE W-PRV-MOUVEMENT TO WS-MONTANT-CSV
               MOVE "DOTATION PROVISION CREANCE DOUTEUSE"
                   TO WS-LIBELLE-PROV
               MOVE "681100" TO WS-CODE-GL
               SET SENS-DEBIT TO TRUE
               PERFORM ECRIRE-LIGNE-PROVISION
               MOVE "291100" TO WS-CODE-GL
               SET SENS-CREDIT TO TRUE
               PERFORM ECRIRE-LIGNE-PROVISION
           ELSE
               COMPUTE WS-MONTANT-CSV = 0 - W-PRV-MOUVEMENT
               MOVE "REPRISE PROVISION CREANCE DOUTEUSE"
                   TO WS-LIBELLE-PROV
               MOVE "291100" TO WS-CODE-GL
               SET SENS-DEBIT TO TRUE
               PERFORM ECRIRE-LIGNE-PROVISION
               MOVE "781100" TO WS-CODE-GL
               SET SENS-CREDIT TO TRUE
               PERFORM ECRIRE-LIGNE-PROVISION
           END-IF.

       ECRIRE-LIGNE-PROVISION.
           IF SENS-DEBIT
               MOVE FUNCTION TRIM(WS-MONTANT-CSV) TO WS-DEBIT-CSV
               MOVE SPACES TO WS-CREDIT-CSV
           ELSE
               MOVE SPACES TO WS-DEBIT-CSV
               MOVE FUNCTION TRIM(WS-MONTANT-CSV) TO WS-CREDIT-CSV
           END-IF.

           MOVE SPACES TO F-CSV-LIGNE.
           STRING W-PRV-DATE-CALCUL             DELIMITED SIZE
                  ","                           DELIMITED SIZE
                  FUNCTION TRIM(WS-PIECE-PROV)  DELIMITED SIZE
                  ","                           DELIMITED SIZE
                  W-PRV-CPT                     DELIMITED SIZE
                  ","                           DELIMITED SIZE
                  "PROV"                        DELIMITED SIZE
                  ","                           DELIMITED SIZE
                  WS-CODE-GL                    DELIMITED SIZE
                  ","                           DELIMITED SIZE
                  FUNCTION TRIM(WS-LIBELLE-PROV) DELIMITED SIZE
                  ","                           DELIMITED SIZE
                  FUNCTION TRIM(WS-DEBIT-CSV)   DELIMITED SIZE
                  ","                           DELIMITED SIZE
                  FUNCTION TRIM(WS-CREDIT-CSV)  DELIMITED SIZE
               INTO F-CSV-LIGNE
           WRITE F-CSV-LIGNE.
           ADD 1 TO WS-NB.

      *>----------------------------------------------------------------
      *> Interets courus non echus : ecriture d'arrete et extourne du
      *> lendemain, deux lignes chacune, piece = nature et reference
      *> du contrat (suffixe X pour l'extourne).
       EXPORTER-COURUS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ICNE-IO" USING WS-OP W-INTERET-COURU WS-CODE-ICNE.
           IF WS-CODE-ICNE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "ICNE-IO" USING WS-OP W-INTERET-COURU WS-CODE-ICNE.
           IF WS-CODE-ICNE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "ICNE-IO" USING WS-OP W-INTERET-COURU
                                    WS-CODE-ICNE
               IF WS-CODE-ICNE = '00'
                   IF W-ICN-MONTANT > 0
                       PERFORM ECRIRE-COURU-GL
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ICNE-IO" USING WS-OP W-INTERET-COURU WS-CODE-ICNE.

       ECRIRE-COURU-GL.
           EVALUATE TRUE
               WHEN ICN-PRET
                   MOVE "702100" TO WS-GL-RESULTAT
                   MOVE "276800" TO WS-GL-COURU
               WHEN ICN-DAT
                   MOVE "661200" TO WS-GL-RESULTAT
                   MOVE "168800" TO WS-GL-COURU
               WHEN OTHER
                   MOVE "661100" TO WS-GL-RESULTAT
                   MOVE "168800" TO WS-GL-COURU
           END-EVALUATE.
           MOVE W-ICN-MONTANT TO WS-MONTANT-CSV.

           IF W-ICN-DATE-ARRETE >= WS-DATE-DEBUT
                   AND W-ICN-DATE-ARRETE <= WS-DATE-FIN
               MOVE W-ICN-DATE-ARRETE TO WS-DATE-ICNE
               MOVE SPACES TO WS-PIECE-PROV
               STRING W-ICN-NATURE DELIMITED SIZE
                      W-ICN-REF    DELIMITED SIZE
                   INTO WS-PIECE-PROV
               MOVE "INTERETS COURUS NON ECHUS" TO WS-LIBELLE-PROV
               PERFORM ECRIRE-SENS-ARRETE
           END-IF.
           IF W-ICN-DATE-EXTOURNE >= WS-DATE-DEBUT
                   AND W-ICN-DATE-EXTOURNE <= WS-DATE-FIN
               MOVE W-ICN-DATE-EXTOURNE TO WS-DATE-ICNE
               MOVE SPACES TO WS-PIECE-PROV
               STRING W-ICN-NATURE DELIMITED SIZE
                      W-ICN-REF    DELIMITED SIZE
                      "X"          DELIMITED SIZE
                   INTO WS-PIECE-PROV
               MOVE "EXTOURNE INTERETS COURUS" TO WS-LIBELLE-PROV
               PERFORM ECRIRE-SENS-EXTOURNE
           END-IF.

      *> A l'arrete : interets a payer = charge au debit, dette au
      *> credit ; interets a recevoir = creance au debit, produit au
      *> credit. L'extourne inverse les deux sens.
       ECRIRE-SENS-ARRETE.
           IF ICN-PRET
               MOVE WS-GL-COURU TO WS-CODE-GL
               SET SENS-DEBIT TO TRUE
               PERFORM ECRIRE-LIGNE-COURU
               MOVE WS-GL-RESULTAT TO WS-CODE-GL
               SET SENS-CREDIT TO TRUE
               PERFORM ECRIRE-LIGNE-COURU
           ELSE
               MOVE WS-GL-RESULTAT TO WS-CODE-GL
               SET SENS-DEBIT TO TRUE
               PERFORM ECRIRE-LIGNE-COURU
               MOVE WS-GL-COURU TO WS-CODE-GL
               SET SENS-CREDIT TO TRUE
               PERFORM ECRIRE-LIGNE-COURU
           END-IF.

       ECRIRE-SENS-EXTOURNE.
           IF ICN-PRET
               MOVE WS-GL-RESULTAT TO WS-CODE-GL
               SET SENS-DEBIT TO TRUE
               PERFORM ECRIRE-LIGNE-COURU
               MOVE WS-GL-COURU TO WS-CODE-GL
               SET SENS-CREDIT TO TRUE
               PERFORM ECRIRE-LIGNE-COURU
           ELSE
               MOVE WS-GL-COURU TO WS-CODE-GL
               SET SENS-DEBIT TO TRUE
               PERFORM ECRIRE-LIGNE-COURU
               MOVE WS-GL-RESULTAT TO WS-CODE-GL
               SET SENS-CREDIT TO TRUE
               PERFORM ECRIRE-LIGNE-COURU
           END-IF.

       ECRIRE-LIGNE-COURU.
           IF SENS-DEBIT
               MOVE FUNCTION TRIM(WS-MONTANT-CSV) TO WS-DEBIT-CSV
               MOVE SPACES TO WS-CREDIT-CSV
           ELSE
               MOVE SPACES TO WS-DEBIT-CSV
               MOVE FUNCTION TRIM(WS-MONTANT-CSV) TO WS-CREDIT-CSV
           END-IF.

           MOVE SPACES TO F-CSV-LIGNE.
           STRING WS-DATE-ICNE                  DELIMITED SIZE
                  ","                           DELIMITED SIZE
                  FUNCTION TRIM(WS-PIECE-PROV)  DELIMITED SIZE
                  ","                           DELIMITED SIZE
                  W-ICN-CPT                     DELIMITED SIZE
                  ","                           DELIMITED SIZE
                  "ICNE"                        DELIMITED SIZE
                  ","                           DELIMITED SIZE
                  WS-CODE-GL                    DELIMITED SIZE
                  ","                           DELIMITED SIZE
                  FUNCTION TRIM(WS-LIBELLE-PROV) DELIMITED SIZE
                  ","                           DELIMITED SIZE
                  FUNCTION TRIM(WS-DEBIT-CSV)   DELIMITED SIZE
                  ","                           DELIMITED SIZE
                  FUNCTION TRIM(WS-CREDIT-CSV)  DELIMITED SIZE
               INTO F-CSV-LIGNE
           WRITE F-CSV-LIGNE.
           ADD 1 TO WS-NB.

       END PROGRAM EXPORT-GL.
