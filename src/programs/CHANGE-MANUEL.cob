      *>             - au-dela du seuil unitaire AML-PARAM, la
      *>               declaration d'especes part au registre de
      *>               conformite (DECLARATIONS.dat, compte a 0 :
      *>               operation de comptoir sans compte) ;
      *>             - un billet presume faux remis par le client est
      *>               retenu (module BILLETS-RETENUS, registre
      *>               FAUX-BILLETS.dat) : a l'achat il est deduit des
      *>               devises changees, a la vente le client complete
      *>               son paiement en billets authentiques.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-MANUEL.
       COPY CODES-ERR.
       COPY OPS.
       COPY PARAMETRES.
       COPY RETENUE.
       COPY CAISSE-PARAM.

       01 WS-FS-REG              PIC X(2) VALUE '00'.
       01 WS-FS-ENC              PIC X(2) VALUE '00'.
       01 WS-DEV-CTS             PIC 9(13).
       01 WS-COM-CTS             PIC 9(13).

      *> Billets suspects retenus au comptoir.
       01 WS-OP-RETENUE          PIC X(12).
       01 WS-CODE-RETENUE        PIC X(2).
       01 WS-RETENU-AFF          PIC -Z(10)9.99.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

           EXIT PROGRAM
       END-IF.

      *> A l'achat, les devises remises sont examinees avant la
      *> cotation : seuls les billets authentiques sont changes.
       IF SENS-ACHAT
           PERFORM RETENIR-BILLETS-SUSPECTS
           SUBTRACT W-RTN-TOTAL FROM WS-MONTANT-DEVISE
           IF WS-MONTANT-DEVISE NOT > 0
               DISPLAY "Aucun billet authentique : change abandonne."
               PERFORM ENREGISTRER-BILLETS-RETENUS
               EXIT PROGRAM
           END-IF
       END-IF.

      *> Cote du jour : taux de reference TAUX-DU-JOUR (unites de
      *> devise pour 1 EUR), commission en pourcentage de la
      *> contre-valeur.
           EXIT PROGRAM
       END-IF.

      *> A la vente, les euros remis en paiement sont examines : un
      *> billet retenu est remplace par le client, le montant du
      *> change est inchange.
       IF SENS-VENTE
           PERFORM RETENIR-BILLETS-SUSPECTS
           IF W-RTN-NB > 0
               MOVE W-RTN-TOTAL TO WS-RETENU-AFF
               DISPLAY "Le client complete son paiement de "
                       WS-RETENU-AFF " EUR en billets authentiques."
           END-IF
       END-IF.

      *> Jambe devise : vente impossible au-dela de l'encaisse.
       PERFORM METTRE-A-JOUR-ENCAISSE-DEVISE.
       IF W-CODE-RETOUR NOT = '00'
       END-IF.

       PERFORM INSCRIRE-REGISTRE.
       PERFORM ENREGISTRER-BILLETS-RETENUS.
       PERFORM IMPRIMER-RECU.
       PERFORM CONTROLER-DECLARATION-AML.


       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Retenue des billets presumes faux (module BILLETS-RETENUS) :
      *> operation de comptoir sans compte, le remettant est saisi.
       RETENIR-BILLETS-SUSPECTS.
           INITIALIZE W-RETENUE.
           MOVE 'C' TO W-RTN-ORIGINE.
           MOVE 0 TO W-RTN-CPT.
           MOVE 0 TO W-RTN-TRN.
           MOVE CAISSE-AGENCE TO W-RTN-AGENCE.
           IF SENS-ACHAT
               MOVE WS-DEVISE TO W-RTN-DEVISE
           ELSE
               MOVE "EUR" TO W-RTN-DEVISE
           END-IF.
           MOVE "SAISIR" TO WS-OP-RETENUE.
           CALL "BILLETS-RETENUS" USING WS-OP-RETENUE LK-OPERATEUR
                                        W-RETENUE WS-CODE-RETENUE.

       ENREGISTRER-BILLETS-RETENUS.
           IF W-RTN-NB = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "ENREGISTRER" TO WS-OP-RETENUE.
           CALL "BILLETS-RETENUS" USING WS-OP-RETENUE LK-OPERATEUR
                                        W-RETENUE WS-CODE-RETENUE.

      *>----------------------------------------------------------------
      *> Encaisse par devise du comptoir : l'achat au client la fait
      *> monter, la vente la fait descendre (jamais sous zero).
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-RECU-LIGNE.
           WRITE F-RECU-LIGNE.
           IF W-RTN-NB > 0
               MOVE W-RTN-TOTAL TO WS-RETENU-AFF
               MOVE SPACES TO WS-LIGNE
               STRING "BILLETS RETENUS (SUSPECTS) : " DELIMITED SIZE
                      W-RTN-NB DELIMITED SIZE
                      " POUR " DELIMITED SIZE
                      WS-RETENU-AFF DELIMITED SIZE
                      " " DELIMITED SIZE
                      W-RTN-DEVISE DELIMITED SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO F-RECU-LIGNE
               WRITE F-RECU-LIGNE
           END-IF.
           CLOSE F-RECU.
           DISPLAY "Recu client : " FUNCTION TRIM(WS-NOM-RECU).

