      *>****************************************************************
      *> Module : ADRESSE-CTRL
      *> Role   : Exploite l'historique des adresses d'un client
      *>          (ADRESSES-HIST.dat via ADRHIST-IO) :
      *>          - "VIGUEUR" : adresse en vigueur a la date d'un
      *>                        document (releves, IFU). Sans
      *>                        historique, ou pour une date
      *>                        anterieure a toute periode connue,
      *>                        l'adresse passee en entree (adresse
      *>                        actuelle ou d'origine) est rendue ;
      *>          - "CARENCE" : periode de carence ouverte par le
      *>                        dernier changement d'adresse
      *>                        (ADR-JOURS-CARENCE jours depuis son
      *>                        enregistrement, ADRESSE-PARAM.cpy).
      *>                        Code '57' tant qu'elle court a la date
      *>                        LK-DATE : aucune carte ni aucun
      *>                        chequier nouveau pour le client
      *>                        (CARTES, RENOUV-CARTES, CHEQUIERS).
      *> Appel  : CALL "ADRESSE-CTRL" USING LK-OP, LK-CLIENT, LK-DATE,
      *>                                    LK-ADRESSE, LK-FIN-CARENCE,
      *>                                    LK-CODE-RETOUR.
      *>   LK-CLIENT      : numero client (0 = compte sans client :
      *>                    rien a controler).
      *>   LK-DATE        : date du document ou de l'operation.
      *>   LK-ADRESSE     : "VIGUEUR" : en entree W-CLI-ADRESSE, en
      *>                    sortie l'adresse en vigueur a LK-DATE.
      *>   LK-FIN-CARENCE : "CARENCE" : premier jour hors carence
      *>                    (0 si aucun changement enregistre).
      *>   LK-CODE-RETOUR : '00', '57' carence en cours.
      *> Le fichier de l'historique est ouvert et ferme ici : ne pas
      *> appeler pendant un parcours ADRHIST-IO de l'appelant.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRESSE-CTRL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ADRESSE-HIST.
       COPY ADRESSE-PARAM.
       COPY OPS.

       01 WS-CODE-ADH            PIC X(2).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-TROUVEE             PIC X(1) VALUE 'N'.
          88 ADRESSE-TROUVEE     VALUE 'O'.

      *> Plus ancienne periode connue : vaut pour une date anterieure
      *> a toutes les periodes de l'historique.
       01 WS-PREMIER-DEBUT       PIC 9(8).
       01 WS-PREMIERE-ADRESSE    PIC X(40).
       01 WS-DATE-SAISIE         PIC 9(8).

       LINKAGE SECTION.
       01 LK-OP                  PIC X(12).
       01 LK-CLIENT              PIC 9(8).
       01 LK-DATE                PIC 9(8).
       01 LK-ADRESSE             PIC X(40).
       01 LK-FIN-CARENCE         PIC 9(8).
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-OP, LK-CLIENT, LK-DATE, LK-ADRESSE,
                                LK-FIN-CARENCE, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       IF LK-CLIENT = 0
           IF LK-OP = "CARENCE"
               MOVE 0 TO LK-FIN-CARENCE
           END-IF
           GOBACK
       END-IF.

       EVALUATE LK-OP
           WHEN "VIGUEUR"
               PERFORM CHERCHER-VIGUEUR
           WHEN "CARENCE"
               PERFORM CONTROLER-CARENCE
           WHEN OTHER
               MOVE '99' TO LK-CODE-RETOUR
       END-EVALUATE.

       GOBACK.

      *>----------------------------------------------------------------
       CHERCHER-VIGUEUR.
           MOVE 'N' TO WS-TROUVEE.
           MOVE 99999999 TO WS-PREMIER-DEBUT.
           MOVE SPACES TO WS-PREMIERE-ADRESSE.
           PERFORM OUVRIR-HISTORIQUE.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST WS-CODE-ADH
               EVALUATE TRUE
                   WHEN WS-CODE-ADH NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-ADH-CLIENT NOT = LK-CLIENT
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-ADH-DATE-DEBUT <= LK-DATE
                           AND (ADH-EN-VIGUEUR
                                OR W-ADH-DATE-FIN >= LK-DATE)
                       MOVE W-ADH-ADRESSE TO LK-ADRESSE
                       SET ADRESSE-TROUVEE TO TRUE
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-ADH-DATE-DEBUT < WS-PREMIER-DEBUT
                       MOVE W-ADH-DATE-DEBUT TO WS-PREMIER-DEBUT
                       MOVE W-ADH-ADRESSE TO WS-PREMIERE-ADRESSE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           PERFORM FERMER-HISTORIQUE.
           IF NOT ADRESSE-TROUVEE AND WS-PREMIERE-ADRESSE NOT = SPACES
                   AND LK-DATE < WS-PREMIER-DEBUT
               MOVE WS-PREMIERE-ADRESSE TO LK-ADRESSE
           END-IF.

      *>----------------------------------------------------------------
      *> La carence part de l'enregistrement de l'adresse en vigueur
      *> (une date d'effet anterieure ne l'abrege pas).
       CONTROLER-CARENCE.
           MOVE 0 TO LK-FIN-CARENCE WS-DATE-SAISIE.
           PERFORM OUVRIR-HISTORIQUE.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST WS-CODE-ADH
               EVALUATE TRUE
                   WHEN WS-CODE-ADH NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-ADH-CLIENT NOT = LK-CLIENT
                       SET FIN-PARCOURS TO TRUE
                   WHEN ADH-EN-VIGUEUR
                           AND W-ADH-DATE-SAISIE > WS-DATE-SAISIE
                       MOVE W-ADH-DATE-SAISIE TO WS-DATE-SAISIE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           PERFORM FERMER-HISTORIQUE.
           IF WS-DATE-SAISIE = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE LK-FIN-CARENCE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-SAISIE)
                   + ADR-JOURS-CARENCE).
           IF LK-DATE < LK-FIN-CARENCE
               MOVE '57' TO LK-CODE-RETOUR
           END-IF.

      *>----------------------------------------------------------------
       OUVRIR-HISTORIQUE.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST WS-CODE-ADH.
           IF WS-CODE-ADH NOT = '00'
               SET FIN-PARCOURS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-CLIENT TO W-ADH-CLIENT.
           MOVE "START-CLI" TO WS-OP.
           CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST WS-CODE-ADH.
           IF WS-CODE-ADH NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.

       FERMER-HISTORIQUE.
           MOVE "CLOSE" TO WS-OP.
           CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST WS-CODE-ADH.

       END PROGRAM ADRESSE-CTRL.
