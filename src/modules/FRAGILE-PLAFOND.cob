      *>****************************************************************
      *> Module : FRAGILE-PLAFOND
      *> Role   : Dispositif clients fragiles, cote facturation. Tient
      *>          sur le client (CLIENTS.dat via CLIENT-IO) le nombre
      *>          d'incidents du mois, critere de detection du batch
      *>          FRAGILITE, et plafonne les frais d'un client dont le
      *>          statut fragile court encore : le frais est ecrete a
      *>          ce qui reste sous les plafonds mensuel et annuel de
      *>          FRAGILE-PARAM.cpy (frais d'incident, de tenue et
      *>          agios cumules sur tous ses comptes) ; la part
      *>          ecretee est cumulee en frais evites. Au premier
      *>          frais d'un nouveau mois (d'une nouvelle annee), les
      *>          cumuls repartent de zero.
      *>          Appele par FRAIS-INCIDENT, FRAIS et AGIOS.
      *> Appel  : CALL "FRAGILE-PLAFOND" USING LK-OP, LK-CLIENT,
      *>                                       LK-FRAIS, LK-EVITE,
      *>                                       LK-CODE-RETOUR.
      *>   LK-OP          : "INCIDENT"  compte un incident du mois ;
      *>                    "CALCULER"  rend le frais plafonne sans
      *>                                rien ecrire (repetition
      *>                                generale) ;
      *>                    "IMPUTER"   rend le frais plafonne et
      *>                                cumule facture et evite sur le
      *>                                client (l'appelant preleve
      *>                                alors LK-FRAIS).
      *>   LK-CLIENT      : numero client du compte (0 = aucun).
      *>   LK-FRAIS       : en entree le frais calcule, en sortie le
      *>                    frais a prelever.
      *>   LK-EVITE       : en sortie, la part non facturee.
      *>   LK-CODE-RETOUR : '00' client fragile (plafond applique),
      *>                    '31' client non fragile (frais inchange),
      *>                    '21' client introuvable, '29' echec
      *>                    d'ecriture.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAGILE-PLAFOND.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CLIENT.
       COPY FRAGILE-PARAM.
       COPY OPS.

       01 WS-CODE-CLI            PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-MOIS-JOUR           PIC 9(6).
       01 WS-ANNEE-JOUR          PIC 9(4).
       01 WS-RESTE-MOIS          PIC S9(9)V99 COMP-3.
       01 WS-RESTE-ANNEE         PIC S9(9)V99 COMP-3.
       01 WS-FRAIS-INITIAL       PIC S9(11)V99 COMP-3.

       LINKAGE SECTION.
       01 LK-OP                  PIC X(12).
       01 LK-CLIENT              PIC 9(8).
       01 LK-FRAIS               PIC S9(11)V99 COMP-3.
       01 LK-EVITE               PIC S9(11)V99 COMP-3.
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-OP, LK-CLIENT, LK-FRAIS, LK-EVITE,
                                LK-CODE-RETOUR.

       MOVE '31' TO LK-CODE-RETOUR.
       MOVE 0 TO LK-EVITE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-JOUR.
       MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-JOUR.
       IF LK-CLIENT = 0
           GOBACK
       END-IF.

       MOVE LK-CLIENT TO W-CLI-NUMERO.
       MOVE "READ" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI.
       IF WS-CODE-CLI NOT = '00'
           MOVE '21' TO LK-CODE-RETOUR
           PERFORM FERMER-CLIENTS
           GOBACK
       END-IF.

       IF LK-OP = "INCIDENT"
           PERFORM COMPTER-INCIDENT
           PERFORM FERMER-CLIENTS
           GOBACK
       END-IF.

      *> Statut echu mais pas encore leve par le batch de fin de mois :
      *> il ne protege plus.
       IF NOT CLI-FRAGILE OR W-CLI-FRG-DATE-FIN < WS-DATE-JOUR
           PERFORM FERMER-CLIENTS
           GOBACK
       END-IF.

       PERFORM BASCULER-PERIODE.
       MOVE LK-FRAIS TO WS-FRAIS-INITIAL.
       COMPUTE WS-RESTE-MOIS =
               FRG-PLAFOND-MENSUEL - W-CLI-FRG-FACTURE-MOIS.
       COMPUTE WS-RESTE-ANNEE =
               FRG-PLAFOND-ANNUEL - W-CLI-FRG-FACTURE-ANNEE.
       IF WS-RESTE-ANNEE < WS-RESTE-MOIS
           MOVE WS-RESTE-ANNEE TO WS-RESTE-MOIS
       END-IF.
       IF WS-RESTE-MOIS < 0
           MOVE 0 TO WS-RESTE-MOIS
       END-IF.
       IF LK-FRAIS > WS-RESTE-MOIS
           MOVE WS-RESTE-MOIS TO LK-FRAIS
       END-IF.
       COMPUTE LK-EVITE = WS-FRAIS-INITIAL - LK-FRAIS.
       MOVE '00' TO LK-CODE-RETOUR.

       IF LK-OP = "IMPUTER"
           ADD LK-FRAIS TO W-CLI-FRG-FACTURE-MOIS
                           W-CLI-FRG-FACTURE-ANNEE
           ADD LK-EVITE TO W-CLI-FRG-EVITE-MOIS
                           W-CLI-FRG-EVITE-ANNEE
           MOVE "REWRITE" TO WS-OP
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI
           IF WS-CODE-CLI NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
           END-IF
       END-IF.

       PERFORM FERMER-CLIENTS.
       GOBACK.

      *>----------------------------------------------------------------
      *> Chaque incident compte, qu'il soit facture ou non (plafond
      *> atteint, surendettement) : le critere porte sur les faits.
       COMPTER-INCIDENT.
           IF W-CLI-INC-MOIS NOT = WS-MOIS-JOUR
               MOVE WS-MOIS-JOUR TO W-CLI-INC-MOIS
               MOVE 0 TO W-CLI-NB-INCIDENTS
           END-IF.
           IF W-CLI-NB-INCIDENTS < 999
               ADD 1 TO W-CLI-NB-INCIDENTS
           END-IF.
           MOVE "REWRITE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI.
           IF WS-CODE-CLI = '00'
               MOVE '00' TO LK-CODE-RETOUR
           ELSE
               MOVE '29' TO LK-CODE-RETOUR
           END-IF.

      *>----------------------------------------------------------------
      *> L'annee ne bascule qu'en avant : la cloture d'exercice ouvre
      *> deja l'annee suivante, les frais passes entre le dernier jour
      *> ouvre et le 31/12 comptent dans le nouvel exercice.
       BASCULER-PERIODE.
           IF W-CLI-FRG-MOIS NOT = WS-MOIS-JOUR
               MOVE WS-MOIS-JOUR TO W-CLI-FRG-MOIS
               MOVE 0 TO W-CLI-FRG-FACTURE-MOIS W-CLI-FRG-EVITE-MOIS
           END-IF.
           IF W-CLI-FRG-ANNEE < WS-ANNEE-JOUR
               MOVE WS-ANNEE-JOUR TO W-CLI-FRG-ANNEE
               MOVE 0 TO W-CLI-FRG-FACTURE-ANNEE
                         W-CLI-FRG-EVITE-ANNEE
           END-IF.

      *>----------------------------------------------------------------
       FERMER-CLIENTS.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE.

       END PROGRAM FRAGILE-PLAFOND.
