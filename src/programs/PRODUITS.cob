      *> Programme : PRODUITS
      *> Role      : Entretien du catalogue produits (PRODUITS.dat) :
      *>             creation, mise a jour (taux, plafond de solde,
      *>             autorisation des retraits, regles de plan
      *>             d'epargne logement, produit applique aux
      *>             comptes du personnel), suspension et liste.
      *>             CREER rattache les nouveaux comptes a un code
      *>             produit de ce catalogue ; INTERETS, DEPOT et
      *>             RETRAIT en lisent les regles.
               SET PRD-RETRAITS-OUI TO TRUE
           END-IF.

      *>   Plans d'epargne logement : versement mensuel minimal et
      *>   duree de blocage repris par l'ecran EPARGNE-LOGEMENT a la
      *>   souscription de chaque contrat.
           DISPLAY "Plan logement (P=PEL / C=CEL / ENTREE si non) : "
                   WITH NO ADVANCING.
           ACCEPT W-PRD-PLAN-LOGEMENT.
           IF PRD-PEL OR PRD-CEL
               DISPLAY "Versement mensuel minimal : " WITH NO ADVANCING
               ACCEPT W-PRD-VERSEMENT-MIN
               DISPLAY "Blocage avant retrait (en mois, 0 = aucun) : "
                       WITH NO ADVANCING
               ACCEPT W-PRD-BLOCAGE-MOIS
               SET PRD-BASE-EPARGNE TO TRUE
           ELSE
               MOVE SPACE TO W-PRD-PLAN-LOGEMENT
               MOVE 0 TO W-PRD-VERSEMENT-MIN W-PRD-BLOCAGE-MOIS
           END-IF.

      *>   Conditions du personnel : produit applique aux comptes dont
      *>   le titulaire est lie a un operateur (ecran PERSONNEL).
           DISPLAY "Produit du personnel (4 car., ENTREE si aucun) : "
                   WITH NO ADVANCING.
           ACCEPT W-PRD-PRODUIT-PERSONNEL.
           IF W-PRD-PRODUIT-PERSONNEL = W-PRD-CODE
               MOVE SPACES TO W-PRD-PRODUIT-PERSONNEL
           END-IF.

      *>----------------------------------------------------------------
       LISTER-PRODUITS.
           MOVE 0 TO WS-NB.
           END-IF.

           DISPLAY "CODE  LIBELLE                         TY  TAUX    "
                   "  PLAFOND        RET ST PL".

           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
                   DISPLAY W-PRD-CODE "  " W-PRD-LIBELLE "  "
                           W-PRD-TYPE-BASE "   " W-PRD-TAUX "  "
                           WS-PLAFOND-AFF "  " W-PRD-RETRAITS "   "
                           W-PRD-STATUT "  " W-PRD-PLAN-LOGEMENT
                   ADD 1 TO WS-NB
               ELSE
                   SET FIN-PARCOURS TO TRUE
