      *>               "ROLE:S") ;
      *>            3. regles par defaut : un superviseur peut tout,
      *>               un guichetier peut tout sauf les fonctions
      *>               sensibles CLOTURE, RESILIATION, ANONYMISER,
      *>               ALERTES-LBC (alertes et soupcons LBC,
      *>               confidentiels), PERSONNEL (liens entre
      *>               operateurs et clients), SENSIBLES (comptes
      *>               sensibles et alertes de consultation) et
      *>               ETATS-SIEGE (etats edites de toutes les
      *>               agences et du siege, ecran CONSULT-ETATS) ;
      *>               l'accord de la direction sur une personne
      *>               politiquement exposee (VALID-PPE) et la
      *>               restitution du numero complet d'une carte
      *>               (PAN-CLAIR, ecran CARTES) ne sont donnes a
      *>               personne par defaut, ils s'accordent
      *>               nominativement.
      *>          Utilise par MAIN avant chaque branchement, et par
      *>          les programmes sensibles eux-memes quand ils sont
      *>          lances hors menu.
       PERFORM FERMER-HABILITATIONS.

      *> 3. Regles par defaut.
       IF LK-FONCTION = "VALID-PPE" OR LK-FONCTION = "PAN-CLAIR"
           MOVE '40' TO LK-CODE-RETOUR
           GOBACK
       END-IF.
       IF LK-ROLE = 'S'
           GOBACK
       END-IF.
       EVALUATE LK-FONCTION
           WHEN "CLOTURE"
           WHEN "RESILIATION"
           WHEN "ANONYMISER"
           WHEN "ALERTES-LBC"
           WHEN "PERSONNEL"
           WHEN "SENSIBLES"
           WHEN "ETATS-SIEGE"
               MOVE '40' TO LK-CODE-RETOUR
           WHEN OTHER
               CONTINUE
