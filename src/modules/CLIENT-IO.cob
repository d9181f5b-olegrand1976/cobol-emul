      *>   "OPEN-IO"    -> ouvre le fichier en lecture/ecriture (cree si
      *>                   absent)
      *>   "CLOSE"      -> ferme le fichier
      *>   "READ"       -> lit le client dont le numero est dans
      *>                   W-CLIENT ; le numero d'une fiche fusionnee
      *>                   est un alias : la fiche survivante est
      *>                   renvoyee (W-CLI-NUMERO = numero survivant)
      *>   "READ-DIRECT"-> lit la fiche du numero tel quel, meme
      *>                   fusionnee (fusion, controles)
      *>   "WRITE"      -> insere W-CLIENT
      *>   "REWRITE"    -> met a jour W-CLIENT existant (coordonnees)
      *>   "START-FIRST"-> positionne sur le premier client (parcours)
       FD F-CLIENTS.
       01 F-CLIENT.
          05 F-CLI-NUMERO       PIC 9(8).
          05 F-CLI-RESTE        PIC X(485).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.
      *> Alias de fusion suivis en chaine (un survivant lui-meme
      *> fusionne plus tard), borne contre une boucle.
       01 WS-NB-SAUTS           PIC 9(2) VALUE 0.
       01 WS-MAX-SAUTS          PIC 9(2) VALUE 5.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-CLI-NUMERO TO F-CLI-NUMERO
               PERFORM LIRE-CLIENT
               MOVE 0 TO WS-NB-SAUTS
               PERFORM UNTIL LK-CODE-RETOUR NOT = '00'
                       OR W-CLI-FUSIONNE-DANS = 0
                       OR WS-NB-SAUTS >= WS-MAX-SAUTS
                   MOVE W-CLI-FUSIONNE-DANS TO F-CLI-NUMERO
                   PERFORM LIRE-CLIENT
                   ADD 1 TO WS-NB-SAUTS
               END-PERFORM

           WHEN "READ-DIRECT"
               PERFORM ASSURER-OUVERT
               MOVE W-CLI-NUMERO TO F-CLI-NUMERO
               PERFORM LIRE-CLIENT

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
           END-IF.


      *>----------------------------------------------------------------
       LIRE-CLIENT.
           READ F-CLIENTS
               INVALID KEY
                   MOVE '21' TO LK-CODE-RETOUR
               NOT INVALID KEY
                   MOVE F-CLIENT TO W-CLIENT
           END-READ.

      *>----------------------------------------------------------------
       RESOUDRE-FORMATION.
           MOVE "ETAT" TO WS-OP-FORMATION.
