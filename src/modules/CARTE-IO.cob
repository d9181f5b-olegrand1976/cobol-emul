      *>                    W-CAR-NUMERO
      *>   "WRITE"       -> ajoute W-CARTE
      *>   "REWRITE"     -> met a jour W-CARTE (statut)
      *>   "DELETE"      -> supprime la carte W-CAR-NUMERO (reprise
      *>                    des numeros en clair par CONVERSION-PAN)
      *>   "START-FIRST" -> positionne sur la premiere carte
      *>   "START-CPT"   -> positionne sur la premiere carte du compte
      *>                    W-CAR-CPT, ordre de la cle alternative
       01 F-CARTES-REC.
          05 F-CAR-NUMERO       PIC 9(16).
          05 F-CAR-CPT          PIC 9(8).
          05 F-CARTES-RESTE     PIC X(108).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
                   END-REWRITE
               END-IF

           WHEN "DELETE"
               PERFORM ASSURER-OUVERT
               MOVE W-CAR-NUMERO TO F-CAR-NUMERO
               DELETE F-CARTES
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-DELETE

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-CAR-NUMERO
