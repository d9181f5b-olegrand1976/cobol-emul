      *>   Affectation immediate de la provision fraiche aux
      *>   echeances de pret en retard du compte credite
      *>   (AFFECTATION-PRET), avant que les fonds ne repartent ;
      *>   les prets sous plan negocie et les titulaires sous
      *>   dossier de surendettement sont epargnes.
           CALL "AFFECTATION-PRET" USING W-CPT-NUMERO WS-CODE-AFFECT.

      *>----------------------------------------------------------------
