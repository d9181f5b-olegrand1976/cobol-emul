      *>          cherchee comme sous-chaine du nom examine (et
      *>          inversement), ce qui attrape les prenoms ajoutes ou
      *>          tronques. Appele par CREER-CLIENT, CREER-BENEF,
      *>          VIREMENTS-ENTRANTS et EMETTRE-VIREMENTS ; les
      *>          representants et beneficiaires effectifs des
      *>          personnes morales sont filtres a la saisie
      *>          (CREER-CLIENT), a chaque notation (SCORING-LBC) et
      *>          a chaque nouvelle liste (IMPORT-SANCTIONS).
      *> Appel  : CALL "SANCTIONS-CTRL" USING LK-NOM, LK-NOM-LISTE,
      *>                                      LK-CODE-RETOUR.
      *>   LK-NOM-LISTE   : en sortie, entree de la liste touchee
