      *> cheques tires sur les confreres (COMPENSER-CHEQUES),
      *> prelevements regles aux creanciers externes (PRELEVEMENTS),
      *> encaissements creanciers regles (ENCAISSEMENTS-EMIS).
      *> Les virements instantanes, regles en continu par la place,
      *> y sont postes un a un des le mouvement (VIREMENT-INSTANT,
      *> RECUS-INSTANT, re-credits de REPONSES-INSTANT).
      *> Sens : 'E' les fonds entrent chez nous, 'S' ils sortent.
      *> Statuts : 'P' prevu (en attente du releve correspondant),
      *> 'R' rapproche, 'S' suspens (non retrouve au releve), comme
