      *>   R003 date d'ouverture a zero                  (moyenne)
      *>   R004 cotitulaires incoherents avec le compteur (faible)
      *>   R005 titulaire vide                           (grave)
      *> et, relevees par la reprise des comptes anterieurs
      *> (REPRISE-REFERENTIEL), les rapprochements a arbitrer par le
      *> back-office :
      *>   R006 titulaire sans client sur (homonymes)    (moyenne)
      *>   R007 cotitulaire sans client sur (homonymes)  (faible)
      *> Fichier indexe ANOMALIES.dat
      *> Cle primaire : W-ANO-CLE (compte + code regle)
      *>****************************************************************
