      *>          couvrant le type d'operation ('R' retrait, 'V'
      *>          virement), en cours de validite et dont le plafond
      *>          par operation (0 = sans plafond) couvre le montant.
      *>          Partage entre RETRAIT et VIREMENT ; COFFRES-FORTS
      *>          l'appelle avec l'operation 'C' (acces a un coffre
      *>          loue, montant nul) que seule une procuration 'T'
      *>          couvre.
      *> Appel  : CALL "PROC-CTRL" USING LK-CPT, LK-MANDATAIRE,
      *>                                 LK-OPERATION, LK-MONTANT,
      *>                                 LK-CODE-RETOUR.
