      *> BATCH-NUIT refuse a l'inverse de demarrer tant que la
      *> journee est ouverte. L'ouverture du matin fixe la date
      *> comptable au jour ouvre suivant.
      *> Mode degrade guichet : declare au PUPITRE par un superviseur
      *> quand COMPTES.dat est indisponible (etape de nuit qui deborde,
      *> restauration RESTAURER-GENERATION). DEPOT et RETRAIT passent
      *> alors par le module SECOURS-GUICHET (photographie de la
      *> veille, plafonds reduits, journal de secours) au lieu de
      *> COMPTES.dat et TRANS.dat, meme journee fermee ; REJEU-SECOURS
      *> passe le journal au retour des fichiers maitres. Un
      *> enregistrement anterieur sans ces zones se relit en mode
      *> normal.
      *>****************************************************************
       01 W-JOURNEE.
          05 W-JRN-DATE         PIC 9(8).
          05 W-JRN-STATUT       PIC X(1).
             88 JRN-OUVERTE     VALUE 'O'.
             88 JRN-FERMEE      VALUE 'F'.
          05 W-JRN-MODE         PIC X(1).
             88 JRN-MODE-SECOURS VALUE 'S'.
             88 JRN-MODE-NORMAL VALUE 'N' ' '.
      *> Superviseur et instant de la declaration du mode degrade.
          05 W-JRN-SECOURS-PAR  PIC X(8).
          05 W-JRN-SECOURS-DATE PIC 9(8).
          05 W-JRN-SECOURS-HEURE PIC 9(6).
