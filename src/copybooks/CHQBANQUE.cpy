      *> (tireur = compte de sequestre) et regle contre ce registre ;
      *> un titre rendu non utilise est annule sous validation
      *> superviseur, le client re-credite.
      *> Un titre paye en especes par un client occasionnel n'a pas
      *> de compte client (W-CDB-CPT-CLIENT a 0) : la piece
      *> d'identite du remettant (CLIENT-OCCAS.cpy) est conservee et
      *> l'annulation rembourse en especes.
      *> Statuts : 'E' emis, 'P' paye, 'A' annule.
      *> Fichier indexe CHEQUES-BANQUE.dat
      *> Cle primaire    : W-CDB-SERIE
             88 CDB-PAYE        VALUE 'P'.
             88 CDB-ANNULE      VALUE 'A'.
          05 W-CDB-DATE-REGLEMENT PIC 9(8) VALUE 0.
          05 W-CDB-PIECE-REMETTANT PIC X(20) VALUE SPACES.
