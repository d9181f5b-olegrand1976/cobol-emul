      *>****************************************************************
      *> COPYBOOK : CLIENT-OCCAS.cpy
      *> Description : Client occasionnel - personne sans relation
      *> de compte qui remet des especes au guichet (depot sur le
      *> compte d'un client, cheque de banque paye en especes).
      *> L'identite est relevee sur la piece presentee et filtree
      *> contre la liste de sanctions a chaque passage (module
      *> CLIENT-OCCASIONNEL) ; ses operations sont tenues dans
      *> OPERATIONS-OCCASIONNELS.dat (OPE-OCCAS.cpy) pour le cumul
      *> d'especes glissant. Au-dela du nombre de passages de
      *> AML-PARAM.cpy, l'entree en relation lui est proposee ;
      *> CREER-CLIENT reprend alors cette identite et renseigne
      *> W-OCC-CLIENT.
      *> Fichier indexe CLIENTS-OCCASIONNELS.dat
      *> Cle primaire : W-OCC-PIECE (numero de la piece d'identite)
      *>****************************************************************
       01 W-CLIENT-OCCAS.
          05 W-OCC-PIECE        PIC X(20).
          05 W-OCC-TYPE-PIECE   PIC X(1).
             88 OCC-CNI         VALUE 'C'.
             88 OCC-PASSEPORT   VALUE 'P'.
             88 OCC-TITRE-SEJOUR VALUE 'T'.
             88 OCC-TYPE-VALIDE VALUE 'C' 'P' 'T'.
          05 W-OCC-DATE-EXPIR-PIECE PIC 9(8).
          05 W-OCC-NOM          PIC X(40).
          05 W-OCC-DATE-NAISS   PIC 9(8).
          05 W-OCC-NATIONALITE  PIC X(2).
          05 W-OCC-ADRESSE      PIC X(40).
          05 W-OCC-DATE-PREMIERE PIC 9(8).
          05 W-OCC-DATE-DERNIERE PIC 9(8).
          05 W-OCC-NB-OPERATIONS PIC 9(5).
      *> Numero client une fois l'entree en relation faite
      *> (CREER-CLIENT), 0 tant qu'il reste occasionnel ; date de la
      *> derniere proposition d'entree en relation au guichet.
          05 W-OCC-CLIENT       PIC 9(8).
          05 W-OCC-DATE-PROPOSITION PIC 9(8).
