      *>****************************************************************
      *> COPYBOOK : OPE-OCCAS.cpy
      *> Description : Operation en especes d'un client occasionnel
      *> (CLIENT-OCCAS.cpy), inscrite par le module CLIENT-OCCASIONNEL
      *> apres le mouvement : depot sur le compte d'un client ('D',
      *> ecran DEPOT) ou cheque de banque paye en especes ('B', ecran
      *> CHEQUES-BANQUE). Sert au cumul glissant d'especes de la
      *> personne, independant du compte beneficiaire, confronte aux
      *> seuils de AML-PARAM.cpy. Sert aussi de zone d'echange du
      *> module : l'appelant renseigne le type, le compte, le
      *> montant et le mouvement ; IDENTIFIER rend la piece et le
      *> nom de la personne.
      *> Fichier indexe OPERATIONS-OCCASIONNELS.dat
      *> Cle primaire    : W-OOC-ID
      *> Cle alternative : W-OOC-PIECE (doublons)
      *>****************************************************************
       01 W-OPE-OCCAS.
          05 W-OOC-ID           PIC 9(10).
          05 W-OOC-PIECE        PIC X(20).
          05 W-OOC-DATE         PIC 9(8).
          05 W-OOC-TYPE         PIC X(1).
             88 OOC-DEPOT       VALUE 'D'.
             88 OOC-CHQ-BANQUE  VALUE 'B'.
          05 W-OOC-MONTANT      PIC S9(11)V99 COMP-3.
          05 W-OOC-CPT          PIC 9(8).
          05 W-OOC-TRN          PIC 9(10).
          05 W-OOC-NOM          PIC X(40).
          05 W-OOC-OPERATEUR    PIC X(8).
          05 W-OOC-AGENCE       PIC X(4).
