      *>****************************************************************
      *> COPYBOOK : RETENUE.cpy
      *> Description : Zone d'echange du module BILLETS-RETENUS :
      *> billets suspects retenus au cours d'une operation de
      *> guichet (DEPOT, CHANGE-MANUEL), avec l'identite du
      *> remettant. L'appelant renseigne l'origine, la devise et le
      *> remettant propose par defaut ; SAISIR rend les billets et
      *> leur valeur totale (a deduire de l'operation) ; une fois
      *> l'operation passee, l'appelant complete le compte et le
      *> mouvement puis ENREGISTRER inscrit chaque billet au registre
      *> FAUX-BILLETS.dat.
      *>****************************************************************
       01 W-RETENUE.
          05 W-RTN-ORIGINE      PIC X(1).
          05 W-RTN-CPT          PIC 9(8).
          05 W-RTN-TRN          PIC 9(10).
          05 W-RTN-AGENCE       PIC X(4).
          05 W-RTN-DEVISE       PIC X(3).
          05 W-RTN-REMETTANT    PIC X(40).
          05 W-RTN-PIECE        PIC X(20).
          05 W-RTN-TOTAL        PIC S9(11)V99 COMP-3.
          05 W-RTN-NB           PIC 9(2).
          05 W-RTN-BILLETS OCCURS 20 TIMES.
             10 W-RTN-COUPURE   PIC 9(5).
             10 W-RTN-SERIE     PIC X(12).
