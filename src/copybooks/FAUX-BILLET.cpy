      *>****************************************************************
      *> COPYBOOK : FAUX-BILLET.cpy
      *> Description : Registre des billets suspects retenus au
      *> guichet. Le guichetier retient le billet presume faux lors
      *> d'un DEPOT ou d'un CHANGE-MANUEL (module BILLETS-RETENUS) :
      *> coupure, numero de serie et identite du remettant sont
      *> consignes, l'operation n'est passee que pour les billets
      *> authentiques et le billet retenu figure sur une ligne a
      *> part de l'arrete de caisse. Le bordereau mensuel
      *> BORDEREAU-BILLETS accompagne les billets a la
      *> Banque de France ; le resultat de son analyse est saisi
      *> par l'ecran FAUX-BILLETS (billet reconnu authentique :
      *> re-credit du compte du remettant).
      *> Fichier indexe FAUX-BILLETS.dat
      *> Cle primaire    : W-FXB-ID
      *> Cle alternative : W-FXB-CLE-CAISSE (operateur + date,
      *>                   doublons)
      *>****************************************************************
       01 W-FAUX-BILLET.
          05 W-FXB-ID           PIC 9(10).
          05 W-FXB-CLE-CAISSE.
             10 W-FXB-OPERATEUR PIC X(8).
             10 W-FXB-DATE      PIC 9(8).
          05 W-FXB-AGENCE       PIC X(4).
      *> Operation de guichet d'ou provient le billet.
          05 W-FXB-ORIGINE      PIC X(1).
             88 FXB-DEPOT       VALUE 'D'.
             88 FXB-CHANGE      VALUE 'C'.
      *> Compte credite du depot (0 pour un change de comptoir) et
      *> mouvement de depot auquel la retenue se rapporte.
          05 W-FXB-CPT          PIC 9(8).
          05 W-FXB-TRN          PIC 9(10).
          05 W-FXB-DEVISE       PIC X(3).
          05 W-FXB-COUPURE      PIC 9(5).
          05 W-FXB-SERIE        PIC X(12).
          05 W-FXB-REMETTANT    PIC X(40).
          05 W-FXB-PIECE        PIC X(20).
          05 W-FXB-STATUT       PIC X(1).
             88 FXB-RETENU      VALUE 'R'.
             88 FXB-TRANSMIS    VALUE 'T'.
             88 FXB-FAUX        VALUE 'F'.
             88 FXB-AUTHENTIQUE VALUE 'A'.
      *> Bordereau mensuel (AAAAMM) et date d'envoi.
          05 W-FXB-BORDEREAU    PIC 9(6).
          05 W-FXB-DATE-ENVOI   PIC 9(8).
      *> Resultat d'analyse et, pour un billet authentique remis sur
      *> un compte, mouvement de re-credit.
          05 W-FXB-DATE-RESULTAT PIC 9(8).
          05 W-FXB-TRN-RECREDIT PIC 9(10).
