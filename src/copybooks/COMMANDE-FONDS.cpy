      *>****************************************************************
      *> COPYBOOK : COMMANDE-FONDS.cpy
      *> Description : Commande de fonds d'un client qui prevoit un
      *> retrait d'especes important (ecran COMMANDES-FONDS) :
      *> montant, billetage demande (meme ordre que COFFRE-PARAM.cpy :
      *> 500, 200, 100, 50, 20, 10, 5 EUR), agence et date de
      *> retrait. A la saisie, le montant est reserve sur le compte
      *> (RESERVATIONS.dat, W-CDF-RES-ID) et les billets au coffre de
      *> l'agence (W-COF-NB-RESERVES, via COFFRE-MAJ) ; RETRAIT
      *> consomme la commande au guichet et leve les deux reserves,
      *> EXPIRER-RESERVATIONS passe en expiree la commande dont la
      *> reservation a expire.
      *> Fichier indexe COMMANDES-FONDS.dat
      *> Cle primaire    : W-CDF-ID
      *> Cle alternative : W-CDF-CPT (doublons)
      *>****************************************************************
       01 W-COMMANDE-FONDS.
          05 W-CDF-ID           PIC 9(10).
          05 W-CDF-CPT          PIC 9(8).
          05 W-CDF-AGENCE       PIC X(4).
          05 W-CDF-MONTANT      PIC S9(11)V99 COMP-3.
          05 W-CDF-COUPURES OCCURS 7 TIMES.
             10 W-CDF-NB-BILLETS PIC 9(7).
          05 W-CDF-DATE-RETRAIT PIC 9(8).
          05 W-CDF-RES-ID       PIC 9(10).
          05 W-CDF-STATUT       PIC X(1).
             88 CDF-COMMANDEE   VALUE 'C'.
             88 CDF-RETIREE     VALUE 'R'.
             88 CDF-EXPIREE     VALUE 'E'.
             88 CDF-ANNULEE     VALUE 'A'.
          05 W-CDF-OPERATEUR    PIC X(8).
          05 W-CDF-DATE-SAISIE  PIC 9(8).
      *> Date du retrait, de l'annulation ou de l'expiration, et
      *> mouvement de retrait qui a servi la commande.
          05 W-CDF-DATE-FIN     PIC 9(8).
          05 W-CDF-TRN          PIC 9(10).
