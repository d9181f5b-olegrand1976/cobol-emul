      *>****************************************************************
      *> COPYBOOK : DEPOT-DAB.cpy
      *> Description : Enveloppe deposee dans un automate (DAB) du
      *> parc : especes ou cheques, montant declare par le client au
      *> clavier. Le journal quotidien des depots remonte par les
      *> machines est importe par IMPORT-DEPOTS-DAB (chaine de nuit) :
      *> une enveloppe d'especes est creditee a titre provisoire du
      *> montant declare (mouvement 'D' canal DAB, date de valeur
      *> selon le parametre DAB-JOURS-VALEUR), une enveloppe de
      *> cheques attend son ouverture. A l'ouverture en agence
      *> (ecran DEPOTS-DAB) le montant compte est saisi - les cheques
      *> passent par la remise a l'encaissement (REMISE-CHEQUE,
      *> CHEQUES.dat) ; un ecart avec le declare est regularise sur
      *> le compte (especes) et signale au client par une alerte.
      *> DAB-RECONCILIER confronte les depots declares de chaque
      *> machine a son compteur de depots.
      *> Statuts : 'A' a ouvrir, 'C' compte conforme, 'E' ecart
      *> constate (regularise pour les especes).
      *> Fichier indexe DEPOTS-DAB.dat
      *> Cle primaire    : W-DPD-ID
      *> Cle alternative : W-DPD-DAB (doublons)
      *>****************************************************************
       01 W-DEPOT-DAB.
          05 W-DPD-ID           PIC 9(10).
          05 W-DPD-DAB          PIC X(8).
          05 W-DPD-AGENCE       PIC X(4).
          05 W-DPD-ENVELOPPE    PIC X(12).
          05 W-DPD-DATE         PIC 9(8).
          05 W-DPD-HEURE        PIC 9(6).
          05 W-DPD-CPT          PIC 9(8).
      *> Carte introduite dans l'automate, numero masque (module
      *> PAN-CTRL), SPACES si le depot a ete fait sans carte.
          05 W-DPD-CARTE        PIC X(16).
          05 W-DPD-NATURE       PIC X(1).
             88 DPD-ESPECES     VALUE 'E'.
             88 DPD-CHEQUES     VALUE 'C'.
             88 DPD-NATURE-VALIDE VALUE 'E' 'C'.
          05 W-DPD-MONTANT-DECLARE PIC S9(11)V99 COMP-3.
          05 W-DPD-STATUT       PIC X(1).
             88 DPD-A-OUVRIR    VALUE 'A'.
             88 DPD-CONFORME    VALUE 'C'.
             88 DPD-ECART       VALUE 'E'.
      *> Credit provisoire (especes ; 0 pour des cheques) et date de
      *> valeur qui lui a ete donnee.
          05 W-DPD-TRN          PIC 9(10).
          05 W-DPD-DATE-VALEUR  PIC 9(8).
      *> Ouverture de l'enveloppe en agence : montant compte,
      *> operateur, date et mouvement de regularisation eventuel.
          05 W-DPD-MONTANT-COMPTE PIC S9(11)V99 COMP-3.
          05 W-DPD-DATE-OUVERTURE PIC 9(8).
          05 W-DPD-OPERATEUR    PIC X(8).
          05 W-DPD-TRN-REGUL    PIC 9(10).
