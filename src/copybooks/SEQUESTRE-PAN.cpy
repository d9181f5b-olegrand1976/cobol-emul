      *>****************************************************************
      *> COPYBOOK : SEQUESTRE-PAN.cpy
      *> Description : Sequestre des numeros de carte en clair (PAN).
      *> Le referentiel CARTES.dat, les mouvements et les fichiers
      *> derives ne portent plus le numero reel de la carte :
      *> CARTES.dat est cle sur un jeton de substitution qui conserve
      *> les 6 premiers et les 4 derniers chiffres du numero (le
      *> masque "123456******1234" d'un jeton est donc celui de la
      *> carte), TRANS.dat et DEPOTS-DAB.dat ne gardent que le
      *> masque. Seul ce fichier fait le lien jeton -> numero reel ;
      *> il n'est lu que par le module PAN-CTRL, et la restitution du
      *> numero en clair a l'ecran CARTES exige l'habilitation
      *> nominative PAN-CLAIR (tracee dans AUDIT.dat).
      *> Fichier indexe SEQUESTRE-PAN.dat
      *> Cle primaire    : W-SQP-JETON
      *> Cle alternative : W-SQP-PAN (unique)
      *>****************************************************************
       01 W-SEQUESTRE-PAN.
          05 W-SQP-JETON        PIC 9(16).
          05 W-SQP-PAN          PIC 9(16).
      *> Date d'inscription du numero au sequestre.
          05 W-SQP-DATE         PIC 9(8).
