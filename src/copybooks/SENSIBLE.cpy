      *>****************************************************************
      *> COPYBOOK : SENSIBLE.cpy
      *> Description : Marque "sensible" posee sur un compte ou sur un
      *> client (personnalite, dirigeant, affaire judiciaire,
      *> salarie d'une autre entite du groupe...). La consultation
      *> d'un compte ou d'un client sensible par SOLDE, HISTO,
      *> CLIENT-360 ou RELEVE depuis une agence autre que son agence
      *> de rattachement exige une justification saisie ; chaque
      *> acces est inscrit au journal ACCES-SENSIBLES.dat et leve une
      *> alerte conformite du jour (module CONSULTATION-CTRL). Une
      *> marque sur le client couvre tous ses comptes.
      *> La marque n'est jamais supprimee : levee, elle reste au
      *> registre (W-SEN-DATE-LEVEE). Elle est revue periodiquement
      *> (W-SEN-DATE-REVUE, rapport mensuel RAPPORT-SENSIBLES).
      *> Saisie : ecran SENSIBLES (conformite).
      *> Fichier indexe SENSIBLES.dat
      *> Cle primaire : W-SEN-CLE (nature + numero)
      *>****************************************************************
       01 W-SENSIBLE.
          05 W-SEN-CLE.
             10 W-SEN-NATURE    PIC X(1).
                88 SEN-COMPTE   VALUE 'A'.
                88 SEN-CLIENT   VALUE 'C'.
                88 SEN-NATURE-VALIDE VALUE 'A' 'C'.
             10 W-SEN-NUMERO    PIC 9(8).
          05 W-SEN-MOTIF        PIC X(40).
          05 W-SEN-DATE-POSE    PIC 9(8).
          05 W-SEN-POSE-PAR     PIC X(8).
      *> Derniere revue de la marque (date de pose a la creation).
          05 W-SEN-DATE-REVUE   PIC 9(8).
          05 W-SEN-REVU-PAR     PIC X(8).
          05 W-SEN-STATUT       PIC X(1).
             88 SEN-ACTIVE      VALUE 'A'.
             88 SEN-LEVEE       VALUE 'L'.
          05 W-SEN-DATE-LEVEE   PIC 9(8) VALUE 0.
