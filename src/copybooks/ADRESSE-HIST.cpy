      *>****************************************************************
      *> COPYBOOK : ADRESSE-HIST.cpy
      *> Description : Historique des adresses postales d'un client,
      *> tenu a chaque changement d'adresse (ecran CREER-CLIENT, choix
      *> A). Au premier changement, l'adresse d'origine est versee a
      *> l'historique (en vigueur depuis la creation du client) ; la
      *> nouvelle adresse y entre avec sa date d'effet et une date de
      *> fin a 0 tant qu'elle est en vigueur, la precedente etant
      *> arretee a la veille. Un client sans historique n'a jamais
      *> change d'adresse : W-CLI-ADRESSE vaut pour toute date.
      *> Sert a retrouver l'adresse en vigueur a la date d'un document
      *> (releves, IFU) et a la periode de carence qui suit un
      *> changement (ADRESSE-PARAM.cpy), pendant laquelle aucun moyen
      *> de paiement nouveau n'est expedie (module ADRESSE-CTRL).
      *> Fichier indexe ADRESSES-HIST.dat
      *> Cle primaire    : W-ADH-ID
      *> Cle alternative : W-ADH-CLIENT (doublons)
      *>****************************************************************
       01 W-ADRESSE-HIST.
          05 W-ADH-ID           PIC 9(10).
          05 W-ADH-CLIENT       PIC 9(8).
          05 W-ADH-ADRESSE      PIC X(40).
          05 W-ADH-PAYS         PIC X(2).
      *> Periode de vigueur (AAAAMMJJ) ; W-ADH-DATE-FIN = 0 pour
      *> l'adresse actuelle.
          05 W-ADH-DATE-DEBUT   PIC 9(8).
          05 W-ADH-DATE-FIN     PIC 9(8).
             88 ADH-EN-VIGUEUR  VALUE 0.
      *> Date d'enregistrement du changement (depart de la carence,
      *> meme si la date d'effet est anterieure) et operateur.
          05 W-ADH-DATE-SAISIE  PIC 9(8).
          05 W-ADH-OPERATEUR    PIC X(8).
