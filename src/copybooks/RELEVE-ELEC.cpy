      *>****************************************************************
      *> COPYBOOK : RELEVE-ELEC.cpy
      *> Description : Abonnement d'un compte au releve electronique
      *> (clients entreprises dont le progiciel integre le releve
      *> bancaire) : format camt.053 (XML ISO 20022) ou MT940,
      *> repertoire de depot propre au client sous reports/sortant/.
      *> Produit chaque nuit par RELEVES-ELECTRONIQUES (chaine
      *> BATCH-NUIT, apres SNAPSHOT-SOLDES) : un releve numerote par
      *> compte et par jour, couvrant les mouvements comptabilises
      *> depuis le releve precedent ; le numero de sequence
      *> (W-RLE-SEQUENCE) ne progresse que d'une unite par releve
      *> pour que le client detecte un releve manquant. Une relance
      *> le meme jour reproduit le releve sous le meme numero.
      *> Entretenu par l'ecran RELEVES-ELEC.
      *> Fichier indexe RELEVES-ELEC.dat
      *> Cle primaire : W-RLE-CPT
      *>****************************************************************
       01 W-RELEVE-ELEC.
          05 W-RLE-CPT          PIC 9(8).
          05 W-RLE-FORMAT       PIC X(1).
             88 RLE-CAMT053     VALUE 'C'.
             88 RLE-MT940       VALUE 'M'.
          05 W-RLE-DESTINATION  PIC X(20).
          05 W-RLE-STATUT       PIC X(1).
             88 RLE-ACTIF       VALUE 'A'.
             88 RLE-RESILIE     VALUE 'R'.
      *> Dernier releve produit : numero, date d'arrete et date
      *> d'arrete du releve qui le precedait (borne exclue de la
      *> periode, reprise telle quelle en cas de relance le meme
      *> jour).
          05 W-RLE-SEQUENCE     PIC 9(5).
          05 W-RLE-DERN-DATE    PIC 9(8).
          05 W-RLE-DERN-BORNE   PIC 9(8).
          05 W-RLE-DATE-MAJ     PIC 9(8).
          05 W-RLE-OPERATEUR    PIC X(8).
          05 FILLER             PIC X(13).
