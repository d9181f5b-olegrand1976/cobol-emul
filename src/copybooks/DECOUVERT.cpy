      *>****************************************************************
      *> COPYBOOK : DECOUVERT.cpy
      *> Description : Contrat d'autorisation de decouvert d'un compte
      *> (un contrat par compte, remplace a chaque nouvel octroi) :
      *> montant accorde, periode d'effet, niveau de base auquel le
      *> decouvert revient a l'echeance, demandeur et superviseur
      *> ayant approuve l'octroi (MODIFIER-COMPTE / VALIDER-MODIFS).
      *> W-CPT-DECOUVERT-AUTORISE reste la limite courante du compte,
      *> tenue a jour par l'etape ECHEANCES-DECOUVERT de BATCH-NUIT
      *> (mise en vigueur a la date d'effet, revue a J-preavis,
      *> retour au niveau de base a l'echeance) ; les controles de
      *> provision lisent la limite en vigueur a la date de
      *> l'operation via le module DECOUVERT-VIGUEUR.
      *> Fichier indexe DECOUVERTS.dat
      *> Cle primaire : W-DEC-CPT
      *>****************************************************************
       01 W-DECOUVERT.
          05 W-DEC-CPT          PIC 9(8).
          05 W-DEC-MONTANT      PIC S9(9)V99 COMP-3.
          05 W-DEC-MONTANT-BASE PIC S9(9)V99 COMP-3.
          05 W-DEC-DATE-DEBUT   PIC 9(8).
          05 W-DEC-DATE-FIN     PIC 9(8).
          05 W-DEC-DATE-OCTROI  PIC 9(8).
          05 W-DEC-DEMANDEUR    PIC X(8).
          05 W-DEC-APPROBATEUR  PIC X(8).
      *> Demande de MODIFICATIONS-ATTENTE.dat a l'origine de l'octroi.
          05 W-DEC-ATT-ID       PIC 9(10).
          05 W-DEC-STATUT       PIC X(1).
             88 DEC-ACTIF       VALUE 'A'.
             88 DEC-ECHU        VALUE 'E'.
             88 DEC-RESILIE     VALUE 'R'.
      *> Date d'inscription a la liste de revue (avis client depose
      *> au spool le meme jour) ; 0 tant que la revue n'est pas due.
          05 W-DEC-DATE-REVUE   PIC 9(8).
      *> Date du retour au niveau de base (echeance ou resiliation).
          05 W-DEC-DATE-RETOUR  PIC 9(8).
