      *>****************************************************************
      *> COPYBOOK : SOUSCRIPTION.cpy
      *> Description : Souscription d'un compte a une offre groupee
      *> (OFFRE.cpy), une par compte, deposee par MODIFIER-COMPTE et
      *> enregistree a l'approbation par VALIDER-MODIFS (controle a
      *> quatre yeux). Un changement d'offre remplace l'offre sur le
      *> meme enregistrement ; une resiliation le passe 'R'.
      *> - W-SOU-MOIS-FACTURE : dernier mois (AAAAMM) dont la
      *>   cotisation a ete prelevee par COTISATIONS-OFFRES ; tout mois
      *>   entame est du, y compris celui de la resiliation.
      *> - Consommation des services inclus du mois W-SOU-MOIS, par
      *>   rang de service de l'offre, remise a zero au premier frais
      *>   du mois suivant (module OFFRE-REMISE).
      *> - Valeur des services inclus (frais remis) du mois, du mois
      *>   precedent et de l'annee W-SOU-ANNEE et de la precedente :
      *>   reprise au pied du releve mensuel et par RECAP-FRAIS.
      *> Fichier indexe SOUSCRIPTIONS.dat
      *> Cle primaire : W-SOU-CPT
      *>****************************************************************
       01 W-SOUSCRIPTION.
          05 W-SOU-CPT          PIC 9(8).
          05 W-SOU-OFFRE        PIC X(4).
          05 W-SOU-DATE-DEBUT   PIC 9(8).
          05 W-SOU-DATE-FIN     PIC 9(8).
          05 W-SOU-DEMANDEUR    PIC X(8).
          05 W-SOU-APPROBATEUR  PIC X(8).
      *> Demande de MODIFICATIONS-ATTENTE.dat a l'origine de la
      *> souscription ou du dernier changement.
          05 W-SOU-ATT-ID       PIC 9(10).
          05 W-SOU-STATUT       PIC X(1).
             88 SOU-ACTIVE      VALUE 'A'.
             88 SOU-RESILIEE    VALUE 'R'.
          05 W-SOU-MOIS-FACTURE PIC 9(6).
          05 W-SOU-MOIS         PIC 9(6).
          05 W-SOU-CONSO        PIC 9(3) OCCURS 5 TIMES.
          05 W-SOU-VALEUR-MOIS  PIC S9(9)V99 COMP-3.
          05 W-SOU-MOIS-PREC    PIC 9(6).
          05 W-SOU-VALEUR-PREC  PIC S9(9)V99 COMP-3.
          05 W-SOU-ANNEE        PIC 9(4).
          05 W-SOU-VALEUR-ANNEE PIC S9(9)V99 COMP-3.
          05 W-SOU-VALEUR-AN-PREC PIC S9(9)V99 COMP-3.
