      *>****************************************************************
      *> COPYBOOK : SECOURS.cpy
      *> Description : Operation especes saisie au guichet en mode
      *> degrade (cf JOURNEE.cpy), tant que COMPTES.dat est
      *> indisponible. Le module SECOURS-GUICHET l'inscrit ici a la
      *> place de TRANS.dat, avec la photographie SOLDES-JOUR qui a
      *> servi au controle ; REJEU-SECOURS la passe au retour des
      *> fichiers maitres par la logique de comptabilisation normale
      *> et note l'anomalie qui l'aurait fait refuser (decouvert,
      *> opposition, compte clos ou introuvable) pour suivi ; une
      *> operation datee d'un exercice clos reste non passee.
      *> Fichier indexe JOURNAL-SECOURS.dat
      *> Cle primaire    : W-SEC-ID
      *> Cle alternative : W-SEC-CPT (avec doublons)
      *>****************************************************************
       01 W-SECOURS.
          05 W-SEC-ID           PIC 9(10).
          05 W-SEC-CPT          PIC 9(8).
          05 W-SEC-TYPE         PIC X(1).
             88 SEC-DEPOT       VALUE 'D'.
             88 SEC-RETRAIT     VALUE 'R'.
          05 W-SEC-MONTANT      PIC S9(11)V99 COMP-3.
          05 W-SEC-DATE         PIC 9(8).
          05 W-SEC-HEURE        PIC 9(6).
          05 W-SEC-OPERATEUR    PIC X(8).
      *> Photographie de cloture qui a servi de solde de reference.
          05 W-SEC-DATE-PHOTO   PIC 9(8).
          05 W-SEC-SOLDE-PHOTO  PIC S9(11)V99 COMP-3.
      *> 'O' : repercutee sur la caisse theorique de l'operateur.
          05 W-SEC-CAISSE       PIC X(1).
             88 SEC-EN-CAISSE   VALUE 'O'.
          05 W-SEC-STATUT       PIC X(1).
             88 SEC-A-REJOUER   VALUE 'A'.
             88 SEC-REJOUEE     VALUE 'P'.
             88 SEC-NON-PASSEE  VALUE 'X'.
      *> Motif pour lequel l'operation aurait ete refusee en mode
      *> normal, constate au rejeu.
          05 W-SEC-ANOMALIE     PIC X(1).
             88 SEC-SANS-ANOMALIE VALUE ' '.
             88 SEC-DECOUVERT   VALUE 'D'.
             88 SEC-OPPOSITION  VALUE 'O'.
             88 SEC-CLOS        VALUE 'C'.
             88 SEC-INTROUVABLE VALUE 'I'.
             88 SEC-EXERCICE-CLOS VALUE 'E'.
      *> Mouvement TRANS.dat cree au rejeu, et date du rejeu.
          05 W-SEC-TRN          PIC 9(10).
          05 W-SEC-DATE-REJEU   PIC 9(8).
