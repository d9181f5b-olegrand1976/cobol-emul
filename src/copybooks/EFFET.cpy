      *>****************************************************************
      *> COPYBOOK : EFFET.cpy
      *> Description : Effet de commerce (lettre de change relevee,
      *> LCR) remis par un client professionnel sur un tire domicilie
      *> dans une autre banque. Remis par bordereau au guichet (ecran
      *> EFFETS) ou par fichier (IMPORT-LCR), soit a l'encaissement
      *> (le cedant est credite a l'echeance), soit a l'escompte
      *> (avance creditee a la remise, agios d'escompte jusqu'a
      *> l'echeance preleves aussitot, dans la limite de la ligne
      *> d'escompte du client - module EFFET-REMETTRE). Le batch
      *> EMETTRE-LCR presente les effets a la place, regle les effets
      *> echus et contre-passe les impayes retournes.
      *> Statuts : 'A' en portefeuille (a emettre), 'E' emis (parque
      *> jusqu'a l'echeance), 'R' regle, 'I' impaye (contre-passe).
      *> Fichier indexe EFFETS.dat
      *> Cle primaire    : W-EFF-ID
      *> Cle alternative : W-EFF-CPT (doublons)
      *>****************************************************************
       01 W-EFFET.
          05 W-EFF-ID           PIC 9(10).
          05 W-EFF-CPT          PIC 9(8).
          05 W-EFF-CLIENT       PIC 9(8).
          05 W-EFF-BORDEREAU    PIC 9(10).
          05 W-EFF-MODE         PIC X(1).
             88 EFF-ENCAISSEMENT VALUE 'E'.
             88 EFF-ESCOMPTE     VALUE 'S'.
             88 EFF-MODE-VALIDE  VALUE 'E' 'S'.
          05 W-EFF-TIRE         PIC X(30).
          05 W-EFF-IBAN         PIC X(34).
          05 W-EFF-MONTANT      PIC S9(11)V99 COMP-3.
          05 W-EFF-DATE-REMISE  PIC 9(8).
          05 W-EFF-DATE-ECHEANCE PIC 9(8).
          05 W-EFF-REFERENCE    PIC X(20).
          05 W-EFF-STATUT       PIC X(1).
             88 EFF-EN-PORTEFEUILLE VALUE 'A'.
             88 EFF-EMIS         VALUE 'E'.
             88 EFF-REGLE        VALUE 'R'.
             88 EFF-IMPAYE       VALUE 'I'.
      *> Escompte : agios preleves a la remise (0 a l'encaissement).
          05 W-EFF-AGIOS        PIC S9(11)V99 COMP-3.
      *> Mouvement de credit du cedant (avance ou reglement).
          05 W-EFF-TRN          PIC 9(10).
          05 W-EFF-CODE-REJET   PIC X(2).
          05 W-EFF-DATE-IMPAYE  PIC 9(8).
          05 W-EFF-OPERATEUR    PIC X(8).
