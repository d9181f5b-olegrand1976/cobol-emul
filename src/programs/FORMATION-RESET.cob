          05 F-CPT-NUMERO       PIC 9(8).
          05 F-CPT-AVANT-AGENCE PIC X(127).
          05 F-CPT-AGENCE       PIC X(4).
          05 F-CPT-RESTE        PIC X(226).

       FD F-JOURNAL.
       01 F-JRL-REC              PIC X(745).

       FD F-TRANS.
       01 F-TRANSAC.
          05 F-TRN-ID           PIC 9(10).
          05 F-TRN-CPT          PIC 9(8).
          05 F-TRN-RESTE        PIC X(181).

       FD F-CAISSES.
       01 F-CAI-REC.
       FD F-CLIENTS.
       01 F-CLIENT-REC.
          05 F-CLI-NUMERO       PIC 9(8).
          05 F-CLI-RESTE        PIC X(485).

       FD F-SEQ.
       01 F-SEQ-REC              PIC 9(10).
      *> Autres fichiers d'exercice a purger au reset : ils sont
      *> recrees vides a la premiere ouverture par les modules *-IO
      *> en mode formation.
       01 WS-NB-FICHIERS-PURGE   PIC 9(2) COMP VALUE 74.
       01 WS-TAB-FICHIERS-PURGE.
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-PRETS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-DAT.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-CHEQUES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-CHEQUIERS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-CARTES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-MANDATS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-BENEFICIAIRES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-ORDRES-PERMANENTS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-VIREMENTS-SORTANTS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-RESERVATIONS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-ALERTES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-ABONNEMENTS-ALERTES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-MODIFICATIONS-ATTENTE.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-OPPOSITIONS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-DECLARATIONS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-LITIGES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-RECLAMATIONS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-PROCURATIONS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-INTERDITS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-RECOUVREMENT.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-FRAUDE-CAS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-SAISIES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-LIVRETS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-CHEQUES-BANQUE.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-ENCAISSEMENTS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-SPOOL.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-POSITION-PLACE.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-SOLDES-JOUR.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-REG-IMPORTS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-OPERATIONS-OUVERTES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-COFFRES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-DABS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-DESHERENCE.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-ANOMALIES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-DEMANDES-CREDIT.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-SURETES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-PROVISIONS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-FICP.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-SURENDETTEMENTS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-RENOUVELABLES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-PLANS-LOGEMENT.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-DECOUVERTS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-SOUSCRIPTIONS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-BUDGETS-GESTES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-FICOBA.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-LIENS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-GROUPES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-ORIGINES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-ALERTES-LBC.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-COFFRES-FORTS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-LOCATIONS-COFFRES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-ACCES-COFFRES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-FAUX-BILLETS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-COMMANDES-FONDS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-CLIENTS-OCCASIONNELS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-OPERATIONS-OCCASIONNELS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-DEPOTS-DAB.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-COMMERCANTS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-REMISES-TPE.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-EFFETS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-CORRESPONDANTS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-VIREMENTS-INTL.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-RELEVES-ELEC.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-ACCES-PORTAIL.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-INTERETS-COURUS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-CORRECTIONS-VALEUR.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-ADRESSES-HIST.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-LIENS-PERSONNEL.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-SENSIBLES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-ACCES-SENSIBLES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-SEQUESTRE-PAN.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-SCELLES.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-JOURNAL-SECOURS.dat".
          05 FILLER PIC X(50)
             VALUE "data/FORMATION-REPERTOIRE-ETATS.dat".
       01 WS-FICHIERS-PURGE REDEFINES WS-TAB-FICHIERS-PURGE.
          05 WS-FICHIER-PURGE OCCURS 74 TIMES PIC X(50).
       01 WS-IDX-PURGE           PIC 9(2) COMP.
       01 WS-NOM-PURGE           PIC X(50).
       01 WS-CODE-SUPPR          PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
