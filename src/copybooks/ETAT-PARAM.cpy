      *>****************************************************************
      *> COPYBOOK : ETAT-PARAM.cpy
      *> Description : Parametres du repertoire des etats
      *>               (REPERTOIRE-CTRL, EPURER-ETATS, CONSULT-ETATS,
      *>               PUPITRE).
      *>****************************************************************
      *> Repertoire des copies conservees des etats inscrits.
       01 ETA-REPERTOIRE-COPIES  PIC X(20) VALUE "reports/repertoire".

      *> Duree de conservation des copies, en jours, par type d'etat :
      *> R reglementaire (10 ans), C conformite et LBC (5 ans),
      *> G gestion (1 an), X exploitation (90 jours).
       01 ETA-TAB-TYPES.
          05 FILLER PIC X(6) VALUE "R03650".
          05 FILLER PIC X(6) VALUE "C01825".
          05 FILLER PIC X(6) VALUE "G00365".
          05 FILLER PIC X(6) VALUE "X00090".
       01 ETA-TYPES REDEFINES ETA-TAB-TYPES.
          05 ETA-TYPE OCCURS 4 TIMES.
             10 ETA-TYPE-CODE      PIC X(1).
             10 ETA-TYPE-JOURS     PIC 9(5).
       01 ETA-NB-TYPES           PIC 9(2) VALUE 4.
      *> Type retenu pour un etat absent de la table ci-dessous.
       01 ETA-TYPE-DEFAUT        PIC X(1) VALUE "G".

      *> Etats connus du repertoire : nom, type, attendu a chaque
      *> execution de l'etape ('O' ; 'N' = edite seulement s'il y a
      *> matiere), etape de la chaine (espaces = etat a la demande),
      *> fonction AUTORISER exigee pour le consulter en plus de la
      *> visibilite par agence (espaces = aucune).
       01 ETA-TAB-ETATS.
          05 FILLER PIC X(20) VALUE "CHAINE-NUIT".
          05 FILLER PIC X(01) VALUE "X".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "FIN-CHAINE".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "SOLDES-NEGATIFS".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "SOLDES-NEG".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "RELANCES-PRETS".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "RELANCES".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "QUALITE".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "QUALITE".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "FRAUDE".
          05 FILLER PIC X(01) VALUE "C".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "SCAN-FRAUDE".
          05 FILLER PIC X(12) VALUE "FRAUDE".
          05 FILLER PIC X(20) VALUE "SUSPENS-OPERATIONS".
          05 FILLER PIC X(01) VALUE "X".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE "REPRISE-OPS".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "REVUE-DECOUVERTS".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE "ECH-DECOUV".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "PRETS-IMPAYES".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE "ECH-PRETS".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "DAB-ECARTS".
          05 FILLER PIC X(01) VALUE "X".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE "DAB-RECO".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "SITUATION".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "SITUATION".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "SITUATION-CONTROLE".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "SITUATION".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "PROVISIONS".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "PROVISIONS".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "INTERETS-COURUS".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "INT-COURUS".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "LIQUIDITE".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "LIQUIDITE".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "GRANDS-RISQUES".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "GRANDS-RISQ".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "FRAIS-INCIDENTS".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "JRN-INCIDENT".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "RECLAMATIONS".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "RECLAMATIONS".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "BORDEREAU-BILLETS".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "BORD-BILLET".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "LBC-RECLASSEMENTS".
          05 FILLER PIC X(01) VALUE "C".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "SCORING-LBC".
          05 FILLER PIC X(12) VALUE "ALERTES-LBC".
          05 FILLER PIC X(20) VALUE "REVUE-PPE".
          05 FILLER PIC X(01) VALUE "C".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "REVUE-PPE".
          05 FILLER PIC X(12) VALUE "ALERTES-LBC".
          05 FILLER PIC X(20) VALUE "RESIDENCE-FISCALE".
          05 FILLER PIC X(01) VALUE "C".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "RESID-FISC".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "FRAGILITE".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "FRAGILITE".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "RENTABILITE".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "RENTABILITE".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "DOUBLONS-CLIENTS".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "DOUBLONS-CLI".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "RAPPORT-PERSONNEL".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "PERSONNEL".
          05 FILLER PIC X(12) VALUE "PERSONNEL".
          05 FILLER PIC X(20) VALUE "RAPPORT-SENSIBLES".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "SENSIBLES".
          05 FILLER PIC X(12) VALUE "SENSIBLES".
          05 FILLER PIC X(20) VALUE "GROS-MOUVEMENTS".
          05 FILLER PIC X(01) VALUE "C".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE "GROS-MOUV".
          05 FILLER PIC X(20) VALUE "CAISSE".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE "CAISSE".
          05 FILLER PIC X(20) VALUE "CLOTURE-EXERCICE".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE "CLOT-EXERC".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "REJEU-SECOURS".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "RENOUV-CARTES".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "RENOUV-CARTE".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "DEBIT-DIFFERE".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "DEBIT-DIFF".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "FICOBA-SUIVI".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "FICOBA".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "KYC-RELANCE".
          05 FILLER PIC X(01) VALUE "C".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "REVUE-KYC".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "MAJORITE".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE "MAJORITE".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "COMPENSATION-SUSPENS".
          05 FILLER PIC X(01) VALUE "X".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE "COMPENSE-CAR".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "CONTROLES-INTEGRITE".
          05 FILLER PIC X(01) VALUE "X".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "GL-ANOMALIES".
          05 FILLER PIC X(01) VALUE "X".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "POSITION-SUSPENS".
          05 FILLER PIC X(01) VALUE "X".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "REPRISE-REFERENTIEL".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "CONVERSION-PAN".
          05 FILLER PIC X(01) VALUE "C".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "RECAP-FRAIS".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "IFU".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "OPERATEURS".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "PREVISIONNEL".
          05 FILLER PIC X(01) VALUE "G".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "GARANTIE-DEPOTS".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "BORDEREAU-ASSURANCE".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "O".
          05 FILLER PIC X(12) VALUE "BORD-ASSUR".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "FATCA-CRS".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(20) VALUE "DESTRUCTION-ARCHIVE".
          05 FILLER PIC X(01) VALUE "R".
          05 FILLER PIC X(01) VALUE "N".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(12) VALUE SPACES.
       01 ETA-ETATS REDEFINES ETA-TAB-ETATS.
          05 ETA-ETAT OCCURS 49 TIMES.
             10 ETA-ETAT-NOM       PIC X(20).
             10 ETA-ETAT-TYPE      PIC X(1).
             10 ETA-ETAT-ATTENDU   PIC X(1).
                88 ETA-ETAT-A-CHAQUE-NUIT VALUE 'O'.
             10 ETA-ETAT-ETAPE     PIC X(12).
             10 ETA-ETAT-FONCTION  PIC X(12).
       01 ETA-NB-ETATS           PIC 9(2) VALUE 49.
