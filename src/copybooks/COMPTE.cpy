      *> les credits (pensions, salaires residuels) restent acceptes ;
      *> workflow complet dans le programme SUCCESSION.
             88 CPT-SUCCESSION  VALUE 'D'.
      *> Ouverture en attente d'accord de la direction (client
      *> personne politiquement exposee, file a quatre yeux
      *> OUVRIR-PPE) : aucun mouvement ni declaration FICOBA avant
      *> l'accord ; un refus clot le compte.
             88 CPT-A-VALIDER   VALUE 'V'.
          05 W-CPT-DECOUVERT-AUTORISE PIC S9(9)V99 COMP-3 VALUE 0.
          05 W-CPT-TYPE         PIC X(1) VALUE 'C'.
             88 CPT-COURANT     VALUE 'C'.
             88 SIGNATURE-OU    VALUE 'O'.
             88 SIGNATURE-ET    VALUE 'E'.
          05 W-CPT-SEUIL-ET     PIC S9(9)V99 COMP-3 VALUE 0.
      *> Compte de services bancaires de base ouvert sur designation
      *> de la Banque de France (droit au compte) : reference et date
      *> de la lettre de designation. Les services sont limites a la
      *> liste legale - une seule carte a autorisation systematique
      *> (CARTES), aucun chequier (CHEQUIERS), virements SEPA non
      *> urgents dans la limite du disponible (VIREMENT), aucun
      *> decouvert - et ne donnent lieu a aucun frais de tenue ni
      *> frais a l'acte (FRAIS, TARIF-FRAIS).
          05 W-CPT-DROIT-AU-COMPTE PIC X(1) VALUE 'N'.
             88 CPT-SERVICES-BASE VALUE 'O'.
          05 W-CPT-REF-DESIGNATION PIC X(20) VALUE SPACES.
          05 W-CPT-DATE-DESIGNATION PIC 9(8) VALUE 0.
      *> Resiliation a l'initiative de la banque (ecran RESILIATION,
      *> validee a quatre yeux par VALIDER-MODIFS) : date du preavis,
      *> date d'effet RESIL-PREAVIS-MOIS mois plus tard et motif.
      *> Pendant le preavis le compte fonctionne en mode restreint -
      *> ni chequier ni carte nouvelle ; l'etape RESILIATIONS de
      *> BATCH-NUIT emet la lettre de preavis puis clot le compte a
      *> l'echeance.
          05 W-CPT-RESILIATION  PIC X(1) VALUE SPACE.
             88 RESIL-AUCUNE    VALUE ' '.
             88 RESIL-PREAVIS-A-EMETTRE VALUE 'P'.
             88 RESIL-PREAVIS-EMIS VALUE 'E'.
             88 RESIL-EFFECTUEE VALUE 'C'.
             88 CPT-EN-PREAVIS  VALUE 'P' 'E'.
          05 W-CPT-DATE-PREAVIS PIC 9(8) VALUE 0.
          05 W-CPT-DATE-RESILIATION PIC 9(8) VALUE 0.
          05 W-CPT-MOTIF-RESILIATION PIC X(40) VALUE SPACES.
