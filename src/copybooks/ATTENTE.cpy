      *> apres, et seul l'ecran superviseur VALIDER-MODIFS l'applique
      *> (ou la rejette), les deux operateurs etant journalises via
      *> AUDIT-IO. Types de demande :
      *>   DECOUVERT    nouveau decouvert autorise (W-ATT-MONTANT ;
      *>                sur un relevement, W-ATT-APRES porte aussi le
      *>                resultat de la consultation FICP N/I, sa date
      *>                et le superviseur ayant deroge ; pour un
      *>                montant non nul, la periode d'effet : date
      *>                d'effet en (30:8), echeance en (42:8))
      *>   COTITULAIRES nouveaux cotitulaires (W-ATT-APRES :
      *>                n;NOM1;R1;NOM2;R2;NOM3;R3)
      *>   CLOTURE      cloture du compte
      *>                seuil (W-ATT-APRES : type R/V + destination,
      *>                execution par DEBIT-ET-EXEC apres confirmation
      *>                nominative d'un second titulaire)
      *>   OFFRE        souscription ou changement d'offre groupee
      *>                (W-ATT-APRES(1:4) : code de l'offre, suivi de
      *>                son libelle) ou resiliation (SPACES)
      *>   GESTE        remboursement d'un frais au-dela du plafond du
      *>                role ou du budget de l'agence (W-ATT-APRES :
      *>                identifiant du frais d'origine puis motif,
      *>                W-ATT-MONTANT : montant rembourse, execution
      *>                par GESTE-EXEC)
      *>   OUVRIR-PPE   ouverture du compte d'un client personne
      *>                politiquement exposee, ecrit en statut 'V' par
      *>                CREER (accord de la direction, habilitation
      *>                VALID-PPE ; un refus clot le compte)
      *>   LEVER-PPE    levee du statut PPE d'un client (compte 0,
      *>                W-ATT-APRES : numero client puis motif en
      *>                (10:40), meme habilitation)
      *>   RESILIATION  resiliation du compte a l'initiative de la
      *>                banque (W-ATT-APRES(1:40) : motif ; preavis et
      *>                cloture conduits par le batch RESILIATIONS)
      *>   FUSION-CLI   fusion de deux fiches clients en doublon
      *>                (compte 0, W-ATT-APRES : numero absorbe,
      *>                numero survivant, score et criteres de
      *>                concordance, execution par FUSION-EXEC)
      *> Fichier indexe MODIFICATIONS-ATTENTE.dat
      *> Cle primaire    : W-ATT-ID
      *> Cle alternative : W-ATT-CPT (doublons)
