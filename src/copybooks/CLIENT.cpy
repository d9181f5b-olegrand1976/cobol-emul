          05 W-CLI-STATUT       PIC X(1).
             88 CLI-ACTIF       VALUE 'A'.
             88 CLI-INACTIF     VALUE 'I'.
             88 CLI-FUSIONNE    VALUE 'F'.
      *> Dispense de prelevement forfaitaire sur les interets
      *> (justificatif fiscal depose au guichet, ecran CREER-CLIENT) :
      *> 'O' = l'etape INTERETS credite brut, sans retenue a la
             88 CLI-RISQUE-ELEVE    VALUE 'E'.
          05 W-CLI-RISQUE-MOTIF PIC X(40) VALUE SPACES.
          05 W-CLI-DATE-REVUE-LBC PIC 9(8) VALUE 0.
      *> Fragilite financiere detectee chaque fin de mois par
      *> FRAGILITE depuis les faits observables (incidents repetes,
      *> inscription au registre des interdits, saisie en cours,
      *> solde debiteur persistant) et conservee FRG-DUREE-MOIS mois
      *> apres la derniere detection (FRAGILE-PARAM.cpy). Tant qu'elle
      *> court, les frais d'incident, de tenue et les agios de ses
      *> comptes sont plafonnes par mois et par an (module
      *> FRAGILE-PLAFOND) ; l'offre specifique lui est proposee une
      *> fois par periode de fragilite.
          05 W-CLI-FRAGILE      PIC X(1) VALUE 'N'.
             88 CLI-FRAGILE     VALUE 'O'.
          05 W-CLI-FRG-MOTIF    PIC X(20) VALUE SPACES.
          05 W-CLI-FRG-DATE-DETECTION PIC 9(8) VALUE 0.
          05 W-CLI-FRG-DATE-FIN PIC 9(8) VALUE 0.
          05 W-CLI-FRG-DATE-PROPOSITION PIC 9(8) VALUE 0.
      *> Incidents du mois W-CLI-INC-MOIS (chaque appel du module
      *> FRAIS-INCIDENT, facture ou non) : critere des incidents
      *> repetes.
          05 W-CLI-INC-MOIS     PIC 9(6) VALUE 0.
          05 W-CLI-NB-INCIDENTS PIC 9(3) VALUE 0.
      *> Frais plafonnes factures et frais evites par le plafond, du
      *> mois W-CLI-FRG-MOIS et de l'annee W-CLI-FRG-ANNEE.
          05 W-CLI-FRG-MOIS     PIC 9(6) VALUE 0.
          05 W-CLI-FRG-FACTURE-MOIS PIC S9(9)V99 COMP-3 VALUE 0.
          05 W-CLI-FRG-EVITE-MOIS PIC S9(9)V99 COMP-3 VALUE 0.
          05 W-CLI-FRG-ANNEE    PIC 9(4) VALUE 0.
          05 W-CLI-FRG-FACTURE-ANNEE PIC S9(9)V99 COMP-3 VALUE 0.
          05 W-CLI-FRG-EVITE-ANNEE PIC S9(9)V99 COMP-3 VALUE 0.
      *> Residence fiscale et auto-certification (FATCA / CRS) :
      *> pays de l'adresse, pays de residence fiscale, numero
      *> d'identification fiscale etranger et qualite de personne
      *> americaine declares par le client (ecran CREER-CLIENT).
      *> W-CLI-AUTOCERT : SPACE jamais documente (client anterieur),
      *> 'V' auto-certification signee le W-CLI-AUTOCERT-DATE, 'D'
      *> demandee le W-CLI-AUTOCERT-DATE a retourner avant
      *> W-CLI-AUTOCERT-ECHEANCE (RESIDENCE-FISCALE, sur indice
      *> d'extraneite), 'R' recalcitrant : echeance depassee sans
      *> reponse, declare non documente par EXPORT-FATCA-CRS.
      *> W-CLI-INDICES : indices deja pris en compte par la derniere
      *> auto-certification ou demande (position 1 'A' adresse, 2 'T'
      *> telephone, 3 'O' ordre permanent vers l'etranger) ; seul un
      *> indice nouveau declenche une nouvelle demande.
          05 W-CLI-PAYS-ADRESSE PIC X(2) VALUE "FR".
          05 W-CLI-RESIDENCE-FISC PIC X(2) VALUE "FR".
          05 W-CLI-NIF-ETRANGER PIC X(20) VALUE SPACES.
          05 W-CLI-US-PERSON    PIC X(1) VALUE 'N'.
             88 CLI-US-PERSON   VALUE 'O'.
          05 W-CLI-AUTOCERT     PIC X(1) VALUE SPACE.
             88 CLI-AUTOCERT-ABSENTE  VALUE SPACE.
             88 CLI-AUTOCERT-VALIDE   VALUE 'V'.
             88 CLI-AUTOCERT-DEMANDEE VALUE 'D'.
             88 CLI-RECALCITRANT      VALUE 'R'.
          05 W-CLI-AUTOCERT-DATE PIC 9(8) VALUE 0.
          05 W-CLI-AUTOCERT-ECHEANCE PIC 9(8) VALUE 0.
          05 W-CLI-INDICES      PIC X(3) VALUE SPACES.
      *> Nature du client : les personnes morales (societes,
      *> associations) n'ont ni date de naissance ni prenom ; leur
      *> identification est le numero d'immatriculation (SIREN ou
      *> SIRET, RNA pour une association non immatriculee), la forme
      *> juridique, le code d'activite (NAF/APE) et le siege social,
      *> W-CLI-NOM portant la raison sociale et W-CLI-ADRESSE
      *> l'adresse de correspondance. L'entrepreneur individuel est
      *> une personne physique qui porte en plus son SIREN, son
      *> activite et son adresse professionnelle. Representants
      *> legaux et beneficiaires effectifs d'une personne morale :
      *> registre LIEN-CLIENT.cpy. SPACE = client anterieur,
      *> particulier.
          05 W-CLI-TYPE         PIC X(1) VALUE 'P'.
             88 CLI-PARTICULIER      VALUE 'P' SPACE.
             88 CLI-ENTREPRENEUR     VALUE 'E'.
             88 CLI-SOCIETE          VALUE 'M'.
             88 CLI-ASSOCIATION      VALUE 'A'.
             88 CLI-PERSONNE-PHYSIQUE VALUE 'P' 'E' SPACE.
             88 CLI-PERSONNE-MORALE  VALUE 'M' 'A'.
             88 CLI-PROFESSIONNEL    VALUE 'E' 'M' 'A'.
          05 W-CLI-IMMATRICULATION PIC X(14) VALUE SPACES.
          05 W-CLI-FORME-JURIDIQUE PIC X(10) VALUE SPACES.
          05 W-CLI-CODE-ACTIVITE PIC X(5) VALUE SPACES.
          05 W-CLI-SIEGE        PIC X(40) VALUE SPACES.
          05 W-CLI-DATE-CONSTITUTION PIC 9(8) VALUE 0.
      *> Personne politiquement exposee (PPE) : fonction publique
      *> importante exercee, ou ayant cesse depuis moins d'un an,
      *> par le client, un membre de sa famille ou un proche associe.
      *> Posee a la creation (declaration du client, CREER-CLIENT) ou
      *> par rapprochement avec la liste livree (IMPORT-PPE). Une
      *> PPE est classee en risque eleve d'office (SCORING-LBC) ;
      *> l'ouverture de ses comptes est soumise a l'accord de la
      *> direction (file a quatre yeux, type OUVRIR-PPE), l'origine
      *> des fonds de ses depots importants est recueillie (DEPOT)
      *> et sa situation est revue chaque annee (REVUE-PPE).
          05 W-CLI-PPE          PIC X(1) VALUE 'N'.
             88 CLI-PPE              VALUE 'O'.
          05 W-CLI-PPE-CATEGORIE PIC X(1) VALUE SPACE.
             88 PPE-NATIONALE        VALUE 'N'.
             88 PPE-ETRANGERE        VALUE 'E'.
             88 PPE-ORGANISATION     VALUE 'I'.
             88 PPE-FAMILLE          VALUE 'F'.
             88 PPE-ASSOCIE          VALUE 'A'.
             88 PPE-CATEGORIE-VALIDE VALUE 'N' 'E' 'I' 'F' 'A'.
          05 W-CLI-PPE-ORIGINE  PIC X(1) VALUE SPACE.
             88 PPE-DECLAREE         VALUE 'D'.
             88 PPE-LISTE            VALUE 'L'.
          05 W-CLI-PPE-FONCTION PIC X(30) VALUE SPACES.
          05 W-CLI-PPE-DATE     PIC 9(8) VALUE 0.
      *> Prochaine revue annuelle (PPE-PARAM.cpy).
          05 W-CLI-PPE-DATE-REVUE PIC 9(8) VALUE 0.
      *> Ligne d'escompte d'effets de commerce (LCR) accordee au client
      *> professionnel : encours maximal des effets escomptes non encore
      *> echus (module ESCOMPTE-CTRL). Posee a l'ecran EFFETS ; 0 = pas
      *> de ligne, l'escompte est refuse.
          05 W-CLI-PLAFOND-ESCOMPTE PIC S9(11)V99 COMP-3 VALUE 0.
      *> Fusion de doublons (ecran FUSION-CLIENTS, validation a
      *> quatre yeux, execution FUSION-EXEC) : la fiche absorbee
      *> passe au statut 'F' et garde le numero du client survivant
      *> et la date de la fusion. Son numero reste un alias : la
      *> lecture CLIENT-IO "READ" renvoie la fiche survivante.
          05 W-CLI-FUSIONNE-DANS PIC 9(8) VALUE 0.
          05 W-CLI-DATE-FUSION  PIC 9(8) VALUE 0.
