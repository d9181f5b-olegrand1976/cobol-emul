          05 PRT-INDEM-MOIS-INTERETS PIC 9(2) VALUE 6.
      *> Plafond de l'indemnite en pourcentage du capital rembourse.
          05 PRT-INDEM-PLAFOND-PCT   PIC 9(2)V99 VALUE 3.00.
      *> Periodicite de revision des prets a taux variable ou cape
      *> (mois entre deux dates anniversaires de revision).
       01 PRT-PARAM-REVISION.
          05 PRT-REVISION-MOIS       PIC 9(2) VALUE 12.
      *> Instruction des demandes de credit (ecran DEMANDES-CREDIT) et
      *> deblocage (CREER-PRET).
       01 PRT-PARAM-OCTROI.
      *> Seuil du taux d'endettement (charges / revenus, en %) au-dela
      *> duquel l'accord exige une derogation superviseur ; surcharge
      *> a chaud par la cle ENDET-MAX-PCT des parametres
      *> d'exploitation.
          05 PRT-ENDET-MAX-PCT       PIC 9(3)V99 VALUE 35.00.
      *> Profondeur d'historique (mois) des credits recurrents recus
      *> retenus pour estimer les revenus mensuels.
          05 PRT-MOIS-REVENUS        PIC 9(2) VALUE 3.
      *> Part du decouvert autorise comptee en charge mensuelle (%).
          05 PRT-QUOTE-DECOUVERT-PCT PIC 9(2)V99 VALUE 3.00.
      *> Delai legal de reflexion apres emission de l'offre : celle-ci
      *> ne peut etre acceptee, ni les fonds debloques, avant le
      *> lendemain du dernier jour du delai.
          05 PRT-DELAI-REFLEXION-JOURS PIC 9(3) VALUE 10.
      *> Duree de validite de l'offre emise (jours).
          05 PRT-VALIDITE-OFFRE-JOURS PIC 9(3) VALUE 30.
      *> Declaration des incidents de remboursement au fichier
      *> national (FICP, module FICP-DECLARER).
       01 PRT-PARAM-FICP.
      *> Seuil legal : nombre d'echeances mensuelles impayees a
      *> partir duquel l'incident est caracterise.
          05 PRT-FICP-SEUIL-IMPAYES  PIC 9(2) VALUE 2.
      *> Delai (jours) entre la lettre d'information prealable de
      *> l'emprunteur et la declaration, si l'incident n'est pas
      *> regularise entre-temps.
          05 PRT-FICP-PREAVIS-JOURS  PIC 9(3) VALUE 30.
      *> Pret a deblocage progressif (CREER-PRET, DEBLOCAGES) : delai
      *> maximal (mois apres la mise en place) pour appeler les
      *> tranches ; au-dela le pret passe d'office en amortissement
      *> sur le capital deja debloque.
       01 PRT-PARAM-DEBLOCAGE.
          05 PRT-DEBLOC-MOIS-MAX     PIC 9(2) VALUE 24.
      *> Credit renouvelable (CREDIT-RENOUV, ECHEANCES-PRETS,
      *> RECONDUCTION-RENOUV).
       01 PRT-PARAM-RENOUVELABLE.
      *> Paiement minimum mensuel : pourcentage du capital du, avec un
      *> plancher (borne au capital du), augmente des interets de la
      *> periode.
          05 PRT-REN-MIN-PCT         PIC 9(2)V99 VALUE 3.00.
          05 PRT-REN-MIN-PLANCHER    PIC 9(5)V99 VALUE 30.00.
      *> Periodicite de reconduction (mois entre deux anniversaires).
          05 PRT-REN-RECONDUCTION-MOIS PIC 9(2) VALUE 12.
      *> Delai legal d'inactivite (mois sans tirage, capital du nul)
      *> au terme duquel la reserve est resiliee.
          05 PRT-REN-INACTIVITE-MOIS PIC 9(2) VALUE 12.
