      *>****************************************************************
      *> COPYBOOK : REPRISE-PARAM.cpy
      *> Description : Reglages de la reprise des comptes anterieurs
      *> aux referentiels (programme REPRISE-REFERENTIEL) : produits
      *> du catalogue affectes par defaut aux comptes sans code
      *> produit selon leur type historique, capacite de la table des
      *> clients chargee en memoire pour le rapprochement des noms,
      *> et frequence du point de controle de la passe reelle.
      *>****************************************************************
      *> Produit par defaut d'un compte courant ('C') et d'un compte
      *> d'epargne ('E') ; le produit doit exister au catalogue, etre
      *> actif et du meme type de base, sinon le code reste a SPACES
      *> et le compte est compte "produit par defaut indisponible".
       01 REP-PRODUIT-COURANT    PIC X(4) VALUE "CCHQ".
       01 REP-PRODUIT-EPARGNE    PIC X(4) VALUE "LIVR".
      *> Nombre maximal de clients du referentiel tenus en table : au
      *> dela, la passe reelle est refusee (rapprochement incomplet).
       01 REP-MAX-CLIENTS        PIC 9(5) VALUE 20000.
      *> Point de controle ecrit tous les REP-INTERVALLE-POINT comptes
      *> examines pendant la passe reelle.
       01 REP-INTERVALLE-POINT   PIC 9(5) VALUE 100.
