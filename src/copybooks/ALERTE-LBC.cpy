      *>****************************************************************
      *> COPYBOOK : ALERTE-LBC.cpy
      *> Description : Alerte de lutte contre le blanchiment ouverte
      *> par le moteur de scenarios de nuit SCENARIOS-LBC (cf
      *> LBC-PARAM.cpy). L'analyste LBC la classe depuis l'ecran
      *> ALERTES-LBC : faux positif, en examen, ou declaration de
      *> soupcon ; une declaration confirmee part au regulateur par
      *> l'etape de nuit EXPORT-SOUPCONS.
      *> CONFIDENTIEL : l'existence d'une alerte ou d'une declaration
      *> de soupcon ne doit jamais etre portee a la connaissance du
      *> client. Ce registre n'est lu que par SCENARIOS-LBC,
      *> ALERTES-LBC et EXPORT-SOUPCONS ; il n'est repris ni par
      *> CLIENT-360 ni par aucun document remis au client (releves,
      *> attestations, courriers).
      *> Fichier indexe ALERTES-LBC.dat
      *> Cle primaire    : W-ALB-ID
      *> Cle alternative : W-ALB-CPT (doublons)
      *>****************************************************************
       01 W-ALERTE-LBC.
          05 W-ALB-ID           PIC 9(10).
          05 W-ALB-CPT          PIC 9(8).
          05 W-ALB-SCENARIO     PIC X(1).
             88 ALB-FRACTIONNEMENT VALUE 'F'.
             88 ALB-TRANSIT        VALUE 'T'.
             88 ALB-REVEIL         VALUE 'R'.
          05 W-ALB-DATE-DETECT  PIC 9(8).
      *> Debut de la periode examinee (fenetre du scenario ; pour un
      *> reveil, date du dernier mouvement anterieur).
          05 W-ALB-DATE-DEBUT   PIC 9(8).
          05 W-ALB-NB-MVTS      PIC 9(5).
      *> Montant signale : cumul des depots fractionnes, des
      *> virements entrants (transit) ou des mouvements du reveil.
          05 W-ALB-MONTANT      PIC S9(11)V99 COMP-3.
      *> Transit : cumul des sorties qui ont suivi les entrees.
          05 W-ALB-MONTANT-SORTI PIC S9(11)V99 COMP-3 VALUE 0.
      *> Fractionnement : depots passes dans plus d'une agence.
          05 W-ALB-MULTI-AGENCES PIC X(1) VALUE 'N'.
             88 ALB-MULTI-AGENCES VALUE 'O'.
          05 W-ALB-STATUT       PIC X(1).
             88 ALB-OUVERTE      VALUE 'O'.
             88 ALB-EN-EXAMEN    VALUE 'E'.
             88 ALB-FAUX-POSITIF VALUE 'F'.
             88 ALB-DECLAREE     VALUE 'D'.
          05 W-ALB-OPERATEUR    PIC X(8) VALUE SPACES.
          05 W-ALB-DATE-DECISION PIC 9(8) VALUE 0.
      *> Analyse de l'analyste : motif du classement, expose des
      *> faits repris dans la declaration de soupcon.
          05 W-ALB-MOTIF        PIC X(60) VALUE SPACES.
      *> Date d'emission de la declaration de soupcon au regulateur
      *> (EXPORT-SOUPCONS), 0 tant qu'elle n'est pas partie.
          05 W-ALB-DATE-EMISSION PIC 9(8) VALUE 0.
