      *> (compensation aller, batch PRESENTATION-CHEQUES) - debit du
      *> tireur distinct des retraits guichet.
             88 TRN-CHEQUE-PRESENTE VALUE 'G'.
      *> 'K' : remboursement d'un frais au titre d'un geste commercial
      *> (ecran GESTES, module GESTE-EXEC) - credit du client, de la
      *> categorie du frais rembourse, libelle "REMB FRAIS " suivi de
      *> l'identifiant du mouvement 'F' d'origine et du motif.
             88 TRN-GESTE       VALUE 'K'.
          05 W-TRN-MONTANT      PIC S9(11)V99 COMP-3.
          05 W-TRN-DATE         PIC 9(8).
          05 W-TRN-HEURE        PIC 9(6).
      *> propose a la saisie au guichet ; SPACES si non ventile.
          05 W-TRN-CATEGORIE   PIC X(4) VALUE SPACES.
      *> Numero de la carte ayant opere le mouvement sur le canal DAB
      *> (SPACES hors carte) : permet les compteurs d'utilisation et
      *> les plafonds propres a chaque carte (CARTE.cpy) plutot qu'un
      *> seul plafond de canal pour tous les porteurs du compte.
      *> Numero masque "123456******1234" (module PAN-CTRL) : le
      *> numero reel n'est qu'au sequestre SEQUESTRE-PAN.dat ; le
      *> jeton de CARTES.dat ayant le meme masque, une carte se
      *> rapproche de ses mouvements par le masque de son jeton.
          05 W-TRN-CARTE       PIC X(16) VALUE SPACES.
      *> Identifiant du DAB ayant distribue le retrait (registre
      *> DABS.dat), SPACES hors canal DAB : la reconciliation de nuit
      *> DAB-RECONCILIER totalise les retraits journalises par
      *> machine et les confronte a ses compteurs.
          05 W-TRN-DAB         PIC X(8) VALUE SPACES.
      *> Piece d'identite du client occasionnel (non client) qui a
      *> remis les especes au guichet - depot sur le compte d'un
      *> client, cheque de banque paye en especes - cle de son
      *> inscription au registre CLIENTS-OCCASIONNELS.dat (module
      *> CLIENT-OCCASIONNEL) ; SPACES quand le titulaire agit.
          05 W-TRN-PIECE-OCCAS PIC X(20) VALUE SPACES.
