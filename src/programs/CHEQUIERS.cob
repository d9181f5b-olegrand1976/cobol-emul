      *>             compte ; REMISE-CHEQUE controle ensuite qu'un
      *>             cheque tire sur un compte interne appartient a une
      *>             plage delivree et non frappee d'opposition.
      *>             La delivrance preleve le frais a l'acte de la
      *>             grille tarifaire (module TARIF-FRAIS).
      *>             Aucun chequier n'est delivre pendant le preavis
      *>             d'une resiliation a l'initiative de la banque, ni
      *>             sur un compte de services bancaires de base (droit
      *>             au compte : cheques de banque seulement), ni
      *>             pendant la carence qui suit un changement
      *>             d'adresse du client (ADRESSE-CTRL).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUIERS.
       01 WS-NB                 PIC 9(3) VALUE 0.
       01 WS-CODE-INTERDIT      PIC X(2).

      *> Frais a l'acte de la grille tarifaire (TARIFS.dat), preleve
      *> par TARIF-FRAIS une fois l'operation passee.
       01 WS-CPT-TARIF          PIC 9(8).
       01 WS-EVT-TARIF          PIC X(12).
       01 WS-FRAIS-TARIF        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-FRAIS-TARIF-AFF    PIC -Z(10)9.99.
       01 WS-CODE-TARIF         PIC X(2).

      *> Carence apres un changement d'adresse du client (module
      *> ADRESSE-CTRL, ADRESSE-PARAM.cpy).
       01 WS-DATE-CARENCE       PIC 9(8).
       01 WS-FIN-CARENCE        PIC 9(8).
       01 WS-ADRESSE-CARENCE    PIC X(40).
       01 WS-CODE-CARENCE       PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
      *> La nouvelle plage demarre apres le plus grand numero deja
      *> delivre sur ce compte (1 pour le premier chequier).
       DELIVRER-CHEQUIER.
           IF CPT-EN-PREAVIS
               DISPLAY "Refuse : compte en preavis de resiliation "
                       "(cloture le " W-CPT-DATE-RESILIATION
                       "), aucun chequier nouveau."
               EXIT PARAGRAPH
           END-IF.
           IF CPT-SERVICES-BASE
               DISPLAY "Refuse : compte de services bancaires de base "
                       "(droit au compte), pas de chequier - cheques "
                       "de banque via CHEQUES-BANQUE."
               EXIT PARAGRAPH
           END-IF.

      *>   Ni pendant la carence qui suit un changement d'adresse du
      *>   titulaire.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-CARENCE.
           MOVE SPACES TO WS-ADRESSE-CARENCE.
           MOVE "CARENCE" TO WS-OP.
           CALL "ADRESSE-CTRL" USING WS-OP W-CPT-CLIENT WS-DATE-CARENCE
                                     WS-ADRESSE-CARENCE WS-FIN-CARENCE
                                     WS-CODE-CARENCE.
           IF WS-CODE-CARENCE = '57'
               DISPLAY "Refuse : adresse du client modifiee "
                       "recemment, aucun chequier nouveau avant le "
                       WS-FIN-CARENCE "."
               EXIT PARAGRAPH
           END-IF.

      *>   Aucun chequier pour un compte inscrit au registre des
      *>   incidents cheques : la levee passe par l'ecran INTERDITS
      *>   (regularisation sous validation superviseur).
           IF RC-OK
               DISPLAY "Chequier " W-CHB-ID " delivre : cheques "
                       W-CHB-NUM-PREMIER " a " W-CHB-NUM-DERNIER "."
               MOVE WS-NUM-COMPTE TO WS-CPT-TARIF
               MOVE "CHEQUIER" TO WS-EVT-TARIF
               PERFORM FACTURER-TARIF
           ELSE
               DISPLAY "Erreur d'ecriture (code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CHEQUIER-IO" USING WS-OP W-CHEQUIER W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Frais a l'acte de l'evenement WS-EVT-TARIF sur WS-CPT-TARIF
      *> (grille tarifaire, module TARIF-FRAIS) ; WS-FRAIS-TARIF reste
      *> a zero si rien n'est facture.
       FACTURER-TARIF.
           CALL "TARIF-FRAIS" USING WS-CPT-TARIF WS-EVT-TARIF
                                    WS-FRAIS-TARIF WS-CODE-TARIF.
           IF WS-CODE-TARIF = '00'
               MOVE WS-FRAIS-TARIF TO WS-FRAIS-TARIF-AFF
               DISPLAY "Frais preleves : " WS-FRAIS-TARIF-AFF
           END-IF.

       END PROGRAM CHEQUIERS.
