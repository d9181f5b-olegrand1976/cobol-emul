      *>****************************************************************
      *> Module : SCELLEMENT
      *> Role   : Chaine de scellement des journaux AUDIT.dat et
      *>          TRANS.dat (SCELLES.dat, cf SCELLE.cpy). Appele par
      *>          AUDIT-IO et TRANS-IO apres chaque ecriture,
      *>          modification ou suppression reussie, par
      *>          CONTROLES-FICHIERS pour la verification et par
      *>          BATCH-NUIT pour le sceau de tete du jour.
      *>          Empreinte : deux accumulateurs modulaires sur la
      *>          cle de scellement (SCEAU-PARAM.cpy) puis chaque
      *>          octet de l'image, rendus sur 9 chiffres chacun.
      *>          Sceau d'un maillon : meme calcul sur le sceau du
      *>          maillon precedent, le rang, la reference,
      *>          l'operation, la date, l'heure et l'empreinte.
      *> Appel  : CALL "SCELLEMENT" USING LK-OP, W-SCELLE, LK-IMAGE,
      *>                                  LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "SCELLER"   -> ajoute a la chaine W-SCL-FICHIER le maillon
      *>                  de l'enregistrement W-SCL-ID (operation
      *>                  W-SCL-OPERATION, image LK-IMAGE) et met la
      *>                  tete a jour ; W-SCELLE rend le maillon
      *>   "EMPREINTE" -> W-SCL-EMPREINTE = empreinte de LK-IMAGE
      *>   "SCEAU"     -> W-SCL-SCEAU recalcule depuis les autres
      *>                  zones du maillon W-SCELLE
      *>   "TETE"      -> W-SCELLE = tete de la chaine W-SCL-FICHIER
      *>                  ('21' si la chaine n'existe pas encore)
      *>   LK-CODE-RETOUR : '00' ok, '21' chaine absente, '29'
      *>                    SCELLES.dat inaccessible, '99' operation
      *>                    inconnue.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCELLEMENT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SCEAU-PARAM.
       COPY OPS.

       01 WS-CODE-SCL            PIC X(2).
       01 WS-ESSAI               PIC 9(2) VALUE 0.
       01 WS-NOUVELLE-CHAINE     PIC X(1) VALUE 'N'.
          88 NOUVELLE-CHAINE     VALUE 'O'.

      *> Maillon en construction et tete de chaine.
       01 WS-MAILLON             PIC X(119).
       01 WS-TETE.
          05 WS-TETE-CLE.
             10 WS-TETE-FICHIER  PIC X(5).
             10 WS-TETE-RANG     PIC 9(10).
          05 WS-TETE-REF.
             10 WS-TETE-REF-FICHIER PIC X(5).
             10 WS-TETE-DERNIER  PIC 9(10).
          05 WS-TETE-OPERATION   PIC X(1).
          05 WS-TETE-DATE        PIC 9(8).
          05 WS-TETE-HEURE       PIC 9(6).
          05 WS-TETE-EMPREINTE   PIC 9(18).
          05 WS-TETE-SCEAU-BASE  PIC 9(18).
          05 WS-TETE-SCEAU       PIC 9(18).
          05 WS-TETE-BASE-RANG   PIC 9(10).
          05 WS-TETE-ID-ORIGINE  PIC 9(10).

      *> Calcul de l'empreinte d'une zone.
       01 WS-TAMPON              PIC X(300).
       01 WS-LONGUEUR            PIC 9(3) COMP.
       01 WS-IDX                 PIC 9(3) COMP.
       01 WS-OCTET               PIC 9(3) COMP.
       01 WS-ACCU-1              PIC 9(18) COMP.
       01 WS-ACCU-2              PIC 9(18) COMP.
       01 WS-RESULTAT            PIC 9(18).
       01 WS-RESULTAT-PARTIE REDEFINES WS-RESULTAT.
          05 WS-RESULTAT-1       PIC 9(9).
          05 WS-RESULTAT-2       PIC 9(9).

      *> Zones du maillon qui entrent dans son sceau.
       01 WS-ZONE-SCEAU.
          05 WS-ZS-SCEAU-PREC    PIC 9(18).
          05 WS-ZS-CLE           PIC X(15).
          05 WS-ZS-REF           PIC X(15).
          05 WS-ZS-OPERATION     PIC X(1).
          05 WS-ZS-DATE          PIC 9(8).
          05 WS-ZS-HEURE         PIC 9(6).
          05 WS-ZS-EMPREINTE     PIC 9(18).

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY SCELLE.
       01 LK-IMAGE              PIC X(200).
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-SCELLE, LK-IMAGE,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP
           WHEN "SCELLER"
               PERFORM SCELLER-ENREGISTREMENT
           WHEN "EMPREINTE"
               PERFORM CALCULER-EMPREINTE-IMAGE
           WHEN "SCEAU"
               PERFORM CALCULER-SCEAU
           WHEN "TETE"
               PERFORM LIRE-TETE
           WHEN OTHER
               MOVE '99' TO LK-CODE-RETOUR
       END-EVALUATE.

       GOBACK.

      *>----------------------------------------------------------------
      *> Le maillon prend le rang suivant celui de la tete ; un rang
      *> deja pris (deux sessions simultanees) fait relire la tete.
       SCELLER-ENREGISTREMENT.
           PERFORM CALCULER-EMPREINTE-IMAGE.
           MOVE W-SCL-FICHIER TO W-SCL-REF-FICHIER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-SCL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-SCL-HEURE.
           MOVE 0 TO W-SCL-BASE-RANG W-SCL-ID-ORIGINE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           IF WS-CODE-SCL NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ESSAI.
           MOVE '22' TO WS-CODE-SCL.
           PERFORM UNTIL WS-CODE-SCL NOT = '22' OR WS-ESSAI >= 5
               ADD 1 TO WS-ESSAI
               PERFORM CHARGER-TETE
               COMPUTE W-SCL-RANG = WS-TETE-DERNIER + 1
               MOVE WS-TETE-SCEAU TO W-SCL-SCEAU-PREC
               PERFORM CALCULER-SCEAU
               MOVE "WRITE" TO WS-OP
               CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL
           END-PERFORM.

           IF WS-CODE-SCL = '00'
               PERFORM AVANCER-TETE
           ELSE
               MOVE '29' TO LK-CODE-RETOUR
           END-IF.

           MOVE "CLOSE" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.

      *>----------------------------------------------------------------
      *> Tete de la chaine du journal W-SCL-FICHIER, creee en memoire
      *> au premier maillon (le premier identifiant scelle marque
      *> l'origine de la chaine).
       CHARGER-TETE.
           MOVE 'N' TO WS-NOUVELLE-CHAINE.
           MOVE W-SCELLE TO WS-MAILLON.
           MOVE 0 TO W-SCL-RANG.
           MOVE "READ" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           IF WS-CODE-SCL = '00'
               MOVE W-SCELLE TO WS-TETE
           ELSE
               SET NOUVELLE-CHAINE TO TRUE
               MOVE WS-MAILLON TO WS-TETE
               MOVE 0 TO WS-TETE-RANG WS-TETE-DERNIER
                         WS-TETE-EMPREINTE WS-TETE-SCEAU-BASE
                         WS-TETE-SCEAU WS-TETE-BASE-RANG
               MOVE WS-TETE-FICHIER TO WS-TETE-REF-FICHIER
               MOVE 'T' TO WS-TETE-OPERATION
               MOVE WS-MAILLON(21:10) TO WS-TETE-ID-ORIGINE
           END-IF.
           MOVE WS-MAILLON TO W-SCELLE.

       AVANCER-TETE.
           MOVE W-SCELLE TO WS-MAILLON.
           MOVE W-SCL-RANG TO WS-TETE-DERNIER.
           MOVE W-SCL-SCEAU TO WS-TETE-SCEAU.
           MOVE W-SCL-DATE TO WS-TETE-DATE.
           MOVE W-SCL-HEURE TO WS-TETE-HEURE.
           MOVE WS-TETE TO W-SCELLE.
           IF NOUVELLE-CHAINE
               MOVE "WRITE" TO WS-OP
           ELSE
               MOVE "REWRITE" TO WS-OP
           END-IF.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           IF WS-CODE-SCL NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
           END-IF.
           MOVE WS-MAILLON TO W-SCELLE.

      *>----------------------------------------------------------------
       LIRE-TETE.
           MOVE 0 TO W-SCL-RANG.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           IF WS-CODE-SCL NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "READ" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           IF WS-CODE-SCL NOT = '00'
               MOVE '21' TO LK-CODE-RETOUR
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.

      *>----------------------------------------------------------------
       CALCULER-EMPREINTE-IMAGE.
           MOVE LK-IMAGE TO WS-TAMPON.
           MOVE 200 TO WS-LONGUEUR.
           PERFORM CALCULER-EMPREINTE.
           MOVE WS-RESULTAT TO W-SCL-EMPREINTE.

       CALCULER-SCEAU.
           MOVE W-SCL-SCEAU-PREC TO WS-ZS-SCEAU-PREC.
           MOVE W-SCL-CLE        TO WS-ZS-CLE.
           MOVE W-SCL-REF        TO WS-ZS-REF.
           MOVE W-SCL-OPERATION  TO WS-ZS-OPERATION.
           MOVE W-SCL-DATE       TO WS-ZS-DATE.
           MOVE W-SCL-HEURE      TO WS-ZS-HEURE.
           MOVE W-SCL-EMPREINTE  TO WS-ZS-EMPREINTE.
           MOVE WS-ZONE-SCEAU TO WS-TAMPON.
           MOVE 81 TO WS-LONGUEUR.
           PERFORM CALCULER-EMPREINTE.
           MOVE WS-RESULTAT TO W-SCL-SCEAU.

      *>----------------------------------------------------------------
      *> La cle de scellement amorce les deux accumulateurs, puis
      *> chaque octet de WS-TAMPON (1 a WS-LONGUEUR) y est melange ;
      *> le second tient compte de la position de l'octet.
       CALCULER-EMPREINTE.
           MOVE 0 TO WS-ACCU-1 WS-ACCU-2.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > 32
               MOVE FUNCTION ORD(SCE-CLE(WS-IDX:1)) TO WS-OCTET
               PERFORM MELANGER-OCTET
               ADD 1 TO WS-IDX
           END-PERFORM.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-LONGUEUR
               MOVE FUNCTION ORD(WS-TAMPON(WS-IDX:1)) TO WS-OCTET
               PERFORM MELANGER-OCTET
               ADD 1 TO WS-IDX
           END-PERFORM.
           MOVE FUNCTION MOD(WS-ACCU-1 1000000000) TO WS-RESULTAT-1.
           MOVE FUNCTION MOD(WS-ACCU-2 1000000000) TO WS-RESULTAT-2.

       MELANGER-OCTET.
           COMPUTE WS-ACCU-1 = FUNCTION MOD(
                   WS-ACCU-1 * SCE-MULT-1 + WS-OCTET, SCE-MODULE-1).
           COMPUTE WS-ACCU-2 = FUNCTION MOD(
                   WS-ACCU-2 * SCE-MULT-2 + WS-OCTET + WS-IDX,
                   SCE-MODULE-2).

       END PROGRAM SCELLEMENT.
