      *>             le numero du compte emetteur et n'apparait donc
      *>             pas ici, de meme que dans HISTO (seul RECONCILIER
      *>             fait le second passage necessaire pour retrouver
      *>             ces ecritures). L'edition preleve le frais a
      *>             l'acte de la grille tarifaire (module
      *>             TARIF-FRAIS).
      *>             La consultation d'un compte du personnel ou d'un
      *>             compte sensible hors de son agence est controlee
      *>             et tracee (module CONSULTATION-CTRL) : l'edition
      *>             est lancee du menu pour l'operateur de la
      *>             session. La carte d'un mouvement est imprimee
      *>             masquee.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVE.
       DATA DIVISION.
       FILE SECTION.
       FD F-ARCHIVE.
       01 F-ARC-TRANS            PIC X(199).

       WORKING-STORAGE SECTION.
       COPY COMPTE.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-DATE-VALEUR-AFF     PIC 9(8).

      *> Carte du mouvement (retrait DAB, reglement carte), toujours
      *> restituee masquee : un mouvement anterieur au masquage qui
      *> porterait encore le numero complet est masque a l'affichage
      *> (module PAN-CTRL).
       01 WS-OP-PAN              PIC X(12).
       01 WS-PAN-LU              PIC 9(16).
       01 WS-CARTE-MASQUE        PIC X(16).
       01 WS-CODE-PAN            PIC X(2).

      *> Lecture des fichiers d'archive (ARCHIVER) pour que le releve
      *> couvre aussi les periodes sorties de TRANS.dat.
       01 WS-FS-ARC              PIC X(2) VALUE '00'.
          88 ARCHIVE-OUVERTURE   VALUE 'O'.
          88 ARCHIVE-MOUVEMENTS  VALUE 'M'.

      *> Frais a l'acte de la grille tarifaire (TARIFS.dat), preleve
      *> par TARIF-FRAIS une fois l'operation passee.
       01 WS-CPT-TARIF          PIC 9(8).
       01 WS-EVT-TARIF          PIC X(12).
       01 WS-FRAIS-TARIF        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-FRAIS-TARIF-AFF    PIC -Z(10)9.99.
       01 WS-CODE-TARIF         PIC X(2).

       01 WS-ECRAN              PIC X(12) VALUE "RELEVE".
       01 WS-CODE-CONSULT       PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- RELEVE DE COMPTE ---".
           EXIT PROGRAM
       END-IF.

       CALL "CONSULTATION-CTRL" USING LK-OPERATEUR W-CPT-NUMERO
                                      W-CPT-CLIENT WS-ECRAN
                                      WS-CODE-CONSULT.
       IF WS-CODE-CONSULT NOT = '00'
           EXIT PROGRAM
       END-IF.

       DISPLAY "Date debut (AAAAMMJJ) : " WITH NO ADVANCING.
       ACCEPT WS-DATE-DEBUT.
       DISPLAY "Date fin   (AAAAMMJJ) : " WITH NO ADVANCING.
       MOVE "CLOSE" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *> L'edition a la demande est facturee apres coup : le frais
      *> n'apparait pas sur le releve qui vient d'etre produit.
       MOVE W-CPT-NUMERO TO WS-CPT-TARIF.
       MOVE "RELEVE" TO WS-EVT-TARIF.
       PERFORM FACTURER-TARIF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
                   WHEN W-TRN-DATE >= WS-DATE-DEBUT
                       SET FIN-LECTURE TO TRUE
                   WHEN TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
                           OR TRN-REMISE-CHEQUE OR TRN-GESTE
                       ADD W-TRN-MONTANT TO WS-SOLDE-OUVERTURE
                   WHEN TRN-RETRAIT OR TRN-VIREMENT OR TRN-FRAIS
                           OR TRN-VIR-SORTANT OR TRN-PRELEVEMENT
               WHEN ARCHIVE-OUVERTURE
                   IF W-TRN-DATE < WS-DATE-DEBUT
                       IF TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
                               OR TRN-REMISE-CHEQUE OR TRN-GESTE
                           ADD W-TRN-MONTANT TO WS-SOLDE-OUVERTURE
                       ELSE
                           SUBTRACT W-TRN-MONTANT

       IMPRIMER-MOUVEMENT.
           IF TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
                   OR TRN-REMISE-CHEQUE OR TRN-GESTE
               ADD W-TRN-MONTANT TO WS-SOLDE-COURANT
           ELSE
               SUBTRACT W-TRN-MONTANT FROM WS-SOLDE-COURANT
                   W-TRN-TYPE "     " WS-MNT-AFF
                   "  " WS-SOLDE-AFF "  " W-TRN-LIBELLE
                   " " W-TRN-LITIGE.
           PERFORM AFFICHER-CARTE-MOUVEMENT.
           ADD 1 TO WS-NB-MVT.

       AFFICHER-PIED.
           DISPLAY "Mouvements listes : " WS-NB-MVT.
           DISPLAY "==============================================".

      *>----------------------------------------------------------------
      *> Ligne de la carte sous le mouvement qui en porte une.
       AFFICHER-CARTE-MOUVEMENT.
           IF W-TRN-CARTE = SPACES OR W-TRN-CARTE = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF W-TRN-CARTE NUMERIC
               MOVE W-TRN-CARTE TO WS-PAN-LU
               MOVE "MASQUER" TO WS-OP-PAN
               CALL "PAN-CTRL" USING WS-OP-PAN WS-PAN-LU
                                     WS-CARTE-MASQUE WS-CODE-PAN
           ELSE
               MOVE W-TRN-CARTE TO WS-CARTE-MASQUE
           END-IF.
           DISPLAY "          carte " WS-CARTE-MASQUE.

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

       END PROGRAM RELEVE.
