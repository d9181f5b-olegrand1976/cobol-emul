      *>****************************************************************
      *> Module : DOUBLON-SCORE
      *> Role   : Detection des doublons du referentiel clients :
      *>          - "CLE"   : calcule la cle d'identite normalisee
      *>                      (DOUBLON-CLE.cpy) de la fiche W-CLIENT :
      *>                      nom en majuscules sans ponctuation, mots
      *>                      tries (l'inversion nom / prenom
      *>                      concorde), 9 derniers chiffres du
      *>                      telephone, adresse electronique en
      *>                      majuscules, adresse postale normalisee,
      *>                      SIREN ;
      *>          - "SCORE" : compare deux cles et rend le score de la
      *>                      paire (somme des poids DOUBLON-PARAM.cpy
      *>                      des criteres concordants) et les
      *>                      criteres concordants, une lettre par
      *>                      position : N nom, D date de naissance,
      *>                      T telephone, E adresse electronique,
      *>                      A adresse postale, S SIREN. Deux fiches
      *>                      de natures differentes (personne physique
      *>                      / morale) ont un score nul.
      *>          Utilise par DOUBLONS-CLIENTS (liste de revue) et
      *>          FUSION-CLIENTS (fusion supervisee).
      *> Appel  : CALL "DOUBLON-SCORE" USING LK-OP, W-CLIENT,
      *>              W-DOUBLON-CLE, LK-CLE-AUTRE, LK-SCORE,
      *>              LK-CRITERES.
      *>          "CLE" remplit W-DOUBLON-CLE ; "SCORE" compare
      *>          W-DOUBLON-CLE a LK-CLE-AUTRE (meme structure).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOUBLON-SCORE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DOUBLON-PARAM.

      *> Normalisation d'un texte : majuscules, ponctuation en
      *> espaces, mots (8 au plus) separes par un seul espace, tries
      *> pour un nom.
       01 WS-TRAVAIL             PIC X(40).
       01 WS-MOTS.
          05 WS-MOT              PIC X(20) OCCURS 8 TIMES.
       01 WS-NB-MOTS             PIC 9(2) COMP.
       01 WS-NORME               PIC X(40).
       01 WS-PTR                 PIC 9(2) COMP.
       01 WS-I                   PIC 9(2) COMP.
       01 WS-J                   PIC 9(2) COMP.
       01 WS-MOT-ECHANGE         PIC X(20).
       01 WS-TRIER               PIC X(1) VALUE 'N'.
          88 TRIER-MOTS          VALUE 'O'.

      *> Chiffres du numero de telephone.
       01 WS-CHIFFRES            PIC X(14).
       01 WS-NB-CHIFFRES         PIC 9(2) COMP.
       01 WS-DEBUT               PIC 9(2) COMP.

       LINKAGE SECTION.
       01 LK-OP                  PIC X(12).
       COPY CLIENT.
       COPY DOUBLON-CLE.
       01 LK-CLE-AUTRE.
          05 LK-DBL-NATURE       PIC X(1).
          05 LK-DBL-NOM          PIC X(40).
          05 LK-DBL-NAISSANCE    PIC 9(8).
          05 LK-DBL-TELEPHONE    PIC X(9).
          05 LK-DBL-EMAIL        PIC X(40).
          05 LK-DBL-ADRESSE      PIC X(40).
          05 LK-DBL-SIREN        PIC X(9).
       01 LK-SCORE               PIC 9(3).
       01 LK-CRITERES            PIC X(6).

       PROCEDURE DIVISION USING LK-OP, W-CLIENT, W-DOUBLON-CLE,
                                LK-CLE-AUTRE, LK-SCORE, LK-CRITERES.

       EVALUATE LK-OP
           WHEN "CLE"
               PERFORM CALCULER-CLE
           WHEN "SCORE"
               PERFORM CALCULER-SCORE
           WHEN OTHER
               MOVE 0 TO LK-SCORE
               MOVE SPACES TO LK-CRITERES
       END-EVALUATE.

       GOBACK.

      *>----------------------------------------------------------------
       CALCULER-CLE.
           INITIALIZE W-DOUBLON-CLE.
           IF CLI-PERSONNE-MORALE
               MOVE 'M' TO W-DBL-NATURE
           ELSE
               MOVE 'P' TO W-DBL-NATURE
           END-IF.

           MOVE W-CLI-NOM TO WS-TRAVAIL.
           SET TRIER-MOTS TO TRUE.
           PERFORM NORMALISER-TEXTE.
           MOVE WS-NORME TO W-DBL-NOM.

           IF W-CLI-DATE-NAISS IS NUMERIC
               MOVE W-CLI-DATE-NAISS TO W-DBL-NAISSANCE
           ELSE
               MOVE 0 TO W-DBL-NAISSANCE
           END-IF.

           PERFORM NORMALISER-TELEPHONE.

           MOVE FUNCTION UPPER-CASE(W-CLI-EMAIL) TO WS-TRAVAIL.
           MOVE FUNCTION TRIM(WS-TRAVAIL) TO W-DBL-EMAIL.

           MOVE W-CLI-ADRESSE TO WS-TRAVAIL.
           MOVE 'N' TO WS-TRIER.
           PERFORM NORMALISER-TEXTE.
           MOVE WS-NORME TO W-DBL-ADRESSE.

           IF W-CLI-IMMATRICULATION(1:9) IS NUMERIC
                   AND W-CLI-IMMATRICULATION(1:9) NOT = "000000000"
               MOVE W-CLI-IMMATRICULATION(1:9) TO W-DBL-SIREN
           ELSE
               MOVE SPACES TO W-DBL-SIREN
           END-IF.

      *>----------------------------------------------------------------
      *> Un critere ne concorde que renseigne des deux cotes.
       CALCULER-SCORE.
           MOVE 0 TO LK-SCORE.
           MOVE SPACES TO LK-CRITERES.
           IF W-DBL-NATURE NOT = LK-DBL-NATURE
               EXIT PARAGRAPH
           END-IF.

           IF W-DBL-NOM NOT = SPACES AND W-DBL-NOM = LK-DBL-NOM
               ADD DBL-POIDS-NOM TO LK-SCORE
               MOVE 'N' TO LK-CRITERES(1:1)
           END-IF.
           IF W-DBL-NAISSANCE NOT = 0
                   AND W-DBL-NAISSANCE = LK-DBL-NAISSANCE
               ADD DBL-POIDS-NAISSANCE TO LK-SCORE
               MOVE 'D' TO LK-CRITERES(2:1)
           END-IF.
           IF W-DBL-TELEPHONE NOT = SPACES
                   AND W-DBL-TELEPHONE = LK-DBL-TELEPHONE
               ADD DBL-POIDS-TELEPHONE TO LK-SCORE
               MOVE 'T' TO LK-CRITERES(3:1)
           END-IF.
           IF W-DBL-EMAIL NOT = SPACES AND W-DBL-EMAIL = LK-DBL-EMAIL
               ADD DBL-POIDS-EMAIL TO LK-SCORE
               MOVE 'E' TO LK-CRITERES(4:1)
           END-IF.
           IF W-DBL-ADRESSE NOT = SPACES
                   AND W-DBL-ADRESSE = LK-DBL-ADRESSE
               ADD DBL-POIDS-ADRESSE TO LK-SCORE
               MOVE 'A' TO LK-CRITERES(5:1)
           END-IF.
           IF W-DBL-SIREN NOT = SPACES AND W-DBL-SIREN = LK-DBL-SIREN
               ADD DBL-POIDS-SIREN TO LK-SCORE
               MOVE 'S' TO LK-CRITERES(6:1)
           END-IF.

      *>----------------------------------------------------------------
       NORMALISER-TEXTE.
           MOVE FUNCTION UPPER-CASE(WS-TRAVAIL) TO WS-TRAVAIL.
           INSPECT WS-TRAVAIL CONVERTING "-'.,/&;" TO "       ".
           MOVE FUNCTION TRIM(WS-TRAVAIL) TO WS-TRAVAIL.
           MOVE SPACES TO WS-MOTS WS-NORME.
           MOVE 0 TO WS-NB-MOTS.
           IF WS-TRAVAIL NOT = SPACES
               UNSTRING WS-TRAVAIL DELIMITED BY ALL SPACES
                   INTO WS-MOT(1) WS-MOT(2) WS-MOT(3) WS-MOT(4)
                        WS-MOT(5) WS-MOT(6) WS-MOT(7) WS-MOT(8)
                   TALLYING IN WS-NB-MOTS
           END-IF.

           IF TRIER-MOTS
               PERFORM TRIER-LES-MOTS
           END-IF.

           MOVE 1 TO WS-PTR.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-NB-MOTS
               IF WS-I > 1
                   STRING " " DELIMITED SIZE
                       INTO WS-NORME WITH POINTER WS-PTR
               END-IF
               STRING WS-MOT(WS-I) DELIMITED SPACE
                   INTO WS-NORME WITH POINTER WS-PTR
               ADD 1 TO WS-I
           END-PERFORM.

       TRIER-LES-MOTS.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I >= WS-NB-MOTS
               MOVE WS-I TO WS-J
               ADD 1 TO WS-J
               PERFORM UNTIL WS-J > WS-NB-MOTS
                   IF WS-MOT(WS-J) < WS-MOT(WS-I)
                       MOVE WS-MOT(WS-I) TO WS-MOT-ECHANGE
                       MOVE WS-MOT(WS-J) TO WS-MOT(WS-I)
                       MOVE WS-MOT-ECHANGE TO WS-MOT(WS-J)
                   END-IF
                   ADD 1 TO WS-J
               END-PERFORM
               ADD 1 TO WS-I
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Les 9 derniers chiffres identifient la ligne quel que soit
      *> le format saisi (0 national, +33 ou 0033) ; un numero plus
      *> court n'est pas retenu.
       NORMALISER-TELEPHONE.
           MOVE SPACES TO WS-CHIFFRES W-DBL-TELEPHONE.
           MOVE 0 TO WS-NB-CHIFFRES.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > 14
               IF W-CLI-TELEPHONE(WS-I:1) IS NUMERIC
                   ADD 1 TO WS-NB-CHIFFRES
                   MOVE W-CLI-TELEPHONE(WS-I:1)
                       TO WS-CHIFFRES(WS-NB-CHIFFRES:1)
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.
           IF WS-NB-CHIFFRES >= 9
               COMPUTE WS-DEBUT = WS-NB-CHIFFRES - 8
               MOVE WS-CHIFFRES(WS-DEBUT:9) TO W-DBL-TELEPHONE
           END-IF.

       END PROGRAM DOUBLON-SCORE.
