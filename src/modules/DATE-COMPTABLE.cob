      *>****************************************************************
      *> Module : DATE-COMPTABLE
      *> Role   : Date comptable d'un mouvement passe maintenant, hors
      *>          de la plage guichet : journee ouverte, c'est le jour
      *>          meme ; journee fermee (ecran JOURNEE, chaine de nuit
      *>          en cours), le mouvement n'appartient plus a la
      *>          journee en cours de cloture et part sur le premier
      *>          jour ouvre qui suit W-JRN-DATE (JOUR-OUVRE). Utilise
      *>          par les virements instantanes, seuls mouvements
      *>          clients admis a toute heure.
      *> Appel  : CALL "DATE-COMPTABLE" USING LK-DATE, LK-CODE-RETOUR.
      *>   LK-DATE        : en sortie, date comptable AAAAMMJJ.
      *>   LK-CODE-RETOUR : '00'.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-COMPTABLE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY JOURNEE.
       COPY OPS.

       01 WS-CODE-JRN            PIC X(2).
       01 WS-CODE-OUVRE          PIC X(2).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.

       LINKAGE SECTION.
       01 LK-DATE                PIC 9(8).
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-DATE, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO LK-DATE.

       MOVE "LIRE" TO WS-OP.
       CALL "JOURNEE-IO" USING WS-OP W-JOURNEE WS-CODE-JRN.
       IF JRN-FERMEE
           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(W-JRN-DATE) + 1
           COMPUTE LK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER)
           MOVE "PROCHAIN" TO WS-OP
           CALL "JOUR-OUVRE" USING WS-OP LK-DATE WS-CODE-OUVRE
       END-IF.

       GOBACK.

       END PROGRAM DATE-COMPTABLE.
