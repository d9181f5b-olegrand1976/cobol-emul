      *> Module : DEROGATION
      *> Role   : Demande une derogation superviseur pour une operation
      *>          refusee par un controle metier. Partage entre RETRAIT,
      *>          DEPOT, VIREMENT, DEMANDES-CREDIT et MODIFIER-COMPTE
      *>          pour les codes retour eligibles (decouvert non
      *>          autorise, plafond journalier depasse, montant superieur
      *>          au plafond, velocite anti-fraude depassee, taux
      *>          d'endettement au-dela du seuil, emprunteur inscrit au
      *>          FICP, plafond d'engagement du groupe de risque
      *>          depasse - CREER-PRET, MODIFIER-COMPTE) : invite a
      *>          saisir le
      *>          code et le PIN d'un second operateur habilite
      *>          superviseur et, si accepte, renvoie son code afin que
      *>          l'appelant poursuive l'operation et le journalise sur
      *>          l'entree TRANS.dat resultante. Un superviseur lie
      *>          au titulaire du compte (compte du personnel, module
      *>          PERSONNEL-CTRL) ne peut pas accorder la derogation.
      *> Appel  : CALL "DEROGATION" USING LK-CODE-ORIGINE,
      *>                                 LK-SUPERVISEUR, LK-CODE-RETOUR,
      *>                                 LK-CLIENT.
      *>   LK-CODE-ORIGINE : code retour (CODES-ERR) ayant motive le
      *>                     refus initial.
      *>   LK-SUPERVISEUR  : en sortie, code du superviseur ayant
      *>                     accorde la derogation (SPACES si refusee).
      *>   LK-CODE-RETOUR  : '00' si derogation accordee, '99' sinon
      *>                     (code non eligible, superviseur introuva-
      *>                     ble, sans droits, inactif, PIN errone ou
      *>                     lie au titulaire).
      *>   LK-CLIENT       : titulaire du compte concerne (0 = aucun
      *>                     controle de lien personnel).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEROGATION.

       01 WS-CODE-OPERATEUR-IO   PIC X(2) VALUE '00'.
       01 WS-SUP-PIN             PIC X(4).
       01 WS-OP-PERSONNEL        PIC X(12).
       01 WS-PRD-PERSONNEL       PIC X(4) VALUE SPACES.
       01 WS-CODE-PERSONNEL      PIC X(2).

       LINKAGE SECTION.
       01 LK-CODE-ORIGINE        PIC X(2).
       01 LK-SUPERVISEUR         PIC X(8).
       01 LK-CODE-RETOUR         PIC X(2).
       01 LK-CLIENT              PIC 9(8).

       PROCEDURE DIVISION USING LK-CODE-ORIGINE, LK-SUPERVISEUR,
                                LK-CODE-RETOUR, LK-CLIENT.

       MOVE SPACES TO LK-SUPERVISEUR.
       MOVE '99' TO LK-CODE-RETOUR.
           WHEN '32'
           WHEN '13'
           WHEN '38'
           WHEN '45'
           WHEN '47'
           WHEN '52'
               CONTINUE
           WHEN OTHER
               EXIT PROGRAM
           EXIT PROGRAM
       END-IF.

       MOVE "CONFLIT" TO WS-OP-PERSONNEL.
       CALL "PERSONNEL-CTRL" USING WS-OP-PERSONNEL W-OPE-ID LK-CLIENT
                                   WS-PRD-PERSONNEL WS-CODE-PERSONNEL.
       IF WS-CODE-PERSONNEL = '58'
           DISPLAY "Derogation refusee : superviseur lie au titulaire "
                   "du compte (compte du personnel)."
           EXIT PROGRAM
       END-IF.

       MOVE W-OPE-ID TO LK-SUPERVISEUR.
       MOVE '00' TO LK-CODE-RETOUR.
       DISPLAY "Derogation accordee par " W-OPE-ID ".".
