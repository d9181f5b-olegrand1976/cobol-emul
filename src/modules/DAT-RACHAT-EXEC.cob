      *>                    sous le seuil), reporte sur les mouvements.
      *>   LK-CODE-RETOUR : '00' rachat effectue, '21' depot
      *>                    introuvable, '31' depot non actif ou deja
      *>                    echu, '46' depot nanti en garantie d'un
      *>                    pret (nantissement pose entre la demande
      *>                    et sa validation), '29' echec d'ecriture.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAT-RACHAT-EXEC.
           PERFORM FERMER-DAT
           GOBACK
       END-IF.
       IF NOT DAT-LIBRE
           MOVE '46' TO LK-CODE-RETOUR
           PERFORM FERMER-DAT
           GOBACK
       END-IF.

      *> Interets de penalite : fraction du taux contractuel sur la
      *> seule periode courue depuis l'ouverture (base 365 jours).
