      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit l'entree d'identifiant W-AUD-ID
      *>   "WRITE"       -> ajoute W-AUDIT (cle primaire W-AUD-ID) ;
      *>                    chaque ajout reussi est scelle dans la
      *>                    chaine "AUDIT" (SCELLEMENT, SCELLES.dat)
      *>   "START-FIRST" -> positionne sur le premier echec, ordre de
      *>                    la cle primaire (parcours complet)
      *>   "START-CPT"   -> positionne sur le premier echec du compte
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

      *> Scellement de chaque ajout (module SCELLEMENT, chaine
      *> "AUDIT" de SCELLES.dat).
       COPY SCELLE.
       01 WS-OP-SCEAU           PIC X(12).
       01 WS-IMAGE-SCEAU        PIC X(200).
       01 WS-CODE-SCEAU         PIC X(2).

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY AUDIT.
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-AUD-ID TO F-AUD-ID
               READ F-AUDIT
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-AUD-REC TO W-AUDIT
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-AUDIT TO F-AUD-REC
               WRITE F-AUD-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       PERFORM SCELLER-AJOUT
               END-WRITE

           WHEN "START-FIRST"
               PERFORM OUVRIR-FICHIER
           END-IF.

      *>----------------------------------------------------------------
      *> Maillon de la chaine de scellement pour l'entree ajoutee. Un
      *> echec du scellement ne remet pas en cause la trace : l'entree
      *> sans maillon ressort a la verification de CONTROLES-FICHIERS.
       SCELLER-AJOUT.
           MOVE F-AUD-REC TO WS-IMAGE-SCEAU.
           MOVE "AUDIT" TO W-SCL-FICHIER.
           MOVE F-AUD-ID TO W-SCL-ID.
           MOVE 'W' TO W-SCL-OPERATION.
           MOVE "SCELLER" TO WS-OP-SCEAU.
           CALL "SCELLEMENT" USING WS-OP-SCEAU W-SCELLE WS-IMAGE-SCEAU
                                   WS-CODE-SCEAU.


      *>----------------------------------------------------------------
       RESOUDRE-FORMATION.
