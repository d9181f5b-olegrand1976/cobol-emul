      *>                    litige par l'ecran LITIGES)
      *>   "DELETE"      -> supprime la transaction dont l'identifiant
      *>                    est dans W-TRN-ID (purge/archivage)
      *>          WRITE, REWRITE et DELETE reussis ajoutent chacun un
      *>          maillon a la chaine de scellement "TRANS"
      *>          (SCELLEMENT, SCELLES.dat).
      *>   "START-FIRST" -> positionne sur la premiere transaction,
      *>                    ordre de la cle primaire (parcours complet)
      *>   "START-CPT"   -> positionne sur la premiere transaction du
       01 F-TRANSAC.
          05 F-TRN-ID           PIC 9(10).
          05 F-TRN-CPT          PIC 9(8).
          05 F-TRN-RESTE        PIC X(181).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

      *> Scellement de chaque ecriture, modification et suppression
      *> (module SCELLEMENT, chaine "TRANS" de SCELLES.dat).
       COPY SCELLE.
       01 WS-OP-SCEAU           PIC X(12).
       01 WS-IMAGE-SCEAU        PIC X(200).
       01 WS-CODE-SCEAU         PIC X(2).

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY TRANSACT.
               WRITE F-TRANSAC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-TRANSAC TO WS-IMAGE-SCEAU
                       MOVE 'W' TO W-SCL-OPERATION
                       PERFORM SCELLER-MOUVEMENT
               END-WRITE

           WHEN "REWRITE"
                   REWRITE F-TRANSAC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                       NOT INVALID KEY
                           MOVE F-TRANSAC TO WS-IMAGE-SCEAU
                           MOVE 'M' TO W-SCL-OPERATION
                           PERFORM SCELLER-MOUVEMENT
                   END-REWRITE
               END-IF

           WHEN "DELETE"
               PERFORM ASSURER-OUVERT
               MOVE W-TRN-ID TO F-TRN-ID
               READ F-TRANS
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE F-TRANSAC TO WS-IMAGE-SCEAU
                   DELETE F-TRANS
                       INVALID KEY
                           MOVE '21' TO LK-CODE-RETOUR
                       NOT INVALID KEY
                           MOVE 'S' TO W-SCL-OPERATION
                           PERFORM SCELLER-MOUVEMENT
                   END-DELETE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               PERFORM OUVRIR-FICHIER
           END-IF.

      *>----------------------------------------------------------------
      *> Maillon de la chaine de scellement pour l'image ecrite,
      *> modifiee ou supprimee (WS-IMAGE-SCEAU). Un echec du
      *> scellement ne remet pas en cause le mouvement : un
      *> enregistrement sans maillon ressort a la verification de
      *> CONTROLES-FICHIERS.
       SCELLER-MOUVEMENT.
           MOVE "TRANS" TO W-SCL-FICHIER.
           MOVE WS-IMAGE-SCEAU(1:10) TO W-SCL-ID.
           MOVE "SCELLER" TO WS-OP-SCEAU.
           CALL "SCELLEMENT" USING WS-OP-SCEAU W-SCELLE WS-IMAGE-SCEAU
                                   WS-CODE-SCEAU.


      *>----------------------------------------------------------------
       RESOUDRE-FORMATION.
