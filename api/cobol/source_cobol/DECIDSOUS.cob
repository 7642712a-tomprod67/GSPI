       01 PrixSurcharge pic 9999V99.
       01 PrixSurchargeAffiche pic Z(4),99.

      *    Exclusions medicales posees a la decision : labels
      *    optionnels exclusion:CODE et libelle:texte (jusqu'a la
      *    virgule), enregistres sur ACCEPTER ; l'action EXCLURE les
      *    ajoute sans sortir le contrat de l'attente.
       01 ExclusionSaisie pic X(10) value SPACES.
       01 LibelleExclusionSaisi pic X(60) value SPACES.
       01 posExclusion pic 9(4).
       01 posLibelleExclusion pic 9(4).
       01 MentionExclusion pic X(22) value SPACES.

       01 MESSAGE-RESPONSE pic X(220).
       01 STATUT-RESPONSE pic X(6).
       01 CODE-RETOUR pic 9(3).
           close F-DataSubmited.
           perform Extraire-Correlation-Id.
           perform Extraire-Operateur.
           perform Extraire-Exclusion.

      ******************************************************************
      *****              VALIDER-STRUCTURE-LIGNE                   *****
      *****               SANITIZE-CHAMPS-LIBRES                   *****
      ******************************************************************
       Sanitize-Champs-Libres.
           INSPECT ExclusionSaisie REPLACING ALL '"' BY "'".
           INSPECT LibelleExclusionSaisi REPLACING ALL '"' BY "'".

      ******************************************************************
      *****            DECIDER-SOUSCRIPTION                        *****
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'ACCEPTER'
                   perform Enregistrer-Exclusion
                   IF CODE-RETOUR = 0
                       perform Accepter-Souscription
                   END-IF
               WHEN ActionAUtiliser = 'REFUSER'
                   perform Refuser-Souscription
               WHEN ActionAUtiliser = 'EXCLURE'
                   perform Enregistrer-Exclusion
                   IF CODE-RETOUR = 0
                       MOVE SPACES TO MESSAGE-RESPONSE
                       STRING "SUCCES = EXCLUSION " DELIMITED SIZE
                              ExclusionSaisie DELIMITED SPACE
                              " ENREGISTREE, LE CONTRAT RESTE EN ATTENTE
      -                       " D ACCEPTATION" DELIMITED SIZE
                       INTO MESSAGE-RESPONSE
                       END-STRING
                       MOVE "SUCCES" TO STATUT-RESPONSE
                   END-IF
               WHEN OTHER
                   MOVE "ERREUR = ACTION INCONNUE (ACCEPTER, REFUSER OU 
      -            "EXCLURE)"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
                      " (SURCHARGE " DELIMITED SIZE
                      SurchargePourcent DELIMITED SIZE
                      " PCT)" DELIMITED SIZE
                      MentionExclusion DELIMITED SIZE
               INTO MESSAGE-RESPONSE
               END-STRING
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *****             ENREGISTRER-EXCLUSION                      *****
      ******************************************************************
      *    Exclusion rattachee au contrat en attente, reprise sur
      *    l'attestation (ATTESTCON) et controlee a la declaration
      *    (CREATSIN) et a la validation des prestations (VALIDPRE).
      *    Sans label exclusion: rien n'est ecrit, sauf pour l'action
      *    EXCLURE qui n'a pas d'autre objet.
       Enregistrer-Exclusion.
           MOVE 0 TO CODE-RETOUR.
           MOVE SPACES TO MentionExclusion.
           IF ExclusionSaisie = SPACES
               IF ActionAUtiliser = 'EXCLURE'
                   MOVE "ERREUR = CODE EXCLUSION OBLIGATOIRE (LABEL EXCL
      -            "USION:)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               END-IF
           ELSE
               perform Insert-Exclusion-Contrat
           END-IF.

       Insert-Exclusion-Contrat.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT INTO EXCLUSIONSCONTRAT ' DELIMITED SIZE
                  '(CONTRATID, CODEEXCLUSION, LIBELLE, ' DELIMITED SIZE
                  'DATECREATION, OPERATEUR, STATUT) ' DELIMITED SIZE
                  'VALUES ("' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '", "' DELIMITED SIZE
                  ExclusionSaisie DELIMITED SPACE
                  '", "' DELIMITED SIZE
                  LibelleExclusionSaisi DELIMITED SIZE
                  '", "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", "' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '", "1")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               STRING ' EXCLUSION ' DELIMITED SIZE
                      ExclusionSaisie DELIMITED SPACE
               INTO MentionExclusion
               END-STRING
               MOVE SPACES TO AuditAncienneValeur
               MOVE ExclusionSaisie TO AuditNouvelleValeur
               MOVE ContratIdNum TO AuditIdEnregistrement
               MOVE 'EXCLUSIONSCONTRAT' TO AuditNomTable
               MOVE 'DECIDSOUS' TO AuditOperation
               perform Write-Audit-Trail
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 900 TO CODE-RETOUR
               MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *****             REFUSER-SOUSCRIPTION                       *****
      ******************************************************************
               end-unstring
           END-IF.

      ******************************************************************
      *****               EXTRAIRE-EXCLUSION                       *****
      ******************************************************************
      *    Le libelle peut contenir des espaces : il court jusqu'a la
      *    virgule suivante.
       Extraire-Exclusion.
           MOVE SPACES TO ExclusionSaisie.
           MOVE SPACES TO LibelleExclusionSaisi.
           MOVE 0 TO posExclusion.
           INSPECT E-DataSubmited TALLYING posExclusion
               FOR CHARACTERS BEFORE INITIAL 'exclusion:'.
           IF posExclusion < 240
               unstring E-DataSubmited (posExclusion + 11:)
                   delimited by ',' or space into ExclusionSaisie
               end-unstring
           END-IF.
           MOVE 0 TO posLibelleExclusion.
           INSPECT E-DataSubmited TALLYING posLibelleExclusion
               FOR CHARACTERS BEFORE INITIAL 'libelle:'.
           IF posLibelleExclusion < 240
               unstring E-DataSubmited (posLibelleExclusion + 9:)
                   delimited by ',' into LibelleExclusionSaisi
               end-unstring
           END-IF.

      ******************************************************************
      *****               VERIFIER-OPERATEUR                       *****
      ******************************************************************
           STRING 'INSERT INTO REQUESTLOG ' DELIMITED SIZE
                  '(EMPREINTE, PROGRAMME, DATEREQ, STATUT, '
                  DELIMITED SIZE
                  'MESSAGE, OPERATEUR, HEUREREQ, CODERETOUR) '
                  DELIMITED SIZE
                  'VALUES("' DELIMITED SIZE
                  EmpreinteRequete DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
                  STATUT-RESPONSE DELIMITED SIZE
                  '","' DELIMITED SIZE
                  MESSAGE-RESPONSE DELIMITED SIZE
                  '","' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '",CURTIME(),"' DELIMITED SIZE
                  CODE-RETOUR DELIMITED SIZE
                  '")' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
