       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYCRIB OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
               MOVE 'BENEFICIAIRE' TO AuditNomTable
               MOVE 'INSERT' TO AuditOperation
               perform Write-Audit-Trail
      *        Criblage sanctions / PPE des beneficiaires du dossier
      *        (voir CPYCRIB) : l'ajout est conserve, une correspondance
      *        possible part en revue conformite.
               MOVE 'BENEFICIAIRE' TO CRIB-TYPEPERSONNE
               MOVE DossierIdNum TO CRIB-CLE
               MOVE 'MAJBENEF' TO CRIB-SOURCE
               MOVE OperateurSaisi TO CRIB-OPERATEUR
               MOVE currentDate TO CRIB-DATE
               perform CRIB-Cribler
               IF CRIB-NB-ALERTES > 0
                   MOVE "SUCCES = BENEFICIAIRE AJOUTE, CRIBLAGE SANCTION
      -            "S/PPE A REVOIR PAR LA CONFORMITE"
                   TO MESSAGE-RESPONSE
               END-IF
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
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
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYCRIBP OF "cobol/source_cobol".
