       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYHADR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           IF VilleSurv = SPACES
               MOVE VilleDbl TO VilleSurv
           END-IF.
           MOVE SurvivantNum TO HADR-IDCLIENT.
           perform HADR-Amorcer-Historique.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE CLIENTS SET ' DELIMITED SIZE
                  'ADRESSE = "' DELIMITED SIZE
               MOVE 'CLIENTS' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
               perform Historiser-Adresse-Fusion
           END-IF.
           MOVE 0 TO SQLCODE.

      *    L'adresse completee depuis le doublon ouvre une nouvelle
      *    version dans l'historique du survivant.
       Historiser-Adresse-Fusion.
           MOVE AdresseSurv TO HADR-ADRESSE.
           MOVE CodePostalSurv TO HADR-CODEPOSTAL.
           MOVE VilleSurv TO HADR-VILLE.
           MOVE '0' TO HADR-NPAI.
           MOVE 'FUSIONCLI' TO HADR-SOURCE.
           MOVE OperateurSaisi TO HADR-OPERATEUR.
           MOVE currentDate TO HADR-DATE.
           perform HADR-Nouvelle-Version.

      ******************************************************************
      *****            MARQUER-DOUBLON-FUSIONNE                    *****
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
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYHADRP OF "cobol/source_cobol".
