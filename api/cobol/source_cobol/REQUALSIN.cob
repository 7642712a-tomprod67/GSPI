       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYMVPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
      *    Corrige le type et rattache le sinistre au dossier du
      *    nouveau type : la provision suit le nouveau type dans tous
      *    les etats, et la date de declaration reste celle d'origine.
      *    La provision en reserve d'un sinistre ouvert passe de
      *    l'ancien type au nouveau (mouvements ecrits tant que le
      *    sinistre porte encore l'ancien type).
       Update-Sinistre-Requalifie.
           MOVE SinistreIdNum TO MVPR-IDSINISTRE.
           MOVE currentDate TO MVPR-DATE.
           MOVE NouveauType TO MVPR-TYPESINISTRE.
           MOVE SPACES TO MVPR-REFERENCE.
           STRING 'TYPE ' DELIMITED SIZE
                  AncienType DELIMITED SIZE
                  ' VERS ' DELIMITED SIZE
                  NouveauType DELIMITED SIZE
           INTO MVPR-REFERENCE
           END-STRING.
           MOVE 'REQUALSIN' TO MVPR-PROGRAMME.
           perform MVPR-Ecrire-Requalification.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'SINISTRES ' DELIMITED SIZE
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
       COPY CPYMVPRP OF "cobol/source_cobol".
