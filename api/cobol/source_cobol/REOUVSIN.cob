       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYMVPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
      ******************************************************************
      *    Le sinistre repart a l'etat examine (statut 2) avec sa
      *    nouvelle provision : les transitions SINISTAT 2 -> 3 -> 4
      *    -> 5 redeviennent possibles sur le meme IDSINISTRE. La
      *    provision retablie rentre dans la reserve (mouvement ecrit
      *    tant que le sinistre est encore clos).
       Update-Sinistre-Reouvert.
           MOVE SinistreIdNum TO MVPR-IDSINISTRE.
           MOVE currentDate TO MVPR-DATE.
           MOVE 'REOUVERTURE' TO MVPR-NATURE.
           MOVE NouvelleProvision TO MVPR-MONTANT.
           MOVE MotifReouverture TO MVPR-REFERENCE.
           MOVE 'REOUVSIN' TO MVPR-PROGRAMME.
           perform MVPR-Ecrire-Ecart.
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
