      ******************************************************************
      *****                   INSERT-RIB                           *****
      ******************************************************************
      *    DATEMAJRIB date le dernier changement d'IBAN : REGLEPRELOT
      *    retient les reglements au client pendant le delai de gel
      *    qui suit (voir LIBERIB).
       Insert-Rib.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'IBAN, ' DELIMITED SIZE
                  'BIC, '    DELIMITED SIZE
                  'TITULAIRE, '    DELIMITED SIZE
                  'DATEMAJRIB) '    DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("'    DELIMITED SIZE
                  ClientIdNum DELIMITED SIZE
                  BicSaisi DELIMITED SPACE
                  '","' DELIMITED SIZE
                  TitulaireSaisi DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
      ******************************************************************
      *****                   UPDATE-RIB                           *****
      ******************************************************************
      *    La date de changement n'est posee que si l'IBAN change
      *    (affectation evaluee avant celle de l'IBAN) : une simple
      *    correction du BIC ou du titulaire ne gele pas les
      *    reglements.
       Update-Rib.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'COORDONNEESBANCAIRES ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'DATEMAJRIB = IF(IBAN = "' DELIMITED SIZE
                  IbanSaisi DELIMITED SPACE
                  '", IFNULL(DATEMAJRIB, ""), "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '"), ' DELIMITED SIZE
                  'IBAN = "' DELIMITED SIZE
                  IbanSaisi DELIMITED SPACE
                  '", BIC = "' DELIMITED SIZE
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
