       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYMVTC OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
                   GIVING NouveauMontantImpaye
           END-IF.

           MOVE ContratIdNum TO MVTC-IDCONTRAT.
           MOVE currentDate TO MVTC-DATE.
           MOVE 'REGLEMENT' TO MVTC-TYPE.
           SET MVTC-CREDIT TO TRUE.
           MOVE NouveauMontantImpaye TO MVTC-MONTANT.
           MOVE 'REGLEMENT MANUEL GUICHET' TO MVTC-REFERENCE.
           MOVE 'REMISCON' TO MVTC-PROGRAMME.
           perform MVTC-Ecrire-Mouvement-Ecart.

           IF NouveauMontantImpaye = 0
               MOVE 1 TO NouveauStatus
               perform Update-Contrat-Apure
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

       COPY CPYMVTCP OF "cobol/source_cobol".
