       01 LIGNE-RECYCLAGE pic X(420).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYMVPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           MOVE RETURN-CODE TO SQLCODE.

           IF DB-OK
               MOVE currentDate TO MVPR-DATE
               MOVE 'DECLARATION' TO MVPR-REFERENCE
               MOVE 'CREATSINLOT' TO MVPR-PROGRAMME
               perform MVPR-Ecrire-Ouverture
               perform Incrementer-Frequence-Dossier
           END-IF.

           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYMVPRP OF "cobol/source_cobol".
