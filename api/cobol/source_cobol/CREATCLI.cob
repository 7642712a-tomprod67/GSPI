       01 posOperateur pic 9(4).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYHADR OF "cobol/source_cobol".
       COPY CPYCRIB OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
               TO MESSAGE-RESPONSE
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
      *        Premiere version de l'historique des adresses, avant
      *        l'audit qui changerait le dernier identifiant insere.
               MOVE 'CREATCLI' TO HADR-SOURCE
               MOVE OperateurSaisi TO HADR-OPERATEUR
               STRING JJ of SYSTEME-DATE DELIMITED SIZE
                      '/' DELIMITED SIZE
                      MM of SYSTEME-DATE DELIMITED SIZE
                      '/' DELIMITED SIZE
                      currentYear DELIMITED SIZE
               INTO HADR-DATE
               END-STRING
               perform HADR-Version-Creation
               MOVE SPACES TO AuditAncienneValeur
               MOVE ClientRef of DataSubmited TO AuditNouvelleValeur
               MOVE ClientRef of DataSubmited TO AuditIdEnregistrement
               MOVE 'CLIENTS' TO AuditNomTable
               MOVE 'INSERT' TO AuditOperation
               perform Write-Audit-Trail
      *        Criblage sanctions / PPE du nouveau client : le client
      *        est cree, une correspondance possible part en revue
      *        conformite (voir CPYCRIB).
               MOVE 'CLIENT' TO CRIB-TYPEPERSONNE
               MOVE ClientRef of DataSubmited TO CRIB-CLE
               MOVE 'CREATCLI' TO CRIB-SOURCE
               MOVE OperateurSaisi TO CRIB-OPERATEUR
               MOVE HADR-DATE TO CRIB-DATE
               perform CRIB-Cribler
               IF CRIB-NB-ALERTES > 0
                   MOVE "SUCCES = LE CLIENT A ETE CREER AVEC SUCCES, CRI
      -            "BLAGE SANCTIONS/PPE A REVOIR PAR LA CONFORMITE"
                   TO MESSAGE-RESPONSE
               END-IF
           END-IF.

           IF SQLCODE NOT EQUAL 0 AND NOT PGCTB-ABANDON-BOOL THEN
      *****          COUCHE RESILIENTE PGCTB (CPYRETRY)            *****
      ******************************************************************
       COPY CPYRETRY OF "cobol/source_cobol".
       COPY CPYHADRP OF "cobol/source_cobol".
       COPY CPYCRIBP OF "cobol/source_cobol".
