           select F-Releve
           assign to WS-RELEVE-PATH
           organization is line sequential access sequential.

           select F-Impression
           assign to IMPR-PATH
           organization is line sequential
           file status is IMPR-STATUS-FLUX.

           select F-ImprSource
           assign to IMPR-SOURCE-PATH
           organization is line sequential
           file status is IMPR-STATUS-SOURCE.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************

       FD F-Releve record varying from 0 to 200.
       01 E-Releve pic x(200).

       FD F-Impression record varying from 0 to 250.
       01 E-Impression pic x(250).

       FD F-ImprSource record varying from 0 to 200.
       01 E-ImprSource pic x(200).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       01 LIGNE-RELEVE pic X(200).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYHADR OF "cobol/source_cobol".
       COPY CPYIMPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           display NbClientsTraites.
           display NbRelevesSupprimes.
           display NbTraductionsManquantes.
           display IMPR-NB-PLIS.
           MOVE NbClientsTraites TO JB-LignesLues.
           MOVE NbClientsTraites TO JB-LignesEcrites.
           perform Write-Journal-Batch-Fin.
           perform Lister-Prestations-Client.

           close F-Releve.
      *    Document trace avec la version d'adresse a laquelle il part.
           MOVE IdClientTemp TO HADR-IDCLIENT.
           MOVE 'RELEVE-ANNUEL' TO HADR-TYPEDOCUMENT.
           MOVE currentYear TO HADR-REFERENCE.
           MOVE 'RELEVELOT' TO HADR-PROGRAMME.
           MOVE currentDate TO HADR-DATE.
           perform HADR-Enregistrer-Envoi.
      *    Depot dans le flux d'impression commun (voir CPYIMPR).
           MOVE IdClientTemp TO IMPR-IDCLIENT.
           MOVE 'RELEVE-ANNUEL' TO IMPR-TYPEDOCUMENT.
           MOVE currentYear TO IMPR-REFERENCE.
           MOVE 'RELEVELOT' TO IMPR-PROGRAMME.
           MOVE currentDate TO IMPR-DATE.
           MOVE LangueModele TO IMPR-LANGUE.
           MOVE WS-RELEVE-PATH TO IMPR-SOURCE-PATH.
           perform IMPR-Deposer-Document.
           IF not IMPR-DEPOSE
               display "PLI NON DEPOSE CLIENT " IdClientTemp
           END-IF.

      ******************************************************************
      *****             LISTER-CONTRATS-CLIENT                     *****
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYHADRP OF "cobol/source_cobol".
       COPY CPYIMPRP OF "cobol/source_cobol".
