           select F-Preavis
           assign to WS-PREAVIS-PATH
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

       FD F-Preavis record varying from 0 to 200.
       01 E-Preavis pic x(200).

       FD F-Impression record varying from 0 to 250.
       01 E-Impression pic x(250).

       FD F-ImprSource record varying from 0 to 200.
       01 E-ImprSource pic x(200).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYHADR OF "cobol/source_cobol".
       COPY CPYIMPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           display NbContratsMarques.
           display NbPreavisEmis.
           display NbContratsResilies.
           display IMPR-NB-PLIS.
           MOVE NbContratsMarques TO JB-LignesLues.
           COMPUTE JB-LignesEcrites =
               NbPreavisEmis + NbContratsResilies.
           write E-Preavis from LIGNE-PREAVIS.

           close F-Preavis.
      *    Document trace avec la version d'adresse a laquelle il part.
           MOVE ClientIdTemp TO HADR-IDCLIENT.
           MOVE 'PREAVIS-NON-RENOUV' TO HADR-TYPEDOCUMENT.
           MOVE IdContratTemp TO HADR-REFERENCE.
           MOVE 'NRENOUVLOT' TO HADR-PROGRAMME.
           MOVE currentDate TO HADR-DATE.
           perform HADR-Enregistrer-Envoi.
      *    Depot dans le flux d'impression commun (voir CPYIMPR).
           MOVE ClientIdTemp TO IMPR-IDCLIENT.
           MOVE 'PREAVIS-NON-RENOUV' TO IMPR-TYPEDOCUMENT.
           MOVE IdContratTemp TO IMPR-REFERENCE.
           MOVE 'NRENOUVLOT' TO IMPR-PROGRAMME.
           MOVE currentDate TO IMPR-DATE.
           MOVE SPACES TO IMPR-LANGUE.
           MOVE WS-PREAVIS-PATH TO IMPR-SOURCE-PATH.
           perform IMPR-Deposer-Document.
           IF not IMPR-DEPOSE
               display "PLI NON DEPOSE CONTRAT " IdContratTemp
           END-IF.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYHADRP OF "cobol/source_cobol".
       COPY CPYIMPRP OF "cobol/source_cobol".
