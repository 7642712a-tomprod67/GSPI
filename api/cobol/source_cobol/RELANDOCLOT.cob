           select F-Lettre
           assign to WS-LETTRE-PATH
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

       FD F-Lettre record varying from 0 to 200.
       01 E-Lettre pic x(200).

       FD F-Impression record varying from 0 to 250.
       01 E-Impression pic x(250).

       FD F-ImprSource record varying from 0 to 200.
       01 E-ImprSource pic x(200).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************

       01 IdSinistreTemp pic 9(8).
       01 DossierIdTemp pic 9(8).
       01 IdClientTemp pic 9(8).
       01 DateDeclarationTemp pic X(10).
       01 DocsDeclares pic X(200).

       01 LIGNE-LETTRE pic X(200).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYIMPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
       GSPI-Fin.
           display NbSinistresExamines.
           display NbLettresEmises.
           display IMPR-NB-PLIS.
           MOVE NbSinistresExamines TO JB-LignesLues.
           MOVE NbLettresEmises TO JB-LignesEcrites.
           perform Write-Journal-Batch-Fin.
           STRING 'SELECT ' DELIMITED SIZE
                  'S.IDSINISTRE, S.DOSSIERID, ' DELIMITED SIZE
                  'S.DATEDECLARATION, ' DELIMITED SIZE
                  'S.REFERENCESDOCUMENTS, D.TYPESINISTRE, '
                  DELIMITED SIZE
                  'IFNULL((SELECT C.CLIENTID FROM CONTRATS C '
                  DELIMITED SIZE
                  'WHERE C.IDCONTRAT = D.CONTRATID), 0) ' DELIMITED SIZE
                  'FROM SINISTRES S, DOSSIER D ' DELIMITED SIZE
                  'WHERE S.STATUS = "1" ' DELIMITED SIZE
                  'AND D.IDDOSSIER = S.DOSSIERID ' DELIMITED SIZE
                                            DateDeclarationTemp
                                            DocsDeclares
                                            TypeSinDoc
                                            IdClientTemp
               END-CALL

               IF SQLCA-RESULT (1) = NULL
           write E-Lettre from LIGNE-LETTRE.

           close F-Lettre.
      *    Depot dans le flux d'impression commun (voir CPYIMPR).
           MOVE IdClientTemp TO IMPR-IDCLIENT.
           MOVE 'RELANCE-DOCUMENTS' TO IMPR-TYPEDOCUMENT.
           MOVE IdSinistreTemp TO IMPR-REFERENCE.
           MOVE 'RELANDOCLOT' TO IMPR-PROGRAMME.
           MOVE currentDate TO IMPR-DATE.
           MOVE SPACES TO IMPR-LANGUE.
           MOVE WS-LETTRE-PATH TO IMPR-SOURCE-PATH.
           perform IMPR-Deposer-Document.
           IF not IMPR-DEPOSE
               display "PLI NON DEPOSE SINISTRE " IdSinistreTemp
           END-IF.

      ******************************************************************
      ******************************************************************
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYIMPRP OF "cobol/source_cobol".
