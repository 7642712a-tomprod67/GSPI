           select F-Avis
           assign to WS-AVIS-PATH
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

       FD F-Avis record varying from 0 to 200.
       01 E-Avis pic x(200).

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
       COPY CPYJOUVR OF "cobol/source_cobol".
       COPY CPYIMPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           display NbAvisEmis.
           display NbAvisSupprimes.
           display NbTraductionsManquantes.
           display IMPR-NB-PLIS.
           MOVE NbContratsTraites TO JB-LignesLues.
           MOVE NbAvisEmis TO JB-LignesEcrites.
           perform Write-Journal-Batch-Fin.
               until indexGarantie = NbGaranties.

           close F-Avis.
      *    Document trace avec la version d'adresse a laquelle il part.
           MOVE ClientIdTemp TO HADR-IDCLIENT.
           MOVE 'AVIS-ECHEANCE' TO HADR-TYPEDOCUMENT.
           MOVE IdContratTemp TO HADR-REFERENCE.
           MOVE 'AVISECHLOT' TO HADR-PROGRAMME.
           MOVE currentDate TO HADR-DATE.
           perform HADR-Enregistrer-Envoi.
      *    Depot dans le flux d'impression commun (voir CPYIMPR).
           MOVE ClientIdTemp TO IMPR-IDCLIENT.
           MOVE 'AVIS-ECHEANCE' TO IMPR-TYPEDOCUMENT.
           MOVE IdContratTemp TO IMPR-REFERENCE.
           MOVE 'AVISECHLOT' TO IMPR-PROGRAMME.
           MOVE currentDate TO IMPR-DATE.
           MOVE LangueModele TO IMPR-LANGUE.
           MOVE WS-AVIS-PATH TO IMPR-SOURCE-PATH.
           perform IMPR-Deposer-Document.
           IF not IMPR-DEPOSE
               display "PLI NON DEPOSE CONTRAT " IdContratTemp
           END-IF.

       Write-Ligne-Garantie.
           add 1 to indexGarantie.
      *****        CALENDRIER DES JOURS OUVRES (CPYJOUVRP)         *****
      ******************************************************************
       COPY CPYJOUVRP OF "cobol/source_cobol".
       COPY CPYHADRP OF "cobol/source_cobol".
       COPY CPYIMPRP OF "cobol/source_cobol".
