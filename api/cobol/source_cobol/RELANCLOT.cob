           select F-Lettre
           assign to WS-LETTRE-PATH
           organization is line sequential access sequential.

           select F-Releve
           assign to RELC-PATH
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

       FD F-Releve record varying from 0 to 200.
       01 E-Releve pic x(200).

       FD F-Impression record varying from 0 to 250.
       01 E-Impression pic x(250).

       FD F-ImprSource record varying from 0 to 200.
       01 E-ImprSource pic x(200).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       01 NbLettresEmises pic 9(8) value 0.
       01 NbLettresSupprimees pic 9(8) value 0.

      *    Releve de compte cotisations (CPYRELCP) joint a la mise en
      *    demeure, c'est-a-dire a la deuxieme lettre : emis une seule
      *    fois, au passage ou le contrat bascule en statut 2.
       01 NbRelevesEmis pic 9(8) value 0.
       01 NbRelevesRetenus pic 9(8) value 0.

      *    Preferences de communication du client (voir MAJPREF) : la
      *    lettre n'est pas emise quand le client a demande la
      *    suppression du papier, et chaque suppression est comptee
       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYHADR OF "cobol/source_cobol".
       COPY CPYJOUVR OF "cobol/source_cobol".
       COPY CPYMVTC OF "cobol/source_cobol".
       COPY CPYRELC OF "cobol/source_cobol".
       COPY CPYIMPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           display NbLettresEmises.
           display NbLettresSupprimees.
           display NbTraductionsManquantes.
           display NbRelevesEmis.
           display NbRelevesRetenus.
           display IMPR-NB-PLIS.
           MOVE NbContratsTraites TO JB-LignesLues.
           MOVE NbContratsEnImpaye TO JB-LignesEcrites.
           perform Write-Journal-Batch-Fin.
               MOVE StatusTemp TO NouveauStatusTemp
           END-IF.

           MOVE 'FRAIS RETARD' TO MVTC-TYPE.
           SET MVTC-DEBIT TO TRUE.
           ADD 1 TO NbContratsEnImpaye.
           perform Update-Contrat-Impaye.

           ELSE
               MOVE StatusTemp TO NouveauStatusTemp
           END-IF.
           MOVE 'ENCAISSEMENT' TO MVTC-TYPE.
           SET MVTC-CREDIT TO TRUE.
           perform Update-Contrat-Impaye.

      ******************************************************************
      *****              UPDATE-CONTRAT-IMPAYE                     *****
      ******************************************************************
      *    Le compte cotisations du contrat recoit l'ecart entre
      *    l'impaye en base et sa nouvelle valeur (frais de retard ou
      *    collecte confirmee), type et sens poses par l'appelant.
       Update-Contrat-Impaye.
           MOVE IdContratTemp TO MVTC-IDCONTRAT.
           MOVE currentDate TO MVTC-DATE.
           MOVE NouveauMontantImpaye TO MVTC-MONTANT.
           MOVE 'RELANCE IMPAYE' TO MVTC-REFERENCE.
           MOVE 'RELANCLOT' TO MVTC-PROGRAMME.
           perform MVTC-Ecrire-Mouvement-Ecart.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
           ELSE
               perform Write-Lettre-Relance-Corps
           END-IF.
           IF StatusTemp not = 2 AND NouveauStatusTemp = 2
               perform Emettre-Releve-Compte
           END-IF.

      ******************************************************************
      *****               EMETTRE-RELEVE-COMPTE                    *****
      ******************************************************************
      *    Releve complet du compte cotisations depuis son ouverture,
      *    emis a la date du passage. La suppression papier et le NPAI
      *    sont traites par CPYRELCP, qui historise aussi le releve
      *    retenu dans RELEVESCOMPTE.
       Emettre-Releve-Compte.
           MOVE IdContratTemp TO RELC-IDCONTRAT.
           MOVE IdClientTemp TO RELC-IDCLIENT.
           MOVE currentDate TO RELC-DATE.
           MOVE SPACES TO RELC-DATE-DEBUT.
           MOVE 'RELANCE' TO RELC-ORIGINE.
           MOVE SPACES TO RELC-OPERATEUR.
           perform RELC-Emettre-Releve.
           ADD RELC-TRADUCTION-MANQUANTE TO NbTraductionsManquantes.
           EVALUATE TRUE
               WHEN RELC-EMIS
                   ADD 1 TO NbRelevesEmis
                   MOVE 'RELEVE-COMPTE' TO IMPR-TYPEDOCUMENT
                   MOVE RELC-LANGUE-MODELE TO IMPR-LANGUE
                   MOVE RELC-PATH TO IMPR-SOURCE-PATH
                   perform Deposer-Flux-Impression
               WHEN RELC-RETENU
                   ADD 1 TO NbRelevesRetenus
               WHEN OTHER
                   display "RELEVE NON EMIS CONTRAT " IdContratTemp
           END-EVALUATE.

       Write-Lettre-Relance-Corps.
           perform Select-Identite-Client.
               open output F-Lettre
               perform Write-Corps-Lettre
               close F-Lettre
               MOVE IdClientTemp TO HADR-IDCLIENT
               MOVE 'RELANCE-IMPAYE' TO HADR-TYPEDOCUMENT
               MOVE IdContratTemp TO HADR-REFERENCE
               MOVE 'RELANCLOT' TO HADR-PROGRAMME
               MOVE currentDate TO HADR-DATE
               perform HADR-Enregistrer-Envoi
               MOVE 'RELANCE-IMPAYE' TO IMPR-TYPEDOCUMENT
               MOVE LangueModele TO IMPR-LANGUE
               MOVE WS-LETTRE-PATH TO IMPR-SOURCE-PATH
               perform Deposer-Flux-Impression
           END-IF.

      ******************************************************************
      *****              DEPOSER-FLUX-IMPRESSION                   *****
      ******************************************************************
      *    Lettre et releve partent aussi dans le flux d'impression
      *    commun remis a l'imprimeur (voir CPYIMPR), sous un numero
      *    de pli imprime en code a barres.
       Deposer-Flux-Impression.
           MOVE IdClientTemp TO IMPR-IDCLIENT.
           MOVE IdContratTemp TO IMPR-REFERENCE.
           MOVE 'RELANCLOT' TO IMPR-PROGRAMME.
           MOVE currentDate TO IMPR-DATE.
           perform IMPR-Deposer-Document.
           IF not IMPR-DEPOSE
               display "PLI NON DEPOSE CONTRAT " IdContratTemp
           END-IF.

       Write-Corps-Lettre.
      ******************************************************************
      *****   GENERATE-SELECT-CONTRATS-ACTIFS-SQLCA-STATEMENT      *****
      ******************************************************************
      *    Un contrat transmis a l'agence de recouvrement (dossier
      *    RECOUVREMENTS en cours, voir RECOUVLOT) n'est plus relance :
      *    ni frais de retard ni lettre tant que l'agence le suit.
      *    La relance s'adresse au tiers payeur du contrat s'il en a
      *    un (voir GESTPAYEUR) : ses preferences, son adresse et son
      *    releve de compte remplacent ceux du souscripteur.
       Generate-Select-Contrats-Actifs-SQLCA-STATEMENT.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'IF(IFNULL(IDPAYEUR, "") <> "", IDPAYEUR, CLIENTID), '
                  DELIMITED SIZE
                  'STATUS, ' DELIMITED SIZE
                  'PRIXPARMOIS, ' DELIMITED SIZE
                  'MONTANTIMPAYE, ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  '(STATUS = "1" OR STATUS = "2") ' DELIMITED SIZE
                  'AND NOT EXISTS (SELECT 1 FROM RECOUVREMENTS R '
                  DELIMITED SIZE
                  'WHERE R.IDCONTRAT = CONTRATS.IDCONTRAT '
                  DELIMITED SIZE
                  'AND R.STATUT IN ("1", "2")) ' DELIMITED SIZE
                  'AND IDCONTRAT > ' DELIMITED SIZE
                  LastCheckpointId DELIMITED SIZE
                  ' ORDER BY IDCONTRAT' DELIMITED SIZE
      *****        CALENDRIER DES JOURS OUVRES (CPYJOUVRP)         *****
      ******************************************************************
       COPY CPYJOUVRP OF "cobol/source_cobol".

      ******************************************************************
      *****          COMPTE COTISATIONS (CPYMVTCP, CPYRELCP)       *****
      ******************************************************************
       COPY CPYMVTCP OF "cobol/source_cobol".
       COPY CPYRELCP OF "cobol/source_cobol".
       COPY CPYHADRP OF "cobol/source_cobol".
       COPY CPYIMPRP OF "cobol/source_cobol".
