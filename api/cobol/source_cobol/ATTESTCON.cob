           select F-Attestation
           assign to WS-ATTESTATION-PATH
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

       FD F-Attestation record varying from 0 to 200.
       01 E-Attestation pic x(200).

       FD F-Impression record varying from 0 to 250.
       01 E-Impression pic x(250).

       FD F-ImprSource record varying from 0 to 200.
       01 E-ImprSource pic x(200).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       01 DeviseDossierTemp pic X(3).
       01 NbGaranties pic 9(2) value 0.

      *    Exclusions medicales actives du contrat (EXCLUSIONSCONTRAT,
      *    posees par CREATCON ou DECIDSOUS), imprimees sous les
      *    garanties pour que l'assure en ait connaissance.
       01 CodeExclusionTemp pic X(10).
       01 LibelleExclusionTemp pic X(60).
       01 NbExclusions pic 9(2) value 0.

       01 NumeroAttestation pic 9(8) value 0.
       01 NumeroAttestTexte pic X(10).
       01 DateFinValidite pic X(10).
       01 posOperateur pic 9(4).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYIMPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
                   ADD 1 TO NumeroAttestation
                   perform Ecrire-Document-Attestation
                   perform Insert-Attestation
                   IF CODE-RETOUR = 0
                       perform Deposer-Flux-Impression
                   END-IF
           END-EVALUATE.
           perform Close-BDD.

      ******************************************************************
      *****              DEPOSER-FLUX-IMPRESSION                   *****
      ******************************************************************
      *    L'attestation historisee part dans le flux d'impression
      *    commun remis a l'imprimeur (voir CPYIMPR).
       Deposer-Flux-Impression.
           MOVE ClientIdTemp TO IMPR-IDCLIENT.
           MOVE 'ATTESTATION' TO IMPR-TYPEDOCUMENT.
           MOVE NumeroAttestation TO IMPR-REFERENCE.
           MOVE 'ATTESTCON' TO IMPR-PROGRAMME.
           MOVE currentDate TO IMPR-DATE.
           MOVE SPACES TO IMPR-LANGUE.
           MOVE WS-ATTESTATION-PATH TO IMPR-SOURCE-PATH.
           perform IMPR-Deposer-Document.
           IF not IMPR-DEPOSE
               display "PLI NON DEPOSE ATTESTATION " NumeroAttestation
           END-IF.

      ******************************************************************
      *****            SELECT-CONTRAT-ATTESTATION                  *****
      ******************************************************************
           write E-Attestation from LIGNE-ATTESTATION.

           perform Lister-Garanties-Dossier.
           perform Lister-Exclusions-Contrat.

           MOVE SPACES TO LIGNE-ATTESTATION.
           STRING 'FAIT LE ' DELIMITED SIZE
           MOVE 0 TO SQLCA-CURSOR-CTRL (4).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****            LISTER-EXCLUSIONS-CONTRAT                   *****
      ******************************************************************
      *    Le titre n'est ecrit qu'a la premiere exclusion trouvee : un
      *    contrat sans exclusion garde une attestation inchangee.
       Lister-Exclusions-Contrat.
           MOVE 0 TO NbExclusions.

           IF SQLCA-CURSOR-CTRL (5) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (5).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'CODEEXCLUSION, ' DELIMITED SIZE
                  'IFNULL(LIBELLE, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'EXCLUSIONSCONTRAT ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CONTRATID ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '" AND STATUT = "1"' DELIMITED SIZE
                  ' ORDER BY IDEXCLUSION' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (5)
              END-CALL
              IF SQLCA-RESULT (5) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL SQLCODE not = 0
               MOVE SPACES TO CodeExclusionTemp
               MOVE SPACES TO LibelleExclusionTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (5)
                                            CodeExclusionTemp
                                            LibelleExclusionTemp
               END-CALL
               IF SQLCA-RESULT (5) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
               IF SQLCODE = 0
                   INSPECT CodeExclusionTemp
                       REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT LibelleExclusionTemp
                       REPLACING ALL LOW-VALUE BY SPACE
                   ADD 1 TO NbExclusions
                   IF NbExclusions = 1
                       MOVE 'EXCLUSIONS MEDICALES :'
                           TO LIGNE-ATTESTATION
                       write E-Attestation from LIGNE-ATTESTATION
                   END-IF
                   MOVE SPACES TO LIGNE-ATTESTATION
                   STRING '  - ' DELIMITED SIZE
                          CodeExclusionTemp DELIMITED SPACE
                          ' : ' DELIMITED SIZE
                          LibelleExclusionTemp DELIMITED SIZE
                   INTO LIGNE-ATTESTATION
                   END-STRING
                   write E-Attestation from LIGNE-ATTESTATION
               END-IF
           END-PERFORM.

           MOVE 0 TO SQLCA-CURSOR-CTRL (5).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               INSERT-ATTESTATION                       *****
      ******************************************************************
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYIMPRP OF "cobol/source_cobol".
