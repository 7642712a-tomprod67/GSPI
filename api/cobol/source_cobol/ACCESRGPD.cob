      *    ce que GSPI detient sur un client - sa fiche CLIENTS, ses
      *    contrats, dossiers, sinistres (circonstances et references
      *    documentaires), prestations, ses tentatives JOURNALCLIENT
      *    et les entrees AUDITJOURNAL nommant ses enregistrements,
      *    ses adresses successives (HISTOADRESSE) et les courriers
      *    envoyes a chacune d'elles (ENVOISCOURRIER).
      *    La demande d'acces est journalisee dans AUDITJOURNAL
      *    (operation ACCESRGPD) pour tracer le delai de reponse.
       ENVIRONMENT DIVISION.
       01 DateAudTemp pic X(10).
       01 ProgrammeAud pic X(12).

       01 DateDebutHisto pic X(10).
       01 DateFinHisto pic X(10).
       01 AdresseHisto pic X(100).
       01 CodePostalHisto pic X(5).
       01 VilleHisto pic X(30).
       01 SourceHisto pic X(12).

       01 DateEnvoiTemp pic X(10).
       01 TypeDocumentTemp pic X(20).
       01 ReferenceEnvoiTemp pic X(30).
       01 CodePostalEnvoi pic X(5).
       01 VilleEnvoi pic X(30).

       01 NbClientsTraites pic 9(8) value 0.

       01 WS-RELEVE-PATH pic X(300).
           END-STRING.
           write E-Releve from LIGNE-RELEVE.

           MOVE SPACES TO LIGNE-RELEVE.
           MOVE 'ADRESSES SUCCESSIVES (HISTOADRESSE) :'
               TO LIGNE-RELEVE.
           write E-Releve from LIGNE-RELEVE.
           perform Lister-Adresses-Client.

           MOVE SPACES TO LIGNE-RELEVE.
           MOVE 'COURRIERS ENVOYES (ENVOISCOURRIER) :'
               TO LIGNE-RELEVE.
           write E-Releve from LIGNE-RELEVE.
           perform Lister-Envois-Client.

           MOVE SPACES TO LIGNE-RELEVE.
           MOVE 'CONTRATS :' TO LIGNE-RELEVE.
           write E-Releve from LIGNE-RELEVE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (8).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              LISTER-ADRESSES-CLIENT                    *****
      ******************************************************************
      *    Versions datees de l'adresse du client, la plus ancienne en
      *    tete ; une date de fin vide designe l'adresse en cours.
       Lister-Adresses-Client.
           IF SQLCA-CURSOR-CTRL (9) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.
           MOVE 1 TO SQLCA-CURSOR-CTRL (9).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'DATEDEBUT, DATEFIN, ADRESSE, CODEPOSTAL, '
                  DELIMITED SIZE
                  'VILLE, SOURCE FROM HISTOADRESSE ' DELIMITED SIZE
                  'WHERE IDCLIENT = "' DELIMITED SIZE
                  IdClientTemp DELIMITED SIZE
                  '" ORDER BY IDHISTOADRESSE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (9)
              END-CALL
              IF SQLCA-RESULT (9) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL SQLCODE not = 0
               MOVE SPACES TO DateDebutHisto
               MOVE SPACES TO DateFinHisto
               MOVE SPACES TO AdresseHisto
               MOVE SPACES TO CodePostalHisto
               MOVE SPACES TO VilleHisto
               MOVE SPACES TO SourceHisto
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (9)
                                            DateDebutHisto
                                            DateFinHisto
                                            AdresseHisto
                                            CodePostalHisto
                                            VilleHisto
                                            SourceHisto
               END-CALL
               IF SQLCA-RESULT (9) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
               IF SQLCODE = 0
                   INSPECT DateDebutHisto
                       REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT DateFinHisto
                       REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT AdresseHisto
                       REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT VilleHisto
                       REPLACING ALL LOW-VALUE BY SPACE
                   IF DateFinHisto = SPACES
                       MOVE 'EN COURS' TO DateFinHisto
                   END-IF
                   MOVE SPACES TO LIGNE-RELEVE
                   STRING '  - DU ' DELIMITED SIZE
                          DateDebutHisto DELIMITED SIZE
                          ' AU ' DELIMITED SIZE
                          DateFinHisto DELIMITED SIZE
                          ' : ' DELIMITED SIZE
                          AdresseHisto DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          CodePostalHisto DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          VilleHisto DELIMITED SIZE
                          ' (' DELIMITED SIZE
                          SourceHisto DELIMITED SPACE
                          ')' DELIMITED SIZE
                   INTO LIGNE-RELEVE
                   END-STRING
                   write E-Releve from LIGNE-RELEVE
               END-IF
           END-PERFORM.
           MOVE 0 TO SQLCA-CURSOR-CTRL (9).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               LISTER-ENVOIS-CLIENT                     *****
      ******************************************************************
      *    Courriers envoyes au client avec la version d'adresse a
      *    laquelle chacun est parti.
       Lister-Envois-Client.
           IF SQLCA-CURSOR-CTRL (10) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.
           MOVE 1 TO SQLCA-CURSOR-CTRL (10).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'E.DATEENVOI, E.TYPEDOCUMENT, E.REFERENCE, '
                  DELIMITED SIZE
                  'IFNULL(H.CODEPOSTAL, ""), IFNULL(H.VILLE, "") '
                  DELIMITED SIZE
                  'FROM ENVOISCOURRIER E LEFT JOIN HISTOADRESSE H '
                  DELIMITED SIZE
                  'ON H.IDHISTOADRESSE = E.IDHISTOADRESSE '
                  DELIMITED SIZE
                  'WHERE E.IDCLIENT = "' DELIMITED SIZE
                  IdClientTemp DELIMITED SIZE
                  '" ORDER BY ' DELIMITED SIZE
                  'STR_TO_DATE(E.DATEENVOI, "%d/%m/%Y")'
                  DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (10)
              END-CALL
              IF SQLCA-RESULT (10) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL SQLCODE not = 0
               MOVE SPACES TO DateEnvoiTemp
               MOVE SPACES TO TypeDocumentTemp
               MOVE SPACES TO ReferenceEnvoiTemp
               MOVE SPACES TO CodePostalEnvoi
               MOVE SPACES TO VilleEnvoi
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (10)
                                            DateEnvoiTemp
                                            TypeDocumentTemp
                                            ReferenceEnvoiTemp
                                            CodePostalEnvoi
                                            VilleEnvoi
               END-CALL
               IF SQLCA-RESULT (10) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
               IF SQLCODE = 0
                   INSPECT ReferenceEnvoiTemp
                       REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT CodePostalEnvoi
                       REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT VilleEnvoi
                       REPLACING ALL LOW-VALUE BY SPACE
                   MOVE SPACES TO LIGNE-RELEVE
                   STRING '  - ' DELIMITED SIZE
                          DateEnvoiTemp DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          TypeDocumentTemp DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          ReferenceEnvoiTemp DELIMITED SIZE
                          ' A ' DELIMITED SIZE
                          CodePostalEnvoi DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          VilleEnvoi DELIMITED SIZE
                   INTO LIGNE-RELEVE
                   END-STRING
                   write E-Releve from LIGNE-RELEVE
               END-IF
           END-PERFORM.
           MOVE 0 TO SQLCA-CURSOR-CTRL (10).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      ******************************************************************
      ******************************************************************
