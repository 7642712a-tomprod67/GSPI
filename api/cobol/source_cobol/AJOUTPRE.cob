       01 SinistreTrouve pic 9 value 0.
       01 StatutSinistre pic 9.
       01 DossierIdTemp pic X(10).
       01 DateSurvenanceSin pic X(10).

      *    Date des soins optionnelle (label soins:JJ/MM/AAAA), a
      *    defaut la date de survenance du sinistre. Avec le code acte
      *    et le montant, elle sert a reconnaitre une depense deja
      *    remboursee a l'assure sur un autre sinistre (voir CPYDOUB) :
      *    la prestation est alors creee bloquee en statut 5.
       01 DateSoins pic X(10) value SPACES.
       01 posSoins pic 9(4).
       01 ClientIdTemp pic X(10).
       01 StatutCreation pic X value "0".

      *    Controle de garantie cumule : le consomme deja approuve du
      *    dossier plus l'encours des prestations non encore jugees
       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYDOUB OF "cobol/source_cobol".
       COPY CPYAVMD OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           close F-DataSubmited.
           perform Extraire-Correlation-Id.
           perform Extraire-Operateur.
           perform Extraire-Date-Soins.

      ******************************************************************
      *****              VALIDER-STRUCTURE-LIGNE                   *****
                   ELSE
                       perform Controler-Garantie-Cumulee
                       IF DepassementGarantie = 0
                           perform Controler-Doublon-Soins
                           perform Orienter-Avis-Medical
                           perform Insert-Prestation
                       END-IF
                   END-IF
           MOVE 0 TO SinistreTrouve.
           MOVE 0 TO StatutSinistre.
           MOVE SPACES TO DossierIdTemp.
           MOVE SPACES TO DateSurvenanceSin.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'STATUS, ' DELIMITED SIZE
                  'DOSSIERID, ' DELIMITED SIZE
                  'DATESURVENANCE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'SINISTRES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            StatutSinistre
                                            DossierIdTemp
                                            DateSurvenanceSin
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               END-IF
           END-IF.

           INSPECT DateSurvenanceSin REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0
               MOVE 1 TO SinistreTrouve
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (6).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               CONTROLER-DOUBLON-SOINS                  *****
      ******************************************************************
      *    La depense est rapprochee des prestations deja accordees ou
      *    payees de l'assure sur tous ses dossiers ; la demande n'est
      *    pas refusee, elle est creee bloquee pour examen.
       Controler-Doublon-Soins.
           MOVE "0" TO StatutCreation.
           MOVE 0 TO DOUB-RETOUR.
           IF DateSoins = SPACES
               MOVE DateSurvenanceSin TO DateSoins
           END-IF.
           perform Select-Client-Du-Dossier.
           IF ClientIdTemp not = SPACES AND DateSoins not = SPACES
               MOVE ClientIdTemp TO DOUB-IDCLIENT
               MOVE CodeActe TO DOUB-CODEACTE
               MOVE DateSoins TO DOUB-DATESOINS
               MOVE MontantDemande TO DOUB-MONTANT
               perform DOUB-Rechercher
           END-IF.
           IF DOUB-PROBABLE
               MOVE "5" TO StatutCreation
           END-IF.

      ******************************************************************
      *****               ORIENTER-AVIS-MEDICAL                    *****
      ******************************************************************
      *    Les regles du medecin conseil (voir CPYAVMD) designent les
      *    actes, types de sinistre et montants dont la prestation ne
      *    peut etre validee sans son avis.
       Orienter-Avis-Medical.
           MOVE SinistreIdNum TO AVMD-IDSINISTRE.
           MOVE CodeActe TO AVMD-CODEACTE.
           MOVE MontantDemande TO AVMD-MONTANT.
           perform AVMD-Rechercher.

       Select-Client-Du-Dossier.
           MOVE SPACES TO ClientIdTemp.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'C.CLIENTID ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'DOSSIER D, CONTRATS C ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'D.CONTRATID = C.IDCONTRAT ' DELIMITED SIZE
                  'AND D.IDDOSSIER = "' DELIMITED SIZE
                  DossierIdTemp DELIMITED SPACE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (1)
              END-CALL
              IF SQLCA-RESULT (1) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            ClientIdTemp
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT ClientIdTemp REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                INSERT-PRESTATION                       *****
      ******************************************************************
      *    La nouvelle prestation part en statut 0 (a valider) avec le
      *    montant demande : elle suivra le circuit VALIDPRE normal
      *    comme la prestation initiale creee par CREATSIN. Un doublon
      *    probable part en statut 5 et attend la decision DECIDDOUB.
      *    Une prestation relevant du medecin conseil reste en statut 0
      *    mais sa demande d'avis est ouverte aussitot (AVISMEDICAUX).
       Insert-Prestation.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'STATUS, ' DELIMITED SIZE
                  'MONTANTDEMANDE, ' DELIMITED SIZE
                  'CODEACTE, ' DELIMITED SIZE
                  'DATESOINS, ' DELIMITED SIZE
                  'DATEDEMANDE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '","' DELIMITED SIZE
                  StatutCreation DELIMITED SIZE
                  '","' DELIMITED SIZE
                  MontantDemande DELIMITED SIZE
                  '","' DELIMITED SIZE
                  CodeActe DELIMITED SPACE
                  '","' DELIMITED SIZE
                  DateSoins DELIMITED SPACE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0 AND AVMD-AVIS-REQUIS
               MOVE 'AJOUTPRE' TO AVMD-SOURCE
               MOVE currentDate TO AVMD-DATE
               perform AVMD-Enregistrer
           END-IF.
           IF SQLCODE = 0 AND DOUB-PROBABLE
               MOVE 'AJOUTPRE' TO DOUB-SOURCE
               MOVE currentDate TO DOUB-DATE
               perform DOUB-Enregistrer
               MOVE SPACES TO MESSAGE-RESPONSE
               STRING "SUCCES = LA PRESTATION A ETE AJOUTEE MAIS BLOQUEE
      -               " : DOUBLON PROBABLE DE LA PRESTATION "
                      DELIMITED SIZE
                      DOUB-IDORIGINE DELIMITED SPACE
                      ", EN ATTENTE D EXAMEN" DELIMITED SIZE
               INTO MESSAGE-RESPONSE
               END-STRING
           END-IF.
           IF SQLCODE = 0 AND DOUB-AUCUN AND AVMD-SANS-AVIS
               MOVE "SUCCES = LA PRESTATION COMPLEMENTAIRE A ETE AJOUTEE
      -        " AU SINISTRE ET EST EN ATTENTE DE VALIDATION"
               TO MESSAGE-RESPONSE
           END-IF.
           IF SQLCODE = 0 AND DOUB-AUCUN AND AVMD-AVIS-REQUIS
               MOVE "SUCCES = LA PRESTATION COMPLEMENTAIRE A ETE AJOUTEE
      -        " AU SINISTRE ET SOUMISE A L AVIS DU MEDECIN CONSEIL AVAN
      -        "T VALIDATION" TO MESSAGE-RESPONSE
           END-IF.
           IF SQLCODE = 0
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE SPACES TO AuditAncienneValeur
               end-unstring
           END-IF.

      ******************************************************************
      *****               EXTRAIRE-DATE-SOINS                      *****
      ******************************************************************
       Extraire-Date-Soins.
           MOVE SPACES TO DateSoins.
           MOVE 0 TO posSoins.
           INSPECT E-DataSubmited TALLYING posSoins
               FOR CHARACTERS BEFORE INITIAL 'soins:'.
           IF posSoins < 240
               unstring E-DataSubmited (posSoins + 7:)
                   delimited by ',' or space into DateSoins
               end-unstring
           END-IF.

      ******************************************************************
      *****               VERIFIER-OPERATEUR                       *****
      ******************************************************************
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
       COPY CPYDOUBP OF "cobol/source_cobol".
       COPY CPYAVMDP OF "cobol/source_cobol".
