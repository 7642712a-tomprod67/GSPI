      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 LISTCONTACT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Recherche dans le journal des contacts client
      *    (CONTACTSCLIENT, alimente par CONTACTCLI) par client et par
      *    periode : labels client:, du: et au: (JJ/MM/AAAA), tous
      *    optionnels, avec la pagination habituelle des listes. Les
      *    contacts sont restitues du plus recent au plus ancien.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.

           select F-DataSubmited
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/liste_contact_requete.txt"
           organization is line sequential.

           select F-Response
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/liste_contact_response.txt"
           organization is line sequential access sequential.

           select F-Archive
           assign to WS-ARCHIVE-PATH
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD F-DataSubmited record varying from 0 to 255.
       01 E-DataSubmited pic x(255).

       FD F-Response record varying from 0 to 49000.
       01 E-Response pic x(49000).

       FD F-Archive record varying from 0 to 49000.
       01 E-Archive pic x(49000).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.

       01 ARCHIVE-AAMMJJ pic 9(6).
       01 ARCHIVE-HHMMSSCC pic 9(8).
       01 WS-ARCHIVE-PATH pic X(300).

       01 IdContactCnt pic X(10).
       01 IdClientCnt pic X(10).
       01 IdContratCnt pic X(10).
       01 IdSinistreCnt pic X(10).
       01 IdPrestationCnt pic X(10).
       01 CanalCnt pic X(10).
       01 SensCnt pic X(10).
       01 ObjetCnt pic X(10).
       01 TexteCnt pic X(100).
       01 DateContactCnt pic X(10).
       01 DateRelanceCnt pic X(10).
       01 StatutRelanceCnt pic X(2).
       01 OperateurCnt pic X(10).

       01 champValeur.
         05 PageChamp Pic X(15).
         05 PageSizeChamp Pic X(15).
         05 ClientIdChamp Pic X(15).
         05 DateDuChamp Pic X(15).
         05 DateAuChamp Pic X(15).

       01 trash pic X(15).

       01 PageNum pic 9(4) value 1.
       01 PageSizeNum pic 9(4) value 80.
       01 OffsetNum pic 9(8) value 0.

       01 ClientIdFiltre pic X(13) value SPACES.
       01 DateDuFiltre pic X(10) value SPACES.
       01 DateAuFiltre pic X(10) value SPACES.

       01 indexContact pic 9(4).
       01 DELIMITEUR pic X.

       01 DATA-RESPONSE pic X(48500).
       01 MESSAGE-RESPONSE pic X(150).
       01 STATUT-RESPONSE pic X(6).
       01 CODE-RETOUR pic 9(3).
       01 CONTACT-STRING.
           10 ONE-CONTACT OCCURS 100 PIC X(440).
       01 COMPLETE-RESPONSE pic X(49000).


      *    Identifiant de correlation optionnel (label correlation:)
      *    repris dans la reponse, le nom d'archive et l'audit.
       01 CorrelationId pic X(30) value SPACES.
       01 CorrSuffixe pic X(31) value SPACES.
       01 posCorrelation pic 9(4).

       COPY CPYTOM OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
       PROCEDURE DIVISION.

       GSPI.
           perform GSPI-Init.
           perform GSPI-Trt.
           perform GSPI-Fin.

       GSPI-Init.
           perform Read-File-Submited.
       GSPI-Trt.
               perform List-Contacts.
               perform Write-Response-File.
               perform Archive-Request-Response.
       GSPI-Fin.
           stop run.

      ******************************************************************
      *****                    READ-FILE-SUBMITED                  *****
      ******************************************************************
       Read-File-Submited.
           perform Read-File-Submited-Init.
           perform Read-File-Submited-Trt until Boucleur-read-file = 1.
           perform Read-File-Submited-Fin.

       Read-File-Submited-Init.
           move 0 to Boucleur-read-file.
           open INPUT F-DataSubmited.

       Read-File-Submited-Trt.
           read F-DataSubmited
               at end
                   move 1 to Boucleur-read-file
               not at end
                     INSPECT E-DataSubmited
                         REPLACING ALL LOW-VALUE BY SPACE
                     perform Unstring-Line
           end-read.

       Read-File-Submited-Fin.
           close F-DataSubmited.
           perform Extraire-Correlation-Id.

      ******************************************************************
      *****                    UNSTRING-LINE                       *****
      ******************************************************************
       Unstring-Line.
           unstring E-DataSubmited delimited by "," or space into
            PageChamp of champValeur
            PageSizeChamp of champValeur
            ClientIdChamp of champValeur
            DateDuChamp of champValeur
            DateAuChamp of champValeur
           end-unstring.

           unstring PageChamp of champValeur delimited by ":" into
            trash
            PageNum
           end-unstring.

           unstring PageSizeChamp of champValeur delimited by ":" into
            trash
            PageSizeNum
           end-unstring.

           IF PageNum equal 0
              MOVE 1 TO PageNum
           END-IF.

           IF PageSizeNum equal 0 or PageSizeNum greater than 100
              MOVE 100 TO PageSizeNum
           END-IF.

           COMPUTE OffsetNum = (PageNum - 1) * PageSizeNum.

           IF ClientIdChamp of champValeur not = SPACES
               unstring ClientIdChamp of champValeur delimited by ":"
                into trash ClientIdFiltre
               end-unstring
           END-IF.

           IF DateDuChamp of champValeur not = SPACES
               unstring DateDuChamp of champValeur delimited by ":"
                into trash DateDuFiltre
               end-unstring
           END-IF.

           IF DateAuChamp of champValeur not = SPACES
               unstring DateAuChamp of champValeur delimited by ":"
                into trash DateAuFiltre
               end-unstring
           END-IF.

           INSPECT ClientIdFiltre REPLACING ALL '"' BY SPACE.
           INSPECT DateDuFiltre REPLACING ALL '"' BY SPACE.
           INSPECT DateAuFiltre REPLACING ALL '"' BY SPACE.

       Unstring-Line-Fin.
           EXIT.

      ******************************************************************
      *****                  LIST-CONTACTS                         *****
      ******************************************************************
       List-Contacts.
           perform List-Contacts-Init.
           perform List-Contacts-Trt.
           perform List-Contacts-Fin.

       List-Contacts-Init.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           MOVE 0 TO SQLCODE.
           MOVE 0 TO indexContact.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).


       List-Contacts-Trt.
           perform Generate-ListContacts-SQLCA-STATEMENT.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (1)
              END-CALL
              IF SQLCA-RESULT (1) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           if SQLCODE equal 0 and DB-OK
               PERFORM UNTIL NOT DB-OK OR indexContact = PageSizeNum
                   add 1 to indexContact
                   MOVE SPACES TO TexteCnt
                   MOVE SPACES TO DateRelanceCnt
                   MOVE SPACES TO StatutRelanceCnt
                   CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            IdContactCnt
                                            IdClientCnt
                                            IdContratCnt
                                            IdSinistreCnt
                                            IdPrestationCnt
                                            CanalCnt
                                            SensCnt
                                            ObjetCnt
                                            TexteCnt
                                            DateContactCnt
                                            DateRelanceCnt
                                            StatutRelanceCnt
                                            OperateurCnt
                   END-CALL
                   IF SQLCA-RESULT (1) = NULL
                      MOVE 100 TO SQLCODE
                      SET DB-NOT-FOUND TO TRUE
                   ELSE
                       MOVE 0 TO SQLCODE
                   END-IF
                   if indexContact equal 1 then
                        move ' ' to DELIMITEUR
                    else move ',' to DELIMITEUR
                    end-if
                   EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       continue
                   WHEN DB-OK
                       INSPECT TexteCnt
                           REPLACING ALL LOW-VALUE BY SPACE
                       INSPECT DateRelanceCnt
                           REPLACING ALL LOW-VALUE BY SPACE
                       INSPECT StatutRelanceCnt
                           REPLACING ALL LOW-VALUE BY SPACE
                       STRING DELIMITEUR DELIMITED SIZE
                           '"contact_' DELIMITED SIZE
                           indexContact DELIMITED SIZE
                           '" :' DELIMITED SIZE
                           '{' DELIMITED SIZE
                           '"idContact" : "' DELIMITED SIZE
                           IdContactCnt DELIMITED SPACE
                           '","idClient" : "' DELIMITED SIZE
                           IdClientCnt DELIMITED SPACE
                           '","idContrat" : "' DELIMITED SIZE
                           IdContratCnt DELIMITED SPACE
                           '","idSinistre" : "' DELIMITED SIZE
                           IdSinistreCnt DELIMITED SPACE
                           '","idPrestation" : "' DELIMITED SIZE
                           IdPrestationCnt DELIMITED SPACE
                           '","canal" : "' DELIMITED SIZE
                           CanalCnt DELIMITED SPACE
                           '","sens" : "' DELIMITED SIZE
                           SensCnt DELIMITED SPACE
                           '","objet" : "' DELIMITED SIZE
                           ObjetCnt DELIMITED SPACE
                           '","texte" : "' DELIMITED SIZE
                           TexteCnt DELIMITED SIZE
                           '","dateContact" : "' DELIMITED SIZE
                           DateContactCnt DELIMITED SPACE
                           '","dateRelance" : "' DELIMITED SIZE
                           DateRelanceCnt DELIMITED SPACE
                           '","statutRelance" : "' DELIMITED SIZE
                           StatutRelanceCnt DELIMITED SPACE
                           '","operateur" : "' DELIMITED SIZE
                           OperateurCnt DELIMITED SPACE
                           '"}' DELIMITED SIZE
                           INTO ONE-CONTACT (indexContact)
                       END-STRING
                   END-EVALUATE
               END-PERFORM
               SET DB-OK TO TRUE
           END-IF.

           MOVE "SUCCES = VOILA LA LISTE DES CONTACTS"
           TO MESSAGE-RESPONSE.
           MOVE "SUCCES" TO STATUT-RESPONSE.
           MOVE 0 TO CODE-RETOUR.


       List-Contacts-Fin.
           perform close-BDD.
           EXIT.

       Write-Response-File.
           open output F-Response.
           MOVE SPACES TO DATA-RESPONSE.
           MOVE SPACES TO COMPLETE-RESPONSE.
           STRING '{"page" : "' DELIMITED SIZE
                   PageNum DELIMITED SIZE
                   '", "pageSize" : "' DELIMITED SIZE
                   PageSizeNum DELIMITED SIZE
                   '", "contact" :{' DELIMITED SIZE
                   CONTACT-STRING DELIMITED SIZE
                   '}' DELIMITED SIZE
           INTO DATA-RESPONSE
           END-STRING.

           STRING '{' DELIMITED SIZE
                   '"statut" : ' DELIMITED SIZE
                   '"' DELIMITED SIZE
                   STATUT-RESPONSE DELIMITED SIZE
                   '"' DELIMITED SIZE
                   ',' DELIMITED SIZE
                   '"message" : ' DELIMITED SIZE
                   '"' DELIMITED SIZE
                   MESSAGE-RESPONSE DELIMITED SIZE
                   '"' DELIMITED SIZE
                   ',' DELIMITED SIZE
                   '"data" : ' DELIMITED SIZE
                   DATA-RESPONSE DELIMITED SIZE
                   '}}' DELIMITED SIZE
                   ',' DELIMITED SIZE
                   '"correlation_id" : "' DELIMITED SIZE
                   CorrelationId DELIMITED SPACE
                   '",' DELIMITED SIZE
                   '"code_retour" : ' DELIMITED SIZE
                   CODE-RETOUR DELIMITED SIZE
                   '}' DELIMITED SIZE
           INTO COMPLETE-RESPONSE
           END-STRING.

           write E-Response from COMPLETE-RESPONSE.
           close F-Response.
           EXIT.
      ******************************************************************
      *****             EXTRAIRE-CORRELATION-ID                    *****
      ******************************************************************
      *    L'appelant peut ajouter un label correlation:XXX en fin de
      *    ligne de requete : il est repris dans la reponse JSON et
      *    dans le nom du fichier d'archive.
       Extraire-Correlation-Id.
           MOVE SPACES TO CorrelationId.
           MOVE SPACES TO CorrSuffixe.
           MOVE 0 TO posCorrelation.
           INSPECT E-DataSubmited TALLYING posCorrelation
               FOR CHARACTERS BEFORE INITIAL 'correlation:'.
           IF posCorrelation < 240
               unstring E-DataSubmited (posCorrelation + 13:)
                   delimited by ',' or space into CorrelationId
               end-unstring
           END-IF.
           IF CorrelationId not = SPACES
               STRING '_' DELIMITED SIZE
                      CorrelationId DELIMITED SPACE
               INTO CorrSuffixe
               END-STRING
           END-IF.

      ******************************************************************
      *****             ARCHIVE-REQUEST-RESPONSE                   *****
      ******************************************************************
       Archive-Request-Response.
           ACCEPT ARCHIVE-AAMMJJ FROM DATE.
           ACCEPT ARCHIVE-HHMMSSCC FROM TIME.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -           "/archives/liste_contact_" DELIMITED SIZE
                   ARCHIVE-AAMMJJ DELIMITED SIZE
                   "_" DELIMITED SIZE
                   ARCHIVE-HHMMSSCC DELIMITED SIZE
                   "_" DELIMITED SIZE
                   ClientIdChamp of champValeur DELIMITED SIZE
                   CorrSuffixe DELIMITED SPACE
                   ".txt" DELIMITED SIZE
               INTO WS-ARCHIVE-PATH
           END-STRING.
           open output F-Archive.
           write E-Archive from E-DataSubmited.
           write E-Archive from COMPLETE-RESPONSE.
           close F-Archive.
           EXIT.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      ******************************************************************
      *****                GENERATE SQLCA SATTEMENT                *****
      ******************************************************************
      ******************************************************************
      ******************************************************************
      ******************************************************************

      ******************************************************************
      *****          GENERATE-LISTCONTACTS-SQLCA-STATEMENT         *****
      ******************************************************************
      *    Un filtre vide est neutralise dans la requete elle-meme
      *    ("" = ""), ce qui evite une requete par combinaison de
      *    filtres. Les dates sont en JJ/MM/AAAA.
       Generate-ListContacts-SQLCA-STATEMENT.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.

           STRING 'SELECT ' DELIMITED SIZE
               'IDCONTACT, ' DELIMITED SIZE
               'IDCLIENT, ' DELIMITED SIZE
               'IFNULL(IDCONTRAT, ""), ' DELIMITED SIZE
               'IFNULL(IDSINISTRE, ""), ' DELIMITED SIZE
               'IFNULL(IDPRESTATION, ""), ' DELIMITED SIZE
               'CANAL, ' DELIMITED SIZE
               'SENS, ' DELIMITED SIZE
               'CODEOBJET, ' DELIMITED SIZE
               'IFNULL(TEXTE, ""), ' DELIMITED SIZE
               'DATECONTACT, ' DELIMITED SIZE
               'IFNULL(DATERELANCE, ""), ' DELIMITED SIZE
               'IFNULL(STATUTRELANCE, ""), ' DELIMITED SIZE
               'OPERATEUR ' DELIMITED SIZE
               'FROM '    DELIMITED SIZE
               'CONTACTSCLIENT '    DELIMITED SIZE
               'WHERE ("' DELIMITED SIZE
               ClientIdFiltre DELIMITED SPACE
               '" = "" OR IDCLIENT = "' DELIMITED SIZE
               ClientIdFiltre DELIMITED SPACE
               '") AND ("' DELIMITED SIZE
               DateDuFiltre DELIMITED SPACE
               '" = "" OR ' DELIMITED SIZE
               'STR_TO_DATE(DATECONTACT, "%d/%m/%Y") >= ' DELIMITED SIZE
               'STR_TO_DATE("' DELIMITED SIZE
               DateDuFiltre DELIMITED SPACE
               '", "%d/%m/%Y")) AND ("' DELIMITED SIZE
               DateAuFiltre DELIMITED SPACE
               '" = "" OR ' DELIMITED SIZE
               'STR_TO_DATE(DATECONTACT, "%d/%m/%Y") <= ' DELIMITED SIZE
               'STR_TO_DATE("' DELIMITED SIZE
               DateAuFiltre DELIMITED SPACE
               '", "%d/%m/%Y")) ' DELIMITED SIZE
               'ORDER BY ' DELIMITED SIZE
               'STR_TO_DATE(DATECONTACT, "%d/%m/%Y") DESC, '
               DELIMITED SIZE
               'IDCONTACT DESC ' DELIMITED SIZE
               'LIMIT '    DELIMITED SIZE
               PageSizeNum DELIMITED SIZE
               ' OFFSET '    DELIMITED SIZE
               OffsetNum DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
       Generate-ListContacts-SQLCA-STATEMENT-Fin.
           EXIT.


      ******************************************************************
      ******************************************************************
      ******************************************************************
      ******************************************************************
      *****                      UTILITAIRES                       *****
      ******************************************************************
      ******************************************************************
      ******************************************************************
      ******************************************************************

      ******************************************************************
      *****              INITIALISATION-CONNEXION-BDD              *****
      ******************************************************************
       Initialisation-connexion-BDD.
           PERFORM Initialisation-connexion-BDD-Init.
           PERFORM Initialisation-connexion-BDD-Trt.
           PERFORM Initialisation-connexion-BDD-Fin.

       Initialisation-connexion-BDD-Init.
           MOVE 'LISTCONTACT' TO PGCTB-PROGRAM-NAME.

           SET PGCTB-OK TO TRUE.
           SET DB-OK TO TRUE.

      *    Recuperation paramètre de connexion à la BDD
           CALL "read_params"         USING PGCTB-PROGRAM-NAME
                                            SQLCA-HOST
                                            SQLCA-USER
                                            SQLCA-PASSWD
                                            SQLCA-DBNAME
                                            SQLCA-PORT
                                            SQLCA-SOCKET
           END-CALL.

           INSPECT SQLCA-HOST   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SQLCA-USER   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SQLCA-PASSWD REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SQLCA-DBNAME REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SQLCA-PORT   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SQLCA-SOCKET REPLACING ALL LOW-VALUE BY SPACE.

       Initialisation-connexion-BDD-Trt.
      ***** Initialize the database connection *****

           CALL "MySQL_init"  USING SQLCA-CID
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
       Initialisation-connexion-BDD-Fin.
           EXIT.

      ******************************************************************
      *****                    CONNEXION-DBD                       *****
      ******************************************************************
       Connexion-BDD.
      ***** Conection à la BDD *****
           display "connection BDD ".
           CALL "MySQL_real_connect" USING
                                   SQLCA-HOST
                                   SQLCA-USER
                                   SQLCA-PASSWD
                                   SQLCA-DBNAME
                                   SQLCA-PORT
                                   SQLCA-SOCKET
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
       Connexion-BDD-Fin.
           EXIT.

      ******************************************************************
      *****                    CLOSE-BDD                           *****
      ******************************************************************
       Close-BDD.
           CALL "MySQL_close"
           END-CALL.
           EXIT.
