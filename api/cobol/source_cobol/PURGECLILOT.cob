      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Les clients sous gel juridique (GELSJURIDIQUES, voir
      *    GESTGEL) ne sont jamais anonymises, meme eligibles : ils
      *    sont listes dans purge_clients_gels_AAAAMMJJ.txt
      *    (G;client;motifs et references des gels actifs).
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Rapport
           assign to RAPPORT-PATH
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************

       FILE SECTION.

       FD F-Rapport record varying from 0 to 255.
       01 E-Rapport pic x(255).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************

       01 NbClientsTraites pic 9(8) value 0.
       01 NbClientsAnonymises pic 9(8) value 0.
       01 NbClientsGeles pic 9(8) value 0.

       01 RAPPORT-PATH pic X(300).
       01 LIGNE-RAPPORT pic X(255).
       01 GelsClient pic X(200).

       01 ValeurAnonyme pic X(20) value "ANONYME".
       01 DateNaissanceAnonyme pic X(10) value "01/01/1900".
       GSPI-Init.
           perform Get-Current-Date.
           perform Write-Journal-Batch-Debut.
           MOVE SPACES TO RAPPORT-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -          "/purge_clients_gels_" DELIMITED SIZE
                   currentYear DELIMITED SIZE
                   MM DELIMITED SIZE
                   JJ DELIMITED SIZE
                   ".txt" DELIMITED SIZE
               INTO RAPPORT-PATH
           END-STRING.
           open output F-Rapport.

       GSPI-Trt.
           perform Purger-Clients-Eligibles.

       GSPI-Fin.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TOTAL;' DELIMITED SIZE
                  NbClientsGeles DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.
           close F-Rapport.
           display NbClientsTraites.
           display NbClientsAnonymises.
           display NbClientsGeles.
           MOVE NbClientsTraites TO JB-LignesLues.
           MOVE NbClientsAnonymises TO JB-LignesEcrites.
           perform Write-Journal-Batch-Fin.
                       MOVE DB-STATUS-FLD TO DB-STATUS-SAVE
                       perform Verifier-Eligibilite-Client
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
                       IF ClientEligiblePurge-bool
                           MOVE DB-STATUS-FLD TO DB-STATUS-SAVE
                           perform Verifier-Gel-Client
                           MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
                       END-IF
                       IF ClientEligiblePurge-bool
                           MOVE DB-STATUS-FLD TO DB-STATUS-SAVE
                           perform Anonymiser-Client
       Verifier-Eligibilite-Client-Fin.
           EXIT.

      ******************************************************************
      *****                VERIFIER-GEL-CLIENT                     *****
      ******************************************************************
      *    Un gel actif pose sur le client, l'un de ses contrats ou
      *    l'un de ses sinistres porte l'identifiant du client.
       Verifier-Gel-Client.
           MOVE SPACES TO GelsClient.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'GROUP_CONCAT(CONCAT(TYPEOBJET, " ", MOTIF, " ", '
                  DELIMITED SIZE
                  'REFERENCE) SEPARATOR " / ") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'GELSJURIDIQUES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCLIENT = "' DELIMITED SIZE
                  IdClientTemp DELIMITED SIZE
                  '" AND STATUT = "1"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (3)
              END-CALL
              IF SQLCA-RESULT (3) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF DB-OK
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (3)
                                            GelsClient
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

      *    En cas d'erreur de lecture le client est epargne : une
      *    anonymisation ne se rattrape pas.
           INSPECT GelsClient REPLACING ALL LOW-VALUE BY SPACE.
           IF NOT DB-OK
               MOVE 'GEL NON VERIFIE' TO GelsClient
           END-IF.
           IF GelsClient not = SPACES
               MOVE '0' TO ClientEligiblePurge
               ADD 1 TO NbClientsGeles
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'G;' DELIMITED SIZE
                      IdClientTemp DELIMITED SIZE
                      ';' DELIMITED SIZE
                      GelsClient DELIMITED '  '
               INTO LIGNE-RAPPORT
               END-STRING
               write E-Rapport from LIGNE-RAPPORT
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                ANONYMISER-CLIENT                       *****
      ******************************************************************
