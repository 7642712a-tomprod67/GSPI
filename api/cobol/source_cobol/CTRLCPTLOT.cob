      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CTRLCPTLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Controle de nuit du compte cotisations : pour chaque contrat
      *    le solde du compte (debits - credits de COMPTECOTISATION)
      *    doit egaler CONTRATS.MONTANTIMPAYE diminue des trop-percus
      *    encore ouverts (TROPPERCUS), qui sont des credits au compte
      *    en attente d'imputation ou de remboursement. Les contrats en
      *    ecart sont listes avec les deux montants ; un solde
      *    crediteur sur un contrat sans impaye est signale a part
      *    (CREDIT) : c'est un credit qui n'est pas suivi comme
      *    trop-percu, a regulariser plutot qu'une erreur d'ecriture.
      *    Reprise : un contrat qui n'a encore aucun mouvement et porte
      *    un impaye recoit une fois un mouvement OUVERTURE de ce
      *    montant, pour que le compte parte de l'impaye existant.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Synthese
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/controle_compte_cotisations_lot.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Synthese record varying from 0 to 255.
       01 E-Synthese pic x(255).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

       01 DB-STATUS-SAVE pic X.

       01 IdContratTemp pic 9(8).
       01 ImpayeTexte pic X(15).
       01 SoldeTexte pic X(20).
       01 ImpayeContrat pic S9(8)V99 value 0.
       01 SoldeCompte pic S9(8)V99 value 0.
       01 EcartCompte pic S9(8)V99 value 0.
       01 ImpayeAffiche pic -(7)9,99.
       01 SoldeAffiche pic -(7)9,99.
       01 EcartAffiche pic -(7)9,99.
       01 NatureEcart pic X(6).

       01 NbOuvertures pic 9(8) value 0.
       01 NbEcarts pic 9(8) value 0.
       01 NbCredits pic 9(8) value 0.
       01 TotalEcarts pic S9(10)V99 value 0.
       01 TotalEcartsAffiche pic -(9)9,99.

       01 LIGNE-SYNTHESE pic X(255).

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-TypeEntree pic X(5).
       01 JB-LignesLues pic 9(8) value 0.
       01 JB-LignesEcrites pic 9(8) value 0.
       01 JB-CodeSortie pic 9(2) value 0.
       01 JB-HeureActuelle pic 9(8).
       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYMVTC OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
       PROCEDURE DIVISION.

       GSPI.
           perform GSPI-Init.
           perform GSPI-Trt.
           perform GSPI-Fin.

       GSPI-Init.
           perform Get-Current-Date.
           perform Write-Journal-Batch-Debut.
           open output F-Synthese.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
           perform Ouvrir-Comptes-Repris.
           perform Controler-Soldes.

       GSPI-Fin.
           perform close-BDD.
           perform Write-Ligne-Total.
           close F-Synthese.
           display NbOuvertures.
           display NbEcarts.
           display NbCredits.
           COMPUTE JB-LignesLues = NbOuvertures + NbEcarts + NbCredits.
           COMPUTE JB-LignesEcrites = NbOuvertures.
           IF NbEcarts > 0
               MOVE 4 TO JB-CodeSortie
           END-IF.
           perform Write-Journal-Batch-Fin.
           stop run.

      ******************************************************************
      *****                  GET-CURRENT-DATE                      *****
      ******************************************************************
       Get-Current-Date.
           ACCEPT SYSTEME-DATE FROM DATE.
           STRING "20" DELIMITED SIZE
                  AA DELIMITED SIZE
           INTO currentYear
           END-STRING.
           STRING JJ DELIMITED SIZE
                  '/' DELIMITED SIZE
                  MM DELIMITED SIZE
                  '/' DELIMITED SIZE
                  currentYear
           INTO currentDate
           END-STRING.

      ******************************************************************
      *****               OUVRIR-COMPTES-REPRIS                    *****
      ******************************************************************
      *    Contrats avec un impaye et aucun mouvement au compte : le
      *    mouvement OUVERTURE reprend l'impaye tel qu'il est en base.
      *    Un contrat n'y passe qu'une fois, des qu'il a un mouvement
      *    il releve du seul controle des soldes.
       Ouvrir-Comptes-Repris.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'K.IDCONTRAT, ' DELIMITED SIZE
                  'K.MONTANTIMPAYE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTRATS K ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IFNULL(K.MONTANTIMPAYE, 0) > 0 ' DELIMITED SIZE
                  'AND NOT EXISTS (SELECT 1 FROM COMPTECOTISATION M '
                  DELIMITED SIZE
                  'WHERE M.IDCONTRAT = K.IDCONTRAT) ' DELIMITED SIZE
                  'ORDER BY K.IDCONTRAT' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           display SQLCA-STATEMENT.

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

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO ImpayeTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            IdContratTemp
                                            ImpayeTexte
               END-CALL

               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       MOVE DB-STATUS-FLD TO DB-STATUS-SAVE
                       perform Ouvrir-Un-Compte
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Ouvrir-Un-Compte.
           INSPECT ImpayeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ImpayeTexte REPLACING ALL '.' BY ','.
           MOVE 0 TO ImpayeContrat.
           IF ImpayeTexte not = SPACES
               COMPUTE ImpayeContrat = FUNCTION NUMVAL(ImpayeTexte)
           END-IF.
           IF ImpayeContrat > 0
               MOVE IdContratTemp TO MVTC-IDCONTRAT
               MOVE currentDate TO MVTC-DATE
               MOVE 'OUVERTURE' TO MVTC-TYPE
               SET MVTC-DEBIT TO TRUE
               MOVE ImpayeContrat TO MVTC-MONTANT
               MOVE 'REPRISE IMPAYE EXISTANT' TO MVTC-REFERENCE
               MOVE 'CTRLCPTLOT' TO MVTC-PROGRAMME
               perform MVTC-Ecrire-Mouvement
               ADD 1 TO NbOuvertures
               MOVE ImpayeContrat TO ImpayeAffiche
               MOVE ImpayeContrat TO SoldeAffiche
               MOVE 0 TO EcartAffiche
               MOVE 'REPRIS' TO NatureEcart
               perform Write-Ligne-Controle
           END-IF.

      ******************************************************************
      *****                  CONTROLER-SOLDES                      *****
      ******************************************************************
      *    Un seul passage sur CONTRATS avec le solde du compte en
      *    jointure externe : un contrat sans mouvement a un solde nul
      *    et n'est en ecart que s'il porte un impaye.
       Controler-Soldes.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'K.IDCONTRAT, ' DELIMITED SIZE
                  'IFNULL(K.MONTANTIMPAYE, 0) - ' DELIMITED SIZE
                  'IFNULL((SELECT SUM(T.SOLDE) FROM TROPPERCUS T '
                  DELIMITED SIZE
                  'WHERE T.IDCONTRAT = K.IDCONTRAT '
                  DELIMITED SIZE
                  'AND T.STATUT = "1"), 0), ' DELIMITED SIZE
                  'IFNULL(SUM(IF(M.SENS = "D", M.MONTANT, '
                  DELIMITED SIZE
                  '-M.MONTANT)), 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTRATS K LEFT JOIN COMPTECOTISATION M '
                  DELIMITED SIZE
                  'ON M.IDCONTRAT = K.IDCONTRAT ' DELIMITED SIZE
                  'GROUP BY K.IDCONTRAT, K.MONTANTIMPAYE '
                  DELIMITED SIZE
                  'HAVING ABS(IFNULL(K.MONTANTIMPAYE, 0) - '
                  DELIMITED SIZE
                  'IFNULL((SELECT SUM(T.SOLDE) FROM TROPPERCUS T '
                  DELIMITED SIZE
                  'WHERE T.IDCONTRAT = K.IDCONTRAT '
                  DELIMITED SIZE
                  'AND T.STATUT = "1"), 0) - ' DELIMITED SIZE
                  'IFNULL(SUM(IF(M.SENS = "D", M.MONTANT, '
                  DELIMITED SIZE
                  '-M.MONTANT)), 0)) >= 0.01 ' DELIMITED SIZE
                  'ORDER BY K.IDCONTRAT' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           display SQLCA-STATEMENT.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (2)
              END-CALL
              IF SQLCA-RESULT (2) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO ImpayeTexte
               MOVE SPACES TO SoldeTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            IdContratTemp
                                            ImpayeTexte
                                            SoldeTexte
               END-CALL

               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       perform Signaler-Ecart
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

       Signaler-Ecart.
           INSPECT ImpayeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ImpayeTexte REPLACING ALL '.' BY ','.
           INSPECT SoldeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SoldeTexte REPLACING ALL '.' BY ','.
           MOVE 0 TO ImpayeContrat.
           MOVE 0 TO SoldeCompte.
           IF ImpayeTexte not = SPACES
               COMPUTE ImpayeContrat = FUNCTION NUMVAL(ImpayeTexte)
           END-IF.
           IF SoldeTexte not = SPACES
               COMPUTE SoldeCompte = FUNCTION NUMVAL(SoldeTexte)
           END-IF.
           COMPUTE EcartCompte = SoldeCompte - ImpayeContrat.
           IF SoldeCompte < 0 AND ImpayeContrat = 0
               MOVE 'CREDIT' TO NatureEcart
               ADD 1 TO NbCredits
           ELSE
               MOVE 'ECART' TO NatureEcart
               ADD 1 TO NbEcarts
               ADD EcartCompte TO TotalEcarts
           END-IF.
           MOVE ImpayeContrat TO ImpayeAffiche.
           MOVE SoldeCompte TO SoldeAffiche.
           MOVE EcartCompte TO EcartAffiche.
           perform Write-Ligne-Controle.

      ******************************************************************
      *****                WRITE-LIGNE-CONTROLE                    *****
      ******************************************************************
      *    contrat;impaye fiche contrat;solde compte;ecart;nature
       Write-Ligne-Controle.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING IdContratTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   ImpayeAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   SoldeAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   EcartAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NatureEcart DELIMITED SPACE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

       Write-Ligne-Total.
           MOVE TotalEcarts TO TotalEcartsAffiche.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING 'TOTAL' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbOuvertures DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbEcarts DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbCredits DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalEcartsAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

      ******************************************************************
      *****               WRITE-JOURNAL-BATCH                      *****
      ******************************************************************
      *    Trace le debut et la fin du passage dans JOURNALBATCH avec
      *    les volumes traites, sur une connexion dediee comme les
      *    lectures de MAJCLI. L'horodatage est en AAAA-MM-JJ pour que
      *    LISTJBAT puisse trier les passages par simple ORDER BY.
       Write-Journal-Batch-Debut.
           MOVE 'DEBUT' TO JB-TypeEntree.
           MOVE 0 TO JB-LignesLues.
           MOVE 0 TO JB-LignesEcrites.
           MOVE 0 TO JB-CodeSortie.
           perform Write-Journal-Batch.

       Write-Journal-Batch-Fin.
           MOVE 'FIN' TO JB-TypeEntree.
           perform Write-Journal-Batch.

       Write-Journal-Batch.
           ACCEPT JB-HeureActuelle FROM TIME.
           MOVE SPACES TO JB-Horodatage.
           STRING currentYear DELIMITED SIZE
                  '-' DELIMITED SIZE
                  MM of SYSTEME-DATE DELIMITED SIZE
                  '-' DELIMITED SIZE
                  JJ of SYSTEME-DATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  JB-HeureActuelle (1:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  JB-HeureActuelle (3:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  JB-HeureActuelle (5:2) DELIMITED SIZE
           INTO JB-Horodatage
           END-STRING.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'JOURNALBATCH' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'PROGRAMME, ' DELIMITED SIZE
                  'TYPEENTREE, ' DELIMITED SIZE
                  'HORODATAGE, ' DELIMITED SIZE
                  'LIGNESLUES, ' DELIMITED SIZE
                  'LIGNESECRITES, ' DELIMITED SIZE
                  'CODESORTIE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-TypeEntree DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-Horodatage DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-LignesLues DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-LignesEcrites DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-CodeSortie DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.
           perform Close-BDD.

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
           MOVE 'CTRLCPTLOT' TO PGCTB-PROGRAM-NAME.

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

       COPY CPYMVTCP OF "cobol/source_cobol".
