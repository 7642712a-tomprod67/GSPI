      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 RECLAMLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
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
       DATA DIVISION.

       FILE SECTION.

       FD F-Rapport record varying from 0 to 255.
       01 E-Rapport pic x(255).
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

      *    Rapport annuel des reclamations pour la declaration au
      *    superviseur (voir GESTRECLAM) : reclamations ouvertes dans
      *    l'annee, par categorie et par issue (EN COURS tant qu'elles
      *    ne sont pas closes), avec le nombre d'accuses de reception
      *    et de reponses donnes dans les delais reglementaires et le
      *    nombre de saisines du mediateur. Un fichier par annee, comme
      *    l'etat statistique de STATANLOT.
       01 RAPPORT-PATH pic X(300).

       01 CategorieTemp pic X(10).
       01 IssueTemp pic X(10).
       01 NbReclamTexte pic X(8).
       01 NbAccusesTexte pic X(8).
       01 NbReponsesTexte pic X(8).
       01 NbMediateurTexte pic X(8).

       01 NbLignes pic 9(4) value 0.
       01 NbReclamNum pic 9(6).
       01 NbAccusesNum pic 9(6).
       01 NbReponsesNum pic 9(6).
       01 NbMediateurNum pic 9(6).
       01 TotalReclam pic 9(8) value 0.
       01 TotalAccuses pic 9(8) value 0.
       01 TotalReponses pic 9(8) value 0.
       01 TotalMediateur pic 9(8) value 0.

       01 LIGNE-RAPPORT pic X(255).

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-TypeEntree pic X(5).
       01 JB-LignesLues pic 9(8) value 0.
       01 JB-LignesEcrites pic 9(8) value 0.
       01 JB-CodeSortie pic 9(2) value 0.
       01 JB-HeureActuelle pic 9(8).
       01 JB-Horodatage pic X(19).

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
           perform Get-Current-Date.
           perform Write-Journal-Batch-Debut.
           MOVE SPACES TO RAPPORT-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -          "/rapport_reclamations_" DELIMITED SIZE
                   currentYear DELIMITED SIZE
                   ".txt" DELIMITED SIZE
               INTO RAPPORT-PATH
           END-STRING.
           open output F-Rapport.

       GSPI-Trt.
           perform Rapporter-Reclamations.

       GSPI-Fin.
           perform Write-Ligne-Total.
           close F-Rapport.
           display NbLignes.
           MOVE TotalReclam TO JB-LignesLues.
           MOVE NbLignes TO JB-LignesEcrites.
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
      *****               RAPPORTER-RECLAMATIONS                   *****
      ******************************************************************
      *    Un accuse ou une reponse est dans les delais quand sa date
      *    ne depasse pas l'echeance posee a l'ouverture.
       Rapporter-Reclamations.
           perform Rapporter-Reclamations-Init.
           perform Rapporter-Reclamations-Trt.
           perform Rapporter-Reclamations-Fin.

       Rapporter-Reclamations-Init.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           MOVE 0 TO SQLCODE.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

       Rapporter-Reclamations-Trt.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'CATEGORIE, ' DELIMITED SIZE
                  'IF(ISSUE = "", "EN COURS", ISSUE), ' DELIMITED SIZE
                  'COUNT(*), ' DELIMITED SIZE
                  'SUM(CASE WHEN DATEACCUSE <> "" ' DELIMITED SIZE
                  'AND STR_TO_DATE(DATEACCUSE, "%d/%m/%Y") <= '
                  DELIMITED SIZE
                  'STR_TO_DATE(ECHEANCEACCUSE, "%d/%m/%Y") '
                  DELIMITED SIZE
                  'THEN 1 ELSE 0 END), ' DELIMITED SIZE
                  'SUM(CASE WHEN DATEREPONSE <> "" ' DELIMITED SIZE
                  'AND STR_TO_DATE(DATEREPONSE, "%d/%m/%Y") <= '
                  DELIMITED SIZE
                  'STR_TO_DATE(ECHEANCEREPONSE, "%d/%m/%Y") '
                  DELIMITED SIZE
                  'THEN 1 ELSE 0 END), ' DELIMITED SIZE
                  'SUM(CASE WHEN DATEMEDIATEUR <> "" ' DELIMITED SIZE
                  'THEN 1 ELSE 0 END) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'RECLAMATIONS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'DATEOUVERTURE LIKE "%/' DELIMITED SIZE
                  currentYear DELIMITED SIZE
                  '" ' DELIMITED SIZE
                  'GROUP BY CATEGORIE, ' DELIMITED SIZE
                  'IF(ISSUE = "", "EN COURS", ISSUE) ' DELIMITED SIZE
                  'ORDER BY CATEGORIE, 2' DELIMITED SIZE
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
               MOVE SPACES TO CategorieTemp
               MOVE SPACES TO IssueTemp
               MOVE SPACES TO NbReclamTexte
               MOVE SPACES TO NbAccusesTexte
               MOVE SPACES TO NbReponsesTexte
               MOVE SPACES TO NbMediateurTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            CategorieTemp
                                            IssueTemp
                                            NbReclamTexte
                                            NbAccusesTexte
                                            NbReponsesTexte
                                            NbMediateurTexte
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
                       ADD 1 TO NbLignes
                       INSPECT CategorieTemp
                           REPLACING ALL LOW-VALUE BY SPACE
                       INSPECT IssueTemp
                           REPLACING ALL LOW-VALUE BY SPACE
                       COMPUTE NbReclamNum =
                           FUNCTION NUMVAL(NbReclamTexte)
                       COMPUTE NbAccusesNum =
                           FUNCTION NUMVAL(NbAccusesTexte)
                       COMPUTE NbReponsesNum =
                           FUNCTION NUMVAL(NbReponsesTexte)
                       COMPUTE NbMediateurNum =
                           FUNCTION NUMVAL(NbMediateurTexte)
                       ADD NbReclamNum TO TotalReclam
                       ADD NbAccusesNum TO TotalAccuses
                       ADD NbReponsesNum TO TotalReponses
                       ADD NbMediateurNum TO TotalMediateur
                       perform Write-Ligne-Rapport
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.

       Rapporter-Reclamations-Fin.
           perform close-BDD.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           EXIT.

      ******************************************************************
      *****               WRITE-LIGNE-RAPPORT                      *****
      ******************************************************************
       Write-Ligne-Rapport.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING CategorieTemp DELIMITED SPACE
                   ';' DELIMITED SIZE
                   IssueTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbReclamNum DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbAccusesNum DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbReponsesNum DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbMediateurNum DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

      ******************************************************************
      *****                WRITE-LIGNE-TOTAL                       *****
      ******************************************************************
       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TOTAL' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentYear DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalReclam DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalAccuses DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalReponses DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalMediateur DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

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
           MOVE 'RECLAMLOT' TO PGCTB-PROGRAM-NAME.

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
