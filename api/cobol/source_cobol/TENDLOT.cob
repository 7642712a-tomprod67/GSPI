      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 TENDLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Tendance hebdomadaire des lots, planifiee une fois par
      *    semaine. Les passages termines de JOURNALBATCH (lignes FIN)
      *    des BC-NbSemaines dernieres semaines sont regroupes par lot
      *    et par semaine ISO ; la duree d'un passage court depuis la
      *    derniere ligne DEBUT du lot qui precede la ligne FIN.
      *    Compte rendu (tendance_lots_AAAAMMJJ.txt, separateur ;) :
      *      ENTETE;date;nombre de semaines
      *      T;lot;semaine (AAAASS);passages;echecs (code 8 et plus);
      *        duree moyenne;duree maximale;lignes lues;lignes
      *        ecrites;anomalies relevees par SURVLOT
      *      TOTAL;lignes de tendance;passages
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

       01 BusinessConstants.
         05 BC-NbSemaines pic 9(3).

       01 RAPPORT-PATH pic X(300).

      *    Ligne de tendance lue.
       01 ProgrammeTemp pic X(12).
       01 SemaineTemp pic X(6).
       01 NbPassagesTexte pic X(10).
       01 NbEchecsTexte pic X(10).
       01 DureeMoyTexte pic X(12).
       01 DureeMaxTexte pic X(12).
       01 LignesLuesTexte pic X(12).
       01 LignesEcritesTexte pic X(12).
       01 NbAnomaliesTexte pic X(10).
       01 NbPassages pic 9(6).

       01 NbLignesTendance pic 9(6) value 0.
       01 NbPassagesTotal pic 9(8) value 0.

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
           perform Read-Business-Constants.
           MOVE SPACES TO RAPPORT-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -          "/tendance_lots_" DELIMITED SIZE
                   currentYear DELIMITED SIZE
                   MM DELIMITED SIZE
                   JJ DELIMITED SIZE
                   ".txt" DELIMITED SIZE
               INTO RAPPORT-PATH
           END-STRING.
           open output F-Rapport.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'ENTETE;' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  ';' DELIMITED SIZE
                  BC-NbSemaines DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

       GSPI-Trt.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           perform Rapporter-Tendance.
           perform close-BDD.

       GSPI-Fin.
           perform Write-Ligne-Total.
           close F-Rapport.
           display NbLignesTendance.
           display NbPassagesTotal.
           MOVE NbPassagesTotal TO JB-LignesLues.
           MOVE NbLignesTendance TO JB-LignesEcrites.
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
      *****             READ-BUSINESS-CONSTANTS                    *****
      ******************************************************************
       Read-Business-Constants.
           MOVE 'TENDLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-NbSemaines
           END-CALL.
           IF BC-NbSemaines = 0
               MOVE 8 TO BC-NbSemaines
           END-IF.

      ******************************************************************
      *****                 RAPPORTER-TENDANCE                     *****
      ******************************************************************
       Rapporter-Tendance.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT X.PROGRAMME, YEARWEEK(X.HORODATAGE, 3), '
                  DELIMITED SIZE
                  'COUNT(*), SUM(X.CODESORTIE + 0 >= 8), '
                  DELIMITED SIZE
                  'ROUND(AVG(X.DUREE)), MAX(X.DUREE), ' DELIMITED SIZE
                  'SUM(X.LIGNESLUES), SUM(X.LIGNESECRITES), '
                  DELIMITED SIZE
                  '(SELECT COUNT(*) FROM ANALYSESLOTS A ' DELIMITED SIZE
                  'WHERE A.PROGRAMME = X.PROGRAMME ' DELIMITED SIZE
                  'AND A.ANOMALIE <> "" ' DELIMITED SIZE
                  'AND YEARWEEK(A.HORODATAGE, 3) = ' DELIMITED SIZE
                  'YEARWEEK(X.HORODATAGE, 3)) ' DELIMITED SIZE
                  'FROM (SELECT F.PROGRAMME, F.HORODATAGE, '
                  DELIMITED SIZE
                  'F.CODESORTIE, F.LIGNESLUES, F.LIGNESECRITES, '
                  DELIMITED SIZE
                  'IFNULL(TIMESTAMPDIFF(SECOND, ' DELIMITED SIZE
                  '(SELECT MAX(D.HORODATAGE) FROM JOURNALBATCH D '
                  DELIMITED SIZE
                  'WHERE D.PROGRAMME = F.PROGRAMME ' DELIMITED SIZE
                  'AND D.TYPEENTREE = "DEBUT" ' DELIMITED SIZE
                  'AND D.HORODATAGE <= F.HORODATAGE), ' DELIMITED SIZE
                  'F.HORODATAGE), 0) AS DUREE ' DELIMITED SIZE
                  'FROM JOURNALBATCH F ' DELIMITED SIZE
                  'WHERE F.TYPEENTREE = "FIN" ' DELIMITED SIZE
                  'AND F.HORODATAGE >= DATE_FORMAT(DATE_SUB(CURDATE(), '
                  DELIMITED SIZE
                  'INTERVAL ' DELIMITED SIZE
                  BC-NbSemaines DELIMITED SIZE
                  ' WEEK), "%Y-%m-%d")) X ' DELIMITED SIZE
                  'GROUP BY X.PROGRAMME, YEARWEEK(X.HORODATAGE, 3) '
                  DELIMITED SIZE
                  'ORDER BY 1, 2' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

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
           ELSE
              display "ERREUR TENDANCE"
              MOVE 8 TO JB-CodeSortie
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO ProgrammeTemp
               MOVE SPACES TO SemaineTemp
               MOVE SPACES TO NbPassagesTexte
               MOVE SPACES TO NbEchecsTexte
               MOVE SPACES TO DureeMoyTexte
               MOVE SPACES TO DureeMaxTexte
               MOVE SPACES TO LignesLuesTexte
               MOVE SPACES TO LignesEcritesTexte
               MOVE SPACES TO NbAnomaliesTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            ProgrammeTemp
                                            SemaineTemp
                                            NbPassagesTexte
                                            NbEchecsTexte
                                            DureeMoyTexte
                                            DureeMaxTexte
                                            LignesLuesTexte
                                            LignesEcritesTexte
                                            NbAnomaliesTexte
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
                       perform Write-Ligne-Tendance
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

      ******************************************************************
      *****                    WRITE-RAPPORT                       *****
      ******************************************************************
       Write-Ligne-Tendance.
           INSPECT ProgrammeTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SemaineTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbPassagesTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbEchecsTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DureeMoyTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DureeMaxTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT LignesLuesTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT LignesEcritesTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbAnomaliesTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO NbPassages.
           IF NbPassagesTexte not = SPACES
               COMPUTE NbPassages = FUNCTION NUMVAL(NbPassagesTexte)
           END-IF.
           ADD NbPassages TO NbPassagesTotal.
           ADD 1 TO NbLignesTendance.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'T;' DELIMITED SIZE
                  ProgrammeTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  SemaineTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbPassagesTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbEchecsTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  DureeMoyTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  DureeMaxTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  LignesLuesTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  LignesEcritesTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbAnomaliesTexte DELIMITED SPACE
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TOTAL;' DELIMITED SIZE
                  NbLignesTendance DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbPassagesTotal DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

       Write-Ligne-Rapport.
           MOVE LIGNE-RAPPORT TO E-Rapport.
           write E-Rapport.

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
           MOVE 'TENDLOT' TO PGCTB-PROGRAM-NAME.

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
