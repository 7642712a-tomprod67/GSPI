      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 RECTIERSLOT.
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
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/recours_tiers_suivi_lot.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Rapport record varying from 0 to 250.
       01 E-Rapport pic x(250).
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
       01 DateJourInt pic 9(8).

       01 DB-STATUS-SAVE pic X.

      *    Nombre de jours depuis la demande (ou depuis l'ouverture si
      *    la demande n'est pas encore partie) au dela duquel le
      *    recours est signale a relancer. A zero, 60 jours par defaut.
       01 BusinessConstants.
         05 BC-JoursRelanceRecours pic 999.

      *    Recours contre tiers encore a recouvrer (voir RECTIERS) :
      *    rattache (1), demande envoyee (2), recouvre en partie (3).
       01 IdSinistreTemp pic 9(8).
       01 NomTiersTemp pic X(40).
       01 AssureurTiersTemp pic X(40).
       01 StatutRecoursTemp pic 9.
       01 MontantReclameTexte pic X(12).
       01 MontantRecouvreTexte pic X(12).
       01 DateReferenceTemp pic X(10).

       01 MontantReclameTemp pic 9(8).
       01 MontantRecouvreTemp pic 9(8).
       01 ResteARecouvrer pic 9(8).

       01 JourReference pic 99.
       01 MoisReference pic 99.
       01 AnneeReference pic 9(4).
       01 DateReferenceNum pic 9(8).
       01 AgeRecours pic S9(5).
       01 AgeRecoursAffiche pic 9(5).
       01 LibelleTranche pic X(8).
       01 IndicateurRelance pic X(12).

      *    Cumuls par tranche d'anciennete : 0-30, 31-60, 61-90 et
      *    plus de 90 jours.
       01 TranchesTable.
           05 UneTranche OCCURS 4.
               10 TR-Libelle pic X(8).
               10 TR-NbRecours pic 9(6).
               10 TR-Reste pic 9(10).
       01 indexTranche pic 9.

       01 NbRecoursSuivis pic 9(8) value 0.
       01 NbRecoursARelancer pic 9(8) value 0.
       01 TotalResteARecouvrer pic 9(10) value 0.

       01 LIGNE-RAPPORT pic X(250).

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
           perform Init-Tranches.
           open output F-Rapport.

       GSPI-Trt.
           perform Suivre-Recours-Ouverts.
           perform Write-Totaux-Tranches.

       GSPI-Fin.
           close F-Rapport.
           display NbRecoursSuivis.
           display NbRecoursARelancer.
           MOVE NbRecoursSuivis TO JB-LignesLues.
           MOVE NbRecoursSuivis TO JB-LignesEcrites.
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
           COMPUTE DateJourInt = FUNCTION INTEGER-OF-DATE
               (currentYear * 10000 + MM * 100 + JJ).

      ******************************************************************
      *****             READ-BUSINESS-CONSTANTS                    *****
      ******************************************************************
       Read-Business-Constants.
      *    Anciennete en jours au dela de laquelle le recours est a
      *    relancer aupres du tiers. A zero, 60 jours par defaut.
           MOVE 'RECTIERSLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-JoursRelanceRecours
           END-CALL.
           IF BC-JoursRelanceRecours = 0
               MOVE 60 TO BC-JoursRelanceRecours
           END-IF.

       Init-Tranches.
           MOVE '0-30' TO TR-Libelle (1).
           MOVE '31-60' TO TR-Libelle (2).
           MOVE '61-90' TO TR-Libelle (3).
           MOVE '+90' TO TR-Libelle (4).
           MOVE 0 TO indexTranche.
           perform Init-Tranches-Trt until indexTranche = 4.

       Init-Tranches-Trt.
           add 1 to indexTranche.
           MOVE 0 TO TR-NbRecours (indexTranche).
           MOVE 0 TO TR-Reste (indexTranche).

      ******************************************************************
      *****              SUIVRE-RECOURS-OUVERTS                    *****
      ******************************************************************
      *    Restitue les recours du plus ancien au plus recent : la
      *    date de reference est posee par STR_TO_DATE comme dans
      *    ARCHJOURLOT, les dates etant stockees en JJ/MM/AAAA.
       Suivre-Recours-Ouverts.
           perform Suivre-Recours-Ouverts-Init.
           perform Suivre-Recours-Ouverts-Trt.
           perform Suivre-Recours-Ouverts-Fin.

       Suivre-Recours-Ouverts-Init.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           MOVE 0 TO SQLCODE.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

       Suivre-Recours-Ouverts-Trt.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDSINISTRE, ' DELIMITED SIZE
                  'NOMTIERS, ' DELIMITED SIZE
                  'IFNULL(ASSUREURTIERS, " "), ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'IFNULL(MONTANTRECLAME, 0), ' DELIMITED SIZE
                  'IFNULL(MONTANTRECOUVRE, 0), ' DELIMITED SIZE
                  'IFNULL(NULLIF(DATEDEMANDE, ""), DATEOUVERTURE) '
                  DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'RECOURSTIERS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STATUT IN ("1","2","3") ' DELIMITED SIZE
                  'ORDER BY STR_TO_DATE(IFNULL(NULLIF(DATEDEMANDE, ""),'
                  DELIMITED SIZE
                  ' DATEOUVERTURE), "%d/%m/%Y")' DELIMITED SIZE
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
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO NomTiersTemp
               MOVE SPACES TO AssureurTiersTemp
               MOVE SPACES TO MontantReclameTexte
               MOVE SPACES TO MontantRecouvreTexte
               MOVE SPACES TO DateReferenceTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            IdSinistreTemp
                                            NomTiersTemp
                                            AssureurTiersTemp
                                            StatutRecoursTemp
                                            MontantReclameTexte
                                            MontantRecouvreTexte
                                            DateReferenceTemp
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
                       ADD 1 TO NbRecoursSuivis
                       MOVE DB-STATUS-FLD TO DB-STATUS-SAVE
                       perform Suivre-Un-Recours
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.

       Suivre-Recours-Ouverts-Fin.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           perform close-BDD.
           EXIT.

      ******************************************************************
      *****                 SUIVRE-UN-RECOURS                      *****
      ******************************************************************
      *    L'anciennete se compte en jours calendaires : c'est le
      *    delai opposable au tiers et a son assureur, pas un SLA
      *    interne.
       Suivre-Un-Recours.
           INSPECT NomTiersTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AssureurTiersTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantReclameTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantRecouvreTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateReferenceTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantReclameTexte REPLACING ALL '.' BY ','.
           INSPECT MontantRecouvreTexte REPLACING ALL '.' BY ','.
           COMPUTE MontantReclameTemp =
               FUNCTION NUMVAL(MontantReclameTexte).
           COMPUTE MontantRecouvreTemp =
               FUNCTION NUMVAL(MontantRecouvreTexte).
           IF MontantRecouvreTemp >= MontantReclameTemp
               MOVE 0 TO ResteARecouvrer
           ELSE
               SUBTRACT MontantRecouvreTemp FROM MontantReclameTemp
                   GIVING ResteARecouvrer
           END-IF.

           MOVE 0 TO AgeRecours.
           IF DateReferenceTemp not = SPACES
               unstring DateReferenceTemp delimited by "/" into
                   JourReference
                   MoisReference
                   AnneeReference
               end-unstring
               COMPUTE DateReferenceNum = FUNCTION INTEGER-OF-DATE
                   (AnneeReference * 10000 + MoisReference * 100
                    + JourReference)
               COMPUTE AgeRecours = DateJourInt - DateReferenceNum
           END-IF.
           IF AgeRecours < 0
               MOVE 0 TO AgeRecours
           END-IF.

           EVALUATE TRUE
               WHEN AgeRecours <= 30
                   MOVE 1 TO indexTranche
               WHEN AgeRecours <= 60
                   MOVE 2 TO indexTranche
               WHEN AgeRecours <= 90
                   MOVE 3 TO indexTranche
               WHEN OTHER
                   MOVE 4 TO indexTranche
           END-EVALUATE.
           MOVE TR-Libelle (indexTranche) TO LibelleTranche.
           ADD 1 TO TR-NbRecours (indexTranche).
           ADD ResteARecouvrer TO TR-Reste (indexTranche).
           ADD ResteARecouvrer TO TotalResteARecouvrer.

           MOVE SPACES TO IndicateurRelance.
           IF AgeRecours > BC-JoursRelanceRecours
               MOVE 'A RELANCER' TO IndicateurRelance
               ADD 1 TO NbRecoursARelancer
           END-IF.

           MOVE AgeRecours TO AgeRecoursAffiche.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING IdSinistreTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NomTiersTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   AssureurTiersTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   StatutRecoursTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantReclameTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantRecouvreTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   ResteARecouvrer DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DateReferenceTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   AgeRecoursAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   LibelleTranche DELIMITED SPACE
                   ';' DELIMITED SIZE
                   IndicateurRelance DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

      ******************************************************************
      *****               WRITE-TOTAUX-TRANCHES                    *****
      ******************************************************************
       Write-Totaux-Tranches.
           MOVE 0 TO indexTranche.
           perform Write-Totaux-Tranches-Trt until indexTranche = 4.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TOTAL' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbRecoursSuivis DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalResteARecouvrer DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbRecoursARelancer DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

       Write-Totaux-Tranches-Trt.
           add 1 to indexTranche.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TRANCHE' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TR-Libelle (indexTranche) DELIMITED SPACE
                   ';' DELIMITED SIZE
                   TR-NbRecours (indexTranche) DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TR-Reste (indexTranche) DELIMITED SIZE
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
           MOVE 'RECTIERSLOT' TO PGCTB-PROGRAM-NAME.

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
