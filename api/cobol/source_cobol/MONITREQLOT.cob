      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 MONITREQLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Surveillance des transactions en ligne a partir de
      *    REQUESTLOG (une ligne par requete enregistree, avec son
      *    heure et son code retour). Le lot peut etre planifie en
      *    cours de journee : chaque passage reecrit le rapport du jour
      *    (monitoring_requetes_AAAAMMJJ.txt) avec les requetes du
      *    jour a l'heure du passage ; le dernier passage de la
      *    journee fait office de rapport quotidien (separateur ;) :
      *      ENTETE;date;heure du passage
      *      P;programme;requetes;rejets;taux du jour;taux moyen
      *        30 jours;ALERTE si le taux depasse BC-SeuilTauxRejet
      *      H;programme;heure;requetes;rejets
      *      C;programme;code retour;requetes
      *      O;operateur;rejets du jour;moyenne quotidienne 30 jours
      *        (operateurs a BC-SeuilRejetsOperateur rejets et plus)
      *      TOTAL;requetes;rejets;alertes;operateurs signales
      *    Une requete est rejetee quand son statut n'est pas SUCCES.
      *    Une alerte ALERTE_REJETS (reference : le programme) est
      *    poussee dans l'outbox NOTIFICATIONS, une seule fois par
      *    programme et par jour ; NOTIFLOT la route selon son modele.
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
       01 HeurePassage pic 9(8).

       01 BusinessConstants.
         05 BC-SeuilTauxRejet pic 9(3).
         05 BC-SeuilRejetsOperateur pic 9(3).

       01 RAPPORT-PATH pic X(300).

       01 ProgrammeTemp pic X(12).
       01 HeureTemp pic X(2).
       01 CodeRetourTemp pic X(3).
       01 OperateurTemp pic X(10).
       01 NbRequetesTexte pic X(10).
       01 NbRejetsTexte pic X(10).
       01 NbRequetes30Texte pic X(10).
       01 NbRejets30Texte pic X(10).
       01 MoyenneTexte pic X(12).

       01 NbRequetesNum pic 9(8).
       01 NbRejetsNum pic 9(8).
       01 NbRequetes30Num pic 9(8).
       01 NbRejets30Num pic 9(8).
       01 TauxJour pic 9(3)V99.
       01 TauxMoyen pic 9(3)V99.
       01 MoyenneOperateur pic 9(5)V99.
       01 TauxJourAffiche pic ZZ9,99.
       01 TauxMoyenAffiche pic ZZ9,99.
       01 MoyenneOperateurAffiche pic Z(4)9,99.
       01 IndicateurAlerte pic X(6).

       01 NbRequetesTotal pic 9(8) value 0.
       01 NbRejetsTotal pic 9(8) value 0.
       01 NbAlertes pic 9(6) value 0.
       01 NbOperateursSignales pic 9(6) value 0.

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
           ACCEPT HeurePassage FROM TIME.
           MOVE SPACES TO RAPPORT-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -          "/monitoring_requetes_" DELIMITED SIZE
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
                  HeurePassage (1:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  HeurePassage (3:2) DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

       GSPI-Trt.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           perform Rapporter-Programmes.
           perform Rapporter-Heures.
           perform Rapporter-Codes-Retour.
           perform Rapporter-Operateurs.
           perform close-BDD.

       GSPI-Fin.
           perform Write-Ligne-Total.
           close F-Rapport.
           display NbRequetesTotal.
           display NbRejetsTotal.
           display NbAlertes.
           display NbOperateursSignales.
           MOVE NbRequetesTotal TO JB-LignesLues.
           MOVE NbAlertes TO JB-LignesEcrites.
           IF NbAlertes > 0 AND JB-CodeSortie = 0
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
      *****             READ-BUSINESS-CONSTANTS                    *****
      ******************************************************************
      *    Taux de rejet d'alerte (%) et nombre de rejets du jour a
      *    partir duquel un operateur est signale.
       Read-Business-Constants.
           MOVE 'MONITREQLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-SeuilTauxRejet
                                              BC-SeuilRejetsOperateur
           END-CALL.
           IF BC-SeuilTauxRejet = 0
               MOVE 20 TO BC-SeuilTauxRejet
           END-IF.
           IF BC-SeuilRejetsOperateur = 0
               MOVE 10 TO BC-SeuilRejetsOperateur
           END-IF.

      ******************************************************************
      *****                RAPPORTER-PROGRAMMES                    *****
      ******************************************************************
      *    Volumes du jour par programme rapproches des 30 jours
      *    precedents (jour courant exclu).
       Rapporter-Programmes.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT T.PROGRAMME, T.NB, T.NBREJ, ' DELIMITED SIZE
                  'IFNULL(H.NB, 0), IFNULL(H.NBREJ, 0) ' DELIMITED SIZE
                  'FROM (SELECT PROGRAMME, COUNT(*) AS NB, '
                  DELIMITED SIZE
                  'SUM(STATUT <> "SUCCES") AS NBREJ ' DELIMITED SIZE
                  'FROM REQUESTLOG WHERE DATEREQ = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" GROUP BY PROGRAMME) T ' DELIMITED SIZE
                  'LEFT JOIN (SELECT PROGRAMME, COUNT(*) AS NB, '
                  DELIMITED SIZE
                  'SUM(STATUT <> "SUCCES") AS NBREJ ' DELIMITED SIZE
                  'FROM REQUESTLOG WHERE ' DELIMITED SIZE
                  'STR_TO_DATE(DATEREQ, "%d/%m/%Y") ' DELIMITED SIZE
                  'BETWEEN DATE_SUB(CURDATE(), INTERVAL 30 DAY) '
                  DELIMITED SIZE
                  'AND DATE_SUB(CURDATE(), INTERVAL 1 DAY) '
                  DELIMITED SIZE
                  'GROUP BY PROGRAMME) H ' DELIMITED SIZE
                  'ON H.PROGRAMME = T.PROGRAMME ' DELIMITED SIZE
                  'ORDER BY 1' DELIMITED SIZE
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
               MOVE SPACES TO ProgrammeTemp
               MOVE SPACES TO NbRequetesTexte
               MOVE SPACES TO NbRejetsTexte
               MOVE SPACES TO NbRequetes30Texte
               MOVE SPACES TO NbRejets30Texte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            ProgrammeTemp
                                            NbRequetesTexte
                                            NbRejetsTexte
                                            NbRequetes30Texte
                                            NbRejets30Texte
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
                       perform Traiter-Programme
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Traiter-Programme.
           INSPECT ProgrammeTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbRequetesTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbRejetsTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbRequetes30Texte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbRejets30Texte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO NbRequetesNum.
           MOVE 0 TO NbRejetsNum.
           MOVE 0 TO NbRequetes30Num.
           MOVE 0 TO NbRejets30Num.
           IF NbRequetesTexte not = SPACES
               COMPUTE NbRequetesNum = FUNCTION NUMVAL(NbRequetesTexte)
           END-IF.
           IF NbRejetsTexte not = SPACES
               COMPUTE NbRejetsNum = FUNCTION NUMVAL(NbRejetsTexte)
           END-IF.
           IF NbRequetes30Texte not = SPACES
               COMPUTE NbRequetes30Num =
                   FUNCTION NUMVAL(NbRequetes30Texte)
           END-IF.
           IF NbRejets30Texte not = SPACES
               COMPUTE NbRejets30Num = FUNCTION NUMVAL(NbRejets30Texte)
           END-IF.
           ADD NbRequetesNum TO NbRequetesTotal.
           ADD NbRejetsNum TO NbRejetsTotal.
           MOVE 0 TO TauxJour.
           MOVE 0 TO TauxMoyen.
           IF NbRequetesNum > 0
               COMPUTE TauxJour ROUNDED =
                   NbRejetsNum * 100 / NbRequetesNum
           END-IF.
           IF NbRequetes30Num > 0
               COMPUTE TauxMoyen ROUNDED =
                   NbRejets30Num * 100 / NbRequetes30Num
           END-IF.
           MOVE SPACES TO IndicateurAlerte.
           IF TauxJour > BC-SeuilTauxRejet
               MOVE 'ALERTE' TO IndicateurAlerte
               ADD 1 TO NbAlertes
               perform Inserer-Alerte
           END-IF.
           MOVE TauxJour TO TauxJourAffiche.
           MOVE TauxMoyen TO TauxMoyenAffiche.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'P;' DELIMITED SIZE
                  ProgrammeTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbRequetesNum DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbRejetsNum DELIMITED SIZE
                  ';' DELIMITED SIZE
                  TauxJourAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  TauxMoyenAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  IndicateurAlerte DELIMITED SPACE
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

      *    Une seule alerte par programme et par jour, quel que soit
      *    le nombre de passages.
       Inserer-Alerte.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'NOTIFICATIONS' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'TYPEEVENEMENT, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'REFERENCE, ' DELIMITED SIZE
                  'DATEEVENEMENT, ' DELIMITED SIZE
                  'STATUT) ' DELIMITED SIZE
                  'SELECT "ALERTE_REJETS", "", "' DELIMITED SIZE
                  ProgrammeTemp DELIMITED SPACE
                  '", "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", "0" FROM DUAL WHERE NOT EXISTS ' DELIMITED SIZE
                  '(SELECT 1 FROM NOTIFICATIONS ' DELIMITED SIZE
                  'WHERE TYPEEVENEMENT = "ALERTE_REJETS" '
                  DELIMITED SIZE
                  'AND REFERENCE = "' DELIMITED SIZE
                  ProgrammeTemp DELIMITED SPACE
                  '" AND DATEEVENEMENT = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "ERREUR ALERTE " ProgrammeTemp
               MOVE 8 TO JB-CodeSortie
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  RAPPORTER-HEURES                      *****
      ******************************************************************
       Rapporter-Heures.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT PROGRAMME, ' DELIMITED SIZE
                  'IFNULL(SUBSTR(HEUREREQ, 1, 2), ""), ' DELIMITED SIZE
                  'COUNT(*), SUM(STATUT <> "SUCCES") ' DELIMITED SIZE
                  'FROM REQUESTLOG WHERE DATEREQ = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" GROUP BY 1, 2 ORDER BY 1, 2' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

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
               MOVE SPACES TO ProgrammeTemp
               MOVE SPACES TO HeureTemp
               MOVE SPACES TO NbRequetesTexte
               MOVE SPACES TO NbRejetsTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            ProgrammeTemp
                                            HeureTemp
                                            NbRequetesTexte
                                            NbRejetsTexte
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
                       perform Write-Ligne-Heure
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

      *    Requetes enregistrees sans heure : tranche a blanc.
       Write-Ligne-Heure.
           INSPECT ProgrammeTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT HeureTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbRequetesTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbRejetsTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'H;' DELIMITED SIZE
                  ProgrammeTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  HeureTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbRequetesTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbRejetsTexte DELIMITED SPACE
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

      ******************************************************************
      *****               RAPPORTER-CODES-RETOUR                   *****
      ******************************************************************
       Rapporter-Codes-Retour.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT PROGRAMME, ' DELIMITED SIZE
                  'IFNULL(CODERETOUR, ""), COUNT(*) ' DELIMITED SIZE
                  'FROM REQUESTLOG WHERE DATEREQ = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" GROUP BY 1, 2 ORDER BY 1, 2' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

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
               MOVE SPACES TO ProgrammeTemp
               MOVE SPACES TO CodeRetourTemp
               MOVE SPACES TO NbRequetesTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            ProgrammeTemp
                                            CodeRetourTemp
                                            NbRequetesTexte
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
                       perform Write-Ligne-Code
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

       Write-Ligne-Code.
           INSPECT ProgrammeTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CodeRetourTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbRequetesTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'C;' DELIMITED SIZE
                  ProgrammeTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  CodeRetourTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbRequetesTexte DELIMITED SPACE
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

      ******************************************************************
      *****                RAPPORTER-OPERATEURS                    *****
      ******************************************************************
      *    Operateurs a BC-SeuilRejetsOperateur rejets et plus dans la
      *    journee, avec leur moyenne quotidienne des 30 jours
      *    precedents pour comparaison.
       Rapporter-Operateurs.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT T.OPERATEUR, T.NBREJ, ' DELIMITED SIZE
                  'REPLACE(ROUND(IFNULL(H.NBREJ, 0) / 30, 2), ".", ",")'
                  DELIMITED SIZE
                  ' FROM (SELECT OPERATEUR, ' DELIMITED SIZE
                  'SUM(STATUT <> "SUCCES") AS NBREJ ' DELIMITED SIZE
                  'FROM REQUESTLOG WHERE DATEREQ = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" AND IFNULL(OPERATEUR, "") <> "" ' DELIMITED SIZE
                  'GROUP BY OPERATEUR) T ' DELIMITED SIZE
                  'LEFT JOIN (SELECT OPERATEUR, ' DELIMITED SIZE
                  'SUM(STATUT <> "SUCCES") AS NBREJ ' DELIMITED SIZE
                  'FROM REQUESTLOG WHERE ' DELIMITED SIZE
                  'STR_TO_DATE(DATEREQ, "%d/%m/%Y") ' DELIMITED SIZE
                  'BETWEEN DATE_SUB(CURDATE(), INTERVAL 30 DAY) '
                  DELIMITED SIZE
                  'AND DATE_SUB(CURDATE(), INTERVAL 1 DAY) '
                  DELIMITED SIZE
                  'GROUP BY OPERATEUR) H ' DELIMITED SIZE
                  'ON H.OPERATEUR = T.OPERATEUR ' DELIMITED SIZE
                  'WHERE T.NBREJ >= ' DELIMITED SIZE
                  BC-SeuilRejetsOperateur DELIMITED SIZE
                  ' ORDER BY 2 DESC, 1' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

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
               MOVE SPACES TO OperateurTemp
               MOVE SPACES TO NbRejetsTexte
               MOVE SPACES TO MoyenneTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            OperateurTemp
                                            NbRejetsTexte
                                            MoyenneTexte
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
                       perform Write-Ligne-Operateur
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

       Write-Ligne-Operateur.
           INSPECT OperateurTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbRejetsTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MoyenneTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO MoyenneOperateur.
           IF MoyenneTexte not = SPACES
               COMPUTE MoyenneOperateur = FUNCTION NUMVAL(MoyenneTexte)
           END-IF.
           MOVE MoyenneOperateur TO MoyenneOperateurAffiche.
           ADD 1 TO NbOperateursSignales.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'O;' DELIMITED SIZE
                  OperateurTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbRejetsTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  MoyenneOperateurAffiche DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

      ******************************************************************
      *****                    WRITE-RAPPORT                       *****
      ******************************************************************
       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TOTAL;' DELIMITED SIZE
                  NbRequetesTotal DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbRejetsTotal DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbAlertes DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbOperateursSignales DELIMITED SIZE
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
           MOVE 'MONITREQLOT' TO PGCTB-PROGRAM-NAME.

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
