      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 SEPARLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Controle de la separation des taches pour le controle
      *    interne : detecte l'operateur qui a tenu seul toute une
      *    chaine de paiement, d'apres les actions tracees dans
      *    AUDITJOURNAL (colonne OPERATEUR) et les requetes abouties de
      *    REQUESTLOG. Les combinaisons interdites sont parametrees dans
      *    la table REGLESSEPARATION :
      *      CODEREGLE, LIBELLE
      *      ETAPE1, ETAPE2, ETAPE3  programmes (nom tronque a 8 comme
      *                              dans les journaux), ETAPE3 a blanc
      *                              pour une regle a deux etapes
      *      PORTEE        CLIENT : etapes sur le meme client
      *                    OPERATEUR : etapes quel que soit le dossier
      *      FENETREJOURS  ecart maximal entre la premiere et la
      *                    derniere etape (0 : BC-FenetreDefaut)
      *      ACTIF         "1" pour une regle appliquee
      *    par exemple RIBPAIE (MAJRIB, AJOUTPRE, VALIDPRE, CLIENT) ou
      *    CLIPAIE (CREATCLI, VALIDPRE, CLIENT). Les actions sont
      *    d'abord reportees dans la table de travail
      *    EVENEMENTSOPERATEUR, rattachees au client quand la table
      *    tracee le permet. Une violation est rapportee quand sa
      *    derniere etape tombe dans les BC-JoursPeriode derniers
      *    jours, avec les enregistrements et dates de chaque etape,
      *    regroupees par operateur.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Rapport
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/separation_taches_lot.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Rapport record varying from 0 to 400.
       01 E-Rapport pic x(400).
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
         05 BC-JoursPeriode pic 9(3).
         05 BC-FenetreDefaut pic 9(3).
       01 HorizonJours pic 9(4).
       01 FenetreDefautTexte pic 9(3).

       01 CodeRegleTemp pic X(10).
       01 LibelleRegleTemp pic X(60).
       01 OperateurTemp pic X(10).
       01 ClientTemp pic X(10).
       01 Etape1Temp pic X(8).
       01 Date1Temp pic X(10).
       01 Reference1Temp pic X(40).
       01 Etape2Temp pic X(8).
       01 Date2Temp pic X(10).
       01 Reference2Temp pic X(40).
       01 Etape3Temp pic X(8).
       01 Date3Temp pic X(10).
       01 Reference3Temp pic X(40).

       01 OperateurPrecedent pic X(10) value SPACES.
       01 NbViolationsOperateur pic 9(6) value 0.
       01 NbViolations pic 9(8) value 0.
       01 NbOperateurs pic 9(6) value 0.
       01 NbEvenementsAudit pic 9(8) value 0.
       01 NbEvenementsRequete pic 9(8) value 0.
       01 TypeEvenement pic X(7).
       01 NbEvenementsTexte pic X(10).
       01 NbEvenementsNum pic 9(8).

       01 LIGNE-RAPPORT pic X(400).

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
           open output F-Rapport.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
           perform Charger-Evenements.
           perform Rapporter-Violations.

       GSPI-Fin.
           IF OperateurPrecedent not = SPACES
               perform Write-Ligne-Sous-Total
           END-IF.
           perform Write-Ligne-Total.
           perform close-BDD.
           close F-Rapport.
           display NbEvenementsAudit.
           display NbEvenementsRequete.
           display NbViolations.
           display NbOperateurs.
           COMPUTE JB-LignesLues =
               NbEvenementsAudit + NbEvenementsRequete.
           MOVE NbViolations TO JB-LignesEcrites.
           IF NbViolations > 0 AND JB-CodeSortie = 0
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
      *    Periode rapportee (jours) et fenetre par defaut d'une regle
      *    sans FENETREJOURS. Les actions sont relues sur la periode
      *    augmentee de la plus grande fenetre.
       Read-Business-Constants.
           MOVE 'SEPARLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-JoursPeriode
                                              BC-FenetreDefaut
           END-CALL.
           IF BC-JoursPeriode = 0
               MOVE 31 TO BC-JoursPeriode
           END-IF.
           IF BC-FenetreDefaut = 0
               MOVE 30 TO BC-FenetreDefaut
           END-IF.
           COMPUTE HorizonJours = BC-JoursPeriode + BC-FenetreDefaut.

      ******************************************************************
      *****                 CHARGER-EVENEMENTS                     *****
      ******************************************************************
      *    Reconstitue EVENEMENTSOPERATEUR (OPERATEUR, PROGRAMME,
      *    DATEEVT en AAAA-MM-JJ pour les ecarts de dates, IDCLIENT,
      *    REFERENCE) a chaque passage. Les traces des lots (operateur
      *    a blanc ou BATCH) sont ignorees.
       Charger-Evenements.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'DELETE FROM EVENEMENTSOPERATEUR' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.
           perform Charger-Evenements-Audit.
           perform Charger-Evenements-Requete.

      *    Rattachement au client selon ce que trace chaque programme
      *    dans IDENREGISTREMENT : client (id ou REFCLIENT de
      *    CREATCLI), contrat (CONTRATS, et CREATSIN), sinistre
      *    (SINISTRES, et AJOUTPRE) ou prestation (PRESTATION).
       Charger-Evenements-Audit.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT INTO EVENEMENTSOPERATEUR ' DELIMITED SIZE
                  '(OPERATEUR, PROGRAMME, DATEEVT, IDCLIENT, '
                  DELIMITED SIZE
                  'REFERENCE) ' DELIMITED SIZE
                  'SELECT A.OPERATEUR, A.PROGRAMME, ' DELIMITED SIZE
                  'DATE_FORMAT(STR_TO_DATE(A.DATEAUDIT, "%d/%m/%Y"), '
                  DELIMITED SIZE
                  '"%Y-%m-%d"), IFNULL(CASE ' DELIMITED SIZE
                  'WHEN A.PROGRAMME = "CREATSIN" ' DELIMITED SIZE
                  'OR A.NOMTABLE = "CONTRATS" THEN ' DELIMITED SIZE
                  '(SELECT MAX(K.CLIENTID) FROM CONTRATS K '
                  DELIMITED SIZE
                  'WHERE K.IDCONTRAT = A.IDENREGISTREMENT) '
                  DELIMITED SIZE
                  'WHEN A.PROGRAMME = "AJOUTPRE" ' DELIMITED SIZE
                  'OR A.NOMTABLE = "SINISTRES" THEN ' DELIMITED SIZE
                  '(SELECT MAX(K.CLIENTID) FROM SINISTRES S, '
                  DELIMITED SIZE
                  'DOSSIER D, CONTRATS K ' DELIMITED SIZE
                  'WHERE S.IDSINISTRE = A.IDENREGISTREMENT '
                  DELIMITED SIZE
                  'AND D.IDDOSSIER = S.DOSSIERID ' DELIMITED SIZE
                  'AND K.IDCONTRAT = D.CONTRATID) ' DELIMITED SIZE
                  'WHEN A.NOMTABLE = "PRESTATION" THEN ' DELIMITED SIZE
                  '(SELECT MAX(K.CLIENTID) FROM PRESTATION P, '
                  DELIMITED SIZE
                  'SINISTRES S, DOSSIER D, CONTRATS K ' DELIMITED SIZE
                  'WHERE P.IDPRESTATION = A.IDENREGISTREMENT '
                  DELIMITED SIZE
                  'AND S.IDSINISTRE = P.SINISTREID ' DELIMITED SIZE
                  'AND D.IDDOSSIER = S.DOSSIERID ' DELIMITED SIZE
                  'AND K.IDCONTRAT = D.CONTRATID) ' DELIMITED SIZE
                  'WHEN A.NOMTABLE IN ("CLIENTS", ' DELIMITED SIZE
                  '"COORDONNEESBANCAIRES") THEN ' DELIMITED SIZE
                  '(SELECT MAX(C.IDCLIENT) FROM CLIENTS C '
                  DELIMITED SIZE
                  'WHERE C.IDCLIENT = A.IDENREGISTREMENT '
                  DELIMITED SIZE
                  'OR C.REFCLIENT = A.IDENREGISTREMENT) ' DELIMITED SIZE
                  'END, ""), ' DELIMITED SIZE
                  'CONCAT(A.NOMTABLE, " ", A.IDENREGISTREMENT, " ", '
                  DELIMITED SIZE
                  'A.OPERATION) ' DELIMITED SIZE
                  'FROM AUDITJOURNAL A ' DELIMITED SIZE
                  'WHERE IFNULL(A.OPERATEUR, "") NOT IN ("", "BATCH") '
                  DELIMITED SIZE
                  'AND STR_TO_DATE(A.DATEAUDIT, "%d/%m/%Y") >= '
                  DELIMITED SIZE
                  'DATE_SUB(STR_TO_DATE("' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", "%d/%m/%Y"), INTERVAL (' DELIMITED SIZE
                  HorizonJours DELIMITED SIZE
                  ' + (SELECT IFNULL(MAX(FENETREJOURS), 0) '
                  DELIMITED SIZE
                  'FROM REGLESSEPARATION)) DAY)' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           display SQLCA-STATEMENT.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "CHARGEMENT AUDITJOURNAL EN ERREUR"
               MOVE 8 TO JB-CodeSortie
           END-IF.
           MOVE 0 TO SQLCODE.
           MOVE 'AUDIT' TO TypeEvenement.
           perform Compter-Evenements.
           MOVE NbEvenementsNum TO NbEvenementsAudit.

      *    Requetes en ligne abouties : l'enregistrement n'est pas
      *    trace dans REQUESTLOG, elles ne servent qu'aux regles de
      *    portee OPERATEUR.
       Charger-Evenements-Requete.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT INTO EVENEMENTSOPERATEUR ' DELIMITED SIZE
                  '(OPERATEUR, PROGRAMME, DATEEVT, IDCLIENT, '
                  DELIMITED SIZE
                  'REFERENCE) ' DELIMITED SIZE
                  'SELECT R.OPERATEUR, R.PROGRAMME, ' DELIMITED SIZE
                  'DATE_FORMAT(STR_TO_DATE(R.DATEREQ, "%d/%m/%Y"), '
                  DELIMITED SIZE
                  '"%Y-%m-%d"), "", ' DELIMITED SIZE
                  'CONCAT("REQUETE ", R.EMPREINTE) ' DELIMITED SIZE
                  'FROM REQUESTLOG R ' DELIMITED SIZE
                  'WHERE IFNULL(R.OPERATEUR, "") NOT IN ("", "BATCH") '
                  DELIMITED SIZE
                  'AND R.STATUT = "SUCCES" ' DELIMITED SIZE
                  'AND STR_TO_DATE(R.DATEREQ, "%d/%m/%Y") >= '
                  DELIMITED SIZE
                  'DATE_SUB(STR_TO_DATE("' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", "%d/%m/%Y"), INTERVAL (' DELIMITED SIZE
                  HorizonJours DELIMITED SIZE
                  ' + (SELECT IFNULL(MAX(FENETREJOURS), 0) '
                  DELIMITED SIZE
                  'FROM REGLESSEPARATION)) DAY)' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           display SQLCA-STATEMENT.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "CHARGEMENT REQUESTLOG EN ERREUR"
               MOVE 8 TO JB-CodeSortie
           END-IF.
           MOVE 0 TO SQLCODE.
           MOVE 'REQUETE' TO TypeEvenement.
           perform Compter-Evenements.
           MOVE NbEvenementsNum TO NbEvenementsRequete.

      *    Nombre d'evenements charges de l'origine TypeEvenement
      *    (les requetes se reconnaissent au prefixe de REFERENCE).
       Compter-Evenements.
           MOVE 0 TO NbEvenementsNum.
           MOVE SPACES TO NbEvenementsTexte.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           IF TypeEvenement = 'REQUETE'
               STRING 'SELECT COUNT(*) FROM EVENEMENTSOPERATEUR '
                      DELIMITED SIZE
                      'WHERE REFERENCE LIKE "REQUETE %"' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               END-STRING
           ELSE
               STRING 'SELECT COUNT(*) FROM EVENEMENTSOPERATEUR '
                      DELIMITED SIZE
                      'WHERE REFERENCE NOT LIKE "REQUETE %"'
                      DELIMITED SIZE
               INTO SQLCA-STATEMENT
               END-STRING
           END-IF.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (2)
              END-CALL
              IF SQLCA-RESULT (2) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            NbEvenementsTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT NbEvenementsTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND NbEvenementsTexte not = SPACES
               COMPUTE NbEvenementsNum =
                   FUNCTION NUMVAL(NbEvenementsTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               RAPPORTER-VIOLATIONS                     *****
      ******************************************************************
      *    Une ligne par combinaison d'actions d'un meme operateur qui
      *    couvre toutes les etapes d'une regle active dans sa
      *    fenetre, triees par operateur pour la rupture.
       Rapporter-Violations.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).
           MOVE BC-FenetreDefaut TO FenetreDefautTexte.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT R.CODEREGLE, R.LIBELLE, E1.OPERATEUR, '
                  DELIMITED SIZE
                  'IF(R.PORTEE = "CLIENT", E1.IDCLIENT, ""), '
                  DELIMITED SIZE
                  'E1.PROGRAMME, DATE_FORMAT(E1.DATEEVT, "%d/%m/%Y"), '
                  DELIMITED SIZE
                  'E1.REFERENCE, ' DELIMITED SIZE
                  'E2.PROGRAMME, DATE_FORMAT(E2.DATEEVT, "%d/%m/%Y"), '
                  DELIMITED SIZE
                  'E2.REFERENCE, ' DELIMITED SIZE
                  'IFNULL(E3.PROGRAMME, ""), ' DELIMITED SIZE
                  'IFNULL(DATE_FORMAT(E3.DATEEVT, "%d/%m/%Y"), ""), '
                  DELIMITED SIZE
                  'IFNULL(E3.REFERENCE, "") ' DELIMITED SIZE
                  'FROM REGLESSEPARATION R ' DELIMITED SIZE
                  'JOIN EVENEMENTSOPERATEUR E1 ' DELIMITED SIZE
                  'ON E1.PROGRAMME = R.ETAPE1 ' DELIMITED SIZE
                  'JOIN EVENEMENTSOPERATEUR E2 ' DELIMITED SIZE
                  'ON E2.PROGRAMME = R.ETAPE2 ' DELIMITED SIZE
                  'AND E2.OPERATEUR = E1.OPERATEUR ' DELIMITED SIZE
                  'LEFT JOIN EVENEMENTSOPERATEUR E3 ' DELIMITED SIZE
                  'ON IFNULL(R.ETAPE3, "") <> "" ' DELIMITED SIZE
                  'AND E3.PROGRAMME = R.ETAPE3 ' DELIMITED SIZE
                  'AND E3.OPERATEUR = E1.OPERATEUR ' DELIMITED SIZE
                  'AND (R.PORTEE <> "CLIENT" ' DELIMITED SIZE
                  'OR E3.IDCLIENT = E1.IDCLIENT) ' DELIMITED SIZE
                  'WHERE R.ACTIF = "1" ' DELIMITED SIZE
                  'AND (R.PORTEE <> "CLIENT" OR (E1.IDCLIENT <> "" '
                  DELIMITED SIZE
                  'AND E2.IDCLIENT = E1.IDCLIENT)) ' DELIMITED SIZE
                  'AND (IFNULL(R.ETAPE3, "") = "" ' DELIMITED SIZE
                  'OR E3.OPERATEUR IS NOT NULL) ' DELIMITED SIZE
                  'AND DATEDIFF(GREATEST(E1.DATEEVT, E2.DATEEVT, '
                  DELIMITED SIZE
                  'IFNULL(E3.DATEEVT, E1.DATEEVT)), ' DELIMITED SIZE
                  'LEAST(E1.DATEEVT, E2.DATEEVT, ' DELIMITED SIZE
                  'IFNULL(E3.DATEEVT, E1.DATEEVT))) <= ' DELIMITED SIZE
                  'IF(R.FENETREJOURS > 0, R.FENETREJOURS, '
                  DELIMITED SIZE
                  FenetreDefautTexte DELIMITED SIZE
                  ') AND GREATEST(E1.DATEEVT, E2.DATEEVT, '
                  DELIMITED SIZE
                  'IFNULL(E3.DATEEVT, E1.DATEEVT)) >= ' DELIMITED SIZE
                  'DATE_FORMAT(DATE_SUB(STR_TO_DATE("' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", "%d/%m/%Y"), INTERVAL ' DELIMITED SIZE
                  BC-JoursPeriode DELIMITED SIZE
                  ' DAY), "%Y-%m-%d") ' DELIMITED SIZE
                  'ORDER BY E1.OPERATEUR, R.CODEREGLE, 4, E1.DATEEVT'
                  DELIMITED SIZE
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
               MOVE SPACES TO CodeRegleTemp
               MOVE SPACES TO LibelleRegleTemp
               MOVE SPACES TO OperateurTemp
               MOVE SPACES TO ClientTemp
               MOVE SPACES TO Etape1Temp
               MOVE SPACES TO Date1Temp
               MOVE SPACES TO Reference1Temp
               MOVE SPACES TO Etape2Temp
               MOVE SPACES TO Date2Temp
               MOVE SPACES TO Reference2Temp
               MOVE SPACES TO Etape3Temp
               MOVE SPACES TO Date3Temp
               MOVE SPACES TO Reference3Temp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            CodeRegleTemp
                                            LibelleRegleTemp
                                            OperateurTemp
                                            ClientTemp
                                            Etape1Temp
                                            Date1Temp
                                            Reference1Temp
                                            Etape2Temp
                                            Date2Temp
                                            Reference2Temp
                                            Etape3Temp
                                            Date3Temp
                                            Reference3Temp
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
                       perform Traiter-Violation
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

      ******************************************************************
      *****                 TRAITER-VIOLATION                      *****
      ******************************************************************
      *    Rupture sur l'operateur : en-tete a la premiere violation,
      *    sous-total a la derniere.
       Traiter-Violation.
           INSPECT LibelleRegleTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT OperateurTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ClientTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT Reference1Temp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT Reference2Temp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT Etape3Temp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT Date3Temp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT Reference3Temp REPLACING ALL LOW-VALUE BY SPACE.
           IF OperateurTemp not = OperateurPrecedent
               IF OperateurPrecedent not = SPACES
                   perform Write-Ligne-Sous-Total
               END-IF
               MOVE OperateurTemp TO OperateurPrecedent
               MOVE 0 TO NbViolationsOperateur
               ADD 1 TO NbOperateurs
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'OPERATEUR;' DELIMITED SIZE
                      OperateurTemp DELIMITED SPACE
               INTO LIGNE-RAPPORT
               END-STRING
               write E-Rapport from LIGNE-RAPPORT
           END-IF.
           ADD 1 TO NbViolationsOperateur.
           ADD 1 TO NbViolations.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'V;' DELIMITED SIZE
                  CodeRegleTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  LibelleRegleTemp DELIMITED '  '
                  ';' DELIMITED SIZE
                  ClientTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  Etape1Temp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  Date1Temp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  Reference1Temp DELIMITED '  '
                  ';' DELIMITED SIZE
                  Etape2Temp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  Date2Temp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  Reference2Temp DELIMITED '  '
                  ';' DELIMITED SIZE
                  Etape3Temp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  Date3Temp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  Reference3Temp DELIMITED '  '
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

      ******************************************************************
      *****               WRITE-LIGNE-SOUS-TOTAL                   *****
      ******************************************************************
       Write-Ligne-Sous-Total.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'SOUS-TOTAL;' DELIMITED SIZE
                  OperateurPrecedent DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbViolationsOperateur DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

      ******************************************************************
      *****                WRITE-LIGNE-TOTAL                       *****
      ******************************************************************
       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TOTAL;' DELIMITED SIZE
                  NbViolations DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbOperateurs DELIMITED SIZE
                  ';' DELIMITED SIZE
                  BC-JoursPeriode DELIMITED SIZE
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
           MOVE 'SEPARLOT' TO PGCTB-PROGRAM-NAME.

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
