      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 RELDEVISLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Relance hebdomadaire des devis non transformes : un devis
      *    CREATDEVIS encore ouvert (STATUT 1) qui expire dans les
      *    BC-JoursAvantExpiration jours, sans contrat souscrit depuis
      *    par le client pour le meme type de sinistre, est relance
      *    une seule fois par l'outbox NOTIFICATIONS (mise en forme
      *    par NOTIFLOT) :
      *      devis d'un apporteur   l'apporteur est prevenu
      *                             (RELANCE_DEVIS_APPORT), c'est lui
      *                             qui suit son prospect
      *      devis direct           le prospect est relance dans sa
      *                             langue (RELANCE_DEVIS), sauf
      *                             opt-out commercial pose par MAJPREF
      *                             : la relance est alors retenue et
      *                             comptee
      *    La date de relance est posee sur le devis dans tous les cas.
      *    Les devis echus restes ouverts passent en STATUT 3 (expire).
      *    Le rapport relance_devis_lot.txt liste chaque devis traite.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Rapport
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/relance_devis_lot.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Rapport record varying from 0 to 200.
       01 E-Rapport pic x(200).
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

      *    Fenetre de relance avant l'expiration du devis, en jours
      *    calendaires (7 par defaut : le lot hebdomadaire voit chaque
      *    devis une fois dans sa derniere semaine).
       01 BusinessConstants.
         05 BC-JoursAvantExpiration pic 999.

       01 NumeroDevisTemp pic X(10).
       01 IdClientTemp pic X(10).
       01 TypeSinistreTemp pic X(2).
       01 ApporteurDevis pic X(10).
       01 OptOutTexte pic X(2).
       01 LangueClient pic X(2).
       01 DateExpirationTexte pic X(10).
       01 TypeEvenementRelance pic X(20).
       01 ActionRelance pic X(10).

       01 NbDevisLus pic 9(8) value 0.
       01 NbRelancesProspect pic 9(8) value 0.
       01 NbRelancesApporteur pic 9(8) value 0.
       01 NbOptOut pic 9(8) value 0.

       01 LIGNE-RAPPORT pic X(200).

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
           perform Relancer-Devis.
           perform Expirer-Devis.

       GSPI-Fin.
           perform close-BDD.
           perform Write-Ligne-Total.
           close F-Rapport.
           display NbDevisLus.
           display NbRelancesProspect.
           display NbRelancesApporteur.
           display NbOptOut.
           MOVE NbDevisLus TO JB-LignesLues.
           COMPUTE JB-LignesEcrites =
               NbRelancesProspect + NbRelancesApporteur.
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
           MOVE 'RELDEVISLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-JoursAvantExpiration
           END-CALL.
           IF BC-JoursAvantExpiration = 0
               MOVE 7 TO BC-JoursAvantExpiration
           END-IF.

      ******************************************************************
      *****                   RELANCER-DEVIS                       *****
      ******************************************************************
      *    Un contrat du client sur le meme type souscrit depuis la
      *    date du devis vaut transformation, meme souscrit sans
      *    rappeler le devis (label devis: de CREATCON).
       Relancer-Devis.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'D.NUMERODEVIS, D.IDCLIENT, D.TYPESINISTRE, '
                  DELIMITED SIZE
                  'IFNULL(D.CODEAPPORTEUR, ""), ' DELIMITED SIZE
                  'IFNULL(P.OPTOUTMARKETING, "0"), ' DELIMITED SIZE
                  'IFNULL(C.CODELANGUE, "FR"), ' DELIMITED SIZE
                  'DATE_FORMAT(D.DATEEXPIRATION, "%d/%m/%Y") '
                  DELIMITED SIZE
                  'FROM DEVIS D ' DELIMITED SIZE
                  'LEFT JOIN CLIENTS C ON C.IDCLIENT = D.IDCLIENT '
                  DELIMITED SIZE
                  'LEFT JOIN PREFERENCESCLIENT P ' DELIMITED SIZE
                  'ON P.IDCLIENT = D.IDCLIENT ' DELIMITED SIZE
                  'WHERE D.STATUT = "1" ' DELIMITED SIZE
                  'AND D.DATEEXPIRATION >= CURDATE() ' DELIMITED SIZE
                  'AND D.DATEEXPIRATION <= DATE_ADD(CURDATE(), '
                  DELIMITED SIZE
                  'INTERVAL ' DELIMITED SIZE
                  BC-JoursAvantExpiration DELIMITED SIZE
                  ' DAY) ' DELIMITED SIZE
                  'AND D.DATERELANCE IS NULL ' DELIMITED SIZE
                  'AND NOT EXISTS (SELECT 1 FROM CONTRATS K '
                  DELIMITED SIZE
                  'WHERE K.CLIENTID = D.IDCLIENT ' DELIMITED SIZE
                  'AND K.TYPESINISTRE = D.TYPESINISTRE ' DELIMITED SIZE
                  'AND STR_TO_DATE(K.DATESOUSCRIPTION, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '>= D.DATEDEVIS) ' DELIMITED SIZE
                  'ORDER BY D.NUMERODEVIS' DELIMITED SIZE
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
               MOVE SPACES TO NumeroDevisTemp
               MOVE SPACES TO IdClientTemp
               MOVE SPACES TO TypeSinistreTemp
               MOVE SPACES TO ApporteurDevis
               MOVE SPACES TO OptOutTexte
               MOVE SPACES TO LangueClient
               MOVE SPACES TO DateExpirationTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            NumeroDevisTemp
                                            IdClientTemp
                                            TypeSinistreTemp
                                            ApporteurDevis
                                            OptOutTexte
                                            LangueClient
                                            DateExpirationTexte
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
                       ADD 1 TO NbDevisLus
                       perform Relancer-Un-Devis
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Relancer-Un-Devis.
           INSPECT NumeroDevisTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT IdClientTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TypeSinistreTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ApporteurDevis REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT OptOutTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT LangueClient REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateExpirationTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           IF LangueClient = SPACES
               MOVE 'FR' TO LangueClient
           END-IF.
           EVALUATE TRUE
               WHEN ApporteurDevis not = SPACES
                   MOVE 'RELANCE_DEVIS_APPORT' TO TypeEvenementRelance
                   perform Inserer-Notification-Relance
                   MOVE 'APPORTEUR' TO ActionRelance
                   ADD 1 TO NbRelancesApporteur
               WHEN OptOutTexte (1:1) = '1'
                   MOVE 'OPT-OUT' TO ActionRelance
                   ADD 1 TO NbOptOut
               WHEN OTHER
                   MOVE 'RELANCE_DEVIS' TO TypeEvenementRelance
                   perform Inserer-Notification-Relance
                   MOVE 'PROSPECT' TO ActionRelance
                   ADD 1 TO NbRelancesProspect
           END-EVALUATE.
           perform Update-Devis-Relance.
           perform Write-Ligne-Rapport.

      ******************************************************************
      *****           INSERER-NOTIFICATION-RELANCE                 *****
      ******************************************************************
      *    La reference est le numero du devis ; la langue est celle du
      *    client (CODELANGUE), l'apporteur celui du devis pour une
      *    relance qui lui est adressee.
       Inserer-Notification-Relance.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'NOTIFICATIONS' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'TYPEEVENEMENT, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'REFERENCE, ' DELIMITED SIZE
                  'DATEEVENEMENT, ' DELIMITED SIZE
                  'LANGUE, ' DELIMITED SIZE
                  'CODEAPPORTEUR, ' DELIMITED SIZE
                  'STATUT) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  TypeEvenementRelance DELIMITED SPACE
                  '","' DELIMITED SIZE
                  IdClientTemp DELIMITED SPACE
                  '","' DELIMITED SIZE
                  NumeroDevisTemp DELIMITED SPACE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  LangueClient DELIMITED SIZE
                  '","' DELIMITED SIZE
                  ApporteurDevis DELIMITED SPACE
                  '","0")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "RELANCE NON ENREGISTREE DEVIS " NumeroDevisTemp
           END-IF.
           MOVE 0 TO SQLCODE.

      *    Le devis n'est relance qu'une fois, opt-out compris.
       Update-Devis-Relance.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'DEVIS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'DATERELANCE = CURDATE() ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'NUMERODEVIS ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  NumeroDevisTemp DELIMITED SPACE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                   EXPIRER-DEVIS                        *****
      ******************************************************************
      *    CREATCON refuse deja un devis echu ; le statut 3 le sort des
      *    devis ouverts pour les suivis et CONVDEVISLOT.
       Expirer-Devis.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'DEVIS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "3" ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STATUT = "1" ' DELIMITED SIZE
                  'AND DATEEXPIRATION < CURDATE()' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "EXPIRATION DES DEVIS EN ERREUR"
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                 WRITE-LIGNE-RAPPORT                    *****
      ******************************************************************
      *    devis;client;type sinistre;apporteur;expiration;
      *    PROSPECT|APPORTEUR|OPT-OUT
       Write-Ligne-Rapport.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING NumeroDevisTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  IdClientTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  TypeSinistreTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  ApporteurDevis DELIMITED SPACE
                  ';' DELIMITED SIZE
                  DateExpirationTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  ActionRelance DELIMITED SPACE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

      *    TOTAL;devis relances;prospects;apporteurs;opt-out;date
       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TOTAL;' DELIMITED SIZE
                  NbDevisLus DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbRelancesProspect DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbRelancesApporteur DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbOptOut DELIMITED SIZE
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
           MOVE 'RELDEVISLOT' TO PGCTB-PROGRAM-NAME.

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
