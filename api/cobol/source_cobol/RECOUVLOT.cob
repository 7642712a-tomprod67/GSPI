      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 RECOUVLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Transmission a l'agence de recouvrement des contrats dont
      *    la relance est epuisee : contrat resilie (STATUS 0) qui
      *    porte encore un impaye, ou contrat en mise en demeure
      *    (STATUS 2) depuis au moins BC-SeuilJoursAgence jours de
      *    retard. Chaque contrat transmis ouvre un dossier dans
      *    RECOUVREMENTS (STATUT 1) : il n'est plus relance par
      *    RELANCLOT et n'est pas retransmis tant que le dossier est
      *    en cours (1 transmis, 2 accord de paiement). Le retour de
      *    l'agence est integre par RECOUVRETLOT.
      *    Fichier au format de l'agence, champs separes par ';' :
      *      E;GSPI;date d'envoi;numero de lot AAAAMMJJ
      *      D;contrat;client;nom;prenom;adresse;code postal;ville;
      *        montant du (point decimal);date du premier impaye;
      *        situation du contrat (RESILIE, DEMEURE)
      *      T;nombre de dossiers;montant total transmis
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Agence
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/recouvrement_agence_envoi.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Agence record varying from 0 to 300.
       01 E-Agence pic x(300).
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
       01 NumeroLot pic X(8).

      *    Retard a partir duquel un contrat en mise en demeure part a
      *    l'agence (90 jours si le parametre n'est pas renseigne).
       01 BusinessConstants.
         05 BC-SeuilJoursAgence pic 999.

       01 DB-STATUS-SAVE pic X.

       01 IdContratTemp pic 9(8).
       01 IdClientTemp pic 9(8).
       01 StatusTemp pic X.
       01 ImpayeTexte pic X(15).
       01 DatePremierImpayeTemp pic X(10).
       01 NomTemp pic X(30).
       01 PrenomTemp pic X(30).
       01 AdresseTemp pic X(100).
       01 CodePostalTemp pic X(5).
       01 VilleTemp pic X(30).
       01 SituationContrat pic X(7).

       01 MontantTransmis pic 9(8)V99.
       01 MontantTransmis-R REDEFINES MontantTransmis.
           05 MontantTransmisEntier pic 9(8).
           05 MontantTransmisCentimes pic 99.
       01 TotalTransmis pic 9(10)V99 value 0.
       01 TotalTransmis-R REDEFINES TotalTransmis.
           05 TotalTransmisEntier pic 9(10).
           05 TotalTransmisCentimes pic 99.

       01 NbDossiersTransmis pic 9(8) value 0.
       01 NbErreurs pic 9(8) value 0.

       01 LIGNE-AGENCE pic X(300).

       01 AuditNomTable pic X(20).
       01 AuditIdEnregistrement pic X(20).
       01 AuditOperation pic X(10).
       01 AuditAncienneValeur pic X(50).
       01 AuditNouvelleValeur pic X(50).

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
           open output F-Agence.
           perform Write-Ligne-Entete.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
           perform Transmettre-Contrats.

       GSPI-Fin.
           perform close-BDD.
           perform Write-Ligne-Fin.
           close F-Agence.
           display NbDossiersTransmis.
           display NbErreurs.
           COMPUTE JB-LignesLues = NbDossiersTransmis + NbErreurs.
           MOVE NbDossiersTransmis TO JB-LignesEcrites.
           IF NbErreurs > 0
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
           STRING currentYear DELIMITED SIZE
                  MM DELIMITED SIZE
                  JJ DELIMITED SIZE
           INTO NumeroLot
           END-STRING.

      ******************************************************************
      *****             READ-BUSINESS-CONSTANTS                    *****
      ******************************************************************
       Read-Business-Constants.
           MOVE 'RECOUVLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-SeuilJoursAgence
           END-CALL.
           IF BC-SeuilJoursAgence = 0
               MOVE 90 TO BC-SeuilJoursAgence
           END-IF.

      ******************************************************************
      *****               TRANSMETTRE-CONTRATS                     *****
      ******************************************************************
      *    Un contrat n'est selectionne que s'il n'a aucun dossier en
      *    cours a l'agence : un dossier solde (3) ou passe en perte
      *    (4) n'empeche pas de transmettre un nouvel impaye.
       Transmettre-Contrats.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'K.IDCONTRAT, ' DELIMITED SIZE
                  'K.CLIENTID, ' DELIMITED SIZE
                  'K.STATUS, ' DELIMITED SIZE
                  'K.MONTANTIMPAYE, ' DELIMITED SIZE
                  'IFNULL(K.DATEPREMIERIMPAYE, ""), ' DELIMITED SIZE
                  'C.NOM, ' DELIMITED SIZE
                  'C.PRENOM, ' DELIMITED SIZE
                  'C.ADRESSE, ' DELIMITED SIZE
                  'C.CODEPOSTAL, ' DELIMITED SIZE
                  'C.VILLE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTRATS K, CLIENTS C ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'K.CLIENTID = C.IDCLIENT ' DELIMITED SIZE
                  'AND IFNULL(K.MONTANTIMPAYE, 0) > 0 ' DELIMITED SIZE
                  'AND (K.STATUS = "0" OR (K.STATUS = "2" '
                  DELIMITED SIZE
                  'AND IFNULL(K.JOURSRETARD, 0) >= ' DELIMITED SIZE
                  BC-SeuilJoursAgence DELIMITED SIZE
                  ')) ' DELIMITED SIZE
                  'AND NOT EXISTS (SELECT 1 FROM RECOUVREMENTS R '
                  DELIMITED SIZE
                  'WHERE R.IDCONTRAT = K.IDCONTRAT ' DELIMITED SIZE
                  'AND R.STATUT IN ("1", "2")) ' DELIMITED SIZE
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
               MOVE SPACES TO DatePremierImpayeTemp
               MOVE SPACES TO NomTemp
               MOVE SPACES TO PrenomTemp
               MOVE SPACES TO AdresseTemp
               MOVE SPACES TO CodePostalTemp
               MOVE SPACES TO VilleTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            IdContratTemp
                                            IdClientTemp
                                            StatusTemp
                                            ImpayeTexte
                                            DatePremierImpayeTemp
                                            NomTemp
                                            PrenomTemp
                                            AdresseTemp
                                            CodePostalTemp
                                            VilleTemp
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
                       perform Transmettre-Un-Contrat
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

      ******************************************************************
      *****              TRANSMETTRE-UN-CONTRAT                    *****
      ******************************************************************
      *    Le dossier est ouvert avant d'ecrire la ligne : un contrat
      *    qui n'a pas pu etre enregistre n'est pas envoye, sans quoi
      *    le retour de l'agence ne retrouverait pas son dossier.
       Transmettre-Un-Contrat.
           INSPECT ImpayeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ImpayeTexte REPLACING ALL '.' BY ','.
           INSPECT DatePremierImpayeTemp
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NomTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PrenomTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AdresseTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CodePostalTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT VilleTemp REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO MontantTransmis.
           IF ImpayeTexte not = SPACES
               COMPUTE MontantTransmis = FUNCTION NUMVAL(ImpayeTexte)
           END-IF.
           IF StatusTemp = '0'
               MOVE 'RESILIE' TO SituationContrat
           ELSE
               MOVE 'DEMEURE' TO SituationContrat
           END-IF.
           perform Insert-Dossier-Recouvrement.
           IF SQLCODE = 0
               ADD 1 TO NbDossiersTransmis
               ADD MontantTransmis TO TotalTransmis
               perform Write-Ligne-Detail
               MOVE 'RECOUVREMENTS' TO AuditNomTable
               MOVE IdContratTemp TO AuditIdEnregistrement
               MOVE 'INSERT' TO AuditOperation
               MOVE SPACES TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING 'TRANSMIS AGENCE ' DELIMITED SIZE
                      MontantTransmisEntier DELIMITED SIZE
                      '.' DELIMITED SIZE
                      MontantTransmisCentimes DELIMITED SIZE
               INTO AuditNouvelleValeur
               END-STRING
               perform Write-Audit-Trail
           ELSE
               ADD 1 TO NbErreurs
               display "OUVERTURE DOSSIER RECOUVREMENT EN ERREUR "
                       "CONTRAT " IdContratTemp
           END-IF.
           MOVE 0 TO SQLCODE.

       Insert-Dossier-Recouvrement.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'RECOUVREMENTS ' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'DATETRANSMISSION, ' DELIMITED SIZE
                  'MONTANTTRANSMIS, ' DELIMITED SIZE
                  'MONTANTRECOUVRE, ' DELIMITED SIZE
                  'STATUT) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  IdClientTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '",' DELIMITED SIZE
                  MontantTransmisEntier DELIMITED SIZE
                  '.' DELIMITED SIZE
                  MontantTransmisCentimes DELIMITED SIZE
                  ',0,"1")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****                 LIGNES DU FICHIER AGENCE               *****
      ******************************************************************
       Write-Ligne-Entete.
           MOVE SPACES TO LIGNE-AGENCE.
           STRING 'E;GSPI;' DELIMITED SIZE
                   currentDate DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NumeroLot DELIMITED SIZE
           INTO LIGNE-AGENCE
           END-STRING.
           write E-Agence from LIGNE-AGENCE.

       Write-Ligne-Detail.
           MOVE SPACES TO LIGNE-AGENCE.
           STRING 'D;' DELIMITED SIZE
                   IdContratTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   IdClientTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NomTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   PrenomTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   AdresseTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   CodePostalTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   VilleTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantTransmisEntier DELIMITED SIZE
                   '.' DELIMITED SIZE
                   MontantTransmisCentimes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DatePremierImpayeTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   SituationContrat DELIMITED SPACE
           INTO LIGNE-AGENCE
           END-STRING.
           write E-Agence from LIGNE-AGENCE.

       Write-Ligne-Fin.
           MOVE SPACES TO LIGNE-AGENCE.
           STRING 'T;' DELIMITED SIZE
                   NbDossiersTransmis DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalTransmisEntier DELIMITED SIZE
                   '.' DELIMITED SIZE
                   TotalTransmisCentimes DELIMITED SIZE
           INTO LIGNE-AGENCE
           END-STRING.
           write E-Agence from LIGNE-AGENCE.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Appele pendant que la connexion ouverte par GSPI-Init est
      *    encore active : chaque dossier ouvert est trace dans
      *    HISTOAUD avec le montant transmis.
       Write-Audit-Trail.
           perform Write-Audit-Trail-Trt.
           perform Write-Audit-Trail-Fin.

       Write-Audit-Trail-Trt.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'AUDITJOURNAL' DELIMITED SIZE
                  '('    DELIMITED SIZE
                  'NOMTABLE, ' DELIMITED SIZE
                  'IDENREGISTREMENT, ' DELIMITED SIZE
                  'OPERATION, '    DELIMITED SIZE
                  'ANCIENNEVALEUR, '    DELIMITED SIZE
                  'NOUVELLEVALEUR, '    DELIMITED SIZE
                  'PROGRAMME, '    DELIMITED SIZE
                  'DATEAUDIT) '    DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("'    DELIMITED SIZE
                  AuditNomTable DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AuditIdEnregistrement DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AuditOperation DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AuditAncienneValeur DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AuditNouvelleValeur DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

       Write-Audit-Trail-Fin.
           EXIT.

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
           MOVE 'RECOUVLOT' TO PGCTB-PROGRAM-NAME.

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
