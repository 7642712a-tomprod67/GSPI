      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 DECESRAPLOT.
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

      *    Rapport annuel des recherches de beneficiaires de capitaux
      *    deces non reclames (voir DECESRETLOT et RECHBENEF) :
      *    recherches ouvertes dans l'annee, par type de personne
      *    (C client, A assure), avec le nombre de beneficiaires
      *    contactes, de recherches closes par issue, le capital en
      *    jeu et les montants verses sur les sinistres declares
      *    depuis le deces. Un fichier par annee, comme RECLAMLOT.
       01 RAPPORT-PATH pic X(300).

       01 TypePersonneTemp pic X.
       01 NbRecherchesTexte pic X(8).
       01 NbContactesTexte pic X(8).
       01 NbReglesTexte pic X(8).
       01 NbCdcTexte pic X(8).
       01 NbSansSuiteTexte pic X(8).
       01 CapitalTexte pic X(16).
       01 MontantPayeTexte pic X(16).

       01 NbLignes pic 9(4) value 0.
       01 NbRecherchesNum pic 9(6).
       01 NbContactesNum pic 9(6).
       01 NbReglesNum pic 9(6).
       01 NbCdcNum pic 9(6).
       01 NbSansSuiteNum pic 9(6).
       01 CapitalNum pic 9(11)V99.
       01 MontantPayeNum pic 9(11)V99.
       01 TotalRecherches pic 9(8) value 0.
       01 TotalContactes pic 9(8) value 0.
       01 TotalRegles pic 9(8) value 0.
       01 TotalCapital pic 9(11)V99 value 0.
       01 TotalMontantPaye pic 9(11)V99 value 0.
       01 CapitalEdite pic Z(10)9,99.
       01 MontantPayeEdite pic Z(10)9,99.

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
      -          "/rapport_recherches_deces_" DELIMITED SIZE
                   currentYear DELIMITED SIZE
                   ".txt" DELIMITED SIZE
               INTO RAPPORT-PATH
           END-STRING.
           open output F-Rapport.

       GSPI-Trt.
           perform Rapporter-Recherches.

       GSPI-Fin.
           perform Write-Ligne-Total.
           close F-Rapport.
           display NbLignes.
           MOVE TotalRecherches TO JB-LignesLues.
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
      *****                RAPPORTER-RECHERCHES                    *****
      ******************************************************************
      *    Un montant est verse quand la prestation d'un sinistre du
      *    dossier survenu a la date du deces ou apres est remise en
      *    paiement (REMISE = "1", voir REGLEPRELOT).
       Rapporter-Recherches.
           perform Rapporter-Recherches-Init.
           perform Rapporter-Recherches-Trt.
           perform Rapporter-Recherches-Fin.

       Rapporter-Recherches-Init.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           MOVE 0 TO SQLCODE.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

       Rapporter-Recherches-Trt.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'R.TYPEPERSONNE, ' DELIMITED SIZE
                  'COUNT(*), ' DELIMITED SIZE
                  'SUM(CASE WHEN R.DATECONTACT <> "" ' DELIMITED SIZE
                  'THEN 1 ELSE 0 END), ' DELIMITED SIZE
                  'SUM(CASE WHEN R.ISSUE = "REGLE" ' DELIMITED SIZE
                  'THEN 1 ELSE 0 END), ' DELIMITED SIZE
                  'SUM(CASE WHEN R.ISSUE = "CDC" ' DELIMITED SIZE
                  'THEN 1 ELSE 0 END), ' DELIMITED SIZE
                  'SUM(CASE WHEN R.ISSUE = "SANSSUITE" ' DELIMITED SIZE
                  'THEN 1 ELSE 0 END), ' DELIMITED SIZE
                  'REPLACE(SUM(R.CAPITAL), ".", ","), ' DELIMITED SIZE
                  'REPLACE(IFNULL(SUM((SELECT SUM(P.MONTANTPAYE) '
                  DELIMITED SIZE
                  'FROM PRESTATION P, SINISTRES S ' DELIMITED SIZE
                  'WHERE P.SINISTREID = S.IDSINISTRE ' DELIMITED SIZE
                  'AND S.DOSSIERID = R.IDDOSSIER ' DELIMITED SIZE
                  'AND P.REMISE = "1" ' DELIMITED SIZE
                  'AND STR_TO_DATE(S.DATESURVENANCE, "%d/%m/%Y") >= '
                  DELIMITED SIZE
                  'STR_TO_DATE(R.DATEDECES, "%d/%m/%Y"))), 0), '
                  DELIMITED SIZE
                  '".", ",") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'RECHERCHEBENEF R ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'R.DATEOUVERTURE LIKE "%/' DELIMITED SIZE
                  currentYear DELIMITED SIZE
                  '" ' DELIMITED SIZE
                  'GROUP BY R.TYPEPERSONNE ' DELIMITED SIZE
                  'ORDER BY R.TYPEPERSONNE DESC' DELIMITED SIZE
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
               MOVE SPACES TO TypePersonneTemp
               MOVE SPACES TO NbRecherchesTexte
               MOVE SPACES TO NbContactesTexte
               MOVE SPACES TO NbReglesTexte
               MOVE SPACES TO NbCdcTexte
               MOVE SPACES TO NbSansSuiteTexte
               MOVE SPACES TO CapitalTexte
               MOVE SPACES TO MontantPayeTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            TypePersonneTemp
                                            NbRecherchesTexte
                                            NbContactesTexte
                                            NbReglesTexte
                                            NbCdcTexte
                                            NbSansSuiteTexte
                                            CapitalTexte
                                            MontantPayeTexte
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
                       INSPECT CapitalTexte
                           REPLACING ALL LOW-VALUE BY SPACE
                       INSPECT MontantPayeTexte
                           REPLACING ALL LOW-VALUE BY SPACE
                       COMPUTE NbRecherchesNum =
                           FUNCTION NUMVAL(NbRecherchesTexte)
                       COMPUTE NbContactesNum =
                           FUNCTION NUMVAL(NbContactesTexte)
                       COMPUTE NbReglesNum =
                           FUNCTION NUMVAL(NbReglesTexte)
                       COMPUTE NbCdcNum =
                           FUNCTION NUMVAL(NbCdcTexte)
                       COMPUTE NbSansSuiteNum =
                           FUNCTION NUMVAL(NbSansSuiteTexte)
                       MOVE 0 TO CapitalNum
                       IF CapitalTexte not = SPACES
                           COMPUTE CapitalNum =
                               FUNCTION NUMVAL(CapitalTexte)
                       END-IF
                       MOVE 0 TO MontantPayeNum
                       IF MontantPayeTexte not = SPACES
                           COMPUTE MontantPayeNum =
                               FUNCTION NUMVAL(MontantPayeTexte)
                       END-IF
                       ADD NbRecherchesNum TO TotalRecherches
                       ADD NbContactesNum TO TotalContactes
                       ADD NbReglesNum TO TotalRegles
                       ADD CapitalNum TO TotalCapital
                       ADD MontantPayeNum TO TotalMontantPaye
                       perform Write-Ligne-Rapport
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.

       Rapporter-Recherches-Fin.
           perform close-BDD.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           EXIT.

      ******************************************************************
      *****               WRITE-LIGNE-RAPPORT                      *****
      ******************************************************************
       Write-Ligne-Rapport.
           MOVE CapitalNum TO CapitalEdite.
           MOVE MontantPayeNum TO MontantPayeEdite.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING TypePersonneTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbRecherchesNum DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbContactesNum DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbReglesNum DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbCdcNum DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbSansSuiteNum DELIMITED SIZE
                   ';' DELIMITED SIZE
                   CapitalEdite DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantPayeEdite DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

      ******************************************************************
      *****                WRITE-LIGNE-TOTAL                       *****
      ******************************************************************
       Write-Ligne-Total.
           MOVE TotalCapital TO CapitalEdite.
           MOVE TotalMontantPaye TO MontantPayeEdite.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TOTAL' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentYear DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalRecherches DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalContactes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalRegles DELIMITED SIZE
                   ';' DELIMITED SIZE
                   CapitalEdite DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantPayeEdite DELIMITED SIZE
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
           MOVE 'DECESRAPLOT' TO PGCTB-PROGRAM-NAME.

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
