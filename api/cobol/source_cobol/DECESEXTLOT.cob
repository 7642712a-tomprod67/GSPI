      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 DECESEXTLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Interrogation annuelle du repertoire national des deces
      *    (recherche des assures decedes dont le capital deces n'a
      *    jamais ete reclame) : extrait les souscripteurs (CLIENTS)
      *    et les personnes assurees (ASSURES) vivants d'un contrat en
      *    vigueur au format de requete du repertoire (separateur ;) :
      *      ENTETE;GSPI;date d'extraction
      *      C;idclient;nom;prenom;datenaissance
      *      A;idassure;nom;prenom;datenaissance
      *      TOTAL;nombre de personnes
      *    Une personne deja rattachee a une recherche de
      *    beneficiaires (table RECHERCHEBENEF) n'est pas renvoyee.
      *    Les reponses du repertoire sont integrees par DECESRETLOT.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Requete
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/registre_deces_requete.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Requete record varying from 0 to 255.
       01 E-Requete pic x(255).
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

       01 TypePersonneTemp pic X.
       01 IdPersonneTemp pic X(10).
       01 NomTemp pic X(30).
       01 PrenomTemp pic X(30).
       01 DateNaissanceTemp pic X(10).

       01 NbClientsExtraits pic 9(8) value 0.
       01 NbAssuresExtraits pic 9(8) value 0.
       01 NbPersonnes pic 9(8) value 0.

       01 LIGNE-REQUETE pic X(255).

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
           open output F-Requete.
           MOVE SPACES TO LIGNE-REQUETE.
           STRING 'ENTETE;GSPI;' DELIMITED SIZE
                  currentDate DELIMITED SIZE
           INTO LIGNE-REQUETE
           END-STRING.
           write E-Requete from LIGNE-REQUETE.

       GSPI-Trt.
           perform Extraire-Personnes.

       GSPI-Fin.
           MOVE SPACES TO LIGNE-REQUETE.
           STRING 'TOTAL;' DELIMITED SIZE
                  NbPersonnes DELIMITED SIZE
           INTO LIGNE-REQUETE
           END-STRING.
           write E-Requete from LIGNE-REQUETE.
           close F-Requete.
           display NbClientsExtraits.
           display NbAssuresExtraits.
           MOVE NbPersonnes TO JB-LignesLues.
           MOVE NbPersonnes TO JB-LignesEcrites.
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
      *****                 EXTRAIRE-PERSONNES                     *****
      ******************************************************************
      *    Souscripteurs sans date de deces ayant un contrat en
      *    vigueur (STATUS 1 ou 2, comme DECESCLI), puis assures dont
      *    la couverture court encore sur un contrat en vigueur.
       Extraire-Personnes.
           perform Extraire-Personnes-Init.
           perform Extraire-Personnes-Trt.
           perform Extraire-Personnes-Fin.

       Extraire-Personnes-Init.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           MOVE 0 TO SQLCODE.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

       Extraire-Personnes-Trt.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT "C", L.IDCLIENT, L.NOM, L.PRENOM, '
                  DELIMITED SIZE
                  'L.DATENAISSANCE ' DELIMITED SIZE
                  'FROM CLIENTS L ' DELIMITED SIZE
                  'WHERE IFNULL(L.DATEDECES, "") = "" ' DELIMITED SIZE
                  'AND L.IDCLIENT IN ' DELIMITED SIZE
                  '(SELECT CLIENTID FROM CONTRATS ' DELIMITED SIZE
                  'WHERE STATUS IN ("1", "2")) ' DELIMITED SIZE
                  'AND L.IDCLIENT NOT IN ' DELIMITED SIZE
                  '(SELECT IDPERSONNE FROM RECHERCHEBENEF '
                  DELIMITED SIZE
                  'WHERE TYPEPERSONNE = "C") ' DELIMITED SIZE
                  'UNION ALL ' DELIMITED SIZE
                  'SELECT "A", A.IDASSURE, A.NOM, A.PRENOM, '
                  DELIMITED SIZE
                  'A.DATENAISSANCE ' DELIMITED SIZE
                  'FROM ASSURES A, CONTRATS K ' DELIMITED SIZE
                  'WHERE A.CONTRATID = K.IDCONTRAT ' DELIMITED SIZE
                  'AND K.STATUS IN ("1", "2") ' DELIMITED SIZE
                  'AND IFNULL(A.DATEFINCOUVERTURE, "") = "" '
                  DELIMITED SIZE
                  'AND A.IDASSURE NOT IN ' DELIMITED SIZE
                  '(SELECT IDPERSONNE FROM RECHERCHEBENEF '
                  DELIMITED SIZE
                  'WHERE TYPEPERSONNE = "A") ' DELIMITED SIZE
                  'ORDER BY 1 DESC, 2' DELIMITED SIZE
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
               MOVE SPACES TO IdPersonneTemp
               MOVE SPACES TO NomTemp
               MOVE SPACES TO PrenomTemp
               MOVE SPACES TO DateNaissanceTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            TypePersonneTemp
                                            IdPersonneTemp
                                            NomTemp
                                            PrenomTemp
                                            DateNaissanceTemp
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
                       perform Write-Ligne-Personne
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.

       Extraire-Personnes-Fin.
           perform close-BDD.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           EXIT.

      ******************************************************************
      *****                WRITE-LIGNE-PERSONNE                    *****
      ******************************************************************
       Write-Ligne-Personne.
           INSPECT IdPersonneTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NomTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PrenomTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateNaissanceTemp REPLACING ALL LOW-VALUE BY SPACE.
           ADD 1 TO NbPersonnes.
           IF TypePersonneTemp = 'C'
               ADD 1 TO NbClientsExtraits
           ELSE
               ADD 1 TO NbAssuresExtraits
           END-IF.
           MOVE SPACES TO LIGNE-REQUETE.
           STRING TypePersonneTemp DELIMITED SIZE
                  ';' DELIMITED SIZE
                  IdPersonneTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NomTemp DELIMITED '  '
                  ';' DELIMITED SIZE
                  PrenomTemp DELIMITED '  '
                  ';' DELIMITED SIZE
                  DateNaissanceTemp DELIMITED SPACE
           INTO LIGNE-REQUETE
           END-STRING.
           write E-Requete from LIGNE-REQUETE.

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
           MOVE 'DECESEXTLOT' TO PGCTB-PROGRAM-NAME.

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
