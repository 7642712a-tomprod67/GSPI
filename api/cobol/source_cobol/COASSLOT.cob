      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 COASSLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Decompte trimestriel de coassurance, par coassureur, pour
      *    les contrats dont la compagnie est aperitrice (parts posees
      *    par GESTCOASS). A partir des quotes-parts reparties au fil
      *    de l'eau (QUOTEPARTCOASSURANCE) :
      *      primes          part du coassureur dans les primes hors
      *                      taxe facturees par FACTURLOT
      *      frais gestion   BC-TauxFraisGestion % de ces primes,
      *                      retenus par l'aperiteur pour la gestion
      *      prestations     part du coassureur dans les prestations
      *                      reglees par REGLEPRELOT
      *      solde           primes - frais - prestations
      *                      (positif : a verser au coassureur,
      *                      negatif : a lui reclamer)
      *    Le decompte est garde dans DECOMPTECOASSURANCE ; un nouveau
      *    passage sur le meme trimestre le remplace. Le trimestre est
      *    le dernier trimestre echu, ou celui donne dans le fichier
      *    parametre (TRIMESTRE:AAAA-Tn).
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Parametre
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/coasslot_parametre.txt"
           organization is line sequential
           file status is WS-PARAMETRE-STATUS.

           select F-Decompte
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/decompte_coassurance_lot.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Parametre record varying from 0 to 80.
       01 E-Parametre pic x(80).

       FD F-Decompte record varying from 0 to 255.
       01 E-Decompte pic x(255).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 WS-PARAMETRE-STATUS pic XX.

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

      *    Taux des frais de gestion retenus par l'aperiteur, en
      *    pourcentage des primes du coassureur.
       01 BusinessConstants.
         05 BC-TauxFraisGestion pic 99.

      *    Trimestre du decompte (AAAA-Tn) et ses bornes en SQL.
       01 Trimestre pic X(7).
       01 TrimestreR REDEFINES Trimestre.
           05 TrimAnnee pic 9(4).
           05 TrimSep pic X(2).
           05 TrimNumero pic 9.
       01 TrimestreValide pic 9 value 1.
       01 MoisDebut pic 99.
       01 DebutTrimestreSql pic X(50).
       01 FinTrimestreSql pic X(90).

      *    Decompte par coassureur, charge avant d'etre enregistre.
       01 NbCoassureurs pic 9(3) value 0.
       01 CoassureursTable.
           05 Coassureur OCCURS 200.
               10 CSR-Nom pic X(30).
               10 CSR-NbContrats pic 9(6).
               10 CSR-Primes pic S9(10)V99.
               10 CSR-Prestations pic S9(10)V99.
       01 indexCoassureur pic 9(3).

       01 NomCoassureurTexte pic X(30).
       01 NbContratsTexte pic X(10).
       01 PrimesTexte pic X(20).
       01 PrestationsTexte pic X(20).
       01 MontantTexte pic X(20).
       01 MontantLu pic S9(10)V99.

      *    Montants du decompte.
       01 Primes pic S9(10)V99.
       01 FraisGestion pic S9(10)V99.
       01 Prestations pic S9(10)V99.
       01 SoldeDecompte pic S9(10)V99.
       01 TotalPrimes pic S9(10)V99 value 0.
       01 TotalFrais pic S9(10)V99 value 0.
       01 TotalPrestations pic S9(10)V99 value 0.
       01 TotalSolde pic S9(10)V99 value 0.
       01 SensSolde pic X(10).

       01 NbAnomalies pic 9(8) value 0.

       01 PrimesAffiche pic -(9)9,99.
       01 FraisAffiche pic -(9)9,99.
       01 PrestationsAffiche pic -(9)9,99.
       01 SoldeAffiche pic -(9)9,99.

       01 LIGNE-DECOMPTE pic X(255).

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
           perform Read-Parametre.
           open output F-Decompte.

       GSPI-Trt.
           IF TrimestreValide = 0
               display "TRIMESTRE INVALIDE, DECOMPTE NON ETABLI "
                       Trimestre
               MOVE 8 TO JB-CodeSortie
           ELSE
               perform Initialisation-connexion-BDD
               perform Connexion-BDD
               perform Charger-Quotes-Parts
               perform Supprimer-Decompte-Trimestre
               MOVE 0 TO indexCoassureur
               perform Etablir-Decompte-Coassureur
                   until indexCoassureur >= NbCoassureurs
               perform Write-Total-Decompte
               perform close-BDD
           END-IF.

       GSPI-Fin.
           close F-Decompte.
           display NbCoassureurs.
           display TotalPrimes.
           display TotalPrestations.
           display TotalSolde.
           display NbAnomalies.
           MOVE NbCoassureurs TO JB-LignesLues.
           MOVE NbCoassureurs TO JB-LignesEcrites.
           IF NbAnomalies > 0 AND JB-CodeSortie < 4
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
      *****              READ-BUSINESS-CONSTANTS                   *****
      ******************************************************************
       Read-Business-Constants.
           MOVE 'COASSLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-TauxFraisGestion
           END-CALL.
           IF BC-TauxFraisGestion = 0
               MOVE 5 TO BC-TauxFraisGestion
           END-IF.

      ******************************************************************
      *****                   READ-PARAMETRE                       *****
      ******************************************************************
      *    TRIMESTRE:AAAA-Tn pour etablir un trimestre donne ; par
      *    defaut le dernier trimestre echu.
       Read-Parametre.
           MOVE currentYear TO TrimAnnee.
           MOVE '-T' TO TrimSep.
           COMPUTE TrimNumero = (MM of SYSTEME-DATE - 1) / 3.
           IF TrimNumero = 0
               MOVE 4 TO TrimNumero
               SUBTRACT 1 FROM TrimAnnee
           END-IF.
           OPEN INPUT F-Parametre.
           IF WS-PARAMETRE-STATUS = "00"
               READ F-Parametre
                   AT END
                       CONTINUE
                   NOT AT END
                       IF E-Parametre (1:10) = "TRIMESTRE:"
                           MOVE E-Parametre (11:7) TO Trimestre
                       END-IF
               END-READ
               CLOSE F-Parametre
           END-IF.
           IF TrimAnnee is not numeric
              OR TrimNumero is not numeric
              OR TrimSep not = '-T'
               MOVE 0 TO TrimestreValide
           ELSE
               IF TrimNumero < 1 OR TrimNumero > 4
                   MOVE 0 TO TrimestreValide
               END-IF
           END-IF.
           IF TrimestreValide = 1
               COMPUTE MoisDebut = (TrimNumero - 1) * 3 + 1
               MOVE SPACES TO DebutTrimestreSql
               STRING 'STR_TO_DATE("01/' DELIMITED SIZE
                      MoisDebut DELIMITED SIZE
                      '/' DELIMITED SIZE
                      TrimAnnee DELIMITED SIZE
                      '", "%d/%m/%Y")' DELIMITED SIZE
               INTO DebutTrimestreSql
               END-STRING
               MOVE SPACES TO FinTrimestreSql
               STRING 'LAST_DAY(DATE_ADD(' DELIMITED SIZE
                      DebutTrimestreSql DELIMITED '  '
                      ', INTERVAL 2 MONTH))' DELIMITED SIZE
               INTO FinTrimestreSql
               END-STRING
           END-IF.

      ******************************************************************
      *****                CHARGER-QUOTES-PARTS                    *****
      ******************************************************************
      *    Quotes-parts de primes et de prestations reparties dans le
      *    trimestre, cumulees par coassureur.
       Charger-Quotes-Parts.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COASSUREUR, ' DELIMITED SIZE
                  'COUNT(DISTINCT IDCONTRAT), ' DELIMITED SIZE
                  'SUM(IF(NATURE = "PRIME", ' DELIMITED SIZE
                  'REPLACE(MONTANT, ",", "."), 0)), ' DELIMITED SIZE
                  'SUM(IF(NATURE = "PRESTATION", ' DELIMITED SIZE
                  'REPLACE(MONTANT, ",", "."), 0)) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'QUOTEPARTCOASSURANCE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STR_TO_DATE(DATEMOUVEMENT, "%d/%m/%Y") BETWEEN '
                  DELIMITED SIZE
                  DebutTrimestreSql DELIMITED '  '
                  ' AND ' DELIMITED SIZE
                  FinTrimestreSql DELIMITED '  '
                  ' GROUP BY COASSUREUR ' DELIMITED SIZE
                  'ORDER BY COASSUREUR' DELIMITED SIZE
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
               MOVE SPACES TO NomCoassureurTexte
               MOVE SPACES TO NbContratsTexte
               MOVE SPACES TO PrimesTexte
               MOVE SPACES TO PrestationsTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            NomCoassureurTexte
                                            NbContratsTexte
                                            PrimesTexte
                                            PrestationsTexte
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
                       perform Retenir-Coassureur
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Retenir-Coassureur.
           IF NbCoassureurs < 200
               ADD 1 TO NbCoassureurs
               INSPECT NomCoassureurTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               MOVE NomCoassureurTexte TO CSR-Nom (NbCoassureurs)
               INSPECT NbContratsTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               MOVE 0 TO CSR-NbContrats (NbCoassureurs)
               IF NbContratsTexte not = SPACES
                   COMPUTE CSR-NbContrats (NbCoassureurs) =
                       FUNCTION NUMVAL(NbContratsTexte)
               END-IF
               MOVE PrimesTexte TO MontantTexte
               perform Convertir-Montant
               MOVE MontantLu TO CSR-Primes (NbCoassureurs)
               MOVE PrestationsTexte TO MontantTexte
               perform Convertir-Montant
               MOVE MontantLu TO CSR-Prestations (NbCoassureurs)
           ELSE
               display "TABLE DES COASSUREURS PLEINE "
                       NomCoassureurTexte
               ADD 1 TO NbAnomalies
           END-IF.

       Convertir-Montant.
           MOVE 0 TO MontantLu.
           INSPECT MontantTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantTexte REPLACING ALL '.' BY ','.
           IF MontantTexte not = SPACES
               COMPUTE MontantLu = FUNCTION NUMVAL(MontantTexte)
           END-IF.

      ******************************************************************
      *****            SUPPRIMER-DECOMPTE-TRIMESTRE                *****
      ******************************************************************
      *    Un trimestre deja etabli est recalcule en entier : les
      *    quotes-parts sont datees du jour de leur repartition, un
      *    trimestre echu ne bouge donc plus.
       Supprimer-Decompte-Trimestre.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'DELETE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'DECOMPTECOASSURANCE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'TRIMESTRE = "' DELIMITED SIZE
                  Trimestre DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****             ETABLIR-DECOMPTE-COASSUREUR                *****
      ******************************************************************
      *    DECOMPTE;trimestre;coassureur;contrats;primes;frais gestion;
      *    prestations;solde;A VERSER|A RECEVOIR
       Etablir-Decompte-Coassureur.
           ADD 1 TO indexCoassureur.
           MOVE CSR-Primes (indexCoassureur) TO Primes.
           COMPUTE FraisGestion ROUNDED =
               Primes * BC-TauxFraisGestion / 100.
           MOVE CSR-Prestations (indexCoassureur) TO Prestations.
           COMPUTE SoldeDecompte = Primes - FraisGestion - Prestations.
           ADD Primes TO TotalPrimes.
           ADD FraisGestion TO TotalFrais.
           ADD Prestations TO TotalPrestations.
           ADD SoldeDecompte TO TotalSolde.
           MOVE Primes TO PrimesAffiche.
           MOVE FraisGestion TO FraisAffiche.
           MOVE Prestations TO PrestationsAffiche.
           MOVE SoldeDecompte TO SoldeAffiche.
           IF SoldeDecompte < 0
               MOVE 'A RECEVOIR' TO SensSolde
           ELSE
               MOVE 'A VERSER' TO SensSolde
           END-IF.
           perform Insert-Decompte.
           MOVE SPACES TO LIGNE-DECOMPTE.
           STRING 'DECOMPTE;' DELIMITED SIZE
                  Trimestre DELIMITED SIZE
                  ';' DELIMITED SIZE
                  CSR-Nom (indexCoassureur) DELIMITED '  '
                  ';' DELIMITED SIZE
                  CSR-NbContrats (indexCoassureur) DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PrimesAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  FraisAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PrestationsAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  SoldeAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  SensSolde DELIMITED '  '
           INTO LIGNE-DECOMPTE
           END-STRING.
           write E-Decompte from LIGNE-DECOMPTE.

       Insert-Decompte.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'DECOMPTECOASSURANCE' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'TRIMESTRE, ' DELIMITED SIZE
                  'COASSUREUR, ' DELIMITED SIZE
                  'NBCONTRATS, ' DELIMITED SIZE
                  'PRIMES, ' DELIMITED SIZE
                  'TAUXFRAIS, ' DELIMITED SIZE
                  'FRAISGESTION, ' DELIMITED SIZE
                  'PRESTATIONS, ' DELIMITED SIZE
                  'SOLDE, ' DELIMITED SIZE
                  'DATEDECOMPTE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  Trimestre DELIMITED SIZE
                  '","' DELIMITED SIZE
                  CSR-Nom (indexCoassureur) DELIMITED '  '
                  '","' DELIMITED SIZE
                  CSR-NbContrats (indexCoassureur) DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PrimesAffiche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  BC-TauxFraisGestion DELIMITED SIZE
                  '","' DELIMITED SIZE
                  FraisAffiche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PrestationsAffiche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  SoldeAffiche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "ENREGISTREMENT DECOMPTE EN ERREUR "
                       CSR-Nom (indexCoassureur)
               ADD 1 TO NbAnomalies
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                WRITE-TOTAL-DECOMPTE                    *****
      ******************************************************************
      *    TOTAL;trimestre;coassureurs;primes;frais gestion;
      *    prestations;solde;date
       Write-Total-Decompte.
           MOVE TotalPrimes TO PrimesAffiche.
           MOVE TotalFrais TO FraisAffiche.
           MOVE TotalPrestations TO PrestationsAffiche.
           MOVE TotalSolde TO SoldeAffiche.
           MOVE SPACES TO LIGNE-DECOMPTE.
           STRING 'TOTAL;' DELIMITED SIZE
                  Trimestre DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbCoassureurs DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PrimesAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  FraisAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PrestationsAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  SoldeAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  currentDate DELIMITED SIZE
           INTO LIGNE-DECOMPTE
           END-STRING.
           write E-Decompte from LIGNE-DECOMPTE.

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
           MOVE 'COASSLOT' TO PGCTB-PROGRAM-NAME.

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
