      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 RUNOFFLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Extinction du portefeuille des types de sinistre fermes a la
      *    souscription (TYPESINISTRE.DATEFERMETURE atteinte, voir
      *    FERMPROD). Par type : contrats en vigueur a la fermeture,
      *    contrats encore en vigueur, resiliations depuis la
      *    fermeture, part restante, prime mensuelle en vigueur et
      *    sinistres ouverts. Le rapport est ajoute au fichier date,
      *    mois apres mois, comme MOUVPORTLOT.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Rapport
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/runoff_produits_fermes.txt"
           organization is line sequential
           file status is WS-RAPPORT-STATUS.
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
       01 MoisCourant pic X(8).

       01 TypeSinistreTemp pic X(2).
       01 DateFermetureTexte pic X(10).
       01 NbFermetureTexte pic X(10).
       01 NbEnVigueurTexte pic X(10).
       01 NbResiliesTexte pic X(10).
       01 PrimeTexte pic X(15).
       01 NbSinOuvertsTexte pic X(10).

       01 NbAFermeture pic 9(6) value 0.
       01 NbEnVigueur pic 9(6) value 0.
       01 NbResilies pic 9(6) value 0.
       01 NbSinOuverts pic 9(6) value 0.
       01 PartRestante pic 9(3)V99 value 0.
       01 PartAffiche pic ZZ9,99.
       01 PrimeEnVigueur pic 9(9)V99.
       01 PrimeAffiche pic Z(8)9,99.

       01 NbProduitsFermes pic 9(4) value 0.
       01 TotalEnVigueur pic 9(8) value 0.

       01 WS-RAPPORT-STATUS pic XX.
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
           OPEN EXTEND F-Rapport.
           IF WS-RAPPORT-STATUS not = "00"
               OPEN OUTPUT F-Rapport
           END-IF.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
           perform Write-Entete-Mois.
           perform Lister-Produits-Fermes.
           perform Write-Total-Run-Off.

       GSPI-Fin.
           perform close-BDD.
           close F-Rapport.
           display NbProduitsFermes.
           display TotalEnVigueur.
           MOVE NbProduitsFermes TO JB-LignesLues.
           MOVE NbProduitsFermes TO JB-LignesEcrites.
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
           MOVE SPACES TO MoisCourant.
           STRING '/' DELIMITED SIZE
                  MM DELIMITED SIZE
                  '/' DELIMITED SIZE
                  currentYear DELIMITED SIZE
           INTO MoisCourant
           END-STRING.

       Write-Entete-Mois.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'PERIODE' DELIMITED SIZE
                  MoisCourant DELIMITED SPACE
                  ';ETABLI LE ' DELIMITED SIZE
                  currentDate DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TYPE;FERME LE;EN VIGUEUR A LA FERMETURE;'
                  DELIMITED SIZE
                  'EN VIGUEUR;RESILIES DEPUIS;PART RESTANTE;'
                  DELIMITED SIZE
                  'PRIME MENSUELLE;SINISTRES OUVERTS' DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

      ******************************************************************
      *****               LISTER-PRODUITS-FERMES                   *****
      ******************************************************************
      *    Une ligne par type ferme. Les versions de tarif d'un meme
      *    type portent la meme date de fermeture : le DISTINCT evite
      *    de compter un contrat une fois par version. Un contrat etait
      *    en vigueur a la fermeture s'il etait souscrit avant et n'a
      *    pas ete resilie avant ; les dates contrat sont en JJ/MM/AAAA,
      *    la date de fermeture en AAAA-MM-JJ.
       Lister-Produits-Fermes.
           MOVE 0 TO SQLCODE.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'T.CODE, ' DELIMITED SIZE
                  'T.DATEFERMETURE, ' DELIMITED SIZE
                  'IFNULL(SUM(STR_TO_DATE(C.DATESOUSCRIPTION, '
                  DELIMITED SIZE
                  '"%d/%m/%Y") <= T.DATEFERMETURE ' DELIMITED SIZE
                  'AND (C.STATUS = "1" OR C.STATUS = "2" '
                  DELIMITED SIZE
                  'OR STR_TO_DATE(C.DATEANNULATION, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '> T.DATEFERMETURE)), 0), ' DELIMITED SIZE
                  'IFNULL(SUM(C.STATUS = "1" OR C.STATUS = "2"), 0), '
                  DELIMITED SIZE
                  'IFNULL(SUM(C.STATUS = "0" ' DELIMITED SIZE
                  'AND STR_TO_DATE(C.DATEANNULATION, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '> T.DATEFERMETURE), 0), ' DELIMITED SIZE
                  'IFNULL(SUM(IF(C.STATUS = "1" OR C.STATUS = "2", '
                  DELIMITED SIZE
                  'REPLACE(C.PRIXPARMOIS, ",", "."), 0)), 0), '
                  DELIMITED SIZE
                  '(SELECT COUNT(*) FROM SINISTRES S ' DELIMITED SIZE
                  'JOIN DOSSIER D ON D.IDDOSSIER = S.DOSSIERID '
                  DELIMITED SIZE
                  'JOIN CONTRATS K ON K.IDCONTRAT = D.CONTRATID '
                  DELIMITED SIZE
                  'WHERE K.TYPESINISTRE = T.CODE ' DELIMITED SIZE
                  'AND S.STATUS = "1") ' DELIMITED SIZE
                  'FROM (SELECT DISTINCT CODE, DATEFERMETURE '
                  DELIMITED SIZE
                  'FROM TYPESINISTRE ' DELIMITED SIZE
                  'WHERE IFNULL(DATEFERMETURE, "") <> "" '
                  DELIMITED SIZE
                  'AND DATEFERMETURE <= CURDATE()) T ' DELIMITED SIZE
                  'LEFT JOIN CONTRATS C ' DELIMITED SIZE
                  'ON C.TYPESINISTRE = T.CODE ' DELIMITED SIZE
                  'GROUP BY T.CODE, T.DATEFERMETURE ' DELIMITED SIZE
                  'ORDER BY T.CODE' DELIMITED SIZE
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
               MOVE SPACES TO TypeSinistreTemp
               MOVE SPACES TO DateFermetureTexte
               MOVE SPACES TO NbFermetureTexte
               MOVE SPACES TO NbEnVigueurTexte
               MOVE SPACES TO NbResiliesTexte
               MOVE SPACES TO PrimeTexte
               MOVE SPACES TO NbSinOuvertsTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            TypeSinistreTemp
                                            DateFermetureTexte
                                            NbFermetureTexte
                                            NbEnVigueurTexte
                                            NbResiliesTexte
                                            PrimeTexte
                                            NbSinOuvertsTexte
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
                       perform Write-Ligne-Produit
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

      ******************************************************************
      *****                WRITE-LIGNE-PRODUIT                     *****
      ******************************************************************
      *    La part restante rapporte les contrats encore en vigueur a
      *    ceux qui l'etaient a la fermeture, en pourcentage.
       Write-Ligne-Produit.
           INSPECT DateFermetureTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PrimeTexte REPLACING ALL LOW-VALUE BY SPACE.
           COMPUTE NbAFermeture = FUNCTION NUMVAL(NbFermetureTexte).
           COMPUTE NbEnVigueur = FUNCTION NUMVAL(NbEnVigueurTexte).
           COMPUTE NbResilies = FUNCTION NUMVAL(NbResiliesTexte).
           COMPUTE NbSinOuverts = FUNCTION NUMVAL(NbSinOuvertsTexte).
           MOVE 0 TO PrimeEnVigueur.
           IF PrimeTexte not = SPACES
               INSPECT PrimeTexte REPLACING ALL '.' BY ','
               COMPUTE PrimeEnVigueur = FUNCTION NUMVAL(PrimeTexte)
           END-IF.
           MOVE 0 TO PartRestante.
           IF NbAFermeture > 0
               COMPUTE PartRestante ROUNDED =
                   NbEnVigueur * 100 / NbAFermeture
                   ON SIZE ERROR MOVE 999 TO PartRestante
               END-COMPUTE
           END-IF.
           MOVE PartRestante TO PartAffiche.
           MOVE PrimeEnVigueur TO PrimeAffiche.

           ADD 1 TO NbProduitsFermes.
           ADD NbEnVigueur TO TotalEnVigueur.

           MOVE SPACES TO LIGNE-RAPPORT.
           STRING TypeSinistreTemp DELIMITED SIZE
                  ';' DELIMITED SIZE
                  DateFermetureTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbAFermeture DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbEnVigueur DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbResilies DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PartAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PrimeAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbSinOuverts DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

       Write-Total-Run-Off.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'PRODUITS FERMES;' DELIMITED SIZE
                   NbProduitsFermes DELIMITED SIZE
                   ';CONTRATS EN VIGUEUR;' DELIMITED SIZE
                   TotalEnVigueur DELIMITED SIZE
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
           MOVE 'RUNOFFLOT' TO PGCTB-PROGRAM-NAME.

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
