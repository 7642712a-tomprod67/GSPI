      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CONVDEVISLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Rapport mensuel de transformation des devis : les devis
      *    emis par CREATDEVIS dans le mois calcule sont regroupes par
      *    apporteur (DIRECT sans apporteur), type de sinistre et
      *    formule (SANS sans formule), avec pour chaque groupe les
      *    devis emis, convertis en contrat par CREATCON (STATUT 2),
      *    expires et encore ouverts au jour du passage, le taux de
      *    transformation, la prime mensuelle moyenne cotee et la
      *    prime mensuelle moyenne souscrite sur les contrats issus
      *    des devis convertis (prime du contrat au jour du passage).
      *    Le mois calcule est le mois precedent, ou celui donne dans
      *    le fichier parametre (PERIODE:MM/AAAA) ; un mois illisible
      *    est refuse (code retour 8).
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Parametre
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/convdevislot_parametre.txt"
           organization is line sequential
           file status is WS-PARAMETRE-STATUS.

           select F-Rapport
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/conversion_devis_lot.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Parametre record varying from 0 to 80.
       01 E-Parametre pic x(80).

       FD F-Rapport record varying from 0 to 255.
       01 E-Rapport pic x(255).
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

      *    Mois calcule (MM/AAAA).
       01 PeriodeCalcul pic X(7).
       01 PeriodeCalculR REDEFINES PeriodeCalcul.
           05 PeriodeMois pic 99.
           05 PeriodeSep pic X.
           05 PeriodeAnnee pic 9(4).
       01 PeriodeValide pic 9 value 1.

      *    Groupe lu.
       01 ApporteurTexte pic X(10).
       01 TypeSinistreTexte pic X(2).
       01 FormuleTexte pic X(10).
       01 EmisTexte pic X(10).
       01 ConvertisTexte pic X(10).
       01 ExpiresTexte pic X(10).
       01 CoteTexte pic X(20).
       01 SouscritTexte pic X(20).

       01 NbEmis pic 9(8).
       01 NbConvertis pic 9(8).
       01 NbExpires pic 9(8).
       01 NbOuverts pic 9(8).
       01 SommeCotee pic 9(10)V99.
       01 SommeSouscrite pic 9(10)V99.
       01 TauxConversion pic 9(3)V99.
       01 PrimeMoyenneCotee pic 9(8)V99.
       01 PrimeMoyenneSouscrite pic 9(8)V99.

       01 TotalEmis pic 9(8) value 0.
       01 TotalConvertis pic 9(8) value 0.
       01 TotalExpires pic 9(8) value 0.
       01 TotalCotee pic 9(10)V99 value 0.
       01 TotalSouscrite pic 9(10)V99 value 0.

       01 NbGroupes pic 9(8) value 0.

       01 TauxAffiche pic ZZ9,99.
       01 CoteeAffiche pic Z(7)9,99.
       01 SouscriteAffiche pic Z(7)9,99.

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
           perform Read-Parametre.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
           IF PeriodeValide = 0
               display "PERIODE INVALIDE, RAPPORT NON PRODUIT "
                       PeriodeCalcul
               MOVE 8 TO JB-CodeSortie
           ELSE
               open output F-Rapport
               perform Lire-Conversion-Devis
               perform Write-Ligne-Total
               close F-Rapport
           END-IF.

       GSPI-Fin.
           perform close-BDD.
           display NbGroupes.
           display TotalEmis.
           display TotalConvertis.
           MOVE TotalEmis TO JB-LignesLues.
           MOVE NbGroupes TO JB-LignesEcrites.
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
      *****                   READ-PARAMETRE                       *****
      ******************************************************************
      *    PERIODE:MM/AAAA pour un mois donne ; sans fichier ou sans
      *    ligne PERIODE, le mois precedent (le lot passe en debut de
      *    mois sur le mois ecoule).
       Read-Parametre.
           MOVE currentDate (4:7) TO PeriodeCalcul.
           IF PeriodeMois = 1
               MOVE 12 TO PeriodeMois
               SUBTRACT 1 FROM PeriodeAnnee
           ELSE
               SUBTRACT 1 FROM PeriodeMois
           END-IF.
           OPEN INPUT F-Parametre.
           IF WS-PARAMETRE-STATUS = "00"
               READ F-Parametre
                   AT END
                       CONTINUE
                   NOT AT END
                       IF E-Parametre (1:8) = "PERIODE:"
                           MOVE E-Parametre (9:7) TO PeriodeCalcul
                       END-IF
               END-READ
               CLOSE F-Parametre
           END-IF.
           IF PeriodeMois is not numeric
              OR PeriodeAnnee is not numeric
              OR PeriodeSep not = '/'
               MOVE 0 TO PeriodeValide
           ELSE
               IF PeriodeMois < 1 OR PeriodeMois > 12
                   MOVE 0 TO PeriodeValide
               END-IF
           END-IF.

      ******************************************************************
      *****               LIRE-CONVERSION-DEVIS                    *****
      ******************************************************************
      *    Les primes sont gardees au format d'affichage (virgule
      *    decimale) sur DEVIS et CONTRATS : la base les remet au point
      *    avant de les sommer.
       Lire-Conversion-Devis.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(D.CODEAPPORTEUR, ""), D.TYPESINISTRE, '
                  DELIMITED SIZE
                  'IFNULL(D.FORMULE, ""), COUNT(*), ' DELIMITED SIZE
                  'SUM(IF(D.STATUT = "2", 1, 0)), ' DELIMITED SIZE
                  'SUM(IF(D.STATUT <> "2" ' DELIMITED SIZE
                  'AND D.DATEEXPIRATION < CURDATE(), 1, 0)), '
                  DELIMITED SIZE
                  'SUM(REPLACE(IFNULL(D.PRIXPARMOIS, "0"), ",", ".") '
                  DELIMITED SIZE
                  '+ 0), ' DELIMITED SIZE
                  'SUM(IF(D.STATUT = "2", ' DELIMITED SIZE
                  'REPLACE(IFNULL(K.PRIXPARMOIS, "0"), ",", ".") '
                  DELIMITED SIZE
                  '+ 0, 0)) ' DELIMITED SIZE
                  'FROM DEVIS D ' DELIMITED SIZE
                  'LEFT JOIN CONTRATS K ON K.IDCONTRAT = D.IDCONTRAT '
                  DELIMITED SIZE
                  'WHERE DATE_FORMAT(D.DATEDEVIS, "%m/%Y") = "'
                  DELIMITED SIZE
                  PeriodeCalcul DELIMITED SIZE
                  '" GROUP BY IFNULL(D.CODEAPPORTEUR, ""), '
                  DELIMITED SIZE
                  'D.TYPESINISTRE, IFNULL(D.FORMULE, "") '
                  DELIMITED SIZE
                  'ORDER BY 1, 2, 3' DELIMITED SIZE
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
               display "LECTURE DES DEVIS EN ERREUR"
               MOVE 4 TO JB-CodeSortie
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO ApporteurTexte
               MOVE SPACES TO TypeSinistreTexte
               MOVE SPACES TO FormuleTexte
               MOVE SPACES TO EmisTexte
               MOVE SPACES TO ConvertisTexte
               MOVE SPACES TO ExpiresTexte
               MOVE SPACES TO CoteTexte
               MOVE SPACES TO SouscritTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            ApporteurTexte
                                            TypeSinistreTexte
                                            FormuleTexte
                                            EmisTexte
                                            ConvertisTexte
                                            ExpiresTexte
                                            CoteTexte
                                            SouscritTexte
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
                       ADD 1 TO NbGroupes
                       perform Traiter-Groupe-Devis
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Traiter-Groupe-Devis.
           INSPECT ApporteurTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TypeSinistreTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT FormuleTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT EmisTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ConvertisTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ExpiresTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CoteTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CoteTexte REPLACING ALL '.' BY ','.
           INSPECT SouscritTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SouscritTexte REPLACING ALL '.' BY ','.
           IF ApporteurTexte = SPACES
               MOVE 'DIRECT' TO ApporteurTexte
           END-IF.
           IF FormuleTexte = SPACES
               MOVE 'SANS' TO FormuleTexte
           END-IF.
           MOVE 0 TO NbEmis.
           MOVE 0 TO NbConvertis.
           MOVE 0 TO NbExpires.
           MOVE 0 TO SommeCotee.
           MOVE 0 TO SommeSouscrite.
           IF EmisTexte not = SPACES
               COMPUTE NbEmis = FUNCTION NUMVAL(EmisTexte)
           END-IF.
           IF ConvertisTexte not = SPACES
               COMPUTE NbConvertis = FUNCTION NUMVAL(ConvertisTexte)
           END-IF.
           IF ExpiresTexte not = SPACES
               COMPUTE NbExpires = FUNCTION NUMVAL(ExpiresTexte)
           END-IF.
           IF CoteTexte not = SPACES
               COMPUTE SommeCotee = FUNCTION NUMVAL(CoteTexte)
           END-IF.
           IF SouscritTexte not = SPACES
               COMPUTE SommeSouscrite = FUNCTION NUMVAL(SouscritTexte)
           END-IF.
           ADD NbEmis TO TotalEmis.
           ADD NbConvertis TO TotalConvertis.
           ADD NbExpires TO TotalExpires.
           ADD SommeCotee TO TotalCotee.
           ADD SommeSouscrite TO TotalSouscrite.
           perform Calculer-Ratios.
           perform Write-Ligne-Rapport.

      *    Taux de transformation en pourcentage des devis emis ;
      *    primes moyennes mensuelles, cotee sur les devis emis,
      *    souscrite sur les devis convertis.
       Calculer-Ratios.
           COMPUTE NbOuverts = NbEmis - NbConvertis - NbExpires.
           MOVE 0 TO TauxConversion.
           MOVE 0 TO PrimeMoyenneCotee.
           MOVE 0 TO PrimeMoyenneSouscrite.
           IF NbEmis > 0
               COMPUTE TauxConversion ROUNDED =
                   NbConvertis * 100 / NbEmis
               COMPUTE PrimeMoyenneCotee ROUNDED =
                   SommeCotee / NbEmis
           END-IF.
           IF NbConvertis > 0
               COMPUTE PrimeMoyenneSouscrite ROUNDED =
                   SommeSouscrite / NbConvertis
           END-IF.
           MOVE TauxConversion TO TauxAffiche.
           MOVE PrimeMoyenneCotee TO CoteeAffiche.
           MOVE PrimeMoyenneSouscrite TO SouscriteAffiche.

      ******************************************************************
      *****                 WRITE-LIGNE-RAPPORT                    *****
      ******************************************************************
      *    mois;apporteur;type sinistre;formule;emis;convertis;expires;
      *    ouverts;taux de transformation;prime moyenne cotee;prime
      *    moyenne souscrite, puis TOTAL.
       Write-Ligne-Rapport.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING PeriodeCalcul DELIMITED SIZE
                  ';' DELIMITED SIZE
                  ApporteurTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  TypeSinistreTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  FormuleTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbEmis DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbConvertis DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbExpires DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbOuverts DELIMITED SIZE
                  ';' DELIMITED SIZE
                  TauxAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  CoteeAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  SouscriteAffiche DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

       Write-Ligne-Total.
           MOVE TotalEmis TO NbEmis.
           MOVE TotalConvertis TO NbConvertis.
           MOVE TotalExpires TO NbExpires.
           MOVE TotalCotee TO SommeCotee.
           MOVE TotalSouscrite TO SommeSouscrite.
           perform Calculer-Ratios.
           MOVE 'TOTAL' TO ApporteurTexte.
           MOVE SPACES TO TypeSinistreTexte.
           MOVE SPACES TO FormuleTexte.
           perform Write-Ligne-Rapport.

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
           MOVE 'CONVDEVISLOT' TO PGCTB-PROGRAM-NAME.

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
