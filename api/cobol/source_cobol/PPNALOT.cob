      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 PPNALOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Arrete de fin de mois de la provision pour primes non
      *    acquises (PPNA) et des primes acquises. Une facture couvre
      *    NBMOISCOUVERTS mois a partir de sa periode de facturation
      *    (a defaut, la frequence du contrat, pour les factures
      *    emises avant que FACTURLOT ne garde ce nombre) ; un avoir
      *    couvre la meme periode que sa facture d'origine. A la date
      *    d'arrete (dernier jour du mois calcule), la part non acquise
      *    d'une piece est son montant net au prorata des jours de
      *    couverture restant a courir, la part acquise le reste.
      *    Les parts sont cumulees par type de sinistre et annee de
      *    souscription du contrat et gardees dans PROVISIONPPNA ; la
      *    prime acquise du mois d'un groupe est la prime emise dans
      *    le mois plus la PPNA du mois precedent moins la PPNA
      *    d'arrete. Un nouveau passage sur le meme mois remplace ses
      *    lignes.
      *    Le mouvement de provision n'est pas comptabilise ici : le
      *    lot depose dans ppna_lot.txt l'ecart entre la PPNA calculee
      *    et le solde du compte 320000 tenu par COMPTALOT, qui le
      *    comptabilise a son passage suivant (dotation ou reprise).
      *    Le mois calcule est le mois courant, ou celui donne dans le
      *    fichier parametre (PERIODE:MM/AAAA) ; un mois clos par
      *    CLOTMOIS est refuse (code retour 8).
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Parametre
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/ppnalot_parametre.txt"
           organization is line sequential
           file status is WS-PARAMETRE-STATUS.

           select F-Detail
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/ppna_detail_lot.txt"
           organization is line sequential access sequential.

           select F-Synthese
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/ppna_synthese_lot.txt"
           organization is line sequential access sequential.

           select F-Ppna
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/ppna_lot.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Parametre record varying from 0 to 80.
       01 E-Parametre pic x(80).

       FD F-Detail record varying from 0 to 255.
       01 E-Detail pic x(255).

       FD F-Synthese record varying from 0 to 255.
       01 E-Synthese pic x(255).

       FD F-Ppna record varying from 0 to 200.
       01 E-Ppna pic x(200).
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

      *    Mois calcule (MM/AAAA), mois precedent et date d'arrete
      *    exprimee en SQL (dernier jour du mois).
       01 PeriodeCalcul pic X(7).
       01 PeriodeCalculR REDEFINES PeriodeCalcul.
           05 PeriodeMois pic 99.
           05 PeriodeSep pic X.
           05 PeriodeAnnee pic 9(4).
       01 PeriodePrecedente pic X(7).
       01 PeriodePrecedenteR REDEFINES PeriodePrecedente.
           05 PrecedenteMois pic 99.
           05 PrecedenteSep pic X.
           05 PrecedenteAnnee pic 9(4).
       01 DateArreteSql pic X(60).
       01 PeriodeValide pic 9 value 1.
       01 PeriodeFermee pic 9 value 0.
       01 StatutPeriodeTexte pic X(2).

      *    Comptes du schema de COMPTALOT.
       01 CompteProvisionPpna pic X(6) value '320000'.

       01 DB-STATUS-SAVE pic X.

      *    Piece lue.
       01 NumeroFactureTexte pic X(10).
       01 TypeSinistreTexte pic X(20).
       01 AnneeTexte pic X(4).
       01 NetTexte pic X(15).
       01 EmiseTexte pic X.
       01 JoursCouvertsTexte pic X(6).
       01 JoursNonAcquisTexte pic X(6).
       01 AnneeSouscription pic 9(4).
       01 MontantNetPiece pic S9(8)V99.
       01 JoursCouverts pic 9(5).
       01 JoursNonAcquis pic 9(5).
       01 PartNonAcquise pic S9(8)V99.
       01 PartAcquise pic S9(8)V99.

      *    Cumuls par type de sinistre et annee de souscription.
       01 NbGroupes pic 9(3) value 0.
       01 GroupesTable.
           05 Groupe OCCURS 500.
               10 GRP-TypeSinistre pic X(20).
               10 GRP-Annee pic 9(4).
               10 GRP-Emises pic S9(10)V99.
               10 GRP-PpnaOuverture pic S9(10)V99.
               10 GRP-Ppna pic S9(10)V99.
               10 GRP-Acquises pic S9(10)V99.
       01 indexGroupe pic 9(3).
       01 GroupeTrouve pic 9(3).

       01 TotalEmises pic S9(10)V99 value 0.
       01 TotalPpnaOuverture pic S9(10)V99 value 0.
       01 TotalPpna pic S9(10)V99 value 0.
       01 TotalAcquises pic S9(10)V99 value 0.

      *    Ecart avec le compte de provision.
       01 SoldeTexte pic X(20).
       01 SoldeProvision pic S9(10)V99 value 0.
       01 VariationPpna pic S9(10)V99 value 0.
       01 MontantVariation pic 9(10)V99.
       01 NatureVariation pic X(8).

       01 NbFactures pic 9(8) value 0.
       01 NbAnomalies pic 9(8) value 0.
       01 NbLignesProvision pic 9(8) value 0.

       01 MontantAffiche pic -(9)9,99.
       01 EmisesAffiche pic -(9)9,99.
       01 OuvertureAffiche pic -(9)9,99.
       01 PpnaAffiche pic -(9)9,99.
       01 AcquisesAffiche pic -(9)9,99.
       01 VariationAffiche pic Z(9)9,99.

       01 LIGNE-DETAIL pic X(255).
       01 LIGNE-SYNTHESE pic X(255).

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
           IF PeriodeValide = 1
               perform Verifier-Periode-Ouverte
           END-IF.
           IF PeriodeValide = 0 OR PeriodeFermee = 1
      *    Mois clos ou illisible : rien n'est calcule ni depose, le
      *    lot ressort en anomalie plutot que de faire bouger un mois
      *    arrete par la comptabilite.
               IF PeriodeValide = 0
                   display "PERIODE INVALIDE, PPNA REFUSEE "
                           PeriodeCalcul
               ELSE
                   display "PERIODE COMPTABLE CLOSE, PPNA REFUSEE "
                           PeriodeCalcul
               END-IF
               MOVE 8 TO JB-CodeSortie
           ELSE
               open output F-Detail
               open output F-Synthese
               perform Charger-Ppna-Precedente
               perform Calculer-Ppna-Factures
               perform Enregistrer-Provision
               perform Write-Synthese
               perform Deposer-Variation
               close F-Detail
               close F-Synthese
           END-IF.

       GSPI-Fin.
           perform close-BDD.
           display NbFactures.
           display NbAnomalies.
           display NbGroupes.
           MOVE NbFactures TO JB-LignesLues.
           MOVE NbLignesProvision TO JB-LignesEcrites.
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
      *****                   READ-PARAMETRE                       *****
      ******************************************************************
      *    PERIODE:MM/AAAA pour recalculer un mois donne ; sans fichier
      *    ou sans ligne PERIODE, le mois courant.
       Read-Parametre.
           MOVE currentDate (4:7) TO PeriodeCalcul.
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
           IF PeriodeValide = 1
               MOVE PeriodeCalcul TO PeriodePrecedente
               IF PeriodeMois = 1
                   MOVE 12 TO PrecedenteMois
                   SUBTRACT 1 FROM PrecedenteAnnee
               ELSE
                   SUBTRACT 1 FROM PrecedenteMois
               END-IF
               MOVE SPACES TO DateArreteSql
               STRING 'LAST_DAY(STR_TO_DATE("01/' DELIMITED SIZE
                      PeriodeCalcul DELIMITED SIZE
                      '", "%d/%m/%Y"))' DELIMITED SIZE
               INTO DateArreteSql
               END-STRING
           END-IF.

      ******************************************************************
      *****              VERIFIER-PERIODE-OUVERTE                  *****
      ******************************************************************
      *    STATUT '0' : mois clos par CLOTMOIS. Un mois absent de
      *    PERIODESCOMPTA est ouvert.
       Verifier-Periode-Ouverte.
           MOVE 0 TO PeriodeFermee.
           MOVE SPACES TO StatutPeriodeTexte.

           IF SQLCA-CURSOR-CTRL (10) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (10).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'STATUT ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'PERIODESCOMPTA ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'PERIODE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  PeriodeCalcul DELIMITED SPACE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (10)
              END-CALL
              IF SQLCA-RESULT (10) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (10)
                                            StatutPeriodeTexte
               END-CALL
               IF SQLCA-RESULT (10) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               AND StatutPeriodeTexte (1:1) = '0'
               MOVE 1 TO PeriodeFermee
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (10).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              CHARGER-PPNA-PRECEDENTE                   *****
      ******************************************************************
      *    PPNA d'ouverture : l'arrete du mois precedent, groupe par
      *    groupe. Un groupe sans piece ce mois-ci reste dans la table
      *    pour que sa provision soit reprise en prime acquise.
       Charger-Ppna-Precedente.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'TYPESINISTRE, ' DELIMITED SIZE
                  'ANNEESOUSCRIPTION, ' DELIMITED SIZE
                  'PPNA ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'PROVISIONPPNA ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'PERIODE = "' DELIMITED SIZE
                  PeriodePrecedente DELIMITED SIZE
                  '"' DELIMITED SIZE
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
               MOVE SPACES TO TypeSinistreTexte
               MOVE SPACES TO AnneeTexte
               MOVE SPACES TO NetTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            TypeSinistreTexte
                                            AnneeTexte
                                            NetTexte
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
                       perform Reprendre-Ppna-Groupe
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

       Reprendre-Ppna-Groupe.
           perform Lire-Groupe.
           INSPECT NetTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NetTexte REPLACING ALL '.' BY ','.
           IF NetTexte not = SPACES AND GroupeTrouve > 0
               COMPUTE GRP-PpnaOuverture (GroupeTrouve) =
                   GRP-PpnaOuverture (GroupeTrouve)
                   + FUNCTION NUMVAL(NetTexte)
           END-IF.

      *    Retrouve (ou cree) le groupe de TypeSinistreTexte et
      *    AnneeTexte ; GroupeTrouve a 0 si la table est pleine.
       Lire-Groupe.
           INSPECT TypeSinistreTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AnneeTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO AnneeSouscription.
           IF AnneeTexte is numeric
               MOVE AnneeTexte TO AnneeSouscription
           END-IF.
           MOVE 0 TO GroupeTrouve.
           MOVE 0 TO indexGroupe.
           perform Chercher-Groupe
               until GroupeTrouve > 0 OR indexGroupe >= NbGroupes.
           IF GroupeTrouve = 0
               IF NbGroupes < 500
                   ADD 1 TO NbGroupes
                   MOVE NbGroupes TO GroupeTrouve
                   MOVE TypeSinistreTexte
                   TO GRP-TypeSinistre (GroupeTrouve)
                   MOVE AnneeSouscription TO GRP-Annee (GroupeTrouve)
                   MOVE 0 TO GRP-Emises (GroupeTrouve)
                   MOVE 0 TO GRP-PpnaOuverture (GroupeTrouve)
                   MOVE 0 TO GRP-Ppna (GroupeTrouve)
                   MOVE 0 TO GRP-Acquises (GroupeTrouve)
               ELSE
                   display "TABLE DES GROUPES PPNA PLEINE"
                   ADD 1 TO NbAnomalies
               END-IF
           END-IF.

       Chercher-Groupe.
           ADD 1 TO indexGroupe.
           IF GRP-TypeSinistre (indexGroupe) = TypeSinistreTexte
              AND GRP-Annee (indexGroupe) = AnneeSouscription
               MOVE indexGroupe TO GroupeTrouve
           END-IF.

      ******************************************************************
      *****              CALCULER-PPNA-FACTURES                    *****
      ******************************************************************
      *    Toutes les pieces emises au plus tard a la date d'arrete qui
      *    sont emises dans le mois ou dont la couverture court
      *    au-dela : debut de couverture au premier jour de la periode
      *    de la facture (de l'origine pour un avoir), fin au dernier
      *    jour du dernier mois couvert. La base renvoie le nombre de
      *    jours couverts et le nombre de jours restant a courir apres
      *    l'arrete.
       Calculer-Ppna-Factures.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'X.NUMEROFACTURE, X.TYPESINISTRE, X.ANNEE, '
                  DELIMITED SIZE
                  'X.NET, X.EMISE, ' DELIMITED SIZE
                  'DATEDIFF(X.FIN, X.DEBUT) + 1, ' DELIMITED SIZE
                  'LEAST(DATEDIFF(X.FIN, X.DEBUT) + 1, ' DELIMITED SIZE
                  'GREATEST(0, DATEDIFF(X.FIN, ' DELIMITED SIZE
                  DateArreteSql DELIMITED '  '
                  '))) ' DELIMITED SIZE
                  'FROM (SELECT ' DELIMITED SIZE
                  'F.NUMEROFACTURE, ' DELIMITED SIZE
                  'IFNULL(K.TYPESINISTRE, "") AS TYPESINISTRE, '
                  DELIMITED SIZE
                  'IFNULL(YEAR(STR_TO_DATE(K.DATESOUSCRIPTION, '
                  DELIMITED SIZE
                  '"%d/%m/%Y")), 0) AS ANNEE, ' DELIMITED SIZE
                  'IFNULL(F.MONTANTNET, "0") AS NET, ' DELIMITED SIZE
                  'IF(F.PERIODE = "' DELIMITED SIZE
                  PeriodeCalcul DELIMITED SIZE
                  '", 1, 0) AS EMISE, ' DELIMITED SIZE
                  'STR_TO_DATE(CONCAT("01/", ' DELIMITED SIZE
                  'IFNULL(O.PERIODE, F.PERIODE)), "%d/%m/%Y") '
                  DELIMITED SIZE
                  'AS DEBUT, ' DELIMITED SIZE
                  'LAST_DAY(DATE_ADD(STR_TO_DATE(CONCAT("01/", '
                  DELIMITED SIZE
                  'IFNULL(O.PERIODE, F.PERIODE)), "%d/%m/%Y"), '
                  DELIMITED SIZE
                  'INTERVAL COALESCE(O.NBMOISCOUVERTS, ' DELIMITED SIZE
                  'F.NBMOISCOUVERTS, Q.NBMOIS, 1) - 1 MONTH)) '
                  DELIMITED SIZE
                  'AS FIN ' DELIMITED SIZE
                  'FROM FACTURATION F ' DELIMITED SIZE
                  'LEFT JOIN FACTURATION O ' DELIMITED SIZE
                  'ON O.NUMEROFACTURE = F.NUMEROFACTUREORIGINE '
                  DELIMITED SIZE
                  'JOIN CONTRATS K ON K.IDCONTRAT = F.IDCONTRAT '
                  DELIMITED SIZE
                  'LEFT JOIN FREQUENCEFACTURATION Q ' DELIMITED SIZE
                  'ON Q.CODE = IFNULL(K.FREQUENCEFACT, "M") '
                  DELIMITED SIZE
                  'WHERE STR_TO_DATE(F.DATEFACTURE, "%d/%m/%Y") <= '
                  DELIMITED SIZE
                  DateArreteSql DELIMITED '  '
                  ') X ' DELIMITED SIZE
                  'WHERE X.EMISE = 1 OR X.FIN > ' DELIMITED SIZE
                  DateArreteSql DELIMITED '  '
                  ' ORDER BY X.NUMEROFACTURE' DELIMITED SIZE
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
               MOVE SPACES TO NumeroFactureTexte
               MOVE SPACES TO TypeSinistreTexte
               MOVE SPACES TO AnneeTexte
               MOVE SPACES TO NetTexte
               MOVE SPACES TO EmiseTexte
               MOVE SPACES TO JoursCouvertsTexte
               MOVE SPACES TO JoursNonAcquisTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            NumeroFactureTexte
                                            TypeSinistreTexte
                                            AnneeTexte
                                            NetTexte
                                            EmiseTexte
                                            JoursCouvertsTexte
                                            JoursNonAcquisTexte
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
                       perform Calculer-Ppna-Piece
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Calculer-Ppna-Piece.
           ADD 1 TO NbFactures.
           INSPECT NumeroFactureTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NetTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NetTexte REPLACING ALL '.' BY ','.
           INSPECT JoursCouvertsTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT JoursNonAcquisTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO MontantNetPiece.
           MOVE 0 TO JoursCouverts.
           MOVE 0 TO JoursNonAcquis.
           IF NetTexte not = SPACES
               COMPUTE MontantNetPiece = FUNCTION NUMVAL(NetTexte)
           END-IF.
           IF JoursCouvertsTexte not = SPACES
               COMPUTE JoursCouverts =
                   FUNCTION NUMVAL(JoursCouvertsTexte)
           END-IF.
           IF JoursNonAcquisTexte not = SPACES
               COMPUTE JoursNonAcquis =
                   FUNCTION NUMVAL(JoursNonAcquisTexte)
           END-IF.
      *    Periode de couverture illisible (periode ou date de facture
      *    mal formee) : la piece est signalee et ecartee.
           IF JoursCouverts = 0
               display "PERIODE DE COUVERTURE ILLISIBLE, FACTURE "
                       NumeroFactureTexte
               ADD 1 TO NbAnomalies
           ELSE
               COMPUTE PartNonAcquise ROUNDED =
                   MontantNetPiece * JoursNonAcquis / JoursCouverts
               COMPUTE PartAcquise = MontantNetPiece - PartNonAcquise
               perform Lire-Groupe
               IF GroupeTrouve > 0
                   IF EmiseTexte = '1'
                       ADD MontantNetPiece
                       TO GRP-Emises (GroupeTrouve)
                   END-IF
                   ADD PartNonAcquise TO GRP-Ppna (GroupeTrouve)
               END-IF
               perform Write-Ligne-Detail
           END-IF.

      *    facture;type sinistre;annee souscription;net;jours couverts;
      *    jours non acquis;part acquise;part non acquise;mois
       Write-Ligne-Detail.
           MOVE SPACES TO LIGNE-DETAIL.
           MOVE MontantNetPiece TO MontantAffiche.
           MOVE PartAcquise TO AcquisesAffiche.
           MOVE PartNonAcquise TO PpnaAffiche.
           STRING NumeroFactureTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  TypeSinistreTexte DELIMITED '  '
                  ';' DELIMITED SIZE
                  AnneeSouscription DELIMITED SIZE
                  ';' DELIMITED SIZE
                  MontantAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  JoursCouverts DELIMITED SIZE
                  ';' DELIMITED SIZE
                  JoursNonAcquis DELIMITED SIZE
                  ';' DELIMITED SIZE
                  AcquisesAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PpnaAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PeriodeCalcul DELIMITED SIZE
           INTO LIGNE-DETAIL
           END-STRING.
           write E-Detail from LIGNE-DETAIL.

      ******************************************************************
      *****               ENREGISTRER-PROVISION                    *****
      ******************************************************************
      *    Les lignes du mois sont remplacees en entier : un mois
      *    recalcule ne laisse pas de groupe de l'ancien passage.
       Enregistrer-Provision.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'DELETE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'PROVISIONPPNA ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'PERIODE = "' DELIMITED SIZE
                  PeriodeCalcul DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

           MOVE 0 TO indexGroupe.
           perform Enregistrer-Groupe
               until indexGroupe >= NbGroupes.

       Enregistrer-Groupe.
           ADD 1 TO indexGroupe.
           COMPUTE GRP-Acquises (indexGroupe) =
               GRP-Emises (indexGroupe)
               + GRP-PpnaOuverture (indexGroupe)
               - GRP-Ppna (indexGroupe).
           ADD GRP-Emises (indexGroupe) TO TotalEmises.
           ADD GRP-PpnaOuverture (indexGroupe) TO TotalPpnaOuverture.
           ADD GRP-Ppna (indexGroupe) TO TotalPpna.
           ADD GRP-Acquises (indexGroupe) TO TotalAcquises.
           MOVE GRP-Emises (indexGroupe) TO EmisesAffiche.
           MOVE GRP-PpnaOuverture (indexGroupe) TO OuvertureAffiche.
           MOVE GRP-Ppna (indexGroupe) TO PpnaAffiche.
           MOVE GRP-Acquises (indexGroupe) TO AcquisesAffiche.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'PROVISIONPPNA' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'PERIODE, ' DELIMITED SIZE
                  'TYPESINISTRE, ' DELIMITED SIZE
                  'ANNEESOUSCRIPTION, ' DELIMITED SIZE
                  'PRIMESEMISES, ' DELIMITED SIZE
                  'PPNAOUVERTURE, ' DELIMITED SIZE
                  'PPNA, ' DELIMITED SIZE
                  'PRIMESACQUISES, ' DELIMITED SIZE
                  'DATECALCUL) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  PeriodeCalcul DELIMITED SIZE
                  '","' DELIMITED SIZE
                  GRP-TypeSinistre (indexGroupe) DELIMITED '  '
                  '","' DELIMITED SIZE
                  GRP-Annee (indexGroupe) DELIMITED SIZE
                  '","' DELIMITED SIZE
                  EmisesAffiche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  OuvertureAffiche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PpnaAffiche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AcquisesAffiche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "ENREGISTREMENT PPNA EN ERREUR "
                       GRP-TypeSinistre (indexGroupe)
                       GRP-Annee (indexGroupe)
               ADD 1 TO NbAnomalies
           ELSE
               ADD 1 TO NbLignesProvision
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  WRITE-SYNTHESE                        *****
      ******************************************************************
      *    mois;type sinistre;annee souscription;primes emises;
      *    PPNA d'ouverture;PPNA d'arrete;primes acquises, puis TOTAL.
       Write-Synthese.
           MOVE 0 TO indexGroupe.
           perform Write-Ligne-Groupe
               until indexGroupe >= NbGroupes.
           MOVE TotalEmises TO EmisesAffiche.
           MOVE TotalPpnaOuverture TO OuvertureAffiche.
           MOVE TotalPpna TO PpnaAffiche.
           MOVE TotalAcquises TO AcquisesAffiche.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING PeriodeCalcul DELIMITED SIZE
                  ';TOTAL;' DELIMITED SIZE
                  NbFactures DELIMITED SIZE
                  ';' DELIMITED SIZE
                  EmisesAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OuvertureAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PpnaAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  AcquisesAffiche DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

       Write-Ligne-Groupe.
           ADD 1 TO indexGroupe.
           MOVE GRP-Emises (indexGroupe) TO EmisesAffiche.
           MOVE GRP-PpnaOuverture (indexGroupe) TO OuvertureAffiche.
           MOVE GRP-Ppna (indexGroupe) TO PpnaAffiche.
           MOVE GRP-Acquises (indexGroupe) TO AcquisesAffiche.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING PeriodeCalcul DELIMITED SIZE
                  ';' DELIMITED SIZE
                  GRP-TypeSinistre (indexGroupe) DELIMITED '  '
                  ';' DELIMITED SIZE
                  GRP-Annee (indexGroupe) DELIMITED SIZE
                  ';' DELIMITED SIZE
                  EmisesAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OuvertureAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PpnaAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  AcquisesAffiche DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

      ******************************************************************
      *****                 DEPOSER-VARIATION                      *****
      ******************************************************************
      *    L'ecart est pris contre le solde crediteur du compte 320000
      *    tel qu'il est en base : un second passage sur le meme mois
      *    ne depose que ce qui reste a passer, et le fichier est
      *    reecrit a chaque passage (un ecart encore non comptabilise
      *    est remplace, il n'est pas cumule).
      *      PPNA;mois;DOTATION|REPRISE;montant;date
       Deposer-Variation.
           perform Select-Solde-Provision.
           COMPUTE VariationPpna = TotalPpna - SoldeProvision.
           IF VariationPpna < 0
               MOVE 'REPRISE' TO NatureVariation
               COMPUTE MontantVariation = 0 - VariationPpna
           ELSE
               MOVE 'DOTATION' TO NatureVariation
               MOVE VariationPpna TO MontantVariation
           END-IF.
           MOVE MontantVariation TO VariationAffiche.
           MOVE SoldeProvision TO OuvertureAffiche.
           MOVE TotalPpna TO PpnaAffiche.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING PeriodeCalcul DELIMITED SIZE
                  ';COMPTE;' DELIMITED SIZE
                  CompteProvisionPpna DELIMITED SIZE
                  ';' DELIMITED SIZE
                  OuvertureAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PpnaAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NatureVariation DELIMITED SPACE
                  ';' DELIMITED SIZE
                  VariationAffiche DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

           open output F-Ppna.
           IF MontantVariation > 0
               MOVE SPACES TO E-Ppna
               STRING 'PPNA' DELIMITED SIZE
                      ';' DELIMITED SIZE
                      PeriodeCalcul DELIMITED SIZE
                      ';' DELIMITED SIZE
                      NatureVariation DELIMITED SPACE
                      ';' DELIMITED SIZE
                      VariationAffiche DELIMITED SIZE
                      ';' DELIMITED SIZE
                      currentDate DELIMITED SIZE
               INTO E-Ppna
               END-STRING
               write E-Ppna
           END-IF.
           close F-Ppna.

       Select-Solde-Provision.
           MOVE 0 TO SoldeProvision.
           MOVE SPACES TO SoldeTexte.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(SUM(IF(SENS = "C", ' DELIMITED SIZE
                  'REPLACE(MONTANT, ",", "."), ' DELIMITED SIZE
                  '-REPLACE(MONTANT, ",", "."))), 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ECRITURECOMPTA ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'COMPTE = "' DELIMITED SIZE
                  CompteProvisionPpna DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (3)
              END-CALL
              IF SQLCA-RESULT (3) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (3)
                                            SoldeTexte
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT SoldeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SoldeTexte REPLACING ALL '.' BY ','.
           IF SQLCODE = 0 AND SoldeTexte not = SPACES
               COMPUTE SoldeProvision = FUNCTION NUMVAL(SoldeTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

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
           MOVE 'PPNALOT' TO PGCTB-PROGRAM-NAME.

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
