      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 REASCPTLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Compte technique trimestriel de reassurance en quote-part.
      *    Par produit (type de sinistre du contrat) :
      *      prime cedee     primes nettes facturees dans le trimestre
      *                      (FACTURATION, avoirs compris) a la part
      *                      cedee du traite (BC-PartCedee de
      *                      REASSURLOT)
      *      commission      BC-TauxCommission % de la prime cedee
      *      sinistres cedes part cedee des prestations payees sur
      *                      les sinistres du bordereau de REASSURLOT,
      *                      diminuee de ce qui a deja ete reclame au
      *                      reassureur (RECUPERATIONREASS)
      *      solde           sinistres cedes - prime cedee + commission
      *                      (positif : a recevoir du reassureur)
      *    Le compte est garde dans COMPTEREASSURANCE et n'est etabli
      *    qu'une fois par trimestre ; un nouveau passage le restitue.
      *    Les reglements du reassureur (reglement_reassurance.txt,
      *    controle par le registre des fichiers entrants) :
      *      trimestre;montant;date;reference
      *    sont gardes dans REGLEMENTREASSURANCE. Les recuperations
      *    d'un trimestre dont le solde a recevoir n'est pas encore
      *    couvert par les reglements sont listees par anciennete.
      *    Le trimestre est le dernier trimestre echu, ou celui donne
      *    dans le fichier parametre (TRIMESTRE:AAAA-Tn).
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Parametre
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/reascptlot_parametre.txt"
           organization is line sequential
           file status is WS-PARAMETRE-STATUS.

           select F-Bordereau
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/bordereau_cession_reassurance.txt"
           organization is line sequential
           file status is WS-BORDEREAU-STATUS.

           select F-Reglement
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/reglement_reassurance.txt"
           organization is line sequential
           file status is WS-REGLEMENT-STATUS.

           select F-Compte
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/compte_reassurance_lot.txt"
           organization is line sequential access sequential.

           select F-Recuperations
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/recuperations_reassurance_lot.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Parametre record varying from 0 to 80.
       01 E-Parametre pic x(80).

       FD F-Bordereau record varying from 0 to 200.
       01 E-Bordereau pic x(200).

       FD F-Reglement record varying from 0 to 200.
       01 E-Reglement pic x(200).

       FD F-Compte record varying from 0 to 255.
       01 E-Compte pic x(255).

       FD F-Recuperations record varying from 0 to 255.
       01 E-Recuperations pic x(255).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.
       01 WS-PARAMETRE-STATUS pic XX.
       01 WS-BORDEREAU-STATUS pic XX.
       01 WS-REGLEMENT-STATUS pic XX.

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

      *    Part cedee du traite (constante de REASSURLOT) et taux de
      *    commission de reassurance, en pourcentage.
       01 BusinessConstants.
         05 BC-PartCedee pic 99.
         05 BC-TauxCommission pic 99.

      *    Trimestre du compte (AAAA-Tn) et ses bornes en SQL.
       01 Trimestre pic X(7).
       01 TrimestreR REDEFINES Trimestre.
           05 TrimAnnee pic 9(4).
           05 TrimSep pic X(2).
           05 TrimNumero pic 9.
       01 TrimestreValide pic 9 value 1.
       01 MoisDebut pic 99.
       01 DebutTrimestreSql pic X(50).
       01 FinTrimestreSql pic X(90).
       01 TrimestreRecherche pic X(7).
       01 NbLignesCompte pic 9(6).
       01 NbLignesTexte pic X(10).

      *    Compte par produit.
       01 NbProduits pic 9(3) value 0.
       01 ProduitsTable.
           05 Produit OCCURS 100.
               10 PRD-Type pic X(20).
               10 PRD-PrimeEmise pic S9(10)V99.
               10 PRD-Sinistres pic S9(10)V99.
       01 indexProduit pic 9(3).
       01 ProduitTrouve pic 9(3).
       01 TypeProduit pic X(20).

      *    Recuperations du trimestre, inserees apres le compte.
       01 NbRecuperations pic 9(4) value 0.
       01 RecuperationsTable.
           05 Recuperation OCCURS 2000.
               10 REC-IdSinistre pic X(10).
               10 REC-Type pic X(20).
               10 REC-Montant pic S9(8)V99.
       01 indexRecup pic 9(4).

      *    Ligne du bordereau de REASSURLOT.
       01 BrdSinistre pic X(10).
       01 BrdDossier pic X(10).
       01 BrdContrat pic X(10).
       01 BrdDate pic X(10).
       01 BrdProvision pic X(12).
       01 BrdTotalPaye pic X(12).
       01 BrdCede pic X(15).
       01 BrdType pic X(20).
       01 TotalPayeSinistre pic 9(8)V99.
       01 Recuperable pic S9(8)V99.
       01 DejaRecupere pic S9(8)V99.
       01 DeltaRecuperation pic S9(8)V99.

      *    Ligne de reglement du reassureur.
       01 RegTrimestre pic X(10).
       01 RegMontantTexte pic X(15).
       01 RegDate pic X(10).
       01 RegReference pic X(35).
       01 RegMontant pic S9(10)V99.

      *    Montants du compte.
       01 MontantTexte pic X(20).
       01 PrimeEmise pic S9(10)V99.
       01 PrimeCedee pic S9(10)V99.
       01 Commission pic S9(10)V99.
       01 SinistresCedes pic S9(10)V99.
       01 SoldeCompte pic S9(10)V99.
       01 TotalPrimeEmise pic S9(10)V99 value 0.
       01 TotalPrimeCedee pic S9(10)V99 value 0.
       01 TotalCommission pic S9(10)V99 value 0.
       01 TotalSinistres pic S9(10)V99 value 0.
       01 TotalSolde pic S9(10)V99 value 0.
       01 TotalRegle pic S9(10)V99 value 0.
       01 ResteDu pic S9(10)V99 value 0.
       01 SensSolde pic X(10).
       01 PrimeEmiseTexte pic X(20).
       01 PrimeCedeeTexte pic X(20).
       01 CommissionTexte pic X(20).
       01 SinistresTexte pic X(20).
       01 SoldeTexte pic X(20).

      *    Liste par anciennete.
       01 RecIdSinistreTexte pic X(10).
       01 RecTrimestreTexte pic X(7).
       01 RecTypeTexte pic X(20).
       01 RecDateTexte pic X(10).
       01 RecAgeTexte pic X(6).
       01 RecMontant pic S9(8)V99.
       01 AgeRecuperation pic 9(5).
       01 TrancheAge pic X(8).
       01 TotalTranche1 pic S9(10)V99 value 0.
       01 TotalTranche2 pic S9(10)V99 value 0.
       01 TotalTranche3 pic S9(10)V99 value 0.
       01 TotalTranche4 pic S9(10)V99 value 0.

       01 NbRecuperationsEnCours pic 9(8) value 0.
       01 NbReglements pic 9(8) value 0.
       01 NbAnomalies pic 9(8) value 0.
       01 NbLignesBordereau pic 9(8) value 0.

       01 PrimeEmiseAffiche pic -(9)9,99.
       01 PrimeCedeeAffiche pic -(9)9,99.
       01 CommissionAffiche pic -(9)9,99.
       01 SinistresAffiche pic -(9)9,99.
       01 SoldeAffiche pic -(9)9,99.
       01 MontantAffiche pic -(9)9,99.
       01 Tranche1Affiche pic -(9)9,99.
       01 Tranche2Affiche pic -(9)9,99.
       01 Tranche3Affiche pic -(9)9,99.
       01 Tranche4Affiche pic -(9)9,99.

       01 LIGNE-COMPTE pic X(255).
       01 LIGNE-RECUPERATION pic X(255).

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-TypeEntree pic X(5).
       01 JB-LignesLues pic 9(8) value 0.
       01 JB-LignesEcrites pic 9(8) value 0.
       01 JB-CodeSortie pic 9(2) value 0.
       01 JB-HeureActuelle pic 9(8).
       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYFICH OF "cobol/source_cobol".
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
           perform Controler-Fichier-Entrant.
           open output F-Compte.
           open output F-Recuperations.

       GSPI-Trt.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           IF TrimestreValide = 0
               display "TRIMESTRE INVALIDE, COMPTE NON ETABLI "
                       Trimestre
               MOVE 8 TO JB-CodeSortie
           ELSE
               perform Etablir-Compte
               perform Write-Compte
           END-IF.
      *    Un fichier de reglements refuse au registre n'est pas lu.
           IF FICH-ACCEPTE
               perform Enregistrer-Reglements
           END-IF.
           perform Lister-Recuperations-En-Cours.
           perform close-BDD.
           IF FICH-ACCEPTE
               perform FICH-Cloturer-Fichier
           END-IF.

       GSPI-Fin.
           close F-Compte.
           close F-Recuperations.
           display NbProduits.
           display NbRecuperations.
           display NbReglements.
           display NbRecuperationsEnCours.
           display NbAnomalies.
           COMPUTE JB-LignesLues = NbLignesBordereau + NbReglements.
           COMPUTE JB-LignesEcrites = NbRecuperations + NbReglements.
           IF NbAnomalies > 0 AND JB-CodeSortie < 4
               MOVE 4 TO JB-CodeSortie
           END-IF.
           IF FICH-SANS-TOTAL = 1 AND JB-CodeSortie < 4
               MOVE 4 TO JB-CodeSortie
           END-IF.
           IF FICH-REFUSE
               MOVE 16 TO JB-CodeSortie
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
      *    La part cedee est celle du traite, lue sous REASSURLOT pour
      *    que bordereau et compte appliquent le meme taux.
       Read-Business-Constants.
           CALL "read_business_params" USING "REASSURLOT  "
                                              BC-PartCedee
           END-CALL.
           IF BC-PartCedee = 0
               display "PART CEDEE DU TRAITE NON PARAMETREE"
           END-IF.
           MOVE 'REASCPTLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-TauxCommission
           END-CALL.
           IF BC-TauxCommission = 0
               MOVE 30 TO BC-TauxCommission
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
      *****              CONTROLER-FICHIER-ENTRANT                 *****
      ******************************************************************
      *    Premiere lecture des reglements pour le registre : toute
      *    ligne hors entete et total est un reglement, le montant est
      *    le 2e champ.
       Controler-Fichier-Entrant.
           MOVE 'REASCPTLOT' TO FICH-PROGRAMME.
           MOVE 'reglement_reassurance.txt' TO FICH-NOM.
           MOVE 'REASSUREUR' TO FICH-EMETTEUR.
           MOVE 2 TO FICH-RANG-MONTANT.
           perform FICH-Debut-Controle.
           move 0 to Boucleur-read-file.
           open INPUT F-Reglement.
           IF WS-REGLEMENT-STATUS = "00"
               perform Controler-Fichier-Entrant-Trt
                   until Boucleur-read-file = 1
               close F-Reglement
           END-IF.
           perform FICH-Enregistrer-Fichier.

       Controler-Fichier-Entrant-Trt.
           read F-Reglement
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-Reglement TO FICH-LIGNE
                   perform FICH-Cumuler-Ligne
           end-read.

      ******************************************************************
      *****                    ETABLIR-COMPTE                      *****
      ******************************************************************
      *    Un trimestre deja etabli n'est pas recalcule : ses
      *    recuperations ont ete reclamees au reassureur.
       Etablir-Compte.
           MOVE Trimestre TO TrimestreRecherche.
           perform Select-Compte-Existant.
           IF NbLignesCompte > 0
               display "COMPTE DEJA ETABLI " Trimestre
           ELSE
               perform Charger-Primes-Cedees
               perform Charger-Sinistres-Cedes
               MOVE 0 TO indexProduit
               perform Enregistrer-Ligne-Compte
                   until indexProduit >= NbProduits
               MOVE 0 TO indexRecup
               perform Enregistrer-Recuperation
                   until indexRecup >= NbRecuperations
           END-IF.

       Select-Compte-Existant.
           MOVE 0 TO NbLignesCompte.
           MOVE SPACES TO NbLignesTexte.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'COMPTEREASSURANCE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'TRIMESTRE = "' DELIMITED SIZE
                  TrimestreRecherche DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

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
                                            NbLignesTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT NbLignesTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND NbLignesTexte not = SPACES
               COMPUTE NbLignesCompte = FUNCTION NUMVAL(NbLignesTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               CHARGER-PRIMES-CEDEES                    *****
      ******************************************************************
      *    Primes nettes de taxe facturees dans le trimestre, par
      *    produit ; les avoirs viennent en diminution.
       Charger-Primes-Cedees.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(K.TYPESINISTRE, ""), ' DELIMITED SIZE
                  'SUM(REPLACE(F.MONTANTNET, ",", ".")) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'FACTURATION F ' DELIMITED SIZE
                  'JOIN CONTRATS K ON K.IDCONTRAT = F.IDCONTRAT '
                  DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STR_TO_DATE(F.DATEFACTURE, "%d/%m/%Y") BETWEEN '
                  DELIMITED SIZE
                  DebutTrimestreSql DELIMITED '  '
                  ' AND ' DELIMITED SIZE
                  FinTrimestreSql DELIMITED '  '
                  ' GROUP BY IFNULL(K.TYPESINISTRE, "") ' DELIMITED SIZE
                  'ORDER BY 1' DELIMITED SIZE
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
               MOVE SPACES TO TypeProduit
               MOVE SPACES TO MontantTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            TypeProduit
                                            MontantTexte
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
                       perform Cumuler-Prime-Produit
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Cumuler-Prime-Produit.
           perform Lire-Produit.
           INSPECT MontantTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantTexte REPLACING ALL '.' BY ','.
           IF MontantTexte not = SPACES AND ProduitTrouve > 0
               COMPUTE PRD-PrimeEmise (ProduitTrouve) =
                   PRD-PrimeEmise (ProduitTrouve)
                   + FUNCTION NUMVAL(MontantTexte)
           END-IF.

      *    Retrouve (ou cree) le produit TypeProduit ; ProduitTrouve
      *    a 0 si la table est pleine.
       Lire-Produit.
           INSPECT TypeProduit REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO ProduitTrouve.
           MOVE 0 TO indexProduit.
           perform Chercher-Produit
               until ProduitTrouve > 0 OR indexProduit >= NbProduits.
           IF ProduitTrouve = 0
               IF NbProduits < 100
                   ADD 1 TO NbProduits
                   MOVE NbProduits TO ProduitTrouve
                   MOVE TypeProduit TO PRD-Type (ProduitTrouve)
                   MOVE 0 TO PRD-PrimeEmise (ProduitTrouve)
                   MOVE 0 TO PRD-Sinistres (ProduitTrouve)
               ELSE
                   display "TABLE DES PRODUITS PLEINE"
                   ADD 1 TO NbAnomalies
               END-IF
           END-IF.

       Chercher-Produit.
           ADD 1 TO indexProduit.
           IF PRD-Type (indexProduit) = TypeProduit
               MOVE indexProduit TO ProduitTrouve
           END-IF.

      ******************************************************************
      *****              CHARGER-SINISTRES-CEDES                   *****
      ******************************************************************
      *    Dernier bordereau de REASSURLOT : pour chaque sinistre cede,
      *    la part cedee des prestations payees a ce jour, diminuee de
      *    ce qui a deja ete reclame aux trimestres precedents.
      *      sinistre;dossier;contrat;survenance;provision;paye;
      *      cede;type sinistre
       Charger-Sinistres-Cedes.
           move 0 to Boucleur-read-file.
           open INPUT F-Bordereau.
           IF WS-BORDEREAU-STATUS = "00"
               perform Charger-Sinistres-Cedes-Trt
                   until Boucleur-read-file = 1
               close F-Bordereau
           ELSE
               display "BORDEREAU DE CESSION ABSENT"
           END-IF.

       Charger-Sinistres-Cedes-Trt.
           read F-Bordereau
               at end
                   move 1 to Boucleur-read-file
               not at end
                   perform Lire-Ligne-Bordereau
           end-read.

       Lire-Ligne-Bordereau.
           MOVE SPACES TO BrdSinistre.
           MOVE SPACES TO BrdDossier.
           MOVE SPACES TO BrdContrat.
           MOVE SPACES TO BrdDate.
           MOVE SPACES TO BrdProvision.
           MOVE SPACES TO BrdTotalPaye.
           MOVE SPACES TO BrdCede.
           MOVE SPACES TO BrdType.
           unstring E-Bordereau delimited by ';' into
            BrdSinistre
            BrdDossier
            BrdContrat
            BrdDate
            BrdProvision
            BrdTotalPaye
            BrdCede
            BrdType
           end-unstring.
           IF BrdSinistre not = 'TOTAL' AND BrdSinistre not = SPACES
               ADD 1 TO NbLignesBordereau
               MOVE 0 TO TotalPayeSinistre
               IF BrdTotalPaye not = SPACES
                   COMPUTE TotalPayeSinistre =
                       FUNCTION NUMVAL(BrdTotalPaye)
               END-IF
               COMPUTE Recuperable ROUNDED =
                   TotalPayeSinistre * BC-PartCedee / 100
               perform Select-Deja-Recupere
               COMPUTE DeltaRecuperation = Recuperable - DejaRecupere
               IF DeltaRecuperation not = 0
                   perform Retenir-Recuperation
               END-IF
           END-IF.

       Retenir-Recuperation.
           IF NbRecuperations < 2000
               MOVE BrdType TO TypeProduit
               perform Lire-Produit
               IF ProduitTrouve > 0
                   ADD DeltaRecuperation
                   TO PRD-Sinistres (ProduitTrouve)
                   ADD 1 TO NbRecuperations
                   MOVE BrdSinistre TO REC-IdSinistre (NbRecuperations)
                   MOVE TypeProduit TO REC-Type (NbRecuperations)
                   MOVE DeltaRecuperation
                   TO REC-Montant (NbRecuperations)
               END-IF
           ELSE
               display "TABLE DES RECUPERATIONS PLEINE " BrdSinistre
               ADD 1 TO NbAnomalies
           END-IF.

       Select-Deja-Recupere.
           MOVE 0 TO DejaRecupere.
           MOVE SPACES TO MontantTexte.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(SUM(REPLACE(MONTANT, ",", ".")), 0) '
                  DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'RECUPERATIONREASS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDSINISTRE = "' DELIMITED SIZE
                  BrdSinistre DELIMITED SPACE
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
                                            MontantTexte
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT MontantTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantTexte REPLACING ALL '.' BY ','.
           IF SQLCODE = 0 AND MontantTexte not = SPACES
               COMPUTE DejaRecupere = FUNCTION NUMVAL(MontantTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              ENREGISTRER-LIGNE-COMPTE                  *****
      ******************************************************************
       Enregistrer-Ligne-Compte.
           ADD 1 TO indexProduit.
           MOVE PRD-PrimeEmise (indexProduit) TO PrimeEmise.
           COMPUTE PrimeCedee ROUNDED =
               PrimeEmise * BC-PartCedee / 100.
           COMPUTE Commission ROUNDED =
               PrimeCedee * BC-TauxCommission / 100.
           MOVE PRD-Sinistres (indexProduit) TO SinistresCedes.
           COMPUTE SoldeCompte =
               SinistresCedes - PrimeCedee + Commission.
           MOVE PrimeEmise TO PrimeEmiseAffiche.
           MOVE PrimeCedee TO PrimeCedeeAffiche.
           MOVE Commission TO CommissionAffiche.
           MOVE SinistresCedes TO SinistresAffiche.
           MOVE SoldeCompte TO SoldeAffiche.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'COMPTEREASSURANCE' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'TRIMESTRE, ' DELIMITED SIZE
                  'TYPESINISTRE, ' DELIMITED SIZE
                  'PRIMEEMISE, ' DELIMITED SIZE
                  'PARTCEDEE, ' DELIMITED SIZE
                  'PRIMECEDEE, ' DELIMITED SIZE
                  'TAUXCOMMISSION, ' DELIMITED SIZE
                  'COMMISSION, ' DELIMITED SIZE
                  'SINISTRESCEDES, ' DELIMITED SIZE
                  'SOLDE, ' DELIMITED SIZE
                  'DATECOMPTE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  Trimestre DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PRD-Type (indexProduit) DELIMITED '  '
                  '","' DELIMITED SIZE
                  PrimeEmiseAffiche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  BC-PartCedee DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PrimeCedeeAffiche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  BC-TauxCommission DELIMITED SIZE
                  '","' DELIMITED SIZE
                  CommissionAffiche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  SinistresAffiche DELIMITED SIZE
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
               display "ENREGISTREMENT COMPTE REASSURANCE EN ERREUR "
                       PRD-Type (indexProduit)
               ADD 1 TO NbAnomalies
           END-IF.
           MOVE 0 TO SQLCODE.

       Enregistrer-Recuperation.
           ADD 1 TO indexRecup.
           MOVE REC-Montant (indexRecup) TO MontantAffiche.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'RECUPERATIONREASS' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'IDSINISTRE, ' DELIMITED SIZE
                  'TRIMESTRE, ' DELIMITED SIZE
                  'TYPESINISTRE, ' DELIMITED SIZE
                  'MONTANT, ' DELIMITED SIZE
                  'DATECOMPTE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  REC-IdSinistre (indexRecup) DELIMITED SPACE
                  '","' DELIMITED SIZE
                  Trimestre DELIMITED SIZE
                  '","' DELIMITED SIZE
                  REC-Type (indexRecup) DELIMITED '  '
                  '","' DELIMITED SIZE
                  MontantAffiche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "ENREGISTREMENT RECUPERATION EN ERREUR "
                       REC-IdSinistre (indexRecup)
               ADD 1 TO NbAnomalies
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                    WRITE-COMPTE                        *****
      ******************************************************************
      *    Le compte est relu tel qu'il est garde, qu'il vienne d'etre
      *    etabli ou non, suivi des reglements deja recus.
      *      COMPTE;trimestre;produit;prime emise;prime cedee;
      *      commission;sinistres cedes;solde
      *      TOTAL;trimestre;...;solde;A RECEVOIR|A PAYER
      *      REGLE;trimestre;reglements recus;reste du
       Write-Compte.
           IF SQLCA-CURSOR-CTRL (4) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (4).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'TYPESINISTRE, ' DELIMITED SIZE
                  'REPLACE(PRIMEEMISE, ",", "."), ' DELIMITED SIZE
                  'REPLACE(PRIMECEDEE, ",", "."), ' DELIMITED SIZE
                  'REPLACE(COMMISSION, ",", "."), ' DELIMITED SIZE
                  'REPLACE(SINISTRESCEDES, ",", "."), ' DELIMITED SIZE
                  'REPLACE(SOLDE, ",", ".") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'COMPTEREASSURANCE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'TRIMESTRE = "' DELIMITED SIZE
                  Trimestre DELIMITED SIZE
                  '" ORDER BY TYPESINISTRE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (4)
              END-CALL
              IF SQLCA-RESULT (4) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO TypeProduit
               MOVE SPACES TO PrimeEmiseTexte
               MOVE SPACES TO PrimeCedeeTexte
               MOVE SPACES TO CommissionTexte
               MOVE SPACES TO SinistresTexte
               MOVE SPACES TO SoldeTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (4)
                                            TypeProduit
                                            PrimeEmiseTexte
                                            PrimeCedeeTexte
                                            CommissionTexte
                                            SinistresTexte
                                            SoldeTexte
               END-CALL

               IF SQLCA-RESULT (4) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       perform Write-Ligne-Compte
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (4).

           perform Write-Total-Compte.

       Write-Ligne-Compte.
           INSPECT TypeProduit REPLACING ALL LOW-VALUE BY SPACE.
           MOVE PrimeEmiseTexte TO MontantTexte.
           perform Convertir-Montant.
           MOVE RegMontant TO PrimeEmise.
           MOVE PrimeCedeeTexte TO MontantTexte.
           perform Convertir-Montant.
           MOVE RegMontant TO PrimeCedee.
           MOVE CommissionTexte TO MontantTexte.
           perform Convertir-Montant.
           MOVE RegMontant TO Commission.
           MOVE SinistresTexte TO MontantTexte.
           perform Convertir-Montant.
           MOVE RegMontant TO SinistresCedes.
           MOVE SoldeTexte TO MontantTexte.
           perform Convertir-Montant.
           MOVE RegMontant TO SoldeCompte.
           ADD PrimeEmise TO TotalPrimeEmise.
           ADD PrimeCedee TO TotalPrimeCedee.
           ADD Commission TO TotalCommission.
           ADD SinistresCedes TO TotalSinistres.
           ADD SoldeCompte TO TotalSolde.
           MOVE PrimeEmise TO PrimeEmiseAffiche.
           MOVE PrimeCedee TO PrimeCedeeAffiche.
           MOVE Commission TO CommissionAffiche.
           MOVE SinistresCedes TO SinistresAffiche.
           MOVE SoldeCompte TO SoldeAffiche.
           MOVE SPACES TO LIGNE-COMPTE.
           STRING 'COMPTE;' DELIMITED SIZE
                  Trimestre DELIMITED SIZE
                  ';' DELIMITED SIZE
                  TypeProduit DELIMITED '  '
                  ';' DELIMITED SIZE
                  PrimeEmiseAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PrimeCedeeAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  CommissionAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  SinistresAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  SoldeAffiche DELIMITED SIZE
           INTO LIGNE-COMPTE
           END-STRING.
           write E-Compte from LIGNE-COMPTE.

       Convertir-Montant.
           MOVE 0 TO RegMontant.
           INSPECT MontantTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantTexte REPLACING ALL '.' BY ','.
           IF MontantTexte not = SPACES
               COMPUTE RegMontant = FUNCTION NUMVAL(MontantTexte)
           END-IF.

       Write-Total-Compte.
           IF TotalSolde < 0
               MOVE 'A PAYER' TO SensSolde
           ELSE
               MOVE 'A RECEVOIR' TO SensSolde
           END-IF.
           MOVE TotalPrimeEmise TO PrimeEmiseAffiche.
           MOVE TotalPrimeCedee TO PrimeCedeeAffiche.
           MOVE TotalCommission TO CommissionAffiche.
           MOVE TotalSinistres TO SinistresAffiche.
           MOVE TotalSolde TO SoldeAffiche.
           MOVE SPACES TO LIGNE-COMPTE.
           STRING 'TOTAL;' DELIMITED SIZE
                  Trimestre DELIMITED SIZE
                  ';;' DELIMITED SIZE
                  PrimeEmiseAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PrimeCedeeAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  CommissionAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  SinistresAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  SoldeAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  SensSolde DELIMITED '  '
           INTO LIGNE-COMPTE
           END-STRING.
           write E-Compte from LIGNE-COMPTE.

           perform Select-Total-Regle.
           COMPUTE ResteDu = TotalSolde - TotalRegle.
           MOVE TotalRegle TO MontantAffiche.
           MOVE ResteDu TO SoldeAffiche.
           MOVE SPACES TO LIGNE-COMPTE.
           STRING 'REGLE;' DELIMITED SIZE
                  Trimestre DELIMITED SIZE
                  ';' DELIMITED SIZE
                  MontantAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  SoldeAffiche DELIMITED SIZE
           INTO LIGNE-COMPTE
           END-STRING.
           write E-Compte from LIGNE-COMPTE.

       Select-Total-Regle.
           MOVE 0 TO TotalRegle.
           MOVE SPACES TO MontantTexte.

           IF SQLCA-CURSOR-CTRL (5) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (5).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(SUM(REPLACE(MONTANT, ",", ".")), 0) '
                  DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'REGLEMENTREASSURANCE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'TRIMESTRE = "' DELIMITED SIZE
                  Trimestre DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (5)
              END-CALL
              IF SQLCA-RESULT (5) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (5)
                                            MontantTexte
               END-CALL
               IF SQLCA-RESULT (5) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               perform Convertir-Montant
               MOVE RegMontant TO TotalRegle
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (5).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              ENREGISTRER-REGLEMENTS                    *****
      ******************************************************************
      *    Chaque reglement se rapporte a un trimestre deja etabli ;
      *    un reglement sur un trimestre inconnu est signale et n'est
      *    pas garde.
      *      REGLEMENT;trimestre;montant;date;reference;fichier
       Enregistrer-Reglements.
           move 0 to Boucleur-read-file.
           open INPUT F-Reglement.
           IF WS-REGLEMENT-STATUS = "00"
               perform Enregistrer-Reglements-Trt
                   until Boucleur-read-file = 1
               close F-Reglement
           END-IF.

       Enregistrer-Reglements-Trt.
           read F-Reglement
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-Reglement TO FICH-LIGNE
                   perform FICH-Tester-Ligne
                   IF not FICH-LIGNE-CONTROLE
                       perform Enregistrer-Un-Reglement
                   END-IF
           end-read.

       Enregistrer-Un-Reglement.
           MOVE SPACES TO RegTrimestre.
           MOVE SPACES TO RegMontantTexte.
           MOVE SPACES TO RegDate.
           MOVE SPACES TO RegReference.
           unstring E-Reglement delimited by ';' into
            RegTrimestre
            RegMontantTexte
            RegDate
            RegReference
           end-unstring.
           MOVE 0 TO NbLignesCompte.
           IF RegTrimestre not = SPACES AND RegMontantTexte not = SPACES
               MOVE RegTrimestre TO TrimestreRecherche
               perform Select-Compte-Existant
           END-IF.
           IF NbLignesCompte = 0
               ADD 1 TO NbAnomalies
               MOVE SPACES TO LIGNE-COMPTE
               STRING 'REGLEMENT SANS COMPTE;' DELIMITED SIZE
                      E-Reglement DELIMITED '  '
               INTO LIGNE-COMPTE
               END-STRING
               write E-Compte from LIGNE-COMPTE
           ELSE
               MOVE RegMontantTexte TO MontantTexte
               perform Convertir-Montant
               IF RegDate = SPACES
                   MOVE currentDate TO RegDate
               END-IF
               perform Insert-Reglement
           END-IF.

       Insert-Reglement.
           MOVE RegMontant TO MontantAffiche.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'REGLEMENTREASSURANCE' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'TRIMESTRE, ' DELIMITED SIZE
                  'MONTANT, ' DELIMITED SIZE
                  'DATEREGLEMENT, ' DELIMITED SIZE
                  'REFERENCE, ' DELIMITED SIZE
                  'IDFICHIER) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  TrimestreRecherche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  MontantAffiche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  RegDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  RegReference DELIMITED '  '
                  '",' DELIMITED SIZE
                  FICH-IDFICHIER DELIMITED SIZE
                  ')' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "ENREGISTREMENT REGLEMENT EN ERREUR "
                       TrimestreRecherche
               ADD 1 TO NbAnomalies
           ELSE
               ADD 1 TO NbReglements
               MOVE SPACES TO LIGNE-COMPTE
               STRING 'REGLEMENT;' DELIMITED SIZE
                      TrimestreRecherche DELIMITED SIZE
                      ';' DELIMITED SIZE
                      MontantAffiche DELIMITED SIZE
                      ';' DELIMITED SIZE
                      RegDate DELIMITED SIZE
                      ';' DELIMITED SIZE
                      RegReference DELIMITED '  '
                      ';' DELIMITED SIZE
                      FICH-IDFICHIER DELIMITED SIZE
               INTO LIGNE-COMPTE
               END-STRING
               write E-Compte from LIGNE-COMPTE
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****           LISTER-RECUPERATIONS-EN-COURS                  *****
      ******************************************************************
      *    Recuperations des trimestres dont le solde a recevoir
      *    depasse encore les reglements recus, les plus anciennes
      *    d'abord, avec leur anciennete depuis l'etablissement du
      *    compte et la tranche correspondante.
      *      sinistre;trimestre;produit;montant;date compte;jours;
      *      tranche
       Lister-Recuperations-En-Cours.
           IF SQLCA-CURSOR-CTRL (6) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (6).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'R.IDSINISTRE, R.TRIMESTRE, R.TYPESINISTRE, '
                  DELIMITED SIZE
                  'REPLACE(R.MONTANT, ",", "."), R.DATECOMPTE, '
                  DELIMITED SIZE
                  'DATEDIFF(CURDATE(), ' DELIMITED SIZE
                  'STR_TO_DATE(R.DATECOMPTE, "%d/%m/%Y")) '
                  DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'RECUPERATIONREASS R ' DELIMITED SIZE
                  'WHERE R.TRIMESTRE IN (SELECT C.TRIMESTRE '
                  DELIMITED SIZE
                  'FROM COMPTEREASSURANCE C GROUP BY C.TRIMESTRE '
                  DELIMITED SIZE
                  'HAVING SUM(REPLACE(C.SOLDE, ",", ".")) > '
                  DELIMITED SIZE
                  'IFNULL((SELECT SUM(REPLACE(G.MONTANT, ",", ".")) '
                  DELIMITED SIZE
                  'FROM REGLEMENTREASSURANCE G ' DELIMITED SIZE
                  'WHERE G.TRIMESTRE = C.TRIMESTRE), 0)) '
                  DELIMITED SIZE
                  'ORDER BY 6 DESC, R.IDSINISTRE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (6)
              END-CALL
              IF SQLCA-RESULT (6) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO RecIdSinistreTexte
               MOVE SPACES TO RecTrimestreTexte
               MOVE SPACES TO RecTypeTexte
               MOVE SPACES TO MontantTexte
               MOVE SPACES TO RecDateTexte
               MOVE SPACES TO RecAgeTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (6)
                                            RecIdSinistreTexte
                                            RecTrimestreTexte
                                            RecTypeTexte
                                            MontantTexte
                                            RecDateTexte
                                            RecAgeTexte
               END-CALL

               IF SQLCA-RESULT (6) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       perform Write-Ligne-Recuperation
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (6).

           perform Write-Total-Recuperations.

       Write-Ligne-Recuperation.
           ADD 1 TO NbRecuperationsEnCours.
           INSPECT RecIdSinistreTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RecTypeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RecAgeTexte REPLACING ALL LOW-VALUE BY SPACE.
           perform Convertir-Montant.
           MOVE RegMontant TO RecMontant.
           MOVE 0 TO AgeRecuperation.
           IF RecAgeTexte not = SPACES
               COMPUTE AgeRecuperation = FUNCTION NUMVAL(RecAgeTexte)
           END-IF.
           EVALUATE TRUE
               WHEN AgeRecuperation <= 90
                   MOVE '0-90' TO TrancheAge
                   ADD RecMontant TO TotalTranche1
               WHEN AgeRecuperation <= 180
                   MOVE '91-180' TO TrancheAge
                   ADD RecMontant TO TotalTranche2
               WHEN AgeRecuperation <= 365
                   MOVE '181-365' TO TrancheAge
                   ADD RecMontant TO TotalTranche3
               WHEN OTHER
                   MOVE '+365' TO TrancheAge
                   ADD RecMontant TO TotalTranche4
           END-EVALUATE.
           MOVE RecMontant TO MontantAffiche.
           MOVE SPACES TO LIGNE-RECUPERATION.
           STRING RecIdSinistreTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  RecTrimestreTexte DELIMITED SIZE
                  ';' DELIMITED SIZE
                  RecTypeTexte DELIMITED '  '
                  ';' DELIMITED SIZE
                  MontantAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  RecDateTexte DELIMITED SIZE
                  ';' DELIMITED SIZE
                  AgeRecuperation DELIMITED SIZE
                  ';' DELIMITED SIZE
                  TrancheAge DELIMITED SPACE
           INTO LIGNE-RECUPERATION
           END-STRING.
           write E-Recuperations from LIGNE-RECUPERATION.

      *    TOTAL;nombre;0-90;91-180;181-365;+365;date
       Write-Total-Recuperations.
           MOVE TotalTranche1 TO Tranche1Affiche.
           MOVE TotalTranche2 TO Tranche2Affiche.
           MOVE TotalTranche3 TO Tranche3Affiche.
           MOVE TotalTranche4 TO Tranche4Affiche.
           MOVE SPACES TO LIGNE-RECUPERATION.
           STRING 'TOTAL;' DELIMITED SIZE
                  NbRecuperationsEnCours DELIMITED SIZE
                  ';' DELIMITED SIZE
                  Tranche1Affiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  Tranche2Affiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  Tranche3Affiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  Tranche4Affiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  currentDate DELIMITED SIZE
           INTO LIGNE-RECUPERATION
           END-STRING.
           write E-Recuperations from LIGNE-RECUPERATION.

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
           MOVE 'REASCPTLOT' TO PGCTB-PROGRAM-NAME.

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

       COPY CPYFICHP OF "cobol/source_cobol".
