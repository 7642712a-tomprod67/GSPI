      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 REGROUPLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Regroupement du courrier de la journee, lance par CHAINLOT
      *    en fin de chaine. Les plis deposes dans le flux d'impression
      *    (PLISCOURRIER, voir CPYIMPR) et pas encore regroupes sont
      *    reunis par client, version d'adresse et date d'emission :
      *    un seul pli part sous enveloppe avec un bordereau d'envoi
      *    qui liste les documents joints. Le bordereau est lui-meme
      *    depose dans le flux et son identifiant, imprime dans la
      *    fenetre, devient celui de l'enveloppe (NPAILOT le relit sur
      *    un retour). Un document seul part sans bordereau. Une
      *    enveloppe est close a BC-MaxPagesEnveloppe pages.
      *    Les plis d'un client qui a demande la suppression du papier
      *    (MAJPREF) ou dont l'adresse est signalee NPAI sont retenus.
      *    Manifeste remis a l'imprimeur (manifeste_courrier_AAAAMMJJ
      *    .txt, separateur ;) :
      *      ENTETE;date;tarif d'affranchissement par enveloppe
      *      E;enveloppe;client;documents;pages (bordereau compris)
      *      D;enveloppe;pli;type;reference;pages
      *      S;pli;client;motif de retenue
      *      X;client;documents;motif (bordereau non emis, plis
      *        laisses au passage suivant)
      *      TOTAL;enveloppes;documents;pages;plis retenus;
      *        enveloppes economisees;affranchissement economise
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Manifeste
           assign to MANIFESTE-PATH
           organization is line sequential access sequential.

           select F-Bordereau
           assign to WS-BORDEREAU-PATH
           organization is line sequential access sequential.

           select F-Impression
           assign to IMPR-PATH
           organization is line sequential
           file status is IMPR-STATUS-FLUX.

           select F-ImprSource
           assign to IMPR-SOURCE-PATH
           organization is line sequential
           file status is IMPR-STATUS-SOURCE.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Manifeste record varying from 0 to 255.
       01 E-Manifeste pic x(255).

       FD F-Bordereau record varying from 0 to 200.
       01 E-Bordereau pic x(200).

       FD F-Impression record varying from 0 to 250.
       01 E-Impression pic x(250).

       FD F-ImprSource record varying from 0 to 200.
       01 E-ImprSource pic x(200).
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

       01 DB-STATUS-SAVE pic X.

       01 BusinessConstants.
         05 BC-TarifAffranchissement pic 9v99.
         05 BC-MaxPagesEnveloppe pic 9(3).

       01 MANIFESTE-PATH pic X(300).
       01 WS-BORDEREAU-PATH pic X(300).

      *    Pli lu.
       01 IdPliTexte pic X(12).
       01 IdClientTemp pic X(10).
       01 VersionTexte pic X(10).
       01 DateEmissionTemp pic X(10).
       01 TypeDocumentTemp pic X(20).
       01 ReferenceTemp pic X(30).
       01 NbPagesTexte pic X(6).
       01 NpaiTexte pic X(2).
       01 SuppressionTexte pic X(2).
       01 IdPliNum pic 9(10).
       01 NbPagesNum pic 9(4).

      *    Enveloppe en cours : client, version d'adresse et date.
       01 CleCourante pic X(30).
       01 CleGroupe pic X(30) value SPACES.
       01 GroupeIdClient pic X(10).
       01 GroupeDate pic X(10).
       01 NbGroupe pic 9(2) value 0.
       01 PagesGroupe pic 9(4) value 0.
       01 TableGroupe.
         05 GR-Pli occurs 50.
           10 GR-IdPli pic 9(10).
           10 GR-TypeDocument pic X(20).
           10 GR-Reference pic X(30).
           10 GR-NbPages pic 9(4).
       01 indexGroupe pic 9(2).

       01 IdEnveloppe pic 9(10).
       01 IdentEnveloppe pic X(12).
       01 IdentDocument pic X(12).
       01 PagesEnveloppe pic 9(4).
       01 MotifRetenue pic X(30).

       01 PliMaj pic 9(10).
       01 StatutMaj pic X.

       01 NbPlisLus pic 9(8) value 0.
       01 NbEnveloppes pic 9(8) value 0.
       01 NbPlisEnveloppes pic 9(8) value 0.
       01 NbBordereaux pic 9(8) value 0.
       01 NbPagesTotal pic 9(8) value 0.
       01 NbPlisRetenus pic 9(8) value 0.
       01 NbEnveloppesEconomisees pic 9(8) value 0.
       01 EconomieAffranchissement pic 9(7)v99 value 0.
       01 EconomieAffichee pic Z(6)9,99.
       01 TarifAffiche pic Z9,99.

       01 LIGNE-MANIFESTE pic X(255).
       01 LIGNE-BORDEREAU pic X(200).

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-TypeEntree pic X(5).
       01 JB-LignesLues pic 9(8) value 0.
       01 JB-LignesEcrites pic 9(8) value 0.
       01 JB-CodeSortie pic 9(2) value 0.
       01 JB-HeureActuelle pic 9(8).
       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYIMPR OF "cobol/source_cobol".
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
           MOVE SPACES TO MANIFESTE-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -          "/manifeste_courrier_" DELIMITED SIZE
                   currentYear DELIMITED SIZE
                   MM DELIMITED SIZE
                   JJ DELIMITED SIZE
                   ".txt" DELIMITED SIZE
               INTO MANIFESTE-PATH
           END-STRING.
           open output F-Manifeste.
           MOVE BC-TarifAffranchissement TO TarifAffiche.
           MOVE SPACES TO LIGNE-MANIFESTE.
           STRING 'ENTETE;' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  ';' DELIMITED SIZE
                  TarifAffiche DELIMITED SIZE
           INTO LIGNE-MANIFESTE
           END-STRING.
           perform Write-Ligne-Manifeste.

       GSPI-Trt.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           perform Regrouper-Plis.
           perform close-BDD.

       GSPI-Fin.
           perform Write-Ligne-Total.
           close F-Manifeste.
           display NbPlisLus.
           display NbEnveloppes.
           display NbBordereaux.
           display NbPlisRetenus.
           display NbEnveloppesEconomisees.
           MOVE NbPlisLus TO JB-LignesLues.
           MOVE NbEnveloppes TO JB-LignesEcrites.
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
           MOVE 'REGROUPLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-TarifAffranchissement
                                              BC-MaxPagesEnveloppe
           END-CALL.
           IF BC-TarifAffranchissement = 0
               MOVE 1,29 TO BC-TarifAffranchissement
           END-IF.
           IF BC-MaxPagesEnveloppe = 0
               MOVE 20 TO BC-MaxPagesEnveloppe
           END-IF.

      ******************************************************************
      *****                   REGROUPER-PLIS                       *****
      ******************************************************************
      *    Plis non regroupes, hors bordereaux et plis deja revenus,
      *    tries par client, version d'adresse et date d'emission :
      *    chaque rupture clot l'enveloppe en cours.
       Regrouper-Plis.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'P.IDPLI, P.IDCLIENT, P.IDHISTOADRESSE, '
                  DELIMITED SIZE
                  'P.DATEEMISSION, P.TYPEDOCUMENT, P.REFERENCE, '
                  DELIMITED SIZE
                  'P.NBPAGES, IFNULL(C.ADRESSENPAI, "0"), '
                  DELIMITED SIZE
                  'IFNULL((SELECT F.SUPPRESSIONPAPIER ' DELIMITED SIZE
                  'FROM PREFERENCESCLIENT F ' DELIMITED SIZE
                  'WHERE F.IDCLIENT = P.IDCLIENT), "0") ' DELIMITED SIZE
                  'FROM PLISCOURRIER P ' DELIMITED SIZE
                  'LEFT JOIN CLIENTS C ON C.IDCLIENT = P.IDCLIENT '
                  DELIMITED SIZE
                  'WHERE P.CONSOLIDATION = "" ' DELIMITED SIZE
                  'AND P.DATERETOUR = "" ' DELIMITED SIZE
                  'AND P.TYPEDOCUMENT <> "BORDEREAU-PLI" '
                  DELIMITED SIZE
                  'ORDER BY P.IDCLIENT, P.IDHISTOADRESSE, '
                  DELIMITED SIZE
                  'P.DATEEMISSION, P.IDPLI' DELIMITED SIZE
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
              display "ERREUR LECTURE PLISCOURRIER"
              MOVE 8 TO JB-CodeSortie
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO IdPliTexte
               MOVE SPACES TO IdClientTemp
               MOVE SPACES TO VersionTexte
               MOVE SPACES TO DateEmissionTemp
               MOVE SPACES TO TypeDocumentTemp
               MOVE SPACES TO ReferenceTemp
               MOVE SPACES TO NbPagesTexte
               MOVE SPACES TO NpaiTexte
               MOVE SPACES TO SuppressionTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            IdPliTexte
                                            IdClientTemp
                                            VersionTexte
                                            DateEmissionTemp
                                            TypeDocumentTemp
                                            ReferenceTemp
                                            NbPagesTexte
                                            NpaiTexte
                                            SuppressionTexte
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
                       perform Traiter-Un-Pli
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

           IF NbGroupe > 0
               perform Clore-Enveloppe
           END-IF.

      ******************************************************************
      *****                   TRAITER-UN-PLI                       *****
      ******************************************************************
       Traiter-Un-Pli.
           INSPECT IdPliTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT IdClientTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT VersionTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateEmissionTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TypeDocumentTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ReferenceTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbPagesTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NpaiTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SuppressionTexte REPLACING ALL LOW-VALUE BY SPACE.
           ADD 1 TO NbPlisLus.
           MOVE 0 TO IdPliNum.
           MOVE 0 TO NbPagesNum.
           IF IdPliTexte not = SPACES
               COMPUTE IdPliNum = FUNCTION NUMVAL(IdPliTexte)
           END-IF.
           IF NbPagesTexte not = SPACES
               COMPUTE NbPagesNum = FUNCTION NUMVAL(NbPagesTexte)
           END-IF.

           MOVE SPACES TO CleCourante.
           STRING IdClientTemp DELIMITED SIZE
                  VersionTexte DELIMITED SIZE
                  DateEmissionTemp DELIMITED SIZE
           INTO CleCourante
           END-STRING.
           IF CleCourante not = CleGroupe AND NbGroupe > 0
               perform Clore-Enveloppe
           END-IF.
           MOVE CleCourante TO CleGroupe.
           MOVE IdClientTemp TO GroupeIdClient.
           MOVE DateEmissionTemp TO GroupeDate.

           EVALUATE TRUE
               WHEN NpaiTexte (1:1) = '1'
                   MOVE 'ADRESSE NPAI' TO MotifRetenue
                   perform Retenir-Pli
               WHEN SuppressionTexte (1:1) = '1'
                   MOVE 'SUPPRESSION PAPIER' TO MotifRetenue
                   perform Retenir-Pli
               WHEN OTHER
                   perform Ajouter-Au-Groupe
           END-EVALUATE.

      *    Une enveloppe pleine (table ou nombre de pages) est close
      *    avant d'accueillir le document suivant du meme client.
       Ajouter-Au-Groupe.
           IF NbGroupe > 0
              AND (NbGroupe = 50
               OR PagesGroupe + NbPagesNum > BC-MaxPagesEnveloppe)
               perform Clore-Enveloppe
           END-IF.
           ADD 1 TO NbGroupe.
           MOVE IdPliNum TO GR-IdPli (NbGroupe).
           MOVE TypeDocumentTemp TO GR-TypeDocument (NbGroupe).
           MOVE ReferenceTemp TO GR-Reference (NbGroupe).
           MOVE NbPagesNum TO GR-NbPages (NbGroupe).
           ADD NbPagesNum TO PagesGroupe.

      ******************************************************************
      *****                    RETENIR-PLI                         *****
      ******************************************************************
       Retenir-Pli.
           MOVE IdPliNum TO PliMaj.
           MOVE 0 TO IdEnveloppe.
           MOVE 'S' TO StatutMaj.
           perform Update-Consolidation.
           IF DB-OK
               ADD 1 TO NbPlisRetenus
               MOVE IdPliNum TO IMPR-IDPLI
               perform IMPR-Calculer-Identifiant
               MOVE SPACES TO LIGNE-MANIFESTE
               STRING 'S;' DELIMITED SIZE
                      IMPR-IDENTIFIANT DELIMITED SIZE
                      ';' DELIMITED SIZE
                      IdClientTemp DELIMITED SPACE
                      ';' DELIMITED SIZE
                      MotifRetenue DELIMITED SIZE
               INTO LIGNE-MANIFESTE
               END-STRING
               perform Write-Ligne-Manifeste
           END-IF.
           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  CLORE-ENVELOPPE                       *****
      ******************************************************************
      *    Un document seul est sa propre enveloppe ; plusieurs
      *    documents partent sous le bordereau qui les liste.
       Clore-Enveloppe.
           MOVE 0 TO IdEnveloppe.
           MOVE PagesGroupe TO PagesEnveloppe.
           IF NbGroupe = 1
               MOVE GR-IdPli (1) TO IdEnveloppe
           ELSE
               perform Emettre-Bordereau
           END-IF.

           IF IdEnveloppe = 0
               perform Write-Ligne-Enveloppe-Rejetee
           ELSE
               perform Write-Ligne-Enveloppe
           END-IF.
           MOVE 0 TO NbGroupe.
           MOVE 0 TO PagesGroupe.

       Write-Ligne-Enveloppe.
           ADD 1 TO NbEnveloppes.
           ADD NbGroupe TO NbPlisEnveloppes.
           ADD PagesEnveloppe TO NbPagesTotal.
           MOVE IdEnveloppe TO IMPR-IDPLI.
           perform IMPR-Calculer-Identifiant.
           MOVE IMPR-IDENTIFIANT TO IdentEnveloppe.
           MOVE SPACES TO LIGNE-MANIFESTE.
           STRING 'E;' DELIMITED SIZE
                  IdentEnveloppe DELIMITED SIZE
                  ';' DELIMITED SIZE
                  GroupeIdClient DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbGroupe DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PagesEnveloppe DELIMITED SIZE
           INTO LIGNE-MANIFESTE
           END-STRING.
           perform Write-Ligne-Manifeste.

           IF NbGroupe > 1
               MOVE IdEnveloppe TO PliMaj
               MOVE 'E' TO StatutMaj
               perform Update-Consolidation
           END-IF.
           MOVE 0 TO indexGroupe.
           perform Enveloppe-Un-Pli
               until indexGroupe = NbGroupe.

       Enveloppe-Un-Pli.
           ADD 1 TO indexGroupe.
           MOVE GR-IdPli (indexGroupe) TO PliMaj.
           MOVE 'E' TO StatutMaj.
           perform Update-Consolidation.
           MOVE GR-IdPli (indexGroupe) TO IMPR-IDPLI.
           perform IMPR-Calculer-Identifiant.
           MOVE SPACES TO LIGNE-MANIFESTE.
           STRING 'D;' DELIMITED SIZE
                  IdentEnveloppe DELIMITED SIZE
                  ';' DELIMITED SIZE
                  IMPR-IDENTIFIANT DELIMITED SIZE
                  ';' DELIMITED SIZE
                  GR-TypeDocument (indexGroupe) DELIMITED SPACE
                  ';' DELIMITED SIZE
                  GR-Reference (indexGroupe) DELIMITED SPACE
                  ';' DELIMITED SIZE
                  GR-NbPages (indexGroupe) DELIMITED SIZE
           INTO LIGNE-MANIFESTE
           END-STRING.
           perform Write-Ligne-Manifeste.

      *    Bordereau non emis : les plis restent non regroupes et
      *    seront repris au passage suivant.
       Write-Ligne-Enveloppe-Rejetee.
           IF JB-CodeSortie < 4
               MOVE 4 TO JB-CodeSortie
           END-IF.
           MOVE SPACES TO LIGNE-MANIFESTE.
           STRING 'X;' DELIMITED SIZE
                  GroupeIdClient DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbGroupe DELIMITED SIZE
                  ';' DELIMITED SIZE
                  'BORDEREAU NON EMIS' DELIMITED SIZE
           INTO LIGNE-MANIFESTE
           END-STRING.
           perform Write-Ligne-Manifeste.

      ******************************************************************
      *****                 EMETTRE-BORDEREAU                      *****
      ******************************************************************
      *    Le bordereau, ecrit comme les autres documents dans un
      *    fichier propre, est depose dans le flux d'impression du
      *    jour : son identifiant devient celui de l'enveloppe.
       Emettre-Bordereau.
           MOVE SPACES TO WS-BORDEREAU-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -          "/bordereau_envoi_" DELIMITED SIZE
                   GR-IdPli (1) DELIMITED SIZE
                   ".txt" DELIMITED SIZE
               INTO WS-BORDEREAU-PATH
           END-STRING.
           open output F-Bordereau.

           MOVE SPACES TO LIGNE-BORDEREAU.
           STRING 'BORDEREAU D ENVOI DU ' DELIMITED SIZE
                  GroupeDate DELIMITED SIZE
           INTO LIGNE-BORDEREAU
           END-STRING.
           write E-Bordereau from LIGNE-BORDEREAU.

           MOVE SPACES TO LIGNE-BORDEREAU.
           STRING 'CE PLI REGROUPE ' DELIMITED SIZE
                  NbGroupe DELIMITED SIZE
                  ' DOCUMENTS :' DELIMITED SIZE
           INTO LIGNE-BORDEREAU
           END-STRING.
           write E-Bordereau from LIGNE-BORDEREAU.

           MOVE 0 TO indexGroupe.
           perform Write-Ligne-Bordereau
               until indexGroupe = NbGroupe.

           MOVE SPACES TO LIGNE-BORDEREAU.
           STRING 'TOTAL : ' DELIMITED SIZE
                  PagesGroupe DELIMITED SIZE
                  ' PAGE(S) JOINTE(S)' DELIMITED SIZE
           INTO LIGNE-BORDEREAU
           END-STRING.
           write E-Bordereau from LIGNE-BORDEREAU.

           close F-Bordereau.

           MOVE GroupeIdClient TO IMPR-IDCLIENT.
           MOVE 'BORDEREAU-PLI' TO IMPR-TYPEDOCUMENT.
           MOVE GR-IdPli (1) TO IMPR-REFERENCE.
           MOVE 'REGROUPLOT' TO IMPR-PROGRAMME.
           MOVE currentDate TO IMPR-DATE.
           MOVE SPACES TO IMPR-LANGUE.
           MOVE WS-BORDEREAU-PATH TO IMPR-SOURCE-PATH.
           perform IMPR-Deposer-Document.
           IF IMPR-DEPOSE
               ADD 1 TO NbBordereaux
               MOVE IMPR-IDPLI TO IdEnveloppe
               ADD IMPR-NB-PAGES TO PagesEnveloppe
           ELSE
               display "BORDEREAU NON EMIS CLIENT " GroupeIdClient
           END-IF.

       Write-Ligne-Bordereau.
           ADD 1 TO indexGroupe.
           MOVE GR-IdPli (indexGroupe) TO IMPR-IDPLI.
           perform IMPR-Calculer-Identifiant.
           MOVE SPACES TO LIGNE-BORDEREAU.
           STRING '  - ' DELIMITED SIZE
                  GR-TypeDocument (indexGroupe) DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  GR-Reference (indexGroupe) DELIMITED SPACE
                  ' (PLI ' DELIMITED SIZE
                  IMPR-IDENTIFIANT DELIMITED SIZE
                  ', ' DELIMITED SIZE
                  GR-NbPages (indexGroupe) DELIMITED SIZE
                  ' PAGE(S))' DELIMITED SIZE
           INTO LIGNE-BORDEREAU
           END-STRING.
           write E-Bordereau from LIGNE-BORDEREAU.

      ******************************************************************
      *****               UPDATE-CONSOLIDATION                     *****
      ******************************************************************
       Update-Consolidation.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'PLISCOURRIER ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'CONSOLIDATION = "' DELIMITED SIZE
                  StatutMaj DELIMITED SIZE
                  '", ENVELOPPE = ' DELIMITED SIZE
                  IdEnveloppe DELIMITED SIZE
                  ' WHERE ' DELIMITED SIZE
                  'IDPLI = ' DELIMITED SIZE
                  PliMaj DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF NOT DB-OK
               display "ERREUR MISE A JOUR PLI " PliMaj
               IF JB-CodeSortie < 4
                   MOVE 4 TO JB-CodeSortie
               END-IF
           END-IF.

      ******************************************************************
      *****                    WRITE-MANIFESTE                     *****
      ******************************************************************
      *    Sans regroupement chaque document serait parti dans sa
      *    propre enveloppe : l'economie est le nombre d'enveloppes
      *    evitees au tarif BC-TarifAffranchissement.
       Write-Ligne-Total.
           COMPUTE NbEnveloppesEconomisees =
               NbPlisEnveloppes - NbEnveloppes.
           COMPUTE EconomieAffranchissement =
               NbEnveloppesEconomisees * BC-TarifAffranchissement.
           MOVE EconomieAffranchissement TO EconomieAffichee.
           MOVE SPACES TO LIGNE-MANIFESTE.
           STRING 'TOTAL;' DELIMITED SIZE
                  NbEnveloppes DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbPlisEnveloppes DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbPagesTotal DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbPlisRetenus DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbEnveloppesEconomisees DELIMITED SIZE
                  ';' DELIMITED SIZE
                  EconomieAffichee DELIMITED SIZE
           INTO LIGNE-MANIFESTE
           END-STRING.
           perform Write-Ligne-Manifeste.

       Write-Ligne-Manifeste.
           MOVE LIGNE-MANIFESTE TO E-Manifeste.
           write E-Manifeste.

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
           MOVE 'REGROUPLOT' TO PGCTB-PROGRAM-NAME.

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
       COPY CPYIMPRP OF "cobol/source_cobol".
