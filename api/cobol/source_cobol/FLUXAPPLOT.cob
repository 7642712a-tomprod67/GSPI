      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 FLUXAPPLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Flux quotidien de portefeuille des apporteurs : chaque nuit,
      *    un fichier par apporteur de la table APPORTEUR, depose dans
      *    son repertoire (APPORTEUR.REPERTOIREFLUX, a defaut
      *    data_txt/apporteurs/<code>, a creer a l'ouverture de
      *    l'apporteur). Le perimetre est celui des consultations
      *    courtiers (LISTCON, LISTDOS, DETAILCLI) : les contrats au
      *    code de l'apporteur et les dossiers de ces contrats.
      *      ENTETE      apporteur, date du flux, debut de la fenetre
      *      CONTRAT     statut, prime mensuelle et impaye du contrat
      *      FACTURE     factures emises dans la fenetre (FACTURATION)
      *      SINISTRE    sinistres ouverts (STATUS 1 a 4) et leur etape
      *      PRESTATION  prestations payees dans la fenetre
      *      CONTROLE    nombre de lignes par nature et totaux
      *    La fenetre court du dernier flux d'un jour precedent
      *    (FLUXAPPORTEUR) a la veille ; pour un premier flux elle
      *    remonte de BC-JoursPremierFlux jours. Un repassage le meme
      *    jour reproduit donc le meme fichier. Un repertoire absent
      *    laisse l'apporteur sans flux (code retour 4), il sera servi
      *    sur la meme fenetre au passage suivant.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Flux
           assign to FLUX-PATH
           organization is line sequential
           file status is FLUX-STATUS.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Flux record varying from 0 to 255.
       01 E-Flux pic x(255).
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

      *    Profondeur en jours de la fenetre d'un premier flux (30 par
      *    defaut).
       01 BusinessConstants.
         05 BC-JoursPremierFlux pic 999.

      *    Apporteurs a servir, charges avant les extractions.
       01 NbApporteurs pic 9(3) value 0.
       01 ApporteursTable.
           05 UnApporteur OCCURS 200.
               10 AP-Code pic X(10).
               10 AP-Repertoire pic X(200).
               10 AP-Depuis pic X(10).
       01 indexApporteur pic 9(3).

       01 CodeApporteurTemp pic X(10).
       01 RepertoireTemp pic X(200).
       01 DepuisTemp pic X(10).

       01 FiltreContrats pic X(100).
       01 FluxOuvert pic 9 value 0.

       01 FLUX-STATUS pic XX.
       01 FLUX-PATH pic X(300).
       01 NomFichierFlux pic X(30).
       01 LIGNE-FLUX pic X(255).

      *    Ligne lue, commune aux quatre extractions.
       01 Zone1Texte pic X(10).
       01 Zone2Texte pic X(10).
       01 Zone3Texte pic X(10).
       01 Zone4Texte pic X(12).
       01 Zone5Texte pic X(12).
       01 Montant1Texte pic X(20).
       01 Montant2Texte pic X(20).
       01 Montant1 pic S9(8)V99.
       01 Montant2 pic S9(8)V99.
       01 Montant1Affiche pic -(8)9,99.
       01 Montant2Affiche pic -(8)9,99.
       01 NatureLigne pic X(10).

      *    Compteurs et totaux de l'apporteur en cours (CONTROLE).
       01 NbContrats pic 9(8).
       01 NbFactures pic 9(8).
       01 NbSinistres pic 9(8).
       01 NbPrestations pic 9(8).
       01 TotalPrimes pic S9(10)V99.
       01 TotalImpayes pic S9(10)V99.
       01 TotalFacture pic S9(10)V99.
       01 TotalPaye pic S9(10)V99.
       01 TotalAffiche pic -(10)9,99.
       01 NbLignesFlux pic 9(8).

       01 NbFluxEcrits pic 9(8) value 0.
       01 NbFluxEnEchec pic 9(8) value 0.
       01 NbLignesTotal pic 9(8) value 0.

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
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
           perform Charger-Apporteurs.
           MOVE 0 TO indexApporteur.
           perform Traiter-Un-Apporteur
               until indexApporteur >= NbApporteurs.

       GSPI-Fin.
           perform close-BDD.
           display NbApporteurs.
           display NbFluxEcrits.
           display NbFluxEnEchec.
           IF NbFluxEnEchec > 0
               MOVE 4 TO JB-CodeSortie
           END-IF.
           MOVE NbApporteurs TO JB-LignesLues.
           MOVE NbLignesTotal TO JB-LignesEcrites.
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
           MOVE 'FLUXAPPLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-JoursPremierFlux
           END-CALL.
           IF BC-JoursPremierFlux = 0
               MOVE 30 TO BC-JoursPremierFlux
           END-IF.

      ******************************************************************
      *****                 CHARGER-APPORTEURS                     *****
      ******************************************************************
      *    Debut de fenetre au format SQL (AAAA-MM-JJ) : dernier flux
      *    servi avant ce jour, sinon BC-JoursPremierFlux jours.
       Charger-Apporteurs.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'A.CODEAPPORTEUR, ' DELIMITED SIZE
                  'IFNULL(A.REPERTOIREFLUX, ""), ' DELIMITED SIZE
                  'IFNULL((SELECT DATE_FORMAT(MAX(F.DATEFLUX), '
                  DELIMITED SIZE
                  '"%Y-%m-%d") FROM FLUXAPPORTEUR F ' DELIMITED SIZE
                  'WHERE F.CODEAPPORTEUR = A.CODEAPPORTEUR '
                  DELIMITED SIZE
                  'AND F.DATEFLUX < CURDATE()), ' DELIMITED SIZE
                  'DATE_FORMAT(DATE_SUB(CURDATE(), INTERVAL '
                  DELIMITED SIZE
                  BC-JoursPremierFlux DELIMITED SIZE
                  ' DAY), "%Y-%m-%d")) ' DELIMITED SIZE
                  'FROM APPORTEUR A ' DELIMITED SIZE
                  'WHERE IFNULL(A.CODEAPPORTEUR, "") <> "" '
                  DELIMITED SIZE
                  'ORDER BY A.CODEAPPORTEUR' DELIMITED SIZE
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
               display "LECTURE DES APPORTEURS EN ERREUR"
               MOVE 8 TO JB-CodeSortie
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO CodeApporteurTemp
               MOVE SPACES TO RepertoireTemp
               MOVE SPACES TO DepuisTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            CodeApporteurTemp
                                            RepertoireTemp
                                            DepuisTemp
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
                       perform Ajouter-Apporteur
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Ajouter-Apporteur.
           INSPECT CodeApporteurTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RepertoireTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DepuisTemp REPLACING ALL LOW-VALUE BY SPACE.
           IF NbApporteurs < 200
               ADD 1 TO NbApporteurs
               MOVE CodeApporteurTemp TO AP-Code (NbApporteurs)
               MOVE RepertoireTemp TO AP-Repertoire (NbApporteurs)
               MOVE DepuisTemp TO AP-Depuis (NbApporteurs)
           ELSE
               display "APPORTEUR NON SERVI, TABLE PLEINE "
                       CodeApporteurTemp
               ADD 1 TO NbFluxEnEchec
           END-IF.

      ******************************************************************
      *****                TRAITER-UN-APPORTEUR                    *****
      ******************************************************************
       Traiter-Un-Apporteur.
           add 1 to indexApporteur.
           MOVE 0 TO NbContrats.
           MOVE 0 TO NbFactures.
           MOVE 0 TO NbSinistres.
           MOVE 0 TO NbPrestations.
           MOVE 0 TO NbLignesFlux.
           MOVE 0 TO TotalPrimes.
           MOVE 0 TO TotalImpayes.
           MOVE 0 TO TotalFacture.
           MOVE 0 TO TotalPaye.
           perform Construire-Filtre-Apporteur.
           perform Ouvrir-Flux-Apporteur.
           IF FluxOuvert = 1
               perform Write-Ligne-Entete
               perform Ecrire-Contrats
               perform Ecrire-Factures
               perform Ecrire-Sinistres
               perform Ecrire-Prestations
               perform Write-Ligne-Controle
               close F-Flux
               perform Insert-Flux-Apporteur
               ADD 1 TO NbFluxEcrits
               ADD NbLignesFlux TO NbLignesTotal
           END-IF.

      *    Meme restriction que la consultation des dossiers par un
      *    operateur rattache a l'apporteur (voir LISTDOS).
       Construire-Filtre-Apporteur.
           MOVE SPACES TO FiltreContrats.
           STRING '(SELECT IDCONTRAT FROM CONTRATS ' DELIMITED SIZE
                  'WHERE CODEAPPORTEUR = "' DELIMITED SIZE
                  AP-Code (indexApporteur) DELIMITED SPACE
                  '") |' DELIMITED SIZE
           INTO FiltreContrats
           END-STRING.

      ******************************************************************
      *****               OUVRIR-FLUX-APPORTEUR                    *****
      ******************************************************************
       Ouvrir-Flux-Apporteur.
           MOVE 0 TO FluxOuvert.
           MOVE SPACES TO NomFichierFlux.
           STRING '/portefeuille_' DELIMITED SIZE
                  currentYear DELIMITED SIZE
                  MM of SYSTEME-DATE DELIMITED SIZE
                  JJ of SYSTEME-DATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
           INTO NomFichierFlux
           END-STRING.
           MOVE SPACES TO FLUX-PATH.
           IF AP-Repertoire (indexApporteur) not = SPACES
               STRING AP-Repertoire (indexApporteur) DELIMITED SPACE
                      NomFichierFlux DELIMITED SPACE
               INTO FLUX-PATH
               END-STRING
           ELSE
               STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data
      -               "_txt/apporteurs/" DELIMITED SIZE
                      AP-Code (indexApporteur) DELIMITED SPACE
                      NomFichierFlux DELIMITED SPACE
               INTO FLUX-PATH
               END-STRING
           END-IF.
           open output F-Flux.
           IF FLUX-STATUS = "00"
               MOVE 1 TO FluxOuvert
           ELSE
               display "FLUX NON DEPOSE, APPORTEUR "
                       AP-Code (indexApporteur)
                       " STATUT " FLUX-STATUS
               ADD 1 TO NbFluxEnEchec
           END-IF.

      ******************************************************************
      *****                  WRITE-LIGNE-ENTETE                    *****
      ******************************************************************
       Write-Ligne-Entete.
           MOVE SPACES TO LIGNE-FLUX.
           STRING 'ENTETE;' DELIMITED SIZE
                  AP-Code (indexApporteur) DELIMITED SPACE
                  ';' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  ';' DELIMITED SIZE
                  AP-Depuis (indexApporteur) DELIMITED SIZE
           INTO LIGNE-FLUX
           END-STRING.
           write E-Flux from LIGNE-FLUX.

      ******************************************************************
      *****                   ECRIRE-CONTRATS                      *****
      ******************************************************************
      *    Tous les contrats de l'apporteur, avec leur statut, la prime
      *    mensuelle et l'impaye cumule du contrat.
       Ecrire-Contrats.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDCONTRAT, CLIENTID, TYPESINISTRE, ' DELIMITED SIZE
                  'IFNULL(STATUS, ""), ' DELIMITED SIZE
                  'IFNULL(DATESOUSCRIPTION, ""), ' DELIMITED SIZE
                  'ROUND(REPLACE(IFNULL(PRIXPARMOIS, "0"), '
                  DELIMITED SIZE
                  '",", ".") + 0, 2), ' DELIMITED SIZE
                  'ROUND(REPLACE(IFNULL(MONTANTIMPAYE, "0"), '
                  DELIMITED SIZE
                  '",", ".") + 0, 2) ' DELIMITED SIZE
                  'FROM CONTRATS ' DELIMITED SIZE
                  'WHERE CODEAPPORTEUR = "' DELIMITED SIZE
                  AP-Code (indexApporteur) DELIMITED SPACE
                  '" ORDER BY IDCONTRAT' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           MOVE 'CONTRAT' TO NatureLigne.
           perform Lire-Lignes-Flux.

      ******************************************************************
      *****                   ECRIRE-FACTURES                      *****
      ******************************************************************
      *    Factures des contrats de l'apporteur emises dans la fenetre.
       Ecrire-Factures.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'NUMEROFACTURE, IDCONTRAT, IDCLIENT, ' DELIMITED SIZE
                  'PERIODE, IFNULL(DATEECHEANCE, ""), ' DELIMITED SIZE
                  'ROUND(REPLACE(IFNULL(MONTANT, "0"), ' DELIMITED SIZE
                  '",", ".") + 0, 2), 0 ' DELIMITED SIZE
                  'FROM FACTURATION ' DELIMITED SIZE
                  'WHERE IDCONTRAT IN ' DELIMITED SIZE
                  FiltreContrats DELIMITED '|'
                  'AND STR_TO_DATE(DATEFACTURE, "%d/%m/%Y") >= "'
                  DELIMITED SIZE
                  AP-Depuis (indexApporteur) DELIMITED SIZE
                  '" AND STR_TO_DATE(DATEFACTURE, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '< CURDATE() ORDER BY NUMEROFACTURE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           MOVE 'FACTURE' TO NatureLigne.
           perform Lire-Lignes-Flux.

      ******************************************************************
      *****                   ECRIRE-SINISTRES                     *****
      ******************************************************************
      *    Sinistres encore ouverts des dossiers de l'apporteur, avec
      *    leur etape (voir SINISTAT) et la provision en reserve.
       Ecrire-Sinistres.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'S.IDSINISTRE, D.CONTRATID, K.CLIENTID, '
                  DELIMITED SIZE
                  'S.TYPESINISTRE, S.STATUS, ' DELIMITED SIZE
                  'ROUND(REPLACE(IFNULL(S.MONTANTPROVISION, "0"), '
                  DELIMITED SIZE
                  '",", ".") + 0, 2), 0 ' DELIMITED SIZE
                  'FROM SINISTRES S ' DELIMITED SIZE
                  'JOIN DOSSIER D ON D.IDDOSSIER = S.DOSSIERID '
                  DELIMITED SIZE
                  'JOIN CONTRATS K ON K.IDCONTRAT = D.CONTRATID '
                  DELIMITED SIZE
                  'WHERE S.STATUS >= "1" AND S.STATUS <= "4" '
                  DELIMITED SIZE
                  'AND D.CONTRATID IN ' DELIMITED SIZE
                  FiltreContrats DELIMITED '|'
                  'ORDER BY S.IDSINISTRE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           MOVE 'SINISTRE' TO NatureLigne.
           perform Lire-Lignes-Flux.

      ******************************************************************
      *****                  ECRIRE-PRESTATIONS                    *****
      ******************************************************************
      *    Prestations approuvees (payees) dans la fenetre sur les
      *    sinistres des dossiers de l'apporteur.
       Ecrire-Prestations.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'P.IDPRESTATION, P.SINISTREID, D.CONTRATID, '
                  DELIMITED SIZE
                  'K.CLIENTID, P.DATEVALIDATION, ' DELIMITED SIZE
                  'ROUND(REPLACE(IFNULL(P.MONTANTPAYE, "0"), '
                  DELIMITED SIZE
                  '",", ".") + 0, 2), 0 ' DELIMITED SIZE
                  'FROM PRESTATION P ' DELIMITED SIZE
                  'JOIN SINISTRES S ON S.IDSINISTRE = P.SINISTREID '
                  DELIMITED SIZE
                  'JOIN DOSSIER D ON D.IDDOSSIER = S.DOSSIERID '
                  DELIMITED SIZE
                  'JOIN CONTRATS K ON K.IDCONTRAT = D.CONTRATID '
                  DELIMITED SIZE
                  'WHERE P.STATUS = "1" ' DELIMITED SIZE
                  'AND D.CONTRATID IN ' DELIMITED SIZE
                  FiltreContrats DELIMITED '|'
                  'AND STR_TO_DATE(P.DATEVALIDATION, "%d/%m/%Y") >= "'
                  DELIMITED SIZE
                  AP-Depuis (indexApporteur) DELIMITED SIZE
                  '" AND STR_TO_DATE(P.DATEVALIDATION, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '< CURDATE() ORDER BY P.IDPRESTATION' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           MOVE 'PRESTATION' TO NatureLigne.
           perform Lire-Lignes-Flux.

      ******************************************************************
      *****                   LIRE-LIGNES-FLUX                     *****
      ******************************************************************
      *    Execute l'extraction preparee dans SQLCA-STATEMENT : cinq
      *    zones puis deux montants ; la nature de ligne est portee
      *    par NatureLigne.
       Lire-Lignes-Flux.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

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
           ELSE
               display "EXTRACTION " NatureLigne " EN ERREUR, "
                       "APPORTEUR " AP-Code (indexApporteur)
               MOVE 4 TO JB-CodeSortie
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO Zone1Texte
               MOVE SPACES TO Zone2Texte
               MOVE SPACES TO Zone3Texte
               MOVE SPACES TO Zone4Texte
               MOVE SPACES TO Zone5Texte
               MOVE SPACES TO Montant1Texte
               MOVE SPACES TO Montant2Texte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            Zone1Texte
                                            Zone2Texte
                                            Zone3Texte
                                            Zone4Texte
                                            Zone5Texte
                                            Montant1Texte
                                            Montant2Texte
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
                       perform Write-Ligne-Flux
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

      ******************************************************************
      *****                   WRITE-LIGNE-FLUX                     *****
      ******************************************************************
      *    CONTRAT;contrat;client;type;statut;souscription;prime;impaye
      *    FACTURE;facture;contrat;client;periode;echeance;montant
      *    SINISTRE;sinistre;contrat;client;type;etape;provision
      *    PRESTATION;prestation;sinistre;contrat;client;date;montant
       Write-Ligne-Flux.
           INSPECT Zone1Texte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT Zone2Texte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT Zone3Texte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT Zone4Texte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT Zone5Texte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT Montant1Texte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT Montant1Texte REPLACING ALL '.' BY ','.
           INSPECT Montant2Texte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT Montant2Texte REPLACING ALL '.' BY ','.
           MOVE 0 TO Montant1.
           MOVE 0 TO Montant2.
           IF Montant1Texte not = SPACES
               COMPUTE Montant1 = FUNCTION NUMVAL(Montant1Texte)
           END-IF.
           IF Montant2Texte not = SPACES
               COMPUTE Montant2 = FUNCTION NUMVAL(Montant2Texte)
           END-IF.
           MOVE Montant1 TO Montant1Affiche.
           MOVE Montant2 TO Montant2Affiche.
           EVALUATE NatureLigne
               WHEN 'CONTRAT'
                   ADD 1 TO NbContrats
                   ADD Montant1 TO TotalPrimes
                   ADD Montant2 TO TotalImpayes
               WHEN 'FACTURE'
                   ADD 1 TO NbFactures
                   ADD Montant1 TO TotalFacture
               WHEN 'SINISTRE'
                   ADD 1 TO NbSinistres
                   EVALUATE Zone5Texte
                       WHEN '1' MOVE 'DECLARE' TO Zone5Texte
                       WHEN '2' MOVE 'EXAMINE' TO Zone5Texte
                       WHEN '3' MOVE 'APPROUVE' TO Zone5Texte
                       WHEN '4' MOVE 'PAYE' TO Zone5Texte
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               WHEN 'PRESTATION'
                   ADD 1 TO NbPrestations
                   ADD Montant1 TO TotalPaye
           END-EVALUATE.
           MOVE SPACES TO LIGNE-FLUX.
           IF NatureLigne = 'CONTRAT'
               STRING NatureLigne DELIMITED SPACE
                      ';' DELIMITED SIZE
                      Zone1Texte DELIMITED SPACE
                      ';' DELIMITED SIZE
                      Zone2Texte DELIMITED SPACE
                      ';' DELIMITED SIZE
                      Zone3Texte DELIMITED SPACE
                      ';' DELIMITED SIZE
                      Zone4Texte DELIMITED SPACE
                      ';' DELIMITED SIZE
                      Zone5Texte DELIMITED SPACE
                      ';' DELIMITED SIZE
                      Montant1Affiche DELIMITED SIZE
                      ';' DELIMITED SIZE
                      Montant2Affiche DELIMITED SIZE
               INTO LIGNE-FLUX
               END-STRING
           ELSE
               STRING NatureLigne DELIMITED SPACE
                      ';' DELIMITED SIZE
                      Zone1Texte DELIMITED SPACE
                      ';' DELIMITED SIZE
                      Zone2Texte DELIMITED SPACE
                      ';' DELIMITED SIZE
                      Zone3Texte DELIMITED SPACE
                      ';' DELIMITED SIZE
                      Zone4Texte DELIMITED SPACE
                      ';' DELIMITED SIZE
                      Zone5Texte DELIMITED SPACE
                      ';' DELIMITED SIZE
                      Montant1Affiche DELIMITED SIZE
               INTO LIGNE-FLUX
               END-STRING
           END-IF.
           write E-Flux from LIGNE-FLUX.
           ADD 1 TO NbLignesFlux.

      ******************************************************************
      *****                 WRITE-LIGNE-CONTROLE                   *****
      ******************************************************************
      *    CONTROLE;apporteur;contrats;factures;sinistres;prestations;
      *    lignes de detail, puis un TOTAL par montant :
      *    primes mensuelles, impayes, facture, paye.
       Write-Ligne-Controle.
           MOVE SPACES TO LIGNE-FLUX.
           STRING 'CONTROLE;' DELIMITED SIZE
                  AP-Code (indexApporteur) DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbContrats DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbFactures DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbSinistres DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbPrestations DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbLignesFlux DELIMITED SIZE
           INTO LIGNE-FLUX
           END-STRING.
           write E-Flux from LIGNE-FLUX.
           MOVE TotalPrimes TO TotalAffiche.
           MOVE 'PRIMES' TO Zone1Texte.
           perform Write-Ligne-Total.
           MOVE TotalImpayes TO TotalAffiche.
           MOVE 'IMPAYES' TO Zone1Texte.
           perform Write-Ligne-Total.
           MOVE TotalFacture TO TotalAffiche.
           MOVE 'FACTURE' TO Zone1Texte.
           perform Write-Ligne-Total.
           MOVE TotalPaye TO TotalAffiche.
           MOVE 'PAYE' TO Zone1Texte.
           perform Write-Ligne-Total.

       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-FLUX.
           STRING 'TOTAL;' DELIMITED SIZE
                  Zone1Texte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  TotalAffiche DELIMITED SIZE
           INTO LIGNE-FLUX
           END-STRING.
           write E-Flux from LIGNE-FLUX.

      ******************************************************************
      *****                INSERT-FLUX-APPORTEUR                   *****
      ******************************************************************
      *    Trace du flux servi : c'est elle qui ouvre la fenetre du
      *    flux du lendemain.
       Insert-Flux-Apporteur.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'FLUXAPPORTEUR' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'CODEAPPORTEUR, ' DELIMITED SIZE
                  'DATEFLUX, ' DELIMITED SIZE
                  'DEPUIS, ' DELIMITED SIZE
                  'NBLIGNES, ' DELIMITED SIZE
                  'FICHIER) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  AP-Code (indexApporteur) DELIMITED SPACE
                  '",CURDATE(),"' DELIMITED SIZE
                  AP-Depuis (indexApporteur) DELIMITED SIZE
                  '","' DELIMITED SIZE
                  NbLignesFlux DELIMITED SIZE
                  '","' DELIMITED SIZE
                  FLUX-PATH DELIMITED SPACE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "FLUX NON TRACE, APPORTEUR "
                       AP-Code (indexApporteur)
               MOVE 4 TO JB-CodeSortie
           END-IF.
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
           MOVE 'FLUXAPPLOT' TO PGCTB-PROGRAM-NAME.

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
