      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 LIMAGELOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Sortie des ayants droit a la limite d'age du produit : les
      *    personnes assurees rattachees par CREATASS (enfants d'un
      *    contrat famille) cessent d'etre couvertes a l'age fixe par
      *    TYPESINISTRE.AGELIMITEAYANTDROIT. Le lot de nuit avise le
      *    souscripteur quelques jours avant, puis a la date limite
      *    ferme la couverture de la personne (CREATSIN refuse alors
      *    ses sinistres) et retire la part ayant droit du produit
      *    (PRIMEAYANTDROIT) du PRIXPARMOIS du contrat, que FACTURLOT
      *    applique a la facturation suivante.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Synthese
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/limite_age_lot.txt"
           organization is line sequential access sequential.

           select F-Lettre
           assign to WS-LETTRE-PATH
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

       FD F-Synthese record varying from 0 to 255.
       01 E-Synthese pic x(255).

       FD F-Lettre record varying from 0 to 200.
       01 E-Lettre pic x(200).

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

      *    Preavis donne au souscripteur avant la date limite, en jours
      *    calendaires. A zero, 30 jours par defaut.
       01 BusinessConstants.
         05 BC-DelaiAvisLimite pic 999.

       01 DB-STATUS-SAVE pic X.

       01 AssureIdTemp pic 9(8).
       01 ContratIdTemp pic 9(8).
       01 IdClientTemp pic 9(8).
       01 NomTemp pic X(30).
       01 PrenomTemp pic X(30).
       01 AdresseTemp pic X(100).
       01 CodePostalTemp pic X(5).
       01 VilleTemp pic X(30).
       01 NomAssureTemp pic X(30).
       01 PrenomAssureTemp pic X(30).
       01 DateLimiteAge pic X(10).

      *    Preferences de communication du client (voir MAJPREF) : le
      *    courrier n'est pas emis quand le client a demande la
      *    suppression du papier ou que son adresse est NPAI ; l'avis
      *    reste enregistre et la sortie a lieu a la date limite.
       01 SuppressionPapier pic 9 value 0.
       01 SuppressionTexte pic X(2).
       01 NpaiTexte pic X(2).
       01 CanalEnvoi pic X(12).

      *    Langue du client (CODELANGUE de CLIENTS, FR par defaut) et
      *    titre du document dans cette langue (table MODELESDOC).
       01 CodeLangueTemp pic X(2).
       01 LangueModele pic X(2).
       01 TitreModele pic X(120).
       01 ModeleTrouve pic 9 value 0.

      *    Reprix du contrat : la part ayant droit est retiree du prix
      *    avec le controle de VERSION des autres reprix (RETARIFLOT,
      *    ANNULDOS, CREATDOS).
       01 PrimeAyantDroitTexte pic X(10).
       01 PrimeAyantDroit pic 9999V99 value 0.
       01 AncienPrixTemp pic 9999V99 value 0.
       01 NouveauPrixTemp pic 9999V99 value 0.
       01 AncienPrixAffiche pic Z(4),99.
       01 NouveauPrixAffiche pic Z(4),99.
       01 VersionContratTemp pic 9(8).
       01 VersionContratRelue pic 9(8).
       01 VersionTexte pic X(10).
       01 PrixReluTexte pic X(10).
       01 PrixContratRelu pic 9(4)V99.
       01 MajPrixAppliquee pic 9 value 0.
       01 TentativesMajPrix pic 9 value 0.

       01 NbAvisEnvoyes pic 9(8) value 0.
       01 NbLettresEmises pic 9(8) value 0.
       01 NbLettresSupprimees pic 9(8) value 0.
       01 NbTraductionsManquantes pic 9(8) value 0.
       01 NbAyantsDroitSortis pic 9(8) value 0.
       01 NbContratsRetarifes pic 9(8) value 0.
       01 NbConflitsVersion pic 9(4) value 0.

       01 WS-LETTRE-PATH pic X(300).
       01 LIGNE-LETTRE pic X(200).
       01 LIGNE-SYNTHESE pic X(255).

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-TypeEntree pic X(5).
       01 JB-LignesLues pic 9(8) value 0.
       01 JB-LignesEcrites pic 9(8) value 0.
       01 JB-CodeSortie pic 9(2) value 0.
       01 JB-HeureActuelle pic 9(8).
       01 JB-Horodatage pic X(19).

       01 AuditNomTable pic X(20).
       01 AuditIdEnregistrement pic X(20).
       01 AuditOperation pic X(10).
       01 AuditAncienneValeur pic X(50).
       01 AuditNouvelleValeur pic X(50).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYHADR OF "cobol/source_cobol".
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
           open output F-Synthese.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
           perform Aviser-Limite-Age.
           perform Sortir-Ayants-Droit.

       GSPI-Fin.
           perform close-BDD.
           perform Write-Ligne-Total.
           close F-Synthese.
           display NbAvisEnvoyes.
           display NbLettresEmises.
           display NbLettresSupprimees.
           display NbTraductionsManquantes.
           display IMPR-NB-PLIS.
           display NbAyantsDroitSortis.
           display NbContratsRetarifes.
           display NbConflitsVersion.
           COMPUTE JB-LignesLues =
               NbAvisEnvoyes + NbAyantsDroitSortis.
           COMPUTE JB-LignesEcrites =
               NbLettresEmises + NbAyantsDroitSortis
               + NbContratsRetarifes.
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
           MOVE 'LIMAGELOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-DelaiAvisLimite
           END-CALL.
           IF BC-DelaiAvisLimite = 0
               MOVE 30 TO BC-DelaiAvisLimite
           END-IF.

      ******************************************************************
      *****                AVISER-LIMITE-AGE                       *****
      ******************************************************************
      *    Ayants droit encore couverts dont la date limite (date de
      *    naissance plus l'age limite du produit) tombe dans le
      *    preavis et qui n'ont pas encore ete avises : un seul avis
      *    par personne, meme si le lot n'a pas tourne certains soirs.
       Aviser-Limite-Age.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'A.IDASSURE, ' DELIMITED SIZE
                  'A.CONTRATID, ' DELIMITED SIZE
                  'C.IDCLIENT, ' DELIMITED SIZE
                  'C.NOM, ' DELIMITED SIZE
                  'C.PRENOM, ' DELIMITED SIZE
                  'C.ADRESSE, ' DELIMITED SIZE
                  'C.CODEPOSTAL, ' DELIMITED SIZE
                  'C.VILLE, ' DELIMITED SIZE
                  'A.NOM, ' DELIMITED SIZE
                  'A.PRENOM, ' DELIMITED SIZE
                  'DATE_FORMAT(DATE_ADD(STR_TO_DATE(A.DATENAISSANCE, '
                  DELIMITED SIZE
                  '"%d/%m/%Y"), INTERVAL T.AGELIMITEAYANTDROIT YEAR), '
                  DELIMITED SIZE
                  '"%d/%m/%Y") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ASSURES A, CONTRATS K, CLIENTS C, ' DELIMITED SIZE
                  'TYPESINISTRE T ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'A.CONTRATID = K.IDCONTRAT ' DELIMITED SIZE
                  'AND K.CLIENTID = C.IDCLIENT ' DELIMITED SIZE
                  'AND T.CODE = K.TYPESINISTRE ' DELIMITED SIZE
                  'AND (K.STATUS = "1" OR K.STATUS = "2") '
                  DELIMITED SIZE
                  'AND IFNULL(T.AGELIMITEAYANTDROIT, 0) > 0 '
                  DELIMITED SIZE
                  'AND IFNULL(A.DATEFINCOUVERTURE, "") = "" '
                  DELIMITED SIZE
                  'AND IFNULL(A.DATEAVISLIMITE, "") = "" '
                  DELIMITED SIZE
                  'AND DATE_ADD(STR_TO_DATE(A.DATENAISSANCE, '
                  DELIMITED SIZE
                  '"%d/%m/%Y"), INTERVAL T.AGELIMITEAYANTDROIT YEAR) '
                  DELIMITED SIZE
                  '<= DATE_ADD(CURDATE(), INTERVAL ' DELIMITED SIZE
                  BC-DelaiAvisLimite DELIMITED SIZE
                  ' DAY) ' DELIMITED SIZE
                  'ORDER BY A.IDASSURE' DELIMITED SIZE
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
               MOVE SPACES TO NomTemp
               MOVE SPACES TO PrenomTemp
               MOVE SPACES TO AdresseTemp
               MOVE SPACES TO CodePostalTemp
               MOVE SPACES TO VilleTemp
               MOVE SPACES TO NomAssureTemp
               MOVE SPACES TO PrenomAssureTemp
               MOVE SPACES TO DateLimiteAge
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            AssureIdTemp
                                            ContratIdTemp
                                            IdClientTemp
                                            NomTemp
                                            PrenomTemp
                                            AdresseTemp
                                            CodePostalTemp
                                            VilleTemp
                                            NomAssureTemp
                                            PrenomAssureTemp
                                            DateLimiteAge
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
                       ADD 1 TO NbAvisEnvoyes
                       MOVE DB-STATUS-FLD TO DB-STATUS-SAVE
                       perform Aviser-Un-Ayant-Droit
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Aviser-Un-Ayant-Droit.
           INSPECT NomAssureTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PrenomAssureTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateLimiteAge REPLACING ALL LOW-VALUE BY SPACE.
           perform Consulter-Preferences-Client.
           IF SuppressionPapier = 1
               ADD 1 TO NbLettresSupprimees
           ELSE
               MOVE 'COURRIER' TO CanalEnvoi
               ADD 1 TO NbLettresEmises
               perform Editer-Lettre-Limite-Age
           END-IF.
           perform Update-Avis-Limite.
           perform Write-Ligne-Avis.

      ******************************************************************
      *****           CONSULTER-PREFERENCES-CLIENT                 *****
      ******************************************************************
       Consulter-Preferences-Client.
           MOVE 0 TO SuppressionPapier.
           MOVE SPACES TO SuppressionTexte.

           IF SQLCA-CURSOR-CTRL (7) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (7).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(SUPPRESSIONPAPIER, "0") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'PREFERENCESCLIENT ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCLIENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdClientTemp DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (7)
              END-CALL
              IF SQLCA-RESULT (7) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (7)
                                            SuppressionTexte
               END-CALL
               IF SQLCA-RESULT (7) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0 AND SuppressionTexte (1:1) = '1'
               MOVE 1 TO SuppressionPapier
               MOVE 'SANS PAPIER' TO CanalEnvoi
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (7).
           MOVE 0 TO SQLCODE.
           IF SuppressionPapier = 0
               perform Consulter-Npai-Client
           END-IF.

      *    Adresse signalee NPAI par NPAILOT : le courrier est retenu
      *    comme une suppression papier tant que MAJCLI n'a pas
      *    enregistre une nouvelle adresse.
       Consulter-Npai-Client.
           MOVE SPACES TO NpaiTexte.

           IF SQLCA-CURSOR-CTRL (7) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (7).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(ADRESSENPAI, "0") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CLIENTS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCLIENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdClientTemp DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (7)
              END-CALL
              IF SQLCA-RESULT (7) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (7)
                                            NpaiTexte
               END-CALL
               IF SQLCA-RESULT (7) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0 AND NpaiTexte (1:1) = '1'
               MOVE 1 TO SuppressionPapier
               MOVE 'NPAI' TO CanalEnvoi
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (7).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****             EDITER-LETTRE-LIMITE-AGE                   *****
      ******************************************************************
       Editer-Lettre-Limite-Age.
           MOVE SPACES TO WS-LETTRE-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -           "/avis_limite_age_" DELIMITED SIZE
                   IdClientTemp DELIMITED SIZE
                   "_" DELIMITED SIZE
                   AssureIdTemp DELIMITED SIZE
                   ".txt" DELIMITED SIZE
               INTO WS-LETTRE-PATH
           END-STRING.
           open output F-Lettre.

           MOVE SPACES TO LIGNE-LETTRE.
           STRING 'LE ' DELIMITED SIZE
                  currentDate DELIMITED SIZE
           INTO LIGNE-LETTRE
           END-STRING.
           write E-Lettre from LIGNE-LETTRE.

           MOVE SPACES TO LIGNE-LETTRE.
           STRING PrenomTemp DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  NomTemp DELIMITED SIZE
           INTO LIGNE-LETTRE
           END-STRING.
           write E-Lettre from LIGNE-LETTRE.
           write E-Lettre from AdresseTemp.
           MOVE SPACES TO LIGNE-LETTRE.
           STRING CodePostalTemp DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  VilleTemp DELIMITED SIZE
           INTO LIGNE-LETTRE
           END-STRING.
           write E-Lettre from LIGNE-LETTRE.

           MOVE SPACES TO LIGNE-LETTRE.
           write E-Lettre from LIGNE-LETTRE.

           perform Selectionner-Modele-Langue.
           IF TitreModele = SPACES
               MOVE 'FIN DE COUVERTURE D UN AYANT DROIT' TO TitreModele
           END-IF.
           MOVE SPACES TO LIGNE-LETTRE.
           STRING 'OBJET : ' DELIMITED SIZE
                  TitreModele DELIMITED SIZE
           INTO LIGNE-LETTRE
           END-STRING.
           write E-Lettre from LIGNE-LETTRE.

           MOVE SPACES TO LIGNE-LETTRE.
           STRING 'REFERENCE : CONTRAT ' DELIMITED SIZE
                  ContratIdTemp DELIMITED SIZE
                  ' - PERSONNE ASSUREE ' DELIMITED SIZE
                  AssureIdTemp DELIMITED SIZE
           INTO LIGNE-LETTRE
           END-STRING.
           write E-Lettre from LIGNE-LETTRE.

           MOVE SPACES TO LIGNE-LETTRE.
           write E-Lettre from LIGNE-LETTRE.

           MOVE SPACES TO LIGNE-LETTRE.
           STRING PrenomAssureTemp DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  NomAssureTemp DELIMITED SPACE
                  ' ATTEINT LA LIMITE D AGE DES AYANTS DROIT DE VOTRE '
                  DELIMITED SIZE
                  'CONTRAT : SA COUVERTURE PREND FIN LE ' DELIMITED SIZE
                  DateLimiteAge DELIMITED SIZE
                  '.' DELIMITED SIZE
           INTO LIGNE-LETTRE
           END-STRING.
           write E-Lettre from LIGNE-LETTRE.

           MOVE SPACES TO LIGNE-LETTRE.
           STRING 'VOTRE COTISATION SERA AJUSTEE A LA FACTURATION QUI SU
      -           'IT CETTE DATE.' DELIMITED SIZE
           INTO LIGNE-LETTRE
           END-STRING.
           write E-Lettre from LIGNE-LETTRE.

           close F-Lettre.
      *    Document trace avec la version d'adresse a laquelle il part.
           MOVE IdClientTemp TO HADR-IDCLIENT.
           MOVE 'AVIS-LIMITE-AGE' TO HADR-TYPEDOCUMENT.
           MOVE ContratIdTemp TO HADR-REFERENCE.
           MOVE 'LIMAGELOT' TO HADR-PROGRAMME.
           MOVE currentDate TO HADR-DATE.
           perform HADR-Enregistrer-Envoi.
      *    Depot dans le flux d'impression commun (voir CPYIMPR).
           MOVE IdClientTemp TO IMPR-IDCLIENT.
           MOVE 'AVIS-LIMITE-AGE' TO IMPR-TYPEDOCUMENT.
           MOVE ContratIdTemp TO IMPR-REFERENCE.
           MOVE 'LIMAGELOT' TO IMPR-PROGRAMME.
           MOVE currentDate TO IMPR-DATE.
           MOVE LangueModele TO IMPR-LANGUE.
           MOVE WS-LETTRE-PATH TO IMPR-SOURCE-PATH.
           perform IMPR-Deposer-Document.
           IF not IMPR-DEPOSE
               display "PLI NON DEPOSE CONTRAT " ContratIdTemp
           END-IF.

      ******************************************************************
      *****             SELECTIONNER-MODELE-LANGUE                 *****
      ******************************************************************
      *    Titre du document dans la langue du client ; sans
      *    traduction, repli sur le francais et traduction manquante
      *    comptee dans le rapport, comme RELEVELOT.
       Selectionner-Modele-Langue.
           MOVE SPACES TO TitreModele.
           perform Select-Langue-Client.
           MOVE CodeLangueTemp TO LangueModele.
           perform Select-Titre-Modele.
           IF ModeleTrouve = 0 AND CodeLangueTemp not = 'FR'
               ADD 1 TO NbTraductionsManquantes
               MOVE 'FR' TO LangueModele
               perform Select-Titre-Modele
           END-IF.

       Select-Langue-Client.
           MOVE 'FR' TO CodeLangueTemp.

           IF SQLCA-CURSOR-CTRL (9) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (9).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(CODELANGUE, "FR") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CLIENTS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCLIENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdClientTemp DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (9)
              END-CALL
              IF SQLCA-RESULT (9) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (9)
                                            CodeLangueTemp
               END-CALL
               IF SQLCA-RESULT (9) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT CodeLangueTemp REPLACING ALL LOW-VALUE BY SPACE.
           IF CodeLangueTemp = SPACES
               MOVE 'FR' TO CodeLangueTemp
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (9).
           MOVE 0 TO SQLCODE.

       Select-Titre-Modele.
           MOVE 0 TO ModeleTrouve.
           MOVE SPACES TO TitreModele.

           IF SQLCA-CURSOR-CTRL (9) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (9).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'TITRE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'MODELESDOC ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'TYPEDOCUMENT = "LIMITEAGE" ' DELIMITED SIZE
                  'AND LANGUE = "' DELIMITED SIZE
                  LangueModele DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (9)
              END-CALL
              IF SQLCA-RESULT (9) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (9)
                                            TitreModele
               END-CALL
               IF SQLCA-RESULT (9) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT TitreModele REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND TitreModele not = SPACES
               MOVE 1 TO ModeleTrouve
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (9).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                UPDATE-AVIS-LIMITE                      *****
      ******************************************************************
       Update-Avis-Limite.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'ASSURES ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'DATEAVISLIMITE = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDASSURE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  AssureIdTemp DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               SORTIR-AYANTS-DROIT                      *****
      ******************************************************************
      *    Ayants droit encore couverts dont la date limite est
      *    atteinte : la couverture est fermee a cette date (et non a
      *    la date du passage) pour qu'un lot en retard ne prolonge
      *    pas la garantie.
       Sortir-Ayants-Droit.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'A.IDASSURE, ' DELIMITED SIZE
                  'A.CONTRATID, ' DELIMITED SIZE
                  'IFNULL(T.PRIMEAYANTDROIT, 0), ' DELIMITED SIZE
                  'DATE_FORMAT(DATE_ADD(STR_TO_DATE(A.DATENAISSANCE, '
                  DELIMITED SIZE
                  '"%d/%m/%Y"), INTERVAL T.AGELIMITEAYANTDROIT YEAR), '
                  DELIMITED SIZE
                  '"%d/%m/%Y") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ASSURES A, CONTRATS K, TYPESINISTRE T '
                  DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'A.CONTRATID = K.IDCONTRAT ' DELIMITED SIZE
                  'AND T.CODE = K.TYPESINISTRE ' DELIMITED SIZE
                  'AND (K.STATUS = "1" OR K.STATUS = "2") '
                  DELIMITED SIZE
                  'AND IFNULL(T.AGELIMITEAYANTDROIT, 0) > 0 '
                  DELIMITED SIZE
                  'AND IFNULL(A.DATEFINCOUVERTURE, "") = "" '
                  DELIMITED SIZE
                  'AND DATE_ADD(STR_TO_DATE(A.DATENAISSANCE, '
                  DELIMITED SIZE
                  '"%d/%m/%Y"), INTERVAL T.AGELIMITEAYANTDROIT YEAR) '
                  DELIMITED SIZE
                  '<= CURDATE() ' DELIMITED SIZE
                  'ORDER BY A.IDASSURE' DELIMITED SIZE
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
               MOVE SPACES TO PrimeAyantDroitTexte
               MOVE SPACES TO DateLimiteAge
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            AssureIdTemp
                                            ContratIdTemp
                                            PrimeAyantDroitTexte
                                            DateLimiteAge
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
                       perform Sortir-Un-Ayant-Droit
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Sortir-Un-Ayant-Droit.
           INSPECT DateLimiteAge REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PrimeAyantDroitTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PrimeAyantDroitTexte REPLACING ALL '.' BY ','.
           MOVE 0 TO PrimeAyantDroit.
           IF PrimeAyantDroitTexte not = SPACES
               COMPUTE PrimeAyantDroit =
                   FUNCTION NUMVAL(PrimeAyantDroitTexte)
           END-IF.
           MOVE 0 TO AncienPrixTemp.
           MOVE 0 TO NouveauPrixTemp.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'ASSURES ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'DATEFINCOUVERTURE = "' DELIMITED SIZE
                  DateLimiteAge DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDASSURE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  AssureIdTemp DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               ADD 1 TO NbAyantsDroitSortis
               MOVE 'COUVERT' TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING 'FIN COUVERTURE ' DELIMITED SIZE
                      DateLimiteAge DELIMITED SIZE
               INTO AuditNouvelleValeur
               END-STRING
               MOVE AssureIdTemp TO AuditIdEnregistrement
               MOVE 'ASSURES' TO AuditNomTable
               MOVE 'LIMITEAGE' TO AuditOperation
               perform Write-Audit-Trail
               IF PrimeAyantDroit > 0
                   perform Update-Prix-Contrat-Sortie
               END-IF
               perform Write-Ligne-Sortie
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****             UPDATE-PRIX-CONTRAT-SORTIE                 *****
      ******************************************************************
      *    Le nouveau prix ne descend pas sous zero. PRIXPARMOIS est lu
      *    sur le contrat a chaque essai : FACTURLOT facture le mois
      *    suivant au prix ainsi reduit.
       Update-Prix-Contrat-Sortie.
           MOVE 0 TO MajPrixAppliquee.
           MOVE 0 TO TentativesMajPrix.
           perform Update-Prix-Contrat-Sortie-Essai
               until MajPrixAppliquee = 1 or TentativesMajPrix = 3.

      *    La mise a jour est conditionnee a la VERSION lue, comme dans
      *    RETARIFLOT : la relecture du prix et de la version prouve
      *    que notre UPDATE a porte et non celui d'un concurrent.
       Update-Prix-Contrat-Sortie-Essai.
           ADD 1 TO TentativesMajPrix.
           perform Verifier-Version-Contrat.
           MOVE VersionContratRelue TO VersionContratTemp.
           MOVE PrixContratRelu TO AncienPrixTemp.
           IF AncienPrixTemp > PrimeAyantDroit
               COMPUTE NouveauPrixTemp =
                   AncienPrixTemp - PrimeAyantDroit
           ELSE
               MOVE 0 TO NouveauPrixTemp
           END-IF.
           MOVE NouveauPrixTemp TO NouveauPrixAffiche.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'SET '    DELIMITED SIZE
                  'PRIXPARMOIS '    DELIMITED SIZE
                  ' = "' DELIMITED SIZE
                  NouveauPrixAffiche DELIMITED SIZE
                  '", ' DELIMITED SIZE
                  'VERSION = VERSION + 1' DELIMITED SIZE
                  ' WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  ' = "' DELIMITED SIZE
                  ContratIdTemp DELIMITED SIZE
                  '" AND VERSION = "' DELIMITED SIZE
                  VersionContratTemp DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF DB-OK
               perform Verifier-Version-Contrat
               IF VersionContratRelue = VersionContratTemp + 1
                  AND PrixContratRelu = NouveauPrixTemp
                   MOVE 1 TO MajPrixAppliquee
                   ADD 1 TO NbContratsRetarifes
                   MOVE AncienPrixTemp TO AncienPrixAffiche
                   MOVE AncienPrixAffiche TO AuditAncienneValeur
                   MOVE NouveauPrixAffiche TO AuditNouvelleValeur
                   MOVE ContratIdTemp TO AuditIdEnregistrement
                   MOVE 'CONTRATS' TO AuditNomTable
                   MOVE 'UPDATE' TO AuditOperation
                   perform Write-Audit-Trail
               ELSE
                   ADD 1 TO NbConflitsVersion
               END-IF
           END-IF.

      ******************************************************************
      *****             VERIFIER-VERSION-CONTRAT                   *****
      ******************************************************************
       Verifier-Version-Contrat.
           MOVE 0 TO VersionContratRelue.
           MOVE SPACES TO VersionTexte.
           MOVE 0 TO PrixContratRelu.
           MOVE SPACES TO PrixReluTexte.

           IF SQLCA-CURSOR-CTRL (5) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (5).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'VERSION, ' DELIMITED SIZE
                  'PRIXPARMOIS ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ContratIdTemp DELIMITED SIZE
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
                                            VersionTexte
                                            PrixReluTexte
               END-CALL
               IF SQLCA-RESULT (5) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0 AND VersionTexte not = SPACES
               COMPUTE VersionContratRelue =
                   FUNCTION NUMVAL(VersionTexte)
           END-IF.
           INSPECT PrixReluTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PrixReluTexte REPLACING ALL '.' BY ','.
           IF SQLCODE = 0 AND PrixReluTexte not = SPACES
               COMPUTE PrixContratRelu =
                   FUNCTION NUMVAL(PrixReluTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (5).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              WRITE-LIGNES-SYNTHESE                     *****
      ******************************************************************
       Write-Ligne-Avis.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING AssureIdTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   ContratIdTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   IdClientTemp DELIMITED SIZE
                   ';AVIS;' DELIMITED SIZE
                   CanalEnvoi DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DateLimiteAge DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

       Write-Ligne-Sortie.
           MOVE AncienPrixTemp TO AncienPrixAffiche.
           MOVE NouveauPrixTemp TO NouveauPrixAffiche.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING AssureIdTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   ContratIdTemp DELIMITED SIZE
                   ';;SORTIE;' DELIMITED SIZE
                   AncienPrixAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NouveauPrixAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DateLimiteAge DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING 'TOTAL' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbAvisEnvoyes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbLettresEmises DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbLettresSupprimees DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbTraductionsManquantes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbAyantsDroitSortis DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbContratsRetarifes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbConflitsVersion DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Appele pendant que la connexion ouverte par GSPI-Init est
      *    encore active. L'operation LIMITEAGE trace dans HISTOAUD les
      *    couvertures d'ayants droit fermees par le lot.
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
           MOVE 'LIMAGELOT' TO PGCTB-PROGRAM-NAME.

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
       COPY CPYHADRP OF "cobol/source_cobol".
       COPY CPYIMPRP OF "cobol/source_cobol".
