      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CERTVIELOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Campagne annuelle de certificats de vie : chaque echeancier
      *    actif (voir ECHEANPRE) recoit une fois par an une lettre
      *    demandant le certificat de vie signe avant une date limite,
      *    dans la langue du client et dans le respect de ses
      *    preferences (MAJPREF, NPAI). Le retour est enregistre par
      *    ECHEANPRE (action CERTIFIER). Un echeancier dont le
      *    certificat n'est pas revenu a la date limite est suspendu :
      *    ECHEANLOT n'emet plus, REGLEPRELOT ne paie plus, et
      *    WORKLISTLOT le place dans la file des certificats de vie.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Synthese
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/certificats_vie_lot.txt"
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

      *    Delai laisse au beneficiaire pour retourner le certificat,
      *    en jours calendaires. A zero, 60 jours par defaut.
       01 BusinessConstants.
         05 BC-DelaiRetourVie pic 999.

       01 DB-STATUS-SAVE pic X.

       01 EcheancierIdTemp pic 9(8).
       01 SinistreIdTemp pic 9(8).
       01 IdClientTemp pic 9(8).
       01 NomTemp pic X(30).
       01 PrenomTemp pic X(30).
       01 AdresseTemp pic X(100).
       01 CodePostalTemp pic X(5).
       01 VilleTemp pic X(30).
       01 DateLimiteVie pic X(10).

      *    Preferences de communication du client (voir MAJPREF) : la
      *    lettre papier n'est pas emise quand le client a demande la
      *    suppression du papier ou que son adresse est NPAI ; la
      *    demande reste enregistree et la date limite court.
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

       01 NbCertificatsDemandes pic 9(8) value 0.
       01 NbLettresEmises pic 9(8) value 0.
       01 NbLettresSupprimees pic 9(8) value 0.
       01 NbTraductionsManquantes pic 9(8) value 0.
       01 NbEcheanciersSuspendus pic 9(8) value 0.

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
           perform Demander-Certificats-Vie.
           perform Suspendre-Sans-Certificat.

       GSPI-Fin.
           perform close-BDD.
           perform Write-Ligne-Total.
           close F-Synthese.
           display NbCertificatsDemandes.
           display NbLettresEmises.
           display NbLettresSupprimees.
           display NbTraductionsManquantes.
           display IMPR-NB-PLIS.
           display NbEcheanciersSuspendus.
           MOVE NbCertificatsDemandes TO JB-LignesLues.
           COMPUTE JB-LignesEcrites =
               NbLettresEmises + NbEcheanciersSuspendus.
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
           MOVE 'CERTVIELOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-DelaiRetourVie
           END-CALL.
           IF BC-DelaiRetourVie = 0
               MOVE 60 TO BC-DelaiRetourVie
           END-IF.

      ******************************************************************
      *****             DEMANDER-CERTIFICATS-VIE                   *****
      ******************************************************************
      *    Un certificat est demande pour tout echeancier actif sans
      *    demande depuis un an : le lot peut tourner chaque mois, un
      *    echeancier cree en cours d'annee entre dans la campagne au
      *    passage suivant.
       Demander-Certificats-Vie.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'E.IDECHEANCIER, ' DELIMITED SIZE
                  'E.SINISTREID, ' DELIMITED SIZE
                  'C.IDCLIENT, ' DELIMITED SIZE
                  'C.NOM, ' DELIMITED SIZE
                  'C.PRENOM, ' DELIMITED SIZE
                  'C.ADRESSE, ' DELIMITED SIZE
                  'C.CODEPOSTAL, ' DELIMITED SIZE
                  'C.VILLE, ' DELIMITED SIZE
                  'DATE_FORMAT(DATE_ADD(CURDATE(), INTERVAL '
                  DELIMITED SIZE
                  BC-DelaiRetourVie DELIMITED SIZE
                  ' DAY), "%d/%m/%Y") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ECHEANCIERPRESTATION E, SINISTRES S, ' DELIMITED SIZE
                  'DOSSIER D, CONTRATS K, CLIENTS C ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'E.SINISTREID = S.IDSINISTRE ' DELIMITED SIZE
                  'AND S.DOSSIERID = D.IDDOSSIER ' DELIMITED SIZE
                  'AND D.CONTRATID = K.IDCONTRAT ' DELIMITED SIZE
                  'AND K.CLIENTID = C.IDCLIENT ' DELIMITED SIZE
                  'AND E.STATUT = "1" ' DELIMITED SIZE
                  'AND (IFNULL(E.DATEENVOIVIE, "") = "" ' DELIMITED SIZE
                  'OR STR_TO_DATE(E.DATEENVOIVIE, "%d/%m/%Y") <= '
                  DELIMITED SIZE
                  'DATE_SUB(CURDATE(), INTERVAL 1 YEAR)) '
                  DELIMITED SIZE
                  'ORDER BY E.IDECHEANCIER' DELIMITED SIZE
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
               MOVE SPACES TO DateLimiteVie
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            EcheancierIdTemp
                                            SinistreIdTemp
                                            IdClientTemp
                                            NomTemp
                                            PrenomTemp
                                            AdresseTemp
                                            CodePostalTemp
                                            VilleTemp
                                            DateLimiteVie
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
                       ADD 1 TO NbCertificatsDemandes
                       MOVE DB-STATUS-FLD TO DB-STATUS-SAVE
                       perform Demander-Un-Certificat
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Demander-Un-Certificat.
           INSPECT DateLimiteVie REPLACING ALL LOW-VALUE BY SPACE.
           perform Consulter-Preferences-Client.
           IF SuppressionPapier = 1
               ADD 1 TO NbLettresSupprimees
           ELSE
               MOVE 'COURRIER' TO CanalEnvoi
               ADD 1 TO NbLettresEmises
               perform Editer-Lettre-Certificat
           END-IF.
           perform Update-Demande-Certificat.
           perform Write-Ligne-Demande.

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
      *****             EDITER-LETTRE-CERTIFICAT                   *****
      ******************************************************************
       Editer-Lettre-Certificat.
           MOVE SPACES TO WS-LETTRE-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -           "/certificat_vie_" DELIMITED SIZE
                   IdClientTemp DELIMITED SIZE
                   "_" DELIMITED SIZE
                   EcheancierIdTemp DELIMITED SIZE
                   "_" DELIMITED SIZE
                   currentYear DELIMITED SIZE
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
               MOVE 'CERTIFICAT DE VIE' TO TitreModele
           END-IF.
           MOVE SPACES TO LIGNE-LETTRE.
           STRING 'OBJET : ' DELIMITED SIZE
                  TitreModele DELIMITED SIZE
           INTO LIGNE-LETTRE
           END-STRING.
           write E-Lettre from LIGNE-LETTRE.

           MOVE SPACES TO LIGNE-LETTRE.
           STRING 'REFERENCE : ECHEANCIER ' DELIMITED SIZE
                  EcheancierIdTemp DELIMITED SIZE
                  ' - SINISTRE ' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
           INTO LIGNE-LETTRE
           END-STRING.
           write E-Lettre from LIGNE-LETTRE.

           MOVE SPACES TO LIGNE-LETTRE.
           write E-Lettre from LIGNE-LETTRE.

           MOVE SPACES TO LIGNE-LETTRE.
           STRING 'MERCI DE NOUS RETOURNER LE CERTIFICAT DE VIE CI-JOINT
      -           ', DATE ET SIGNE, AVANT LE ' DELIMITED SIZE
                  DateLimiteVie DELIMITED SIZE
                  '.' DELIMITED SIZE
           INTO LIGNE-LETTRE
           END-STRING.
           write E-Lettre from LIGNE-LETTRE.

           MOVE SPACES TO LIGNE-LETTRE.
           STRING 'SANS RETOUR A CETTE DATE, LE VERSEMENT DE VOTRE PREST
      -           'ATION SERA SUSPENDU JUSQU A RECEPTION.'
                  DELIMITED SIZE
           INTO LIGNE-LETTRE
           END-STRING.
           write E-Lettre from LIGNE-LETTRE.

           close F-Lettre.
      *    Document trace avec la version d'adresse a laquelle il part.
           MOVE IdClientTemp TO HADR-IDCLIENT.
           MOVE 'CERTIFICAT-VIE' TO HADR-TYPEDOCUMENT.
           MOVE EcheancierIdTemp TO HADR-REFERENCE.
           MOVE 'CERTVIELOT' TO HADR-PROGRAMME.
           MOVE currentDate TO HADR-DATE.
           perform HADR-Enregistrer-Envoi.
      *    Depot dans le flux d'impression commun (voir CPYIMPR).
           MOVE IdClientTemp TO IMPR-IDCLIENT.
           MOVE 'CERTIFICAT-VIE' TO IMPR-TYPEDOCUMENT.
           MOVE EcheancierIdTemp TO IMPR-REFERENCE.
           MOVE 'CERTVIELOT' TO IMPR-PROGRAMME.
           MOVE currentDate TO IMPR-DATE.
           MOVE LangueModele TO IMPR-LANGUE.
           MOVE WS-LETTRE-PATH TO IMPR-SOURCE-PATH.
           perform IMPR-Deposer-Document.
           IF not IMPR-DEPOSE
               display "PLI NON DEPOSE ECHEANCIER " EcheancierIdTemp
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
                  'TYPEDOCUMENT = "CERTIFVIE" ' DELIMITED SIZE
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
      *****            UPDATE-DEMANDE-CERTIFICAT                   *****
      ******************************************************************
      *    Une nouvelle demande efface le retour de l'annee passee :
      *    c'est ce retour vide qui fera suspendre a la date limite.
       Update-Demande-Certificat.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'ECHEANCIERPRESTATION ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'DATEENVOIVIE = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", DATELIMITEVIE = "' DELIMITED SIZE
                  DateLimiteVie DELIMITED SIZE
                  '", DATERETOURVIE = NULL ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDECHEANCIER ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  EcheancierIdTemp DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****            SUSPENDRE-SANS-CERTIFICAT                   *****
      ******************************************************************
      *    Echeanciers actifs dont le certificat demande n'est pas
      *    revenu a la date limite : suspension jusqu'au retour
      *    enregistre par ECHEANPRE.
       Suspendre-Sans-Certificat.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDECHEANCIER, ' DELIMITED SIZE
                  'SINISTREID, ' DELIMITED SIZE
                  'DATELIMITEVIE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ECHEANCIERPRESTATION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STATUT = "1" ' DELIMITED SIZE
                  'AND IFNULL(SUSPENDU, "0") <> "1" ' DELIMITED SIZE
                  'AND IFNULL(DATEENVOIVIE, "") <> "" ' DELIMITED SIZE
                  'AND IFNULL(DATERETOURVIE, "") = "" ' DELIMITED SIZE
                  'AND STR_TO_DATE(DATELIMITEVIE, "%d/%m/%Y") < '
                  DELIMITED SIZE
                  'CURDATE() ' DELIMITED SIZE
                  'ORDER BY IDECHEANCIER' DELIMITED SIZE
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
               MOVE SPACES TO DateLimiteVie
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            EcheancierIdTemp
                                            SinistreIdTemp
                                            DateLimiteVie
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
                       perform Suspendre-Un-Echeancier
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Suspendre-Un-Echeancier.
           INSPECT DateLimiteVie REPLACING ALL LOW-VALUE BY SPACE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'ECHEANCIERPRESTATION ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'SUSPENDU = "1", ' DELIMITED SIZE
                  'DATESUSPENSION = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDECHEANCIER ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  EcheancierIdTemp DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               ADD 1 TO NbEcheanciersSuspendus
               MOVE SPACES TO AuditAncienneValeur
               STRING 'LIMITE ' DELIMITED SIZE
                      DateLimiteVie DELIMITED SIZE
               INTO AuditAncienneValeur
               END-STRING
               MOVE 'SANS CERTIFICAT DE VIE' TO AuditNouvelleValeur
               MOVE EcheancierIdTemp TO AuditIdEnregistrement
               MOVE 'ECHEANCIER' TO AuditNomTable
               MOVE 'SUSPENSION' TO AuditOperation
               perform Write-Audit-Trail
               perform Write-Ligne-Suspension
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              WRITE-LIGNES-SYNTHESE                     *****
      ******************************************************************
       Write-Ligne-Demande.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING EcheancierIdTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   SinistreIdTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   IdClientTemp DELIMITED SIZE
                   ';DEMANDE;' DELIMITED SIZE
                   CanalEnvoi DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DateLimiteVie DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

       Write-Ligne-Suspension.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING EcheancierIdTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   SinistreIdTemp DELIMITED SIZE
                   ';;SUSPENDU;;' DELIMITED SIZE
                   DateLimiteVie DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING 'TOTAL' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbCertificatsDemandes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbLettresEmises DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbLettresSupprimees DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbTraductionsManquantes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbEcheanciersSuspendus DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Appele pendant que la connexion ouverte par GSPI-Init est
      *    encore active. L'operation SUSPENSION trace les echeanciers
      *    suspendus faute de certificat dans HISTOAUD.
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
           MOVE 'CERTVIELOT' TO PGCTB-PROGRAM-NAME.

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
