      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 DORMSINLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Cloture mensuelle des sinistres dormants : un sinistre
      *    examine ou approuve (statuts 2 et 3, voir SINISTAT) sans
      *    aucune activite depuis le delai de dormance de son type
      *    (MOISDORMANCE de TYPESINISTRE, a defaut BC-MoisDormance)
      *    est d'abord signale, puis clos au passage suivant s'il est
      *    toujours dormant a l'issue du preavis. L'activite retenue
      *    est la plus recente des dates de declaration, d'examen et
      *    d'approbation, des demandes de prestation et des
      *    modifications tracees sur le sinistre dans AUDITJOURNAL
      *    (references de documents, requalification, affectation).
      *    Restent hors du lot les sinistres en contentieux (voir
      *    GESTCONT), lies a un cas de fraude ouvert (voir GESTFRAU)
      *    ou portant un echeancier de prestations actif (voir
      *    ECHEANPRE).
      *    Le suivi est tenu dans SINISTRESDORMANTS :
      *      AVERTI  client prevenu (NOTIFICATIONS PREAVIS_CLOTURE) et
      *              sinistre porte a la liste du gestionnaire
      *      CLOS    sinistre clos a l'issue du preavis, montant de
      *              provision libere
      *      LEVE    activite reprise ou sinistre sorti du lot pendant
      *              le preavis, l'avertissement tombe
      *    La cloture suit les regles de SINISTAT pour le statut 5
      *    (date de cloture, fin de l'exoneration de prime, trace
      *    d'audit). La provision liberee - ce qui reste de la
      *    provision du sinistre, deja diminuee des prestations payees
      *    (voir CPYMVPR) - sort de la reserve par un mouvement de
      *    cloture, est deposee pour COMPTALOT et reprise au rapport
      *    du lot.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Avertissements
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/dormance_avertissements.txt"
           organization is line sequential access sequential.

           select F-Rapport
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/cloture_dormance_lot.txt"
           organization is line sequential access sequential.

           select F-Comptable
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/provisions_sinistres_lot.txt"
           organization is line sequential access sequential
           file status is WS-COMPTABLE-STATUS.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Avertissements record varying from 0 to 200.
       01 E-Avertissement pic x(200).

       FD F-Rapport record varying from 0 to 200.
       01 E-Rapport pic x(200).

       FD F-Comptable record varying from 0 to 200.
       01 E-Comptable pic x(200).
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

      *    Delai de dormance applique aux types de sinistre qui n'en
      *    fixent pas, en mois (24 par defaut), et preavis laisse
      *    entre l'avertissement et la cloture, en jours calendaires
      *    (30 par defaut : le lot mensuel clot au passage suivant).
       01 BusinessConstants.
         05 BC-MoisDormance pic 999.
         05 BC-DelaiPreavis pic 999.

       01 DB-STATUS-SAVE pic X.
       01 WS-COMPTABLE-STATUS pic XX.

       01 SinistreIdTemp pic 9(8).
       01 StatutSinistreTemp pic X.
       01 GestionnaireTemp pic X(10).
       01 IdClientTemp pic 9(8).
       01 ProvisionTexte pic X(15).
       01 PayeTexte pic X(15).
       01 DerniereActivite pic X(10).
       01 MoisDormanceTexte pic X(4).
       01 DateAvertissement pic X(10).
       01 SinistreDormant pic X.
       01 PreavisEchu pic X.
       01 DateClotureAnnoncee pic X(10).

       01 MontantProvision pic 9(10)V99.
       01 MontantPaye pic 9(10)V99.
       01 MontantLibere pic 9(10)V99.
       01 ProvisionAffiche pic Z(9)9,99.
       01 PayeAffiche pic Z(9)9,99.
       01 LibereAffiche pic Z(9)9,99.
       01 LibereSql pic X(14).

       01 NbSinistresDormants pic 9(8) value 0.
       01 NbAvertis pic 9(8) value 0.
       01 NbEnPreavis pic 9(8) value 0.
       01 NbClos pic 9(8) value 0.
       01 TotalLibere pic 9(12)V99 value 0.
       01 TotalLibereAffiche pic Z(11)9,99.

       01 NbExonerationsOuvertes pic 9(4).

       01 LIGNE-AVERTISSEMENT pic X(200).
       01 LIGNE-RAPPORT pic X(200).
       01 LIGNE-COMPTABLE pic X(200).

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
       COPY CPYMVPR OF "cobol/source_cobol".
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
           open output F-Avertissements.
           open output F-Rapport.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
           perform Traiter-Sinistres-Dormants.
           perform Lever-Avertissements.

       GSPI-Fin.
           perform close-BDD.
           perform Write-Ligne-Total.
           close F-Avertissements.
           close F-Rapport.
           display NbSinistresDormants.
           display NbAvertis.
           display NbEnPreavis.
           display NbClos.
           MOVE TotalLibere TO TotalLibereAffiche.
           display TotalLibereAffiche.
           MOVE NbSinistresDormants TO JB-LignesLues.
           COMPUTE JB-LignesEcrites = NbAvertis + NbClos.
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
           MOVE 'DORMSINLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-MoisDormance
                                              BC-DelaiPreavis
           END-CALL.
           IF BC-MoisDormance = 0
               MOVE 24 TO BC-MoisDormance
           END-IF.
           IF BC-DelaiPreavis = 0
               MOVE 30 TO BC-DelaiPreavis
           END-IF.

      ******************************************************************
      *****             TRAITER-SINISTRES-DORMANTS                 *****
      ******************************************************************
      *    Sinistres examines ou approuves hors contentieux, fraude et
      *    echeancier actif, par gestionnaire, avec leur delai de
      *    dormance et l'avertissement en cours (SINISTRESDORMANTS
      *    AVERTI). La dormance elle-meme est mesuree sinistre par
      *    sinistre par Select-Derniere-Activite.
       Traiter-Sinistres-Dormants.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'S.IDSINISTRE, ' DELIMITED SIZE
                  'S.STATUS, ' DELIMITED SIZE
                  'IFNULL(S.GESTIONNAIRE, ""), ' DELIMITED SIZE
                  'K.CLIENTID, ' DELIMITED SIZE
                  'IFNULL(S.MONTANTPROVISION, "0"), ' DELIMITED SIZE
                  '(SELECT ROUND(IFNULL(SUM(REPLACE(IFNULL('
                  DELIMITED SIZE
                  'P.MONTANTPAYE, "0"), ",", ".") + 0), 0), 2) '
                  DELIMITED SIZE
                  'FROM PRESTATION P ' DELIMITED SIZE
                  'WHERE P.SINISTREID = S.IDSINISTRE ' DELIMITED SIZE
                  'AND P.STATUS = "1"), ' DELIMITED SIZE
                  'IF(IFNULL(T.MOISDORMANCE, "0") + 0 > 0, '
                  DELIMITED SIZE
                  'T.MOISDORMANCE + 0, ' DELIMITED SIZE
                  BC-MoisDormance DELIMITED SIZE
                  '), ' DELIMITED SIZE
                  'IFNULL((SELECT MAX(W.DATEAVERTISSEMENT) '
                  DELIMITED SIZE
                  'FROM SINISTRESDORMANTS W ' DELIMITED SIZE
                  'WHERE W.IDSINISTRE = S.IDSINISTRE ' DELIMITED SIZE
                  'AND W.STATUT = "AVERTI"), "") ' DELIMITED SIZE
                  'FROM SINISTRES S ' DELIMITED SIZE
                  'JOIN DOSSIER D ON D.IDDOSSIER = S.DOSSIERID '
                  DELIMITED SIZE
                  'JOIN CONTRATS K ON K.IDCONTRAT = D.CONTRATID '
                  DELIMITED SIZE
                  'LEFT JOIN TYPESINISTRE T ON T.CODE = S.TYPESINISTRE '
                  DELIMITED SIZE
                  'WHERE S.STATUS IN ("2", "3") ' DELIMITED SIZE
                  'AND IFNULL(S.ENCONTENTIEUX, "0") = "0" '
                  DELIMITED SIZE
                  'AND S.IDSINISTRE NOT IN ' DELIMITED SIZE
                  '(SELECT IDSINISTRE FROM DOSSIERFRAUDE '
                  DELIMITED SIZE
                  'WHERE STATUT <> "0") ' DELIMITED SIZE
                  'AND S.IDSINISTRE NOT IN ' DELIMITED SIZE
                  '(SELECT SINISTREID FROM ECHEANCIERPRESTATION '
                  DELIMITED SIZE
                  'WHERE STATUT = "1") ' DELIMITED SIZE
                  'ORDER BY 3, S.IDSINISTRE' DELIMITED SIZE
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
               MOVE SPACES TO StatutSinistreTemp
               MOVE SPACES TO GestionnaireTemp
               MOVE SPACES TO ProvisionTexte
               MOVE SPACES TO PayeTexte
               MOVE SPACES TO MoisDormanceTexte
               MOVE SPACES TO DateAvertissement
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            SinistreIdTemp
                                            StatutSinistreTemp
                                            GestionnaireTemp
                                            IdClientTemp
                                            ProvisionTexte
                                            PayeTexte
                                            MoisDormanceTexte
                                            DateAvertissement
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
                       perform Traiter-Un-Sinistre
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Traiter-Un-Sinistre.
           INSPECT GestionnaireTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ProvisionTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PayeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MoisDormanceTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateAvertissement REPLACING ALL LOW-VALUE BY SPACE.
           perform Select-Derniere-Activite.
           IF SinistreDormant = '1'
               ADD 1 TO NbSinistresDormants
               perform Calculer-Montant-Libere
               EVALUATE TRUE
                   WHEN DateAvertissement = SPACES
                       perform Avertir-Sinistre-Dormant
                   WHEN PreavisEchu = '1'
                       perform Clore-Sinistre-Dormant
                   WHEN OTHER
                       ADD 1 TO NbEnPreavis
                       perform Update-Dormance-Verifiee
               END-EVALUATE
           END-IF.

      ******************************************************************
      *****              SELECT-DERNIERE-ACTIVITE                  *****
      ******************************************************************
      *    Derniere activite du sinistre : la plus recente des dates
      *    de declaration, d'examen et d'approbation, des demandes de
      *    prestation et des traces AUDITJOURNAL du sinistre ; une
      *    date vide ou absente ne compte pas. Le sinistre est dormant
      *    quand elle precede le delai de son type ; le preavis d'un
      *    avertissement en cours est echu apres BC-DelaiPreavis jours.
       Select-Derniere-Activite.
           MOVE SPACES TO DerniereActivite.
           MOVE '0' TO SinistreDormant.
           MOVE '0' TO PreavisEchu.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'DATE_FORMAT(X.D, "%d/%m/%Y"), ' DELIMITED SIZE
                  'IF(X.D < DATE_SUB(CURDATE(), INTERVAL '
                  DELIMITED SIZE
                  MoisDormanceTexte DELIMITED SPACE
                  ' MONTH), "1", "0"), ' DELIMITED SIZE
                  'IF("' DELIMITED SIZE
                  DateAvertissement DELIMITED SPACE
                  '" <> "" AND STR_TO_DATE("' DELIMITED SIZE
                  DateAvertissement DELIMITED SPACE
                  '", "%d/%m/%Y") <= DATE_SUB(CURDATE(), INTERVAL '
                  DELIMITED SIZE
                  BC-DelaiPreavis DELIMITED SIZE
                  ' DAY), "1", "0") ' DELIMITED SIZE
                  'FROM (SELECT GREATEST(' DELIMITED SIZE
                  'IFNULL(STR_TO_DATE(S.DATEDECLARATION, "%d/%m/%Y"), '
                  DELIMITED SIZE
                  '"1900-01-01"), ' DELIMITED SIZE
                  'IFNULL(STR_TO_DATE(S.DATEEXAMEN, "%d/%m/%Y"), '
                  DELIMITED SIZE
                  '"1900-01-01"), ' DELIMITED SIZE
                  'IFNULL(STR_TO_DATE(S.DATEAPPROBATION, "%d/%m/%Y"), '
                  DELIMITED SIZE
                  '"1900-01-01"), ' DELIMITED SIZE
                  'IFNULL((SELECT MAX(STR_TO_DATE(P.DATEDEMANDE, '
                  DELIMITED SIZE
                  '"%d/%m/%Y")) FROM PRESTATION P ' DELIMITED SIZE
                  'WHERE P.SINISTREID = S.IDSINISTRE), ' DELIMITED SIZE
                  '"1900-01-01"), ' DELIMITED SIZE
                  'IFNULL((SELECT MAX(STR_TO_DATE(A.DATEAUDIT, '
                  DELIMITED SIZE
                  '"%d/%m/%Y")) FROM AUDITJOURNAL A ' DELIMITED SIZE
                  'WHERE A.NOMTABLE = "SINISTRES" ' DELIMITED SIZE
                  'AND A.IDENREGISTREMENT + 0 = S.IDSINISTRE), '
                  DELIMITED SIZE
                  '"1900-01-01")) D ' DELIMITED SIZE
                  'FROM SINISTRES S ' DELIMITED SIZE
                  'WHERE S.IDSINISTRE = "' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
                  '") X' DELIMITED SIZE
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
                                            DerniereActivite
                                            SinistreDormant
                                            PreavisEchu
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT DerniereActivite REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE not = 0
               MOVE '0' TO SinistreDormant
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      *    Provision restant a liberer : la provision en reserve du
      *    sinistre, que chaque paiement a deja consommee (un sinistre
      *    paye au dela de sa provision ne libere rien). Le cumul paye
      *    n'est repris qu'a titre d'information au rapport.
       Calculer-Montant-Libere.
           MOVE 0 TO MontantProvision.
           MOVE 0 TO MontantPaye.
           IF ProvisionTexte not = SPACES
               INSPECT ProvisionTexte REPLACING ALL '.' BY ','
               COMPUTE MontantProvision =
                   FUNCTION NUMVAL(ProvisionTexte)
           END-IF.
           IF PayeTexte not = SPACES
               INSPECT PayeTexte REPLACING ALL '.' BY ','
               COMPUTE MontantPaye = FUNCTION NUMVAL(PayeTexte)
           END-IF.
           MOVE MontantProvision TO MontantLibere.
           MOVE MontantProvision TO ProvisionAffiche.
           MOVE MontantPaye TO PayeAffiche.
           MOVE MontantLibere TO LibereAffiche.

      ******************************************************************
      *****              AVERTIR-SINISTRE-DORMANT                  *****
      ******************************************************************
      *    Premier constat de dormance : le client est prevenu par le
      *    circuit des notifications (NOTIFLOT) et le sinistre est
      *    porte a la liste du gestionnaire, avec la date a partir de
      *    laquelle il sera clos faute d'activite.
       Avertir-Sinistre-Dormant.
           perform Select-Date-Cloture-Annoncee.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'SINISTRESDORMANTS' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'IDSINISTRE, ' DELIMITED SIZE
                  'GESTIONNAIRE, ' DELIMITED SIZE
                  'DERNIEREACTIVITE, ' DELIMITED SIZE
                  'DATEAVERTISSEMENT, ' DELIMITED SIZE
                  'DATEVERIFICATION, ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'DATECLOTURE, ' DELIMITED SIZE
                  'MONTANTLIBERE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  GestionnaireTemp DELIMITED SPACE
                  '","' DELIMITED SIZE
                  DerniereActivite DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","AVERTI","","")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               ADD 1 TO NbAvertis
               perform Inserer-Notification-Client
               perform Write-Ligne-Avertissement
           ELSE
               display "AVERTISSEMENT NON ENREGISTRE, SINISTRE "
                   SinistreIdTemp
           END-IF.
           MOVE 0 TO SQLCODE.

       Select-Date-Cloture-Annoncee.
           MOVE SPACES TO DateClotureAnnoncee.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT DATE_FORMAT(DATE_ADD(CURDATE(), INTERVAL '
                  DELIMITED SIZE
                  BC-DelaiPreavis DELIMITED SIZE
                  ' DAY), "%d/%m/%Y")' DELIMITED SIZE
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
                                            DateClotureAnnoncee
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT DateClotureAnnoncee REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      *    Le modele PREAVIS_CLOTURE de MODELESNOTIF porte le texte
      *    adresse au client ; la reference est le sinistre.
       Inserer-Notification-Client.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'NOTIFICATIONS' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'TYPEEVENEMENT, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'REFERENCE, ' DELIMITED SIZE
                  'DATEEVENEMENT, ' DELIMITED SIZE
                  'STATUT) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("PREAVIS_CLOTURE","' DELIMITED SIZE
                  IdClientTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","0")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      *    Avertissement encore dans son preavis : le sinistre est vu
      *    dormant a ce passage, l'avertissement tient.
       Update-Dormance-Verifiee.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'SINISTRESDORMANTS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'DATEVERIFICATION = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDSINISTRE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
                  '" AND STATUT = "AVERTI"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               CLORE-SINISTRE-DORMANT                   *****
      ******************************************************************
      *    Preavis echu sans reprise d'activite : passage au statut 5
      *    comme par SINISTAT, a condition que le statut lu n'ait pas
      *    change depuis la selection. Le mouvement de cloture est
      *    ecrit tant que le sinistre est encore ouvert, dans la meme
      *    transaction que la mise a jour : un sinistre qui a bouge
      *    entre-temps ne garde aucun mouvement.
       Clore-Sinistre-Dormant.
           MOVE SinistreIdTemp TO MVPR-IDSINISTRE.
           MOVE currentDate TO MVPR-DATE.
           MOVE 'CLOTURE' TO MVPR-NATURE.
           MOVE 0 TO MVPR-MONTANT.
           MOVE 'CLOTURE SANS ACTIVITE' TO MVPR-REFERENCE.
           MOVE 'DORMSINLOT' TO MVPR-PROGRAMME.
           perform MVPR-Debut-Transaction.
           perform MVPR-Ecrire-Ecart.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'SINISTRES ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUS = "5", ' DELIMITED SIZE
                  'DATECLOTURE = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDSINISTRE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
                  '" AND STATUS = "' DELIMITED SIZE
                  StatutSinistreTemp DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           perform MVPR-Fin-Transaction.

           IF SQLCODE = 0
               ADD 1 TO NbClos
               ADD MontantLibere TO TotalLibere
               MOVE StatutSinistreTemp TO AuditAncienneValeur
               MOVE '5 - CLOTURE SANS ACTIVITE' TO AuditNouvelleValeur
               MOVE SinistreIdTemp TO AuditIdEnregistrement
               MOVE 'SINISTRES' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
               perform Fermer-Exoneration-Prime
               perform Update-Dormance-Close
               IF MontantLibere > 0
                   perform Write-Ligne-Comptable
               END-IF
               perform Write-Ligne-Cloture
           ELSE
               display "CLOTURE NON ENREGISTREE, SINISTRE "
                   SinistreIdTemp
           END-IF.
           MOVE 0 TO SQLCODE.

       Update-Dormance-Close.
           MOVE MontantLibere TO LibereAffiche.
           MOVE LibereAffiche TO LibereSql.
           INSPECT LibereSql REPLACING ALL ',' BY '.'.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'SINISTRESDORMANTS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "CLOS", ' DELIMITED SIZE
                  'DATEVERIFICATION = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", DATECLOTURE = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", MONTANTLIBERE = TRIM("' DELIMITED SIZE
                  LibereSql DELIMITED SIZE
                  '") WHERE ' DELIMITED SIZE
                  'IDSINISTRE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
                  '" AND STATUT = "AVERTI"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              FERMER-EXONERATION-PRIME                  *****
      ******************************************************************
      *    Meme fin d'exoneration que la cloture par SINISTAT : la
      *    periode ouverte par l'approbation prend fin ce jour.
       Fermer-Exoneration-Prime.
           MOVE 0 TO NbExonerationsOuvertes.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'EXONERATIONPRIME ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'SINISTREID ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
                  '" AND STATUT = "1"' DELIMITED SIZE
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
                                            NbExonerationsOuvertes
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

           IF SQLCODE = 0 AND NbExonerationsOuvertes > 0
               perform Update-Exoneration-Close
           END-IF.
           MOVE 0 TO SQLCODE.

       Update-Exoneration-Close.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'EXONERATIONPRIME ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'DATEFIN = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", STATUT = "2" ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'SINISTREID ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
                  '" AND STATUT = "1"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE 'OUVERTE' TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING 'FIN ' DELIMITED SIZE
                      currentDate DELIMITED SIZE
               INTO AuditNouvelleValeur
               END-STRING
               MOVE SinistreIdTemp TO AuditIdEnregistrement
               MOVE 'EXONERATIONPRIME' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
           END-IF.

      ******************************************************************
      *****                LEVER-AVERTISSEMENTS                    *****
      ******************************************************************
      *    Avertissements que ce passage n'a pas revus : le sinistre a
      *    repris de l'activite, change de statut ou est sorti du lot
      *    (contentieux, fraude, echeancier) pendant le preavis.
       Lever-Avertissements.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'SINISTRESDORMANTS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "LEVE", ' DELIMITED SIZE
                  'DATEVERIFICATION = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'STATUT = "AVERTI" ' DELIMITED SIZE
                  'AND DATEVERIFICATION <> "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                WRITE-LIGNES-LOT                        *****
      ******************************************************************
      *    Liste des gestionnaires, triee par gestionnaire :
      *      gestionnaire;sinistre;client;statut;derniere activite;
      *      delai en mois;provision liberable;cloture prevue le
       Write-Ligne-Avertissement.
           MOVE SPACES TO LIGNE-AVERTISSEMENT.
           STRING GestionnaireTemp DELIMITED SPACE
                   ';' DELIMITED SIZE
                   SinistreIdTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   IdClientTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   StatutSinistreTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DerniereActivite DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MoisDormanceTexte DELIMITED SPACE
                   ';' DELIMITED SIZE
                   LibereAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DateClotureAnnoncee DELIMITED SIZE
           INTO LIGNE-AVERTISSEMENT
           END-STRING.
           write E-Avertissement from LIGNE-AVERTISSEMENT.

      *    Rapport des montants liberes, une ligne par cloture :
      *      CLOS;sinistre;gestionnaire;ancien statut;derniere
      *      activite;provision;paye;libere
       Write-Ligne-Cloture.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'CLOS' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   SinistreIdTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   GestionnaireTemp DELIMITED SPACE
                   ';' DELIMITED SIZE
                   StatutSinistreTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DerniereActivite DELIMITED SIZE
                   ';' DELIMITED SIZE
                   ProvisionAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   PayeAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   LibereAffiche DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

       Write-Ligne-Total.
           MOVE TotalLibere TO TotalLibereAffiche.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TOTAL' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbSinistresDormants DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbAvertis DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbEnPreavis DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbClos DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalLibereAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

      *    Ligne reprise par COMPTALOT (journal OD), ajoutee aux
      *    lignes non encore comptabilisees :
      *      PSAP;sinistre;REPRISE;montant;date
       Write-Ligne-Comptable.
           OPEN EXTEND F-Comptable.
           IF WS-COMPTABLE-STATUS not = "00"
               OPEN OUTPUT F-Comptable
           END-IF.
           MOVE SPACES TO LIGNE-COMPTABLE.
           STRING 'PSAP' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   SinistreIdTemp DELIMITED SIZE
                   ';REPRISE;' DELIMITED SIZE
                   LibereAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-COMPTABLE
           END-STRING.
           write E-Comptable from LIGNE-COMPTABLE.
           CLOSE F-Comptable.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Appele pendant que la connexion ouverte par GSPI-Init est
      *    encore active.
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
           MOVE 'DORMSINLOT' TO PGCTB-PROGRAM-NAME.

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
       COPY CPYMVPRP OF "cobol/source_cobol".
