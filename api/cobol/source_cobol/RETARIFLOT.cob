       01 ProfessionClient pic X(6).
       01 CoefficientProfession pic 9v99 value 1,00.
       01 CoefProfessionTexte pic X(6).

      *    Zone tarifaire de la commune du client (REFCOMMUNE puis
      *    ZONETARIF), meme coefficient qu'a la souscription CREATCON :
      *    sans lui le reprix annuel effacerait la zone appliquee par
      *    CREATCON ou REPRIXCLILOT. Commune hors zonier : neutre.
       01 CoefficientZone pic 9v99 value 1,00.
       01 CoefZoneTexte pic X(6).

      *    Remise foyer (GESTFOYER) : meme palier qu'a la souscription
      *    CREATCON, reposee sur le contrat (TAUXREMISEFOYER).
       01 TauxRemiseFoyer pic 9(3) value 0.
       01 TauxRemiseTexte pic X(10).
       01 Naissance.
           05 Jour pic 99.
           05 Mois pic 99.
       01 TentativesMajPrix pic 9 value 0.
       01 NbConflitsVersion pic 9(4) value 0.

      *    Avis de changement de cotisation : chaque prix modifie est
      *    inscrit dans AVISREPRIX, que AVISREPLOT notifie au client.
      *    Une hausse ouvre un droit de resiliation (statut OUVERT) :
      *    FACTURLOT continue de facturer l'ancien prix tant que la
      *    fenetre est ouverte et ANNULCON (motif HAUSSETARIF) resilie
      *    sans que la hausse soit jamais facturee. Une baisse est
      *    simplement notifiee (statut APPLIQUE).
       01 SensReprix pic X(6).
       01 StatutAvisReprix pic X(8).
       01 NbAvisHausse pic 9(8) value 0.
       01 NbAvisBaisse pic 9(8) value 0.

       01 AuditNomTable pic X(20).
       01 AuditIdEnregistrement pic X(20).
       01 AuditOperation pic X(10).
           display NbContratsTraites.
           display NbContratsRetarifes.
           display NbConflitsVersion.
           display NbAvisHausse.
           display NbAvisBaisse.
           MOVE NbContratsTraites TO JB-LignesLues.
           MOVE NbContratsRetarifes TO JB-LignesEcrites.
           perform Write-Journal-Batch-Fin.
               MOVE 0 TO NbDossierContrat
               perform Cumuler-Parts-Dossiers
               IF NbDossierContrat > 0
                   perform Select-Remise-Foyer
                   IF TauxRemiseFoyer > 0
                       compute TotalPrixParMois ROUNDED =
                           TotalPrixParMois
                           * (100 - TauxRemiseFoyer) / 100
                   END-IF
                   move TotalPrixParMois to PrixParMoisFinal
                   perform Update-Prix-Contrat-Retarife
               END-IF
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'DATENAISSANCE, ' DELIMITED SIZE
                  'IFNULL(CODEPROFESSION, ""), ' DELIMITED SIZE
                  'IFNULL((SELECT Z.COEFFICIENT ' DELIMITED SIZE
                  'FROM ZONETARIF Z, REFCOMMUNE R ' DELIMITED SIZE
                  'WHERE R.CODEINSEE = Z.CODEINSEE ' DELIMITED SIZE
                  'AND R.CODEPOSTAL = CLIENTS.CODEPOSTAL '
                  DELIMITED SIZE
                  'AND R.VILLE = CLIENTS.VILLE LIMIT 1), "") '
                  DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CLIENTS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE

           IF DB-OK
               MOVE SPACES TO ProfessionClient
               MOVE SPACES TO CoefZoneTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            ClientDateNaissanceTemp
                                            ProfessionClient
                                            CoefZoneTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               END-IF
           END-IF.

           MOVE 1,00 TO CoefficientZone.
           INSPECT CoefZoneTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE equal 0 AND CoefZoneTexte not = SPACES
               COMPUTE CoefficientZone =
                   FUNCTION NUMVAL(CoefZoneTexte) / 100
           END-IF.
           IF CoefficientZone = 0
               MOVE 1,00 TO CoefficientZone
           END-IF.

           IF SQLCODE equal 0
               unstring ClientDateNaissanceTemp delimited by "/" into
                   Jour of Naissance
                           ROUNDED
                       multiply Coefficient by ShareTemp
                       multiply CoefficientProfession by ShareTemp
                       multiply CoefficientZone by ShareTemp
                       IF NbSinistresDossierTemp > 0
                           compute ShareTemp = ShareTemp +
                               (ShareTemp * NbSinistresDossierTemp
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           EXIT.

      ******************************************************************
      *****                SELECT-REMISE-FOYER                     *****
      ******************************************************************
      *    Palier le plus eleve atteint par le nombre de contrats actifs
      *    (statut 1 ou 2) du foyer, contrat reprice compris. Client
      *    hors foyer ou sous le premier palier : pas de remise. Le
      *    reprix remet ainsi a niveau les contrats des clients
      *    rattaches ou detaches du foyer depuis la souscription.
       Select-Remise-Foyer.
           MOVE 0 TO TauxRemiseFoyer.
           MOVE SPACES TO TauxRemiseTexte.

           IF SQLCA-CURSOR-CTRL (6) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (6).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'R.TAUXREMISE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'REMISEFOYER R ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'R.NBCONTRATS <= ' DELIMITED SIZE
                  '(SELECT COUNT(*) ' DELIMITED SIZE
                  'FROM CONTRATS K, CLIENTS L, CLIENTS C '
                  DELIMITED SIZE
                  'WHERE C.IDCLIENT = "' DELIMITED SIZE
                  ClientIdTemp DELIMITED SIZE
                  '" AND C.IDFOYER <> ""' DELIMITED SIZE
                  ' AND L.IDFOYER = C.IDFOYER' DELIMITED SIZE
                  ' AND K.CLIENTID = L.IDCLIENT' DELIMITED SIZE
                  ' AND (K.STATUS = "1" OR K.STATUS = "2")) '
                  DELIMITED SIZE
                  'ORDER BY R.NBCONTRATS DESC LIMIT 1' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (6)
              END-CALL
              IF SQLCA-RESULT (6) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (6)
                                            TauxRemiseTexte
               END-CALL
               IF SQLCA-RESULT (6) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT TauxRemiseTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND TauxRemiseTexte not = SPACES
               COMPUTE TauxRemiseFoyer =
                   FUNCTION NUMVAL(TauxRemiseTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (6).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****            GET-TARIF-SINISTRE-RETARIF                  *****
      ******************************************************************
                  ' = "' DELIMITED SIZE
                  PrixParMoisFinal DELIMITED SIZE
                  '", ' DELIMITED SIZE
                  'TAUXREMISEFOYER = "' DELIMITED SIZE
                  TauxRemiseFoyer DELIMITED SIZE
                  '", ' DELIMITED SIZE
                  'VERSION = VERSION + 1' DELIMITED SIZE
                  ' WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                   MOVE 'CONTRATS' TO AuditNomTable
                   MOVE 'UPDATE' TO AuditOperation
                   perform Write-Audit-Trail
                   IF TotalPrixParMois not = AncienPrixTemp
                       perform Insert-Avis-Reprix
                   END-IF
               ELSE
                   ADD 1 TO NbConflitsVersion
                   MOVE VersionContratRelue TO VersionContratTemp
               END-IF
           END-IF.

      ******************************************************************
      *****                 INSERT-AVIS-REPRIX                     *****
      ******************************************************************
      *    Les prix sont inscrits dans le format de PRIXPARMOIS pour
      *    que FACTURLOT et ANNULCON puissent reprendre l'ancien prix
      *    tel quel. Dates d'avis et limite de resiliation sont posees
      *    par AVISREPLOT a l'envoi du courrier.
       Insert-Avis-Reprix.
           IF TotalPrixParMois > AncienPrixTemp
               MOVE 'HAUSSE' TO SensReprix
               MOVE 'OUVERT' TO StatutAvisReprix
               ADD 1 TO NbAvisHausse
           ELSE
               MOVE 'BAISSE' TO SensReprix
               MOVE 'APPLIQUE' TO StatutAvisReprix
               ADD 1 TO NbAvisBaisse
           END-IF.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'AVISREPRIX' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'CLIENTID, ' DELIMITED SIZE
                  'ANCIENPRIX, ' DELIMITED SIZE
                  'NOUVEAUPRIX, ' DELIMITED SIZE
                  'SENS, ' DELIMITED SIZE
                  'DATEREPRIX, ' DELIMITED SIZE
                  'DATEAVIS, ' DELIMITED SIZE
                  'DATELIMITERESIL, ' DELIMITED SIZE
                  'DATEEFFET, ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'PROGRAMME) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  ClientIdTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AncienPrixTempFinal DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PrixParMoisFinal DELIMITED SIZE
                  '","' DELIMITED SIZE
                  SensReprix DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","","","","' DELIMITED SIZE
                  StatutAvisReprix DELIMITED SPACE
                  '","' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SPACE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****             VERIFIER-VERSION-CONTRAT                   *****
      ******************************************************************
