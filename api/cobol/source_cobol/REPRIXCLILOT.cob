      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 REPRIXCLILOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Reprix des contrats actifs apres un changement de commune ou
      *    de profession saisi par MAJCLI (file CHANGEMENTSRISQUE,
      *    statut 0). Le coefficient de zone (ZONETARIF) et celui de
      *    classe de risque (CLASSERISQUE) sont recalcules avant et
      *    apres le changement ; le prix de chaque contrat actif du
      *    client est corrige du rapport entre les deux, comme le fait
      *    TRANSCON pour un changement de souscripteur. Le nouveau prix
      *    prend effet au premier jour de la prochaine periode de
      *    facturation : avenant dans AVENANTS (prorata FACTURLOT) et
      *    avis dans AVISREPRIX, que AVISREPLOT envoie au client avec
      *    son droit de resiliation en cas de hausse.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Synthese
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/reprix_changement_risque_lot.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Synthese record varying from 0 to 255.
       01 E-Synthese pic x(255).
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

      *    Premier jour de la prochaine periode de facturation.
       01 MoisSuivant pic 99.
       01 AnneeMoisSuivant pic 9(4).
       01 DateEffetReprix pic X(10).

       01 DB-STATUS-SAVE pic X.

      *    Changement en attente : seule la plus ancienne ligne en
      *    attente d'un client est lue, ses anciennes valeurs donnent
      *    l'etat avant le premier changement et la fiche CLIENTS
      *    l'etat actuel ; toutes les lignes en attente du client sont
      *    ensuite soldees ensemble.
       01 IdChangementTemp pic 9(8).
       01 IdClientTemp pic 9(8).
       01 AncienCodePostal pic X(5).
       01 AncienneVille pic X(30).
       01 AncienneProfession pic X(6).
       01 NouveauCodePostal pic X(5).
       01 NouvelleVille pic X(30).
       01 NouvelleProfession pic X(6).

      *    Lectures de coefficients pour la commune et la profession
      *    chargees dans CodePostalClient, VilleClient et
      *    ProfessionClient (memes regles que CREATCON).
       01 CodePostalClient pic X(5).
       01 VilleClient pic X(30).
       01 ProfessionClient pic X(6).
       01 CoefficientProfession pic 9v99 value 1,00.
       01 CoefProfessionTexte pic X(6).
       01 ZoneClient pic X(2) value SPACES.
       01 CoefficientZone pic 9v99 value 1,00.
       01 CoefZoneTexte pic X(6).

       01 AncienCoefProfession pic 9v99.
       01 AncienCoefZone pic 9v99.
       01 NouveauCoefProfession pic 9v99.
       01 NouveauCoefZone pic 9v99.

       01 IdContratTemp pic 9(8).
       01 TypeOfSinistre pic X(2).
       01 AncienPrixTexte pic X(12).
       01 AncienPrix pic 9999V99 value 0.
       01 AncienPrixFinal pic Z(4),99.
       01 PrixParMoisInt pic 9999V99 value 0.
       01 PrixParMoisFinal pic Z(4),99.
       01 GarantieTexte pic X(10).
       01 NumeroAvenant pic 9(4) value 0.
       01 NbAvenantsTexte pic X(10).
       01 SensReprix pic X(6).
       01 StatutAvisReprix pic X(8).

      *    Controle de concurrence optimiste comme RETARIFLOT : la mise
      *    a jour ne porte que si la VERSION lue est encore celle de
      *    la base, sinon relecture du prix et nouvel essai.
       01 VersionContratTemp pic 9(8).
       01 VersionContratRelue pic 9(8).
       01 VersionTexte pic X(10).
       01 PrixReluTexte pic X(10).
       01 PrixContratRelu pic 9(4)V99.
       01 MajPrixAppliquee pic 9 value 0.
       01 TentativesMajPrix pic 9 value 0.

       01 NbChangementsTraites pic 9(8) value 0.
       01 NbChangementsSansEffet pic 9(8) value 0.
       01 NbContratsCorriges pic 9(8) value 0.
       01 NbAvisHausse pic 9(8) value 0.
       01 NbAvisBaisse pic 9(8) value 0.
       01 NbConflitsVersion pic 9(4) value 0.

       01 LIGNE-SYNTHESE pic X(255).

       01 AuditNomTable pic X(20).
       01 AuditIdEnregistrement pic X(20).
       01 AuditOperation pic X(10).
       01 AuditAncienneValeur pic X(50).
       01 AuditNouvelleValeur pic X(50).

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
           open output F-Synthese.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
           perform Traiter-Changements-Risque.
           perform Write-Ligne-Total.

       GSPI-Fin.
           perform close-BDD.
           close F-Synthese.
           display NbChangementsTraites.
           display NbChangementsSansEffet.
           display NbContratsCorriges.
           display NbConflitsVersion.
           MOVE NbChangementsTraites TO JB-LignesLues.
           MOVE NbContratsCorriges TO JB-LignesEcrites.
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
           MOVE currentYear TO AnneeMoisSuivant.
           IF MM of SYSTEME-DATE = 12
               MOVE 1 TO MoisSuivant
               ADD 1 TO AnneeMoisSuivant
           ELSE
               COMPUTE MoisSuivant = MM of SYSTEME-DATE + 1
           END-IF.
           MOVE SPACES TO DateEffetReprix.
           STRING '01/' DELIMITED SIZE
                  MoisSuivant DELIMITED SIZE
                  '/' DELIMITED SIZE
                  AnneeMoisSuivant DELIMITED SIZE
           INTO DateEffetReprix
           END-STRING.

      ******************************************************************
      *****             TRAITER-CHANGEMENTS-RISQUE                 *****
      ******************************************************************
       Traiter-Changements-Risque.
           MOVE 0 TO SQLCODE.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'Q.IDCHANGEMENT, ' DELIMITED SIZE
                  'Q.IDCLIENT, ' DELIMITED SIZE
                  'Q.ANCIENCODEPOSTAL, ' DELIMITED SIZE
                  'Q.ANCIENNEVILLE, ' DELIMITED SIZE
                  'IFNULL(Q.ANCIENNEPROFESSION, ""), ' DELIMITED SIZE
                  'C.CODEPOSTAL, ' DELIMITED SIZE
                  'C.VILLE, ' DELIMITED SIZE
                  'IFNULL(C.CODEPROFESSION, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CHANGEMENTSRISQUE Q, CLIENTS C ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'Q.STATUT = "0" ' DELIMITED SIZE
                  'AND C.IDCLIENT = Q.IDCLIENT ' DELIMITED SIZE
                  'AND Q.IDCHANGEMENT = ' DELIMITED SIZE
                  '(SELECT MIN(P.IDCHANGEMENT) ' DELIMITED SIZE
                  'FROM CHANGEMENTSRISQUE P ' DELIMITED SIZE
                  'WHERE P.IDCLIENT = Q.IDCLIENT ' DELIMITED SIZE
                  'AND P.STATUT = "0") ' DELIMITED SIZE
                  'ORDER BY Q.IDCHANGEMENT' DELIMITED SIZE
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
               MOVE SPACES TO AncienCodePostal
               MOVE SPACES TO AncienneVille
               MOVE SPACES TO AncienneProfession
               MOVE SPACES TO NouveauCodePostal
               MOVE SPACES TO NouvelleVille
               MOVE SPACES TO NouvelleProfession
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            IdChangementTemp
                                            IdClientTemp
                                            AncienCodePostal
                                            AncienneVille
                                            AncienneProfession
                                            NouveauCodePostal
                                            NouvelleVille
                                            NouvelleProfession
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
                       ADD 1 TO NbChangementsTraites
                       MOVE DB-STATUS-FLD TO DB-STATUS-SAVE
                       perform Traiter-Un-Changement
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               TRAITER-UN-CHANGEMENT                    *****
      ******************************************************************
      *    Meme zone et meme classe avant et apres : aucun prix ne
      *    bouge, le changement est simplement solde.
       Traiter-Un-Changement.
           MOVE AncienCodePostal TO CodePostalClient.
           MOVE AncienneVille TO VilleClient.
           MOVE AncienneProfession TO ProfessionClient.
           perform Lire-Coefficients-Risque.
           MOVE CoefficientProfession TO AncienCoefProfession.
           MOVE CoefficientZone TO AncienCoefZone.

           MOVE NouveauCodePostal TO CodePostalClient.
           MOVE NouvelleVille TO VilleClient.
           MOVE NouvelleProfession TO ProfessionClient.
           perform Lire-Coefficients-Risque.
           MOVE CoefficientProfession TO NouveauCoefProfession.
           MOVE CoefficientZone TO NouveauCoefZone.

           IF AncienCoefProfession = NouveauCoefProfession
               AND AncienCoefZone = NouveauCoefZone
               ADD 1 TO NbChangementsSansEffet
           ELSE
               perform Repricer-Contrats-Client
           END-IF.
           perform Update-Changement-Traite.

       Lire-Coefficients-Risque.
           MOVE 1,00 TO CoefficientProfession.
           INSPECT ProfessionClient
               REPLACING ALL LOW-VALUE BY SPACE.
           IF ProfessionClient not = SPACES
               perform Select-Coefficient-Classe
           END-IF.
           perform Select-Coefficient-Zone.

       Select-Coefficient-Classe.
           MOVE SPACES TO CoefProfessionTexte.

           IF SQLCA-CURSOR-CTRL (4) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (4).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COEFFICIENT ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CLASSERISQUE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CODEPROFESSION ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ProfessionClient DELIMITED SPACE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (4)
              END-CALL
              IF SQLCA-RESULT (4) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (4)
                                            CoefProfessionTexte
               END-CALL
               IF SQLCA-RESULT (4) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT CoefProfessionTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND CoefProfessionTexte not = SPACES
               COMPUTE CoefficientProfession =
                   FUNCTION NUMVAL(CoefProfessionTexte) / 100
           END-IF.
           IF CoefficientProfession = 0
               MOVE 1,00 TO CoefficientProfession
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (4).
           MOVE 0 TO SQLCODE.

       Select-Coefficient-Zone.
           MOVE SPACES TO ZoneClient.
           MOVE 1,00 TO CoefficientZone.
           MOVE SPACES TO CoefZoneTexte.
           INSPECT CodePostalClient
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT VilleClient REPLACING ALL LOW-VALUE BY SPACE.
           IF CodePostalClient = SPACES
               CONTINUE
           ELSE
               perform Select-Coefficient-Zone-2
           END-IF.

       Select-Coefficient-Zone-2.
           IF SQLCA-CURSOR-CTRL (4) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (4).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'Z.ZONE, ' DELIMITED SIZE
                  'Z.COEFFICIENT ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ZONETARIF Z, REFCOMMUNE R ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'R.CODEINSEE = Z.CODEINSEE ' DELIMITED SIZE
                  'AND R.CODEPOSTAL = "' DELIMITED SIZE
                  CodePostalClient DELIMITED SPACE
                  '" AND R.VILLE = "' DELIMITED SIZE
                  VilleClient DELIMITED SIZE
                  '" LIMIT 1' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (4)
              END-CALL
              IF SQLCA-RESULT (4) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (4)
                                            ZoneClient
                                            CoefZoneTexte
               END-CALL
               IF SQLCA-RESULT (4) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT ZoneClient REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CoefZoneTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND CoefZoneTexte not = SPACES
               COMPUTE CoefficientZone =
                   FUNCTION NUMVAL(CoefZoneTexte) / 100
           END-IF.
           IF CoefficientZone = 0
               MOVE 1,00 TO CoefficientZone
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (4).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              REPRICER-CONTRATS-CLIENT                  *****
      ******************************************************************
      *    Contrats en vigueur (statut 1 ou 2) dont le client est le
      *    souscripteur.
       Repricer-Contrats-Client.
           MOVE 0 TO SQLCODE.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'TYPESINISTRE, ' DELIMITED SIZE
                  'PRIXPARMOIS, ' DELIMITED SIZE
                  'IFNULL(VERSION, 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CLIENTID ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdClientTemp DELIMITED SIZE
                  '" AND (STATUS = "1" OR STATUS = "2")'
                  DELIMITED SIZE
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
               MOVE SPACES TO AncienPrixTexte
               MOVE SPACES TO VersionTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            IdContratTemp
                                            TypeOfSinistre
                                            AncienPrixTexte
                                            VersionTexte
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
                       MOVE DB-STATUS-FLD TO DB-STATUS-SAVE
                       perform Repricer-Un-Contrat
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                REPRICER-UN-CONTRAT                     *****
      ******************************************************************
       Repricer-Un-Contrat.
           INSPECT AncienPrixTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AncienPrixTexte REPLACING ALL '.' BY ','.
           INSPECT VersionTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO AncienPrix.
           IF AncienPrixTexte not = SPACES
               COMPUTE AncienPrix = FUNCTION NUMVAL(AncienPrixTexte)
           END-IF.
           MOVE 0 TO VersionContratTemp.
           IF VersionTexte not = SPACES
               COMPUTE VersionContratTemp =
                   FUNCTION NUMVAL(VersionTexte)
           END-IF.
           MOVE 0 TO MajPrixAppliquee.
           MOVE 0 TO TentativesMajPrix.
           perform Calculer-Prix-Reprix.
           IF PrixParMoisInt not = AncienPrix
               perform Update-Prix-Contrat-Essai
                   until MajPrixAppliquee = 1 or TentativesMajPrix = 3
           END-IF.
           IF MajPrixAppliquee = 1
               perform Select-Garantie-Contrat
               perform Select-Numero-Avenant
               ADD 1 TO NumeroAvenant
               perform Insert-Avenant
               perform Insert-Avis-Reprix
               ADD 1 TO NbContratsCorriges
               MOVE AncienPrixFinal TO AuditAncienneValeur
               MOVE PrixParMoisFinal TO AuditNouvelleValeur
               MOVE IdContratTemp TO AuditIdEnregistrement
               MOVE 'CONTRATS' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
               perform Write-Ligne-Synthese
           END-IF.

      *    Le prix en vigueur est corrige du seul rapport des
      *    coefficients de zone et de classe : age, garantie, remise
      *    foyer et surcharges deja comprises dans le prix restent
      *    acquis.
       Calculer-Prix-Reprix.
           compute PrixParMoisInt ROUNDED =
               AncienPrix * NouveauCoefProfession * NouveauCoefZone
               / (AncienCoefProfession * AncienCoefZone).
           move AncienPrix to AncienPrixFinal.
           move PrixParMoisInt to PrixParMoisFinal.

      ******************************************************************
      *****                UPDATE-PRIX-CONTRAT-ESSAI               *****
      ******************************************************************
      *    La date d'effet est posee sur le contrat comme dans AVENANT.
      *    En cas de conflit de version, le prix relu sert de base au
      *    nouvel essai.
       Update-Prix-Contrat-Essai.
           ADD 1 TO TentativesMajPrix.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'PRIXPARMOIS ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  PrixParMoisFinal DELIMITED SIZE
                  '", DATEEFFETAVENANT = "' DELIMITED SIZE
                  DateEffetReprix DELIMITED SIZE
                  '", VERSION = VERSION + 1' DELIMITED SIZE
                  ' WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
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
                  AND PrixContratRelu = PrixParMoisInt
                   MOVE 1 TO MajPrixAppliquee
               ELSE
                   ADD 1 TO NbConflitsVersion
                   MOVE VersionContratRelue TO VersionContratTemp
                   MOVE PrixContratRelu TO AncienPrix
                   perform Calculer-Prix-Reprix
                   IF PrixParMoisInt = AncienPrix
                       MOVE 3 TO TentativesMajPrix
                   END-IF
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
                  IdContratTemp DELIMITED SIZE
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

           INSPECT VersionTexte REPLACING ALL LOW-VALUE BY SPACE.
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
      *****              SELECT-GARANTIE-CONTRAT                   *****
      ******************************************************************
      *    Garantie du dossier du contrat, reportee telle quelle sur
      *    l'avenant (ancienne et nouvelle garantie egales).
       Select-Garantie-Contrat.
           MOVE SPACES TO GarantieTexte.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'MONTANTGARANTIE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'DOSSIER ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CONTRATID ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
                  '" AND TYPESINISTRE = "' DELIMITED SIZE
                  TypeOfSinistre DELIMITED SIZE
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
                                            GarantieTexte
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT GarantieTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              SELECT-NUMERO-AVENANT                     *****
      ******************************************************************
      *    Numerotation des avenants par contrat : le rang suivant est
      *    le nombre d'avenants deja passes plus un.
       Select-Numero-Avenant.
           MOVE 0 TO NumeroAvenant.
           MOVE SPACES TO NbAvenantsTexte.

           IF SQLCA-CURSOR-CTRL (5) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (5).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'AVENANTS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
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
                                            NbAvenantsTexte
               END-CALL
               IF SQLCA-RESULT (5) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT NbAvenantsTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND NbAvenantsTexte not = SPACES
               COMPUTE NumeroAvenant =
                   FUNCTION NUMVAL(NbAvenantsTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (5).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                 INSERT-AVENANT                         *****
      ******************************************************************
      *    Avenant de reprix sans changement de garantie, numerote a la
      *    suite des avenants du contrat.
       Insert-Avenant.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'AVENANTS' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'NUMEROAVENANT, ' DELIMITED SIZE
                  'TYPESINISTRE, ' DELIMITED SIZE
                  'ANCIENNEGARANTIE, ' DELIMITED SIZE
                  'NOUVELLEGARANTIE, ' DELIMITED SIZE
                  'ANCIENPRIX, ' DELIMITED SIZE
                  'NOUVEAUPRIX, ' DELIMITED SIZE
                  'DATEEFFET, ' DELIMITED SIZE
                  'DATECREATION) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  NumeroAvenant DELIMITED SIZE
                  '","' DELIMITED SIZE
                  TypeOfSinistre DELIMITED SIZE
                  '","' DELIMITED SIZE
                  GarantieTexte DELIMITED SPACE
                  '","' DELIMITED SIZE
                  GarantieTexte DELIMITED SPACE
                  '","' DELIMITED SIZE
                  AncienPrixFinal DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PrixParMoisFinal DELIMITED SIZE
                  '","' DELIMITED SIZE
                  DateEffetReprix DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****                 INSERT-AVIS-REPRIX                     *****
      ******************************************************************
      *    Meme avis que RETARIFLOT. La date de reprix est la date
      *    d'effet de l'avenant : AVISREPLOT l'annonce telle quelle
      *    pour une baisse ; une hausse ouvre la fenetre de
      *    resiliation et reste facturee a l'ancien prix tant qu'elle
      *    est ouverte.
       Insert-Avis-Reprix.
           IF PrixParMoisInt > AncienPrix
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
                  IdClientTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AncienPrixFinal DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PrixParMoisFinal DELIMITED SIZE
                  '","' DELIMITED SIZE
                  SensReprix DELIMITED SIZE
                  '","' DELIMITED SIZE
                  DateEffetReprix DELIMITED SIZE
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
      *****              UPDATE-CHANGEMENT-TRAITE                  *****
      ******************************************************************
      *    Solde toutes les lignes en attente du client, y compris les
      *    changements saisis apres la plus ancienne : leur effet est
      *    deja compris dans la comparaison avec la fiche actuelle.
       Update-Changement-Traite.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CHANGEMENTSRISQUE ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "1", ' DELIMITED SIZE
                  'DATETRAITEMENT = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDCLIENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdClientTemp DELIMITED SIZE
                  '" AND STATUT = "0"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  WRITE-SYNTHESE                        *****
      ******************************************************************
       Write-Ligne-Synthese.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING IdClientTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   IdContratTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   AncienPrixFinal DELIMITED SIZE
                   ';' DELIMITED SIZE
                   PrixParMoisFinal DELIMITED SIZE
                   ';' DELIMITED SIZE
                   SensReprix DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DateEffetReprix DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NumeroAvenant DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING 'TOTAL' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbChangementsTraites DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbChangementsSansEffet DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbContratsCorriges DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbAvisHausse DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbAvisBaisse DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

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
           MOVE 'REPRIXCLILOT' TO PGCTB-PROGRAM-NAME.

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
