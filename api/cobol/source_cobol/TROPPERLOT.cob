      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 TROPPERLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Traitement des trop-percus sur primes (table TROPPERCUS,
      *    voir CPYTROP) ouverts par ENCAISSLOT, MATCHENC, AVOIRFACT
      *    et RECOUVRETLOT. Pour chaque trop-percu ouvert :
      *      - le contrat porte un impaye : le credit l'apure a due
      *        concurrence (retard remis a zero et contrat sorti de la
      *        relance s'il est solde) ;
      *      - le contrat est resilie, ou le credit a plus de
      *        BC-DelaiRemboursement jours : le solde est rembourse au
      *        client s'il a des coordonnees bancaires, par un ordre
      *        ajoute a remboursements_annulation.txt que COMPTALOT
      *        comptabilise ; sans RIB il reste ouvert et il est
      *        signale dans l'etat ;
      *      - sinon il attend la prochaine facture, dont FACTURLOT
      *        le deduit.
      *    L'etat trop_percus_etat.txt reprend ensuite toutes les
      *    operations tracees dans TROPPERCUSMVT depuis le passage
      *    precedent, quel que soit le programme qui les a faites :
      *      E;ETAT TROP-PERCUS;date
      *      ATTENTE RIB;trop-percu;contrat;client;solde
      *      CREE|IMPUTE|REMBOURSE;trop-percu;contrat;date;montant;
      *        reference;programme
      *      T;nature;nombre;montant   (une ligne par nature)
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Etat
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/trop_percus_etat.txt"
           organization is line sequential access sequential.

           select F-Remboursements
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/remboursements_annulation.txt"
           organization is line sequential
           file status is WS-REMBOURSEMENTS-STATUS.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Etat record varying from 0 to 200.
       01 E-Etat pic x(200).

       FD F-Remboursements record varying from 0 to 200.
       01 E-Remboursements pic x(200).
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

      *    Anciennete a partir de laquelle un trop-percu qu'aucune
      *    facture n'a absorbe est rembourse (60 jours si le parametre
      *    n'est pas renseigne).
       01 BusinessConstants.
         05 BC-DelaiRemboursement pic 999.

       01 DB-STATUS-SAVE pic X.

       01 IdTropPercuTemp pic 9(8).
       01 IdContratTemp pic 9(8).
       01 IdClientTemp pic 9(8).
       01 StatusContrat pic X.
       01 NouveauStatusContrat pic X.
       01 ImpayeTexte pic X(15).
       01 SoldeTexte pic X(15).
       01 CreditEchu pic X.

       01 ImpayeContrat pic 9(8)V99.
       01 SoldeCredit pic 9(8)V99.
       01 MontantImpute pic 9(8)V99.
       01 NouvelImpaye pic 9(8)V99.
       01 NouvelImpaye-R REDEFINES NouvelImpaye.
           05 NouvelImpayeEntier pic 9(8).
           05 NouvelImpayeCentimes pic 99.
       01 MontantAffiche pic Z(7)9,99.

       01 RibPresent pic 9 value 0.
       01 IbanTemp pic X(34).
       01 WS-REMBOURSEMENTS-STATUS pic XX.
       01 LIGNE-REMBOURSEMENT pic X(200).

      *    Lignes de TROPPERCUSMVT pas encore reprises dans un etat.
       01 IdMouvementTemp pic 9(8).
       01 DernierMouvementRapporte pic 9(8) value 0.
       01 DateMouvementTemp pic X(10).
       01 NatureTemp pic X(10).
       01 MontantTexte pic X(15).
       01 MontantMouvement pic 9(8)V99.
       01 ReferenceTemp pic X(30).
       01 ProgrammeTemp pic X(12).

       01 NbCreditsLus pic 9(8) value 0.
       01 NbImputations pic 9(8) value 0.
       01 NbRemboursements pic 9(8) value 0.
       01 NbAttenteRib pic 9(8) value 0.
       01 NbErreurs pic 9(8) value 0.

       01 NbCrees pic 9(8) value 0.
       01 NbImputes pic 9(8) value 0.
       01 NbRembourses pic 9(8) value 0.
       01 TotalCrees pic 9(10)V99 value 0.
       01 TotalImputes pic 9(10)V99 value 0.
       01 TotalRembourses pic 9(10)V99 value 0.
       01 NbNature pic 9(8).
       01 TotalNature pic 9(10)V99.
       01 TotalAffiche pic Z(9)9,99.

       01 LIGNE-ETAT pic X(200).

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
       COPY CPYMVTC OF "cobol/source_cobol".
       COPY CPYTROP OF "cobol/source_cobol".
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
           open output F-Etat.
           MOVE SPACES TO LIGNE-ETAT.
           STRING 'E;ETAT TROP-PERCUS;' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-ETAT
           END-STRING.
           write E-Etat from LIGNE-ETAT.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
           perform Traiter-Credits-Ouverts.
           perform Editer-Mouvements.

       GSPI-Fin.
           perform close-BDD.
           perform Write-Lignes-Total.
           close F-Etat.
           display NbCreditsLus.
           display NbImputations.
           display NbRemboursements.
           display NbAttenteRib.
           display NbErreurs.
           MOVE NbCreditsLus TO JB-LignesLues.
           COMPUTE JB-LignesEcrites = NbImputations + NbRemboursements.
           IF NbErreurs > 0
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
      *****             READ-BUSINESS-CONSTANTS                    *****
      ******************************************************************
       Read-Business-Constants.
           MOVE 'TROPPERLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-DelaiRemboursement
           END-CALL.
           IF BC-DelaiRemboursement = 0
               MOVE 60 TO BC-DelaiRemboursement
           END-IF.

      ******************************************************************
      *****              TRAITER-CREDITS-OUVERTS                   *****
      ******************************************************************
      *    Les trop-percus ouverts avec l'etat du contrat et leur
      *    anciennete, le plus ancien d'abord : un contrat qui en a
      *    plusieurs voit son impaye apure par le premier.
       Traiter-Credits-Ouverts.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'T.IDTROPPERCU, ' DELIMITED SIZE
                  'T.IDCONTRAT, ' DELIMITED SIZE
                  'K.CLIENTID, ' DELIMITED SIZE
                  'K.STATUS, ' DELIMITED SIZE
                  'IFNULL(K.MONTANTIMPAYE, 0), ' DELIMITED SIZE
                  'T.SOLDE, ' DELIMITED SIZE
                  'IF(STR_TO_DATE(T.DATECREATION, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '<= DATE_SUB(CURDATE(), INTERVAL ' DELIMITED SIZE
                  BC-DelaiRemboursement DELIMITED SIZE
                  ' DAY), "1", "0") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'TROPPERCUS T, CONTRATS K ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'T.IDCONTRAT = K.IDCONTRAT ' DELIMITED SIZE
                  'AND T.STATUT = "1" ' DELIMITED SIZE
                  'AND T.SOLDE > 0 ' DELIMITED SIZE
                  'ORDER BY T.IDTROPPERCU' DELIMITED SIZE
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
               MOVE SPACES TO ImpayeTexte
               MOVE SPACES TO SoldeTexte
               MOVE '0' TO CreditEchu
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            IdTropPercuTemp
                                            IdContratTemp
                                            IdClientTemp
                                            StatusContrat
                                            ImpayeTexte
                                            SoldeTexte
                                            CreditEchu
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
                       ADD 1 TO NbCreditsLus
                       MOVE DB-STATUS-FLD TO DB-STATUS-SAVE
                       perform Traiter-Un-Credit
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

      ******************************************************************
      *****                  TRAITER-UN-CREDIT                     *****
      ******************************************************************
      *    L'impaye passe avant le remboursement : on ne rend pas a un
      *    client l'argent qu'il doit encore sur le meme contrat.
       Traiter-Un-Credit.
           INSPECT ImpayeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ImpayeTexte REPLACING ALL '.' BY ','.
           INSPECT SoldeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SoldeTexte REPLACING ALL '.' BY ','.
           MOVE 0 TO ImpayeContrat.
           MOVE 0 TO SoldeCredit.
           IF ImpayeTexte not = SPACES
               COMPUTE ImpayeContrat = FUNCTION NUMVAL(ImpayeTexte)
           END-IF.
           IF SoldeTexte not = SPACES
               COMPUTE SoldeCredit = FUNCTION NUMVAL(SoldeTexte)
           END-IF.

           IF ImpayeContrat > 0
               perform Imputer-Sur-Impaye
           END-IF.

           IF SoldeCredit > 0
               AND (StatusContrat = '0' OR CreditEchu = '1')
               perform Rembourser-Credit
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                 IMPUTER-SUR-IMPAYE                     *****
      ******************************************************************
      *    Le credit est deja au compte cotisations (mouvement TROP
      *    PERCU) : l'imputation ne fait baisser que l'impaye de la
      *    fiche contrat et le solde du trop-percu, du meme montant.
       Imputer-Sur-Impaye.
           IF SoldeCredit > ImpayeContrat
               MOVE ImpayeContrat TO MontantImpute
           ELSE
               MOVE SoldeCredit TO MontantImpute
           END-IF.
           COMPUTE NouvelImpaye = ImpayeContrat - MontantImpute.
           IF NouvelImpaye = 0 AND StatusContrat = '2'
               MOVE '1' TO NouveauStatusContrat
           ELSE
               MOVE StatusContrat TO NouveauStatusContrat
           END-IF.

           perform Update-Contrat-Impaye.
           IF SQLCODE = 0
               MOVE IdTropPercuTemp TO TROP-IDTROPPERCU
               MOVE IdContratTemp TO TROP-IDCONTRAT
               MOVE currentDate TO TROP-DATE
               MOVE MontantImpute TO TROP-MONTANT
               MOVE 'IMPUTATION IMPAYE' TO TROP-REFERENCE
               MOVE 'TROPPERLOT' TO TROP-PROGRAMME
               perform TROP-Imputer-Credit
               ADD 1 TO NbImputations
               SUBTRACT MontantImpute FROM SoldeCredit
               MOVE 'CONTRATS' TO AuditNomTable
               MOVE IdContratTemp TO AuditIdEnregistrement
               MOVE 'UPDATE' TO AuditOperation
               MOVE SPACES TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               MOVE ImpayeContrat TO MontantAffiche
               STRING 'IMPAYE ' DELIMITED SIZE
                      MontantAffiche DELIMITED SIZE
               INTO AuditAncienneValeur
               END-STRING
               MOVE NouvelImpaye TO MontantAffiche
               STRING 'IMPAYE ' DELIMITED SIZE
                      MontantAffiche DELIMITED SIZE
                      ' TROP-PERCU ' DELIMITED SIZE
                      IdTropPercuTemp DELIMITED SIZE
               INTO AuditNouvelleValeur
               END-STRING
               perform Write-Audit-Trail
           ELSE
               ADD 1 TO NbErreurs
               display "IMPUTATION TROP-PERCU EN ERREUR CONTRAT "
                       IdContratTemp
               MOVE 0 TO SoldeCredit
           END-IF.

      *    Impaye apure : retard et date du premier impaye remis a
      *    blanc comme a l'apurement par RELANCLOT.
       Update-Contrat-Impaye.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           IF NouvelImpaye = 0
               STRING 'UPDATE ' DELIMITED SIZE
                      'CONTRATS ' DELIMITED SIZE
                      'SET ' DELIMITED SIZE
                      'STATUS = "' DELIMITED SIZE
                      NouveauStatusContrat DELIMITED SIZE
                      '", MONTANTIMPAYE = 0, ' DELIMITED SIZE
                      'JOURSRETARD = 0, ' DELIMITED SIZE
                      'DATEPREMIERIMPAYE = "" ' DELIMITED SIZE
                      'WHERE ' DELIMITED SIZE
                      'IDCONTRAT = "' DELIMITED SIZE
                      IdContratTemp DELIMITED SIZE
                      '"' DELIMITED SIZE
                  INTO SQLCA-STATEMENT
               END-STRING
           ELSE
               STRING 'UPDATE ' DELIMITED SIZE
                      'CONTRATS ' DELIMITED SIZE
                      'SET ' DELIMITED SIZE
                      'MONTANTIMPAYE = ' DELIMITED SIZE
                      NouvelImpayeEntier DELIMITED SIZE
                      '.' DELIMITED SIZE
                      NouvelImpayeCentimes DELIMITED SIZE
                      ' WHERE ' DELIMITED SIZE
                      'IDCONTRAT = "' DELIMITED SIZE
                      IdContratTemp DELIMITED SIZE
                      '"' DELIMITED SIZE
                  INTO SQLCA-STATEMENT
               END-STRING
           END-IF.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****                  REMBOURSER-CREDIT                     *****
      ******************************************************************
      *    Le remboursement suit le circuit des excedents d'avoir
      *    (AVOIRFACT) : ordre ajoute au fichier des remboursements,
      *    avec l'IBAN du client, et redebit du compte cotisations.
       Rembourser-Credit.
           perform Select-Rib-Client.
           IF RibPresent = 0
               ADD 1 TO NbAttenteRib
               perform Write-Ligne-Attente-Rib
           ELSE
               MOVE IdTropPercuTemp TO TROP-IDTROPPERCU
               MOVE IdContratTemp TO TROP-IDCONTRAT
               MOVE currentDate TO TROP-DATE
               MOVE SoldeCredit TO TROP-MONTANT
               MOVE SPACES TO TROP-REFERENCE
               STRING 'TROP PERCU ' DELIMITED SIZE
                      IdTropPercuTemp DELIMITED SIZE
                      ' REMBOURSE' DELIMITED SIZE
               INTO TROP-REFERENCE
               END-STRING
               MOVE 'TROPPERLOT' TO TROP-PROGRAMME
               perform TROP-Rembourser-Credit
               IF TROP-OK
                   ADD 1 TO NbRemboursements
                   perform Write-Ordre-Remboursement
                   MOVE 'TROPPERCUS' TO AuditNomTable
                   MOVE IdTropPercuTemp TO AuditIdEnregistrement
                   MOVE 'UPDATE' TO AuditOperation
                   MOVE SoldeCredit TO MontantAffiche
                   MOVE SPACES TO AuditAncienneValeur
                   STRING 'OUVERT ' DELIMITED SIZE
                          MontantAffiche DELIMITED SIZE
                   INTO AuditAncienneValeur
                   END-STRING
                   MOVE 'REMBOURSE' TO AuditNouvelleValeur
                   perform Write-Audit-Trail
               ELSE
                   ADD 1 TO NbErreurs
               END-IF
           END-IF.

       Select-Rib-Client.
           MOVE 0 TO RibPresent.
           MOVE SPACES TO IbanTemp.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IBAN ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'COORDONNEESBANCAIRES ' DELIMITED SIZE
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
                                            IbanTemp
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT IbanTemp REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND IbanTemp not = SPACES
               MOVE 1 TO RibPresent
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      *    Meme ligne que les excedents d'avoir de AVOIRFACT (client,
      *    contrat, montant, motif, date), l'IBAN en plus : le motif
      *    TROP PERCU fait passer l'ecriture COMPTALOT par le compte
      *    clients.
       Write-Ordre-Remboursement.
           MOVE SoldeCredit TO MontantAffiche.
           OPEN EXTEND F-Remboursements.
           IF WS-REMBOURSEMENTS-STATUS not = "00"
               OPEN OUTPUT F-Remboursements
           END-IF.
           MOVE SPACES TO LIGNE-REMBOURSEMENT.
           STRING IdClientTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   IdContratTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TROP-REFERENCE DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
                   ';' DELIMITED SIZE
                   IbanTemp DELIMITED SPACE
           INTO LIGNE-REMBOURSEMENT
           END-STRING.
           write E-Remboursements from LIGNE-REMBOURSEMENT.
           CLOSE F-Remboursements.

       Write-Ligne-Attente-Rib.
           MOVE SoldeCredit TO MontantAffiche.
           MOVE SPACES TO LIGNE-ETAT.
           STRING 'ATTENTE RIB;' DELIMITED SIZE
                   IdTropPercuTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   IdContratTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   IdClientTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantAffiche DELIMITED SIZE
           INTO LIGNE-ETAT
           END-STRING.
           write E-Etat from LIGNE-ETAT.

      ******************************************************************
      *****                 EDITER-MOUVEMENTS                      *****
      ******************************************************************
      *    Toutes les operations tracees depuis le dernier etat, y
      *    compris celles de ce passage. Les lignes editees sont
      *    marquees RAPPORTE jusqu'a la derniere lue, pour qu'une
      *    trace ecrite pendant l'edition attende l'etat suivant.
       Editer-Mouvements.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDMOUVEMENT, ' DELIMITED SIZE
                  'IDTROPPERCU, ' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'DATEMOUVEMENT, ' DELIMITED SIZE
                  'NATURE, ' DELIMITED SIZE
                  'MONTANT, ' DELIMITED SIZE
                  'IFNULL(REFERENCE, ""), ' DELIMITED SIZE
                  'IFNULL(PROGRAMME, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'TROPPERCUSMVT ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'RAPPORTE = "0" ' DELIMITED SIZE
                  'ORDER BY IDMOUVEMENT' DELIMITED SIZE
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
               MOVE SPACES TO DateMouvementTemp
               MOVE SPACES TO NatureTemp
               MOVE SPACES TO MontantTexte
               MOVE SPACES TO ReferenceTemp
               MOVE SPACES TO ProgrammeTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            IdMouvementTemp
                                            IdTropPercuTemp
                                            IdContratTemp
                                            DateMouvementTemp
                                            NatureTemp
                                            MontantTexte
                                            ReferenceTemp
                                            ProgrammeTemp
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
                       perform Editer-Un-Mouvement
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

           IF DernierMouvementRapporte > 0
               perform Marquer-Mouvements-Rapportes
           END-IF.

       Editer-Un-Mouvement.
           INSPECT DateMouvementTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NatureTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantTexte REPLACING ALL '.' BY ','.
           INSPECT ReferenceTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ProgrammeTemp REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO MontantMouvement.
           IF MontantTexte not = SPACES
               COMPUTE MontantMouvement = FUNCTION NUMVAL(MontantTexte)
           END-IF.
           EVALUATE NatureTemp
               WHEN 'CREE'
                   ADD 1 TO NbCrees
                   ADD MontantMouvement TO TotalCrees
               WHEN 'IMPUTE'
                   ADD 1 TO NbImputes
                   ADD MontantMouvement TO TotalImputes
               WHEN 'REMBOURSE'
                   ADD 1 TO NbRembourses
                   ADD MontantMouvement TO TotalRembourses
           END-EVALUATE.
           MOVE IdMouvementTemp TO DernierMouvementRapporte.

           MOVE MontantMouvement TO MontantAffiche.
           MOVE SPACES TO LIGNE-ETAT.
           STRING NatureTemp DELIMITED SPACE
                   ';' DELIMITED SIZE
                   IdTropPercuTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   IdContratTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DateMouvementTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   ReferenceTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   ProgrammeTemp DELIMITED SPACE
           INTO LIGNE-ETAT
           END-STRING.
           write E-Etat from LIGNE-ETAT.

       Marquer-Mouvements-Rapportes.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'TROPPERCUSMVT ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'RAPPORTE = "1" ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'RAPPORTE = "0" ' DELIMITED SIZE
                  'AND IDMOUVEMENT <= ' DELIMITED SIZE
                  DernierMouvementRapporte DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           IF RETURN-CODE not = 0
               ADD 1 TO NbErreurs
               display "MARQUAGE ETAT TROP-PERCUS EN ERREUR"
           END-IF.
           MOVE 0 TO SQLCODE.

      *    Une ligne de total par nature d'operation.
       Write-Lignes-Total.
           MOVE 'CREE' TO NatureTemp.
           MOVE NbCrees TO NbNature.
           MOVE TotalCrees TO TotalNature.
           perform Write-Ligne-Total.
           MOVE 'IMPUTE' TO NatureTemp.
           MOVE NbImputes TO NbNature.
           MOVE TotalImputes TO TotalNature.
           perform Write-Ligne-Total.
           MOVE 'REMBOURSE' TO NatureTemp.
           MOVE NbRembourses TO NbNature.
           MOVE TotalRembourses TO TotalNature.
           perform Write-Ligne-Total.

       Write-Ligne-Total.
           MOVE TotalNature TO TotalAffiche.
           MOVE SPACES TO LIGNE-ETAT.
           STRING 'T;' DELIMITED SIZE
                   NatureTemp DELIMITED SPACE
                   ';' DELIMITED SIZE
                   NbNature DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalAffiche DELIMITED SIZE
           INTO LIGNE-ETAT
           END-STRING.
           write E-Etat from LIGNE-ETAT.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Appele pendant que la connexion ouverte par GSPI-Init est
      *    encore active : chaque imputation et chaque remboursement
      *    est trace dans HISTOAUD.
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
           MOVE 'TROPPERLOT' TO PGCTB-PROGRAM-NAME.

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

       COPY CPYMVTCP OF "cobol/source_cobol".
       COPY CPYTROPP OF "cobol/source_cobol".
