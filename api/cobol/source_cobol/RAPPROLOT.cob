      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 RAPPROLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Rapprochement bancaire quotidien : le releve de compte du
      *    jour envoye par la banque est rapproche de l'ensemble des
      *    flux d'argent connus de GSPI, et non plus flux par flux.
      *    Format du releve (separateur ;) :
      *      01;date;sens;montant                 solde d'ouverture
      *      04;date;sens;montant;reference;libelle  un mouvement
      *      07;date;sens;montant                 solde de cloture
      *    sens C (credit, en faveur de la compagnie) ou D (debit),
      *    dates en JJ/MM/AAAA, entete et total facultatifs controles
      *    par le registre des fichiers entrants (voir CPYFICH).
      *    Mouvements attendus, non encore rapproches :
      *      REMISE SEPA  credit par lot de prelevements edite par
      *                   REMISESEPALOT (message, sequence, echeance)
      *      VIREMENTS    debit par fichier d'ordres de REGLEPRELOT
      *      ENCAISSEMENT recettes individuelles du compte cotisations
      *                   (agence, guichet, collecte sur relance)
      *      ATTENTE      recettes parquees dans ATTENTEBANCAIRE
      *    Un mouvement se rapproche d'un attendu de meme sens et de
      *    meme montant dont la reference figure dans le libelle
      *    bancaire, a defaut de meme date. Chaque rapprochement est
      *    garde dans RAPPROCHEMENTBANCAIRE et ne ressort plus.
      *    Le rapport liste les mouvements rapproches, les mouvements
      *    bancaires inexpliques et les attendus echus qui ne sont pas
      *    apparus, puis compare les soldes d'ouverture et de cloture
      *    au compte banque 512000 tenu par COMPTALOT.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Releve
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/releve_bancaire_lot.txt"
           organization is line sequential
           file status is WS-RELEVE-STATUS.

           select F-Rapport
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/rapprochement_bancaire_lot.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Releve record varying from 0 to 255.
       01 E-Releve pic x(255).

       FD F-Rapport record varying from 0 to 255.
       01 E-Rapport pic x(255).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.
       01 WS-RELEVE-STATUS pic XX.

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

      *    Compte banque du schema de COMPTALOT.
       01 CompteBanque pic X(6) value '512000'.

      *    Recettes individuelles et attentes plus anciennes que
      *    BC-JoursFenetre jours avant la date du releve ne sont plus
      *    attendues ; les lots SEPA restent attendus sans limite.
       01 BusinessConstants.
         05 BC-JoursFenetre pic 9(3).

      *    Ligne du releve.
       01 ReleveCode pic X(2).
       01 ReleveDate pic X(10).
       01 ReleveSens pic X.
       01 ReleveMontantTexte pic X(15).
       01 ReleveReference pic X(35).
       01 ReleveLibelle pic X(60).
       01 ReleveMontant pic 9(10)V99.

       01 DateReleve pic X(10) value SPACES.
       01 SoldeOuverture pic S9(10)V99 value 0.
       01 SoldeCloture pic S9(10)V99 value 0.
       01 SoldeOuvertureRecu pic 9 value 0.
       01 SoldeClotureRecu pic 9 value 0.
       01 SoldeCalcule pic S9(10)V99 value 0.

      *    Mouvements du releve.
       01 NbMouvements pic 9(4) value 0.
       01 MouvementsTable.
           05 Mouvement OCCURS 1000.
               10 MVT-Date pic X(10).
               10 MVT-Sens pic X.
               10 MVT-Montant pic 9(10)V99.
               10 MVT-Reference pic X(35).
               10 MVT-Libelle pic X(60).
               10 MVT-Rapproche pic 9.
               10 MVT-Attendu pic 9(4).
       01 indexMvt pic 9(4).

      *    Mouvements attendus.
       01 NbAttendus pic 9(4) value 0.
       01 AttendusTable.
           05 Attendu OCCURS 2000.
               10 ATT-Flux pic X(12).
               10 ATT-Cle pic X(60).
               10 ATT-Reference pic X(35).
               10 ATT-Date pic X(10).
               10 ATT-Sens pic X.
               10 ATT-Montant pic 9(10)V99.
               10 ATT-Echu pic 9.
               10 ATT-Rapproche pic 9.
       01 indexAtt pic 9(4).
       01 AttenduTrouve pic 9(4).

      *    Zones de chargement des attendus.
       01 FluxCharge pic X(12).
       01 SensCharge pic X.
       01 CleTemp pic X(60).
       01 ReferenceTemp pic X(35).
       01 DateTemp pic X(10).
       01 MontantTexte pic X(20).
       01 EchuTemp pic X.

      *    Recherche de la reference dans le texte bancaire.
       01 TexteBancaire pic X(100).
       01 LongueurReference pic 9(2).
       01 NbOccurrences pic 9(3).
       01 PasseRapprochement pic 9.

       01 SoldeTexte pic X(20).
       01 BorneSolde pic X(2).
       01 SoldeReleve pic S9(10)V99 value 0.
       01 SoldeComptable pic S9(10)V99 value 0.
       01 EcartSolde pic S9(10)V99 value 0.

       01 NbRapproches pic 9(8) value 0.
       01 NbInexpliques pic 9(8) value 0.
       01 NbNonApparus pic 9(8) value 0.
       01 NbEcartsSolde pic 9(8) value 0.
       01 TotalInexplique pic 9(10)V99 value 0.
       01 TotalNonApparu pic 9(10)V99 value 0.

       01 MontantAffiche pic Z(9)9,99.
       01 SoldeAffiche pic -(9)9,99.
       01 SoldeComptableAffiche pic -(9)9,99.
       01 EcartAffiche pic -(9)9,99.
       01 MontantSql pic X(14).
       01 MontantSqlR REDEFINES MontantSql.
           05 MontantSqlEntier pic 9(10).
           05 MontantSqlPoint pic X.
           05 MontantSqlCts pic 99.
           05 FILLER pic X.
       01 MontantTravail pic 9(10)V99.
       01 MontantTravailR REDEFINES MontantTravail.
           05 MontantTravailEntier pic 9(10).
           05 MontantTravailCts pic 99.
       01 LibelleSolde pic X(16).

       01 LIGNE-RAPPORT pic X(255).

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
           perform Controler-Fichier-Entrant.
           open output F-Rapport.

       GSPI-Trt.
      *    Un releve refuse au registre n'est pas rapproche.
           IF FICH-ACCEPTE
               perform Charger-Releve
               perform Initialisation-connexion-BDD
               perform Connexion-BDD
               perform Charger-Attendus
               MOVE 1 TO PasseRapprochement
               perform Rapprocher-Mouvements
               MOVE 2 TO PasseRapprochement
               perform Rapprocher-Mouvements
               perform Write-Rapport-Mouvements
               perform Write-Rapport-Non-Apparus
               perform Controler-Soldes
               perform close-BDD
               perform FICH-Cloturer-Fichier
           END-IF.

       GSPI-Fin.
           perform Write-Ligne-Total.
           close F-Rapport.
           display NbMouvements.
           display NbRapproches.
           display NbInexpliques.
           display NbNonApparus.
           display NbEcartsSolde.
           MOVE NbMouvements TO JB-LignesLues.
           MOVE NbRapproches TO JB-LignesEcrites.
           IF NbInexpliques > 0 OR NbNonApparus > 0
              OR NbEcartsSolde > 0
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
      *****             READ-BUSINESS-CONSTANTS                    *****
      ******************************************************************
       Read-Business-Constants.
           MOVE 'RAPPROLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-JoursFenetre
           END-CALL.
           IF BC-JoursFenetre = 0
               MOVE 30 TO BC-JoursFenetre
           END-IF.

      ******************************************************************
      *****              CONTROLER-FICHIER-ENTRANT                 *****
      ******************************************************************
      *    Premiere lecture du releve pour le registre : seules les
      *    lignes 04 sont des details, le montant est le 4e champ.
       Controler-Fichier-Entrant.
           MOVE 'RAPPROLOT' TO FICH-PROGRAMME.
           MOVE 'releve_bancaire_lot.txt' TO FICH-NOM.
           MOVE 'BANQUE' TO FICH-EMETTEUR.
           MOVE 4 TO FICH-RANG-MONTANT.
           MOVE '04;' TO FICH-PREFIXE-DETAIL.
           perform FICH-Debut-Controle.
           move 0 to Boucleur-read-file.
           open INPUT F-Releve.
           IF WS-RELEVE-STATUS = "00"
               perform Controler-Fichier-Entrant-Trt
                   until Boucleur-read-file = 1
               close F-Releve
           END-IF.
           perform FICH-Enregistrer-Fichier.

       Controler-Fichier-Entrant-Trt.
           read F-Releve
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-Releve TO FICH-LIGNE
                   perform FICH-Cumuler-Ligne
           end-read.

      ******************************************************************
      *****                    CHARGER-RELEVE                      *****
      ******************************************************************
      *    Soldes et mouvements du releve en memoire. La date du
      *    releve est celle du solde d'ouverture, a defaut celle du
      *    premier mouvement, a defaut la date du jour.
       Charger-Releve.
           move 0 to Boucleur-read-file.
           open INPUT F-Releve.
           IF WS-RELEVE-STATUS = "00"
               perform Charger-Releve-Trt
                   until Boucleur-read-file = 1
               close F-Releve
           END-IF.
           IF DateReleve = SPACES
               MOVE currentDate TO DateReleve
           END-IF.

       Charger-Releve-Trt.
           read F-Releve
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-Releve TO FICH-LIGNE
                   perform FICH-Tester-Ligne
                   IF not FICH-LIGNE-CONTROLE
                       perform Lire-Ligne-Releve
                   END-IF
           end-read.

       Lire-Ligne-Releve.
           MOVE SPACES TO ReleveCode.
           MOVE SPACES TO ReleveDate.
           MOVE SPACES TO ReleveSens.
           MOVE SPACES TO ReleveMontantTexte.
           MOVE SPACES TO ReleveReference.
           MOVE SPACES TO ReleveLibelle.
           unstring E-Releve delimited by ';' into
               ReleveCode
               ReleveDate
               ReleveSens
               ReleveMontantTexte
               ReleveReference
               ReleveLibelle
           end-unstring.
           INSPECT ReleveMontantTexte REPLACING ALL '.' BY ','.
           MOVE 0 TO ReleveMontant.
           IF ReleveMontantTexte not = SPACES
               COMPUTE ReleveMontant =
                   FUNCTION NUMVAL(ReleveMontantTexte)
           END-IF.
           EVALUATE ReleveCode
               WHEN '01'
                   MOVE ReleveDate TO DateReleve
                   MOVE 1 TO SoldeOuvertureRecu
                   IF ReleveSens = 'D'
                       COMPUTE SoldeOuverture = 0 - ReleveMontant
                   ELSE
                       MOVE ReleveMontant TO SoldeOuverture
                   END-IF
               WHEN '07'
                   MOVE 1 TO SoldeClotureRecu
                   IF ReleveSens = 'D'
                       COMPUTE SoldeCloture = 0 - ReleveMontant
                   ELSE
                       MOVE ReleveMontant TO SoldeCloture
                   END-IF
               WHEN '04'
                   IF DateReleve = SPACES
                       MOVE ReleveDate TO DateReleve
                   END-IF
                   IF NbMouvements < 1000
                       ADD 1 TO NbMouvements
                       MOVE ReleveDate TO MVT-Date (NbMouvements)
                       MOVE ReleveSens TO MVT-Sens (NbMouvements)
                       MOVE ReleveMontant TO MVT-Montant (NbMouvements)
                       MOVE ReleveReference
                           TO MVT-Reference (NbMouvements)
                       MOVE ReleveLibelle TO MVT-Libelle (NbMouvements)
                       MOVE 0 TO MVT-Rapproche (NbMouvements)
                   ELSE
                       display "RELEVE TROP VOLUMINEUX, MOUVEMENT "
                               "IGNORE : " ReleveReference
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *****                   CHARGER-ATTENDUS                     *****
      ******************************************************************
      *    Chaque flux est lu par la meme boucle de curseur : cle de
      *    rapprochement, reference cherchee dans le libelle bancaire,
      *    date, montant et indicateur d'echeance a la date du releve.
      *    Les cles deja rapprochees sont exclues.
       Charger-Attendus.
           MOVE 'REMISE SEPA' TO FluxCharge.
           MOVE 'C' TO SensCharge.
           perform Generate-Remises-SQLCA-STATEMENT.
           perform Charger-Un-Flux.
           MOVE 'VIREMENTS' TO FluxCharge.
           MOVE 'D' TO SensCharge.
           perform Generate-Virements-SQLCA-STATEMENT.
           perform Charger-Un-Flux.
           MOVE 'ENCAISSEMENT' TO FluxCharge.
           MOVE 'C' TO SensCharge.
           perform Generate-Encaissements-SQLCA-STATEMENT.
           perform Charger-Un-Flux.
           MOVE 'ATTENTE' TO FluxCharge.
           MOVE 'C' TO SensCharge.
           perform Generate-Attentes-SQLCA-STATEMENT.
           perform Charger-Un-Flux.

       Charger-Un-Flux.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).
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
               MOVE SPACES TO CleTemp
               MOVE SPACES TO ReferenceTemp
               MOVE SPACES TO DateTemp
               MOVE SPACES TO MontantTexte
               MOVE SPACES TO EchuTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            CleTemp
                                            ReferenceTemp
                                            DateTemp
                                            MontantTexte
                                            EchuTemp
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
                       perform Ajouter-Attendu
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Ajouter-Attendu.
           INSPECT CleTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ReferenceTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantTexte REPLACING ALL '.' BY ','.
           IF NbAttendus < 2000
               ADD 1 TO NbAttendus
               MOVE FluxCharge TO ATT-Flux (NbAttendus)
               MOVE CleTemp TO ATT-Cle (NbAttendus)
               MOVE ReferenceTemp TO ATT-Reference (NbAttendus)
               MOVE DateTemp TO ATT-Date (NbAttendus)
               MOVE SensCharge TO ATT-Sens (NbAttendus)
               MOVE 0 TO ATT-Montant (NbAttendus)
               IF MontantTexte not = SPACES
                   COMPUTE ATT-Montant (NbAttendus) =
                       FUNCTION NUMVAL(MontantTexte)
               END-IF
               IF EchuTemp = '1'
                   MOVE 1 TO ATT-Echu (NbAttendus)
               ELSE
                   MOVE 0 TO ATT-Echu (NbAttendus)
               END-IF
               MOVE 0 TO ATT-Rapproche (NbAttendus)
           ELSE
               display "TROP DE MOUVEMENTS ATTENDUS, IGNORE : "
                       CleTemp
           END-IF.

      ******************************************************************
      *****                 RAPPROCHER-MOUVEMENTS                  *****
      ******************************************************************
      *    Passe 1 : meme sens, meme montant et reference de l'attendu
      *    retrouvee dans la reference ou le libelle bancaire.
      *    Passe 2, sur ce qui reste : meme sens, meme montant et meme
      *    date. Le premier attendu qui convient est retenu.
       Rapprocher-Mouvements.
           MOVE 1 TO indexMvt.
           perform Rapprocher-Un-Mouvement
               until indexMvt > NbMouvements.

       Rapprocher-Un-Mouvement.
           IF MVT-Rapproche (indexMvt) = 0
               MOVE SPACES TO TexteBancaire
               STRING MVT-Reference (indexMvt) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      MVT-Libelle (indexMvt) DELIMITED SIZE
               INTO TexteBancaire
               END-STRING
               MOVE 0 TO AttenduTrouve
               MOVE 1 TO indexAtt
               perform Chercher-Attendu
                   until indexAtt > NbAttendus OR AttenduTrouve > 0
               IF AttenduTrouve > 0
                   perform Enregistrer-Rapprochement
               END-IF
           END-IF.
           ADD 1 TO indexMvt.

       Chercher-Attendu.
           IF ATT-Rapproche (indexAtt) = 0
              AND ATT-Sens (indexAtt) = MVT-Sens (indexMvt)
              AND ATT-Montant (indexAtt) = MVT-Montant (indexMvt)
               IF PasseRapprochement = 1
                   perform Chercher-Reference
                   IF NbOccurrences > 0
                       MOVE indexAtt TO AttenduTrouve
                   END-IF
               ELSE
                   IF ATT-Date (indexAtt) = MVT-Date (indexMvt)
                       MOVE indexAtt TO AttenduTrouve
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO indexAtt.

       Chercher-Reference.
           MOVE 0 TO NbOccurrences.
           MOVE 0 TO LongueurReference.
           INSPECT ATT-Reference (indexAtt) TALLYING LongueurReference
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF LongueurReference > 0
               INSPECT TexteBancaire TALLYING NbOccurrences
                   FOR ALL ATT-Reference (indexAtt)
                       (1:LongueurReference)
           END-IF.

      ******************************************************************
      *****              ENREGISTRER-RAPPROCHEMENT                 *****
      ******************************************************************
      *    Le rapprochement est garde avec le fichier du registre qui
      *    l'a produit, pour que l'attendu ne ressorte plus.
       Enregistrer-Rapprochement.
           MOVE 1 TO MVT-Rapproche (indexMvt).
           MOVE 1 TO ATT-Rapproche (AttenduTrouve).
           MOVE AttenduTrouve TO MVT-Attendu (indexMvt).
           ADD 1 TO NbRapproches.
           MOVE MVT-Montant (indexMvt) TO MontantTravail.
           perform Formater-Montant-Sql.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'RAPPROCHEMENTBANCAIRE' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'CLE, ' DELIMITED SIZE
                  'TYPEFLUX, ' DELIMITED SIZE
                  'DATERELEVE, ' DELIMITED SIZE
                  'DATEMOUVEMENT, ' DELIMITED SIZE
                  'SENS, ' DELIMITED SIZE
                  'MONTANT, ' DELIMITED SIZE
                  'REFERENCEBANQUE, ' DELIMITED SIZE
                  'IDFICHIER) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  ATT-Cle (AttenduTrouve) DELIMITED '  '
                  '","' DELIMITED SIZE
                  ATT-Flux (AttenduTrouve) DELIMITED '  '
                  '","' DELIMITED SIZE
                  DateReleve DELIMITED SIZE
                  '","' DELIMITED SIZE
                  MVT-Date (indexMvt) DELIMITED SIZE
                  '","' DELIMITED SIZE
                  MVT-Sens (indexMvt) DELIMITED SIZE
                  '",' DELIMITED SIZE
                  MontantSql DELIMITED SPACE
                  ',"' DELIMITED SIZE
                  MVT-Reference (indexMvt) DELIMITED '  '
                  '",' DELIMITED SIZE
                  FICH-IDFICHIER DELIMITED SIZE
                  ')' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "ENREGISTREMENT RAPPROCHEMENT EN ERREUR "
                       ATT-Cle (AttenduTrouve)
           END-IF.
           MOVE 0 TO SQLCODE.

       Formater-Montant-Sql.
           MOVE SPACES TO MontantSql.
           MOVE MontantTravailEntier TO MontantSqlEntier.
           MOVE '.' TO MontantSqlPoint.
           MOVE MontantTravailCts TO MontantSqlCts.

      ******************************************************************
      *****               WRITE-RAPPORT-MOUVEMENTS                 *****
      ******************************************************************
      *    Une ligne par mouvement du releve : RAPPROCHE avec le flux
      *    et la cle retenus, ou INEXPLIQUE.
       Write-Rapport-Mouvements.
           MOVE 1 TO indexMvt.
           perform Write-Rapport-Un-Mouvement
               until indexMvt > NbMouvements.

       Write-Rapport-Un-Mouvement.
           MOVE MVT-Montant (indexMvt) TO MontantAffiche.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF MVT-Rapproche (indexMvt) = 1
               MOVE MVT-Attendu (indexMvt) TO AttenduTrouve
               STRING 'RAPPROCHE;' DELIMITED SIZE
                      ATT-Flux (AttenduTrouve) DELIMITED '  '
                      ';' DELIMITED SIZE
                      ATT-Cle (AttenduTrouve) DELIMITED '  '
                      ';' DELIMITED SIZE
                      INTO LIGNE-RAPPORT
               END-STRING
           ELSE
               ADD 1 TO NbInexpliques
               ADD MVT-Montant (indexMvt) TO TotalInexplique
               STRING 'INEXPLIQUE;;;' DELIMITED SIZE
                      INTO LIGNE-RAPPORT
               END-STRING
           END-IF.
           MOVE SPACES TO E-Rapport.
           STRING LIGNE-RAPPORT DELIMITED '  '
                  MVT-Date (indexMvt) DELIMITED SIZE
                  ';' DELIMITED SIZE
                  MVT-Sens (indexMvt) DELIMITED SIZE
                  ';' DELIMITED SIZE
                  MontantAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  MVT-Reference (indexMvt) DELIMITED '  '
                  ';' DELIMITED SIZE
                  MVT-Libelle (indexMvt) DELIMITED '  '
           INTO E-Rapport
           END-STRING.
           write E-Rapport.
           ADD 1 TO indexMvt.

      ******************************************************************
      *****              WRITE-RAPPORT-NON-APPARUS                 *****
      ******************************************************************
      *    Attendus echus a la date du releve qui n'y figurent pas.
      *    Un attendu a echeance future n'est pas encore en retard.
       Write-Rapport-Non-Apparus.
           MOVE 1 TO indexAtt.
           perform Write-Rapport-Un-Non-Apparu
               until indexAtt > NbAttendus.

       Write-Rapport-Un-Non-Apparu.
           IF ATT-Rapproche (indexAtt) = 0 AND ATT-Echu (indexAtt) = 1
               ADD 1 TO NbNonApparus
               ADD ATT-Montant (indexAtt) TO TotalNonApparu
               MOVE ATT-Montant (indexAtt) TO MontantAffiche
               MOVE SPACES TO E-Rapport
               STRING 'NON APPARU;' DELIMITED SIZE
                      ATT-Flux (indexAtt) DELIMITED '  '
                      ';' DELIMITED SIZE
                      ATT-Cle (indexAtt) DELIMITED '  '
                      ';' DELIMITED SIZE
                      ATT-Date (indexAtt) DELIMITED SIZE
                      ';' DELIMITED SIZE
                      ATT-Sens (indexAtt) DELIMITED SIZE
                      ';' DELIMITED SIZE
                      MontantAffiche DELIMITED SIZE
               INTO E-Rapport
               END-STRING
               write E-Rapport
           END-IF.
           ADD 1 TO indexAtt.

      ******************************************************************
      *****                   CONTROLER-SOLDES                     *****
      ******************************************************************
      *    Le releve doit etre coherent (ouverture + credits - debits
      *    = cloture), et ses soldes egaux au solde du compte banque
      *    en comptabilite : ecritures anterieures a la date du releve
      *    pour l'ouverture, jusqu'a cette date incluse pour la
      *    cloture. Un solde crediteur en banque est un solde debiteur
      *    du 512000.
       Controler-Soldes.
           MOVE SoldeOuverture TO SoldeCalcule.
           MOVE 1 TO indexMvt.
           perform Cumuler-Mouvement until indexMvt > NbMouvements.
      *    La ligne RELEVE (cloture recalculee en comptable) ne sort
      *    que si le releve lui-meme est incoherent.
           IF SoldeOuvertureRecu = 1 AND SoldeClotureRecu = 1
              AND SoldeCalcule not = SoldeCloture
               MOVE 'RELEVE' TO LibelleSolde
               MOVE SoldeCalcule TO SoldeComptable
               MOVE SoldeCloture TO SoldeReleve
               perform Write-Ligne-Solde
           END-IF.
           IF SoldeOuvertureRecu = 1
               MOVE '<' TO BorneSolde
               perform Select-Solde-Comptable
               MOVE 'SOLDE OUVERTURE' TO LibelleSolde
               MOVE SoldeOuverture TO SoldeReleve
               perform Write-Ligne-Solde
           END-IF.
           IF SoldeClotureRecu = 1
               MOVE '<=' TO BorneSolde
               perform Select-Solde-Comptable
               MOVE 'SOLDE CLOTURE' TO LibelleSolde
               MOVE SoldeCloture TO SoldeReleve
               perform Write-Ligne-Solde
           END-IF.

       Cumuler-Mouvement.
           IF MVT-Sens (indexMvt) = 'D'
               SUBTRACT MVT-Montant (indexMvt) FROM SoldeCalcule
           ELSE
               ADD MVT-Montant (indexMvt) TO SoldeCalcule
           END-IF.
           ADD 1 TO indexMvt.

      *    BorneSolde : < avant la date du releve, <= jusqu'a elle.
       Select-Solde-Comptable.
           MOVE 0 TO SoldeComptable.
           MOVE SPACES TO SoldeTexte.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(SUM(IF(SENS = "D", ' DELIMITED SIZE
                  'REPLACE(MONTANT, ",", "."), ' DELIMITED SIZE
                  '-REPLACE(MONTANT, ",", "."))), 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ECRITURECOMPTA ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'COMPTE = "' DELIMITED SIZE
                  CompteBanque DELIMITED SIZE
                  '" AND STR_TO_DATE(DATEECRITURE, "%d/%m/%Y") '
                  DELIMITED SIZE
                  BorneSolde DELIMITED SPACE
                  ' STR_TO_DATE("' DELIMITED SIZE
                  DateReleve DELIMITED SIZE
                  '", "%d/%m/%Y")' DELIMITED SIZE
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
                                            SoldeTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT SoldeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SoldeTexte REPLACING ALL '.' BY ','.
           IF SQLCODE = 0 AND SoldeTexte not = SPACES
               COMPUTE SoldeComptable = FUNCTION NUMVAL(SoldeTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

       Write-Ligne-Solde.
           MOVE SoldeReleve TO SoldeAffiche.
           MOVE SoldeComptable TO SoldeComptableAffiche.
           COMPUTE EcartSolde = SoldeReleve - SoldeComptable.
           MOVE EcartSolde TO EcartAffiche.
           IF EcartSolde not = 0
               ADD 1 TO NbEcartsSolde
           END-IF.
           MOVE SPACES TO E-Rapport.
           STRING LibelleSolde DELIMITED '  '
                  ';' DELIMITED SIZE
                  DateReleve DELIMITED SIZE
                  ';' DELIMITED SIZE
                  SoldeAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  SoldeComptableAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  EcartAffiche DELIMITED SIZE
           INTO E-Rapport
           END-STRING.
           write E-Rapport.

      ******************************************************************
      *****                WRITE-LIGNE-TOTAL                       *****
      ******************************************************************
       Write-Ligne-Total.
           MOVE SPACES TO E-Rapport.
           IF FICH-REFUSE
               STRING 'REFUSE;' DELIMITED SIZE
                      FICH-MOTIF DELIMITED '  '
               INTO E-Rapport
               END-STRING
               write E-Rapport
               MOVE SPACES TO E-Rapport
           END-IF.
           MOVE TotalInexplique TO MontantAffiche.
           MOVE TotalNonApparu TO SoldeAffiche.
           STRING 'TOTAL' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbRapproches DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbInexpliques DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbNonApparus DELIMITED SIZE
                   ';' DELIMITED SIZE
                   SoldeAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbEcartsSolde DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DateReleve DELIMITED SIZE
           INTO E-Rapport
           END-STRING.
           write E-Rapport.

      ******************************************************************
      ******************************************************************
      ******************************************************************
      ******************************************************************
      *****                GENERATE SQLCA SATTEMENT                *****
      ******************************************************************
      ******************************************************************
      ******************************************************************
      ******************************************************************

      ******************************************************************
      *****          GENERATE-REMISES-SQLCA-STATEMENT              *****
      ******************************************************************
      *    Un credit par lot du message pain.008 : meme message, meme
      *    sequence, meme date d'echeance. La banque cite le message
      *    dans son libelle.
       Generate-Remises-SQLCA-STATEMENT.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'CONCAT(IDMESSAGE, " ", SEQUENCE, " ", '
                  DELIMITED SIZE
                  'DATEECHEANCE) K, ' DELIMITED SIZE
                  'IDMESSAGE, ' DELIMITED SIZE
                  'DATEECHEANCE, ' DELIMITED SIZE
                  'SUM(REPLACE(MONTANT, ",", ".")), ' DELIMITED SIZE
                  'IF(STR_TO_DATE(DATEECHEANCE, "%d/%m/%Y") <= '
                  DELIMITED SIZE
                  'STR_TO_DATE("' DELIMITED SIZE
                  DateReleve DELIMITED SIZE
                  '", "%d/%m/%Y"), "1", "0") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'PRESENTATIONSEPA ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDMESSAGE IS NOT NULL ' DELIMITED SIZE
                  'GROUP BY IDMESSAGE, SEQUENCE, DATEECHEANCE '
                  DELIMITED SIZE
                  'HAVING K NOT IN (SELECT CLE FROM ' DELIMITED SIZE
                  'RAPPROCHEMENTBANCAIRE) ' DELIMITED SIZE
                  'ORDER BY IDMESSAGE, SEQUENCE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
       Generate-Remises-SQLCA-STATEMENT-Fin.
           EXIT.

      ******************************************************************
      *****          GENERATE-VIREMENTS-SQLCA-STATEMENT            *****
      ******************************************************************
      *    Un debit par fichier d'ordres pain.001 et date d'execution.
       Generate-Virements-SQLCA-STATEMENT.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'CONCAT(IDMESSAGE, " ", DATEEXECUTION) K, '
                  DELIMITED SIZE
                  'IDMESSAGE, ' DELIMITED SIZE
                  'DATEEXECUTION, ' DELIMITED SIZE
                  'SUM(MONTANT), ' DELIMITED SIZE
                  'IF(STR_TO_DATE(DATEEXECUTION, "%d/%m/%Y") <= '
                  DELIMITED SIZE
                  'STR_TO_DATE("' DELIMITED SIZE
                  DateReleve DELIMITED SIZE
                  '", "%d/%m/%Y"), "1", "0") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'VIREMENTSEPA ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDMESSAGE IS NOT NULL ' DELIMITED SIZE
                  'GROUP BY IDMESSAGE, DATEEXECUTION ' DELIMITED SIZE
                  'HAVING K NOT IN (SELECT CLE FROM ' DELIMITED SIZE
                  'RAPPROCHEMENTBANCAIRE) ' DELIMITED SIZE
                  'ORDER BY IDMESSAGE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
       Generate-Virements-SQLCA-STATEMENT-Fin.
           EXIT.

      ******************************************************************
      *****        GENERATE-ENCAISSEMENTS-SQLCA-STATEMENT          *****
      ******************************************************************
      *    Recettes individuelles du compte cotisations. Les
      *    encaissements de ENCAISSLOT sont dans les lots SEPA et ceux
      *    de MATCHENC dans le compte d'attente : ils ne sont pas
      *    repris ici. La banque cite le numero de contrat.
       Generate-Encaissements-SQLCA-STATEMENT.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'CONCAT("CPT ", IDCONTRAT, " ", DATEMOUVEMENT, '
                  DELIMITED SIZE
                  '" ", MONTANT) K, ' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'DATEMOUVEMENT, ' DELIMITED SIZE
                  'MONTANT, ' DELIMITED SIZE
                  '"1" ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'COMPTECOTISATION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'SENS = "C" ' DELIMITED SIZE
                  'AND TYPEMOUVEMENT IN ("ENCAISSEMENT", '
                  DELIMITED SIZE
                  '"REGLEMENT") ' DELIMITED SIZE
                  'AND PROGRAMME IN ("RECOUVRETLOT", "REMISCON", '
                  DELIMITED SIZE
                  '"RELANCLOT") ' DELIMITED SIZE
                  'AND STR_TO_DATE(DATEMOUVEMENT, "%d/%m/%Y") '
                  DELIMITED SIZE
                  'BETWEEN DATE_SUB(STR_TO_DATE("' DELIMITED SIZE
                  DateReleve DELIMITED SIZE
                  '", "%d/%m/%Y"), INTERVAL ' DELIMITED SIZE
                  BC-JoursFenetre DELIMITED SIZE
                  ' DAY) AND STR_TO_DATE("' DELIMITED SIZE
                  DateReleve DELIMITED SIZE
                  '", "%d/%m/%Y") ' DELIMITED SIZE
                  'HAVING K NOT IN (SELECT CLE FROM ' DELIMITED SIZE
                  'RAPPROCHEMENTBANCAIRE) ' DELIMITED SIZE
                  'ORDER BY IDCONTRAT' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
       Generate-Encaissements-SQLCA-STATEMENT-Fin.
           EXIT.

      ******************************************************************
      *****          GENERATE-ATTENTES-SQLCA-STATEMENT             *****
      ******************************************************************
      *    Recettes parquees en compte d'attente par ENCAISSLOT, quel
      *    que soit leur statut : affectees ou non, l'argent est
      *    arrive en banque a la date de reception.
       Generate-Attentes-SQLCA-STATEMENT.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'CONCAT("ATT ", IDATTENTE) K, ' DELIMITED SIZE
                  'IDCONTRATRETOUR, ' DELIMITED SIZE
                  'DATERECEPTION, ' DELIMITED SIZE
                  'REPLACE(MONTANT, ",", "."), ' DELIMITED SIZE
                  '"1" ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ATTENTEBANCAIRE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STR_TO_DATE(DATERECEPTION, "%d/%m/%Y") '
                  DELIMITED SIZE
                  'BETWEEN DATE_SUB(STR_TO_DATE("' DELIMITED SIZE
                  DateReleve DELIMITED SIZE
                  '", "%d/%m/%Y"), INTERVAL ' DELIMITED SIZE
                  BC-JoursFenetre DELIMITED SIZE
                  ' DAY) AND STR_TO_DATE("' DELIMITED SIZE
                  DateReleve DELIMITED SIZE
                  '", "%d/%m/%Y") ' DELIMITED SIZE
                  'HAVING K NOT IN (SELECT CLE FROM ' DELIMITED SIZE
                  'RAPPROCHEMENTBANCAIRE) ' DELIMITED SIZE
                  'ORDER BY IDATTENTE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
       Generate-Attentes-SQLCA-STATEMENT-Fin.
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
           MOVE 'RAPPROLOT' TO PGCTB-PROGRAM-NAME.

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
