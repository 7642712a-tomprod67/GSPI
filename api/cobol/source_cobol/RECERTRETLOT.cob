      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 RECERTRETLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Retour signe de la campagne de recertification des acces
      *    lancee par RECERTLOT : le responsable renvoie son fichier
      *    (recertification_retour.txt) au meme format, decision et
      *    signataire renseignes sur chaque ligne :
      *      ENTETE;campagne;responsable;echeance
      *      U;code;intake;sinistres;paiements;souscription;
      *      superviseur;derniere activite;decision;signataire
      *      TOTAL;nombre de comptes
      *    decision MAINTENIR ou REVOQUER. Le signataire doit etre le
      *    responsable du compte a la date du lancement et un compte
      *    actif ; pour un compte sans responsable, un superviseur
      *    actif (NIVSUPERVISEUR) autre que le titulaire. Un compte
      *    revoque est suspendu sur-le-champ.
      *    A chaque passage, fichier recu ou non :
      *      - la campagne ouverte dont l'echeance est depassee est
      *        close : les comptes non certifies sont suspendus
      *        (decision NONCERTIFIE) ;
      *      - les comptes actifs sans activite (REQUESTLOG, a defaut
      *        DATEROTATION) depuis BC-JoursInactivite jours sont
      *        suspendus.
      *    Chaque suspension est tracee dans AUDITJOURNAL. Les lignes
      *    de RECERTIFICATIONS ne sont jamais supprimees et la cloture
      *    produit le fichier de preuve recertification_preuve_<n>.txt
      *    (decision, date et signataire de chaque compte).
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Retour
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/recertification_retour.txt"
           organization is line sequential
           file status is WS-RETOUR-STATUS.

           select F-Rapport
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/recertification_lot.txt"
           organization is line sequential access sequential.

           select F-Preuve
           assign to PREUVE-PATH
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Retour record varying from 0 to 255.
       01 E-Retour pic x(255).

       FD F-Rapport record varying from 0 to 255.
       01 E-Rapport pic x(255).

       FD F-Preuve record varying from 0 to 255.
       01 E-Preuve pic x(255).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.
       01 WS-RETOUR-STATUS pic XX.

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

       01 BusinessConstants.
         05 BC-JoursInactivite pic 9(3).

       01 PREUVE-PATH pic X(300).

      *    Campagne ouverte et campagne annoncee par le retour.
       01 CampagneOuverteTexte pic X(10).
       01 EcheanceDepassee pic X.
       01 CampagneRetour pic X(10).

      *    Ligne du retour signe.
       01 RetType pic X(10).
       01 RetCodeOperateur pic X(10).
       01 RetNivIntake pic X(2).
       01 RetNivSinistres pic X(2).
       01 RetNivPaiements pic X(2).
       01 RetNivSouscription pic X(2).
       01 RetNivSuperviseur pic X(2).
       01 RetDerniereActivite pic X(10).
       01 RetDecision pic X(12).
       01 RetSignataire pic X(10).

      *    Ligne de campagne du compte et signataire.
       01 RecertTrouvee pic 9 value 0.
       01 ResponsableTemp pic X(10).
       01 DecisionTemp pic X(12).
       01 StatutCompteTemp pic X.
       01 SignataireTrouve pic 9 value 0.
       01 StatutSignataireTemp pic X.
       01 NivSuperviseurSignTexte pic X(2).
       01 NivSuperviseurSign pic 9(2).

      *    Selection des comptes inactifs (table derivee CODEOP,
      *    DERNIERE), reprise par le listage et la trace.
       01 SelectionInactifs pic X(1000).
       01 LgSelectionInactifs pic 9(4).

       01 CodeOperateurTemp pic X(10).
       01 DerniereActiviteTemp pic X(10).
       01 NivIntakeTemp pic X(2).
       01 NivSinistresTemp pic X(2).
       01 NivPaiementsTemp pic X(2).
       01 NivSouscriptionTemp pic X(2).
       01 NivSuperviseurTemp pic X(2).
       01 DateDecisionTemp pic X(10).
       01 SignataireTemp pic X(10).
       01 DateLancementTemp pic X(10).
       01 DateEcheanceTemp pic X(10).
       01 MotifAnomalie pic X(60).

       01 NbLignesLues pic 9(8) value 0.
       01 NbMaintenus pic 9(8) value 0.
       01 NbRevoques pic 9(8) value 0.
       01 NbNonCertifies pic 9(8) value 0.
       01 NbInactifs pic 9(8) value 0.
       01 NbAnomalies pic 9(8) value 0.
       01 NbPreuveComptes pic 9(6) value 0.
       01 NbPreuveMaintenus pic 9(6) value 0.
       01 NbPreuveRevoques pic 9(6) value 0.
       01 NbPreuveNonCertifies pic 9(6) value 0.

       01 AuditNomTable pic X(20).
       01 AuditIdEnregistrement pic X(20).
       01 AuditOperation pic X(10).
       01 AuditAncienneValeur pic X(50).
       01 AuditNouvelleValeur pic X(50).

       01 LIGNE-RAPPORT pic X(255).
       01 LIGNE-PREUVE pic X(255).

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
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           perform Select-Campagne-Ouverte.
      *    Le retour est integre avant la cloture : un fichier signe
      *    le jour de l'echeance compte encore.
           IF FICH-ACCEPTE AND FICH-NB-LIGNES > 0
               perform Traiter-Retour
               perform FICH-Cloturer-Fichier
           END-IF.
           IF CampagneOuverteTexte not = SPACES
               AND EcheanceDepassee = '1'
               perform Cloturer-Campagne
           END-IF.
           perform Suspendre-Inactifs.
           perform close-BDD.

       GSPI-Fin.
           perform Write-Ligne-Total.
           close F-Rapport.
           display NbLignesLues.
           display NbMaintenus.
           display NbRevoques.
           display NbNonCertifies.
           display NbInactifs.
           display NbAnomalies.
           MOVE NbLignesLues TO JB-LignesLues.
           COMPUTE JB-LignesEcrites = NbMaintenus + NbRevoques
                                    + NbNonCertifies + NbInactifs.
           IF NbAnomalies > 0
               MOVE 4 TO JB-CodeSortie
           END-IF.
           IF FICH-SANS-TOTAL = 1 AND JB-CodeSortie < 4
               MOVE 4 TO JB-CodeSortie
           END-IF.
      *    Un retour deja integre n'est pas une erreur : les
      *    suspensions sont passees dans tous les cas.
           IF FICH-REFUSE AND FICH-STATUT-CONNU not = 'T'
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
      *    Nombre de jours sans activite au-dela duquel un compte est
      *    suspendu.
       Read-Business-Constants.
           MOVE 'RECERTRETLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-JoursInactivite
           END-CALL.
           IF BC-JoursInactivite = 0
               MOVE 90 TO BC-JoursInactivite
           END-IF.

      ******************************************************************
      *****              CONTROLER-FICHIER-ENTRANT                 *****
      ******************************************************************
      *    Premiere lecture du fichier pour le registre : le retour ne
      *    porte pas de montant, le total annonce est un nombre de
      *    comptes.
       Controler-Fichier-Entrant.
           MOVE 'RECERTRETLOT' TO FICH-PROGRAMME.
           MOVE 'recertification_retour.txt' TO FICH-NOM.
           MOVE 'RESPONSABLE EQUIPE' TO FICH-EMETTEUR.
           MOVE 0 TO FICH-RANG-MONTANT.
           perform FICH-Debut-Controle.
           move 0 to Boucleur-read-file.
           open INPUT F-Retour.
           IF WS-RETOUR-STATUS = "00"
               perform Controler-Fichier-Entrant-Trt
                   until Boucleur-read-file = 1
               close F-Retour
           END-IF.
           perform FICH-Enregistrer-Fichier.
           IF FICH-REFUSE AND FICH-STATUT-CONNU = 'T'
               display "RETOUR DE RECERTIFICATION DEJA INTEGRE"
           END-IF.

       Controler-Fichier-Entrant-Trt.
           read F-Retour
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-Retour TO FICH-LIGNE
                   perform FICH-Cumuler-Ligne
           end-read.

      ******************************************************************
      *****              SELECT-CAMPAGNE-OUVERTE                   *****
      ******************************************************************
       Select-Campagne-Ouverte.
           MOVE SPACES TO CampagneOuverteTexte.
           MOVE SPACES TO EcheanceDepassee.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDCAMPAGNE, ' DELIMITED SIZE
                  'IF(STR_TO_DATE(DATEECHEANCE, "%d/%m/%Y") < '
                  DELIMITED SIZE
                  'CURDATE(), "1", "0") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CAMPAGNESRECERT ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STATUT = "OUVERTE" ' DELIMITED SIZE
                  'ORDER BY IDCAMPAGNE DESC LIMIT 1' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (1)
              END-CALL
              IF SQLCA-RESULT (1) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            CampagneOuverteTexte
                                            EcheanceDepassee
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT CampagneOuverteTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                    TRAITER-RETOUR                      *****
      ******************************************************************
       Traiter-Retour.
           MOVE SPACES TO CampagneRetour.
           move 0 to Boucleur-read-file.
           open INPUT F-Retour.
           IF WS-RETOUR-STATUS = "00"
               perform Traiter-Retour-Trt
                   until Boucleur-read-file = 1
               close F-Retour
           END-IF.

      *    L'entete porte la campagne a laquelle le retour repond.
       Traiter-Retour-Trt.
           read F-Retour
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-Retour TO FICH-LIGNE
                   perform FICH-Tester-Ligne
                   IF FICH-LIGNE-ENTETE
                       MOVE SPACES TO RetType
                       unstring E-Retour delimited by ';' into
                           RetType
                           CampagneRetour
                       end-unstring
                   END-IF
                   IF not FICH-LIGNE-CONTROLE
                       AND E-Retour not = SPACES
                       ADD 1 TO NbLignesLues
                       perform Lire-Ligne-Retour
                       perform Traiter-Ligne-Retour
                   END-IF
           end-read.

       Lire-Ligne-Retour.
           MOVE SPACES TO RetType.
           MOVE SPACES TO RetCodeOperateur.
           MOVE SPACES TO RetNivIntake.
           MOVE SPACES TO RetNivSinistres.
           MOVE SPACES TO RetNivPaiements.
           MOVE SPACES TO RetNivSouscription.
           MOVE SPACES TO RetNivSuperviseur.
           MOVE SPACES TO RetDerniereActivite.
           MOVE SPACES TO RetDecision.
           MOVE SPACES TO RetSignataire.
           unstring E-Retour delimited by ';' into
               RetType
               RetCodeOperateur
               RetNivIntake
               RetNivSinistres
               RetNivPaiements
               RetNivSouscription
               RetNivSuperviseur
               RetDerniereActivite
               RetDecision
               RetSignataire
           end-unstring.
           INSPECT RetCodeOperateur REPLACING ALL '"' BY "'".
           INSPECT RetSignataire REPLACING ALL '"' BY "'".
           INSPECT RetDecision CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       Traiter-Ligne-Retour.
           MOVE 0 TO RecertTrouvee.
           MOVE 0 TO SignataireTrouve.
           IF RetType = 'U' AND RetCodeOperateur not = SPACES
               AND CampagneOuverteTexte not = SPACES
               AND CampagneRetour = CampagneOuverteTexte
               perform Select-Recertification
           END-IF.
           IF RecertTrouvee = 1 AND RetSignataire not = SPACES
               perform Select-Signataire
           END-IF.
           EVALUATE TRUE
               WHEN RetType not = 'U' OR RetCodeOperateur = SPACES
                   MOVE 'TYPE OU CODE OPERATEUR INVALIDE'
                   TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN CampagneOuverteTexte = SPACES
                 OR CampagneRetour not = CampagneOuverteTexte
                   MOVE 'CAMPAGNE CLOSE OU INCONNUE' TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN RecertTrouvee = 0
                   MOVE 'COMPTE ABSENT DE LA CAMPAGNE' TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN DecisionTemp not = SPACES
                   MOVE 'DECISION DEJA ENREGISTREE' TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN RetDecision not = 'MAINTENIR'
                AND RetDecision not = 'REVOQUER'
                   MOVE 'DECISION INCONNUE (MAINTENIR OU REVOQUER)'
                   TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN SignataireTrouve = 0
                 OR StatutSignataireTemp not = '1'
                 OR RetSignataire = RetCodeOperateur
                   MOVE 'SIGNATAIRE ABSENT, INACTIF OU TITULAIRE'
                   TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN ResponsableTemp not = SPACES
                AND RetSignataire not = ResponsableTemp
                   MOVE 'SIGNATAIRE AUTRE QUE LE RESPONSABLE'
                   TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN ResponsableTemp = SPACES
                AND NivSuperviseurSign = 0
                   MOVE 'SIGNATAIRE SANS NIVEAU SUPERVISEUR'
                   TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN OTHER
                   perform Enregistrer-Decision
           END-EVALUATE.

      ******************************************************************
      *****               SELECT-RECERTIFICATION                   *****
      ******************************************************************
      *    Ligne figee au lancement et statut actuel du compte.
       Select-Recertification.
           MOVE SPACES TO ResponsableTemp.
           MOVE SPACES TO DecisionTemp.
           MOVE SPACES TO StatutCompteTemp.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'R.RESPONSABLE, ' DELIMITED SIZE
                  'R.DECISION, ' DELIMITED SIZE
                  'IFNULL(U.STATUT, "") ' DELIMITED SIZE
                  'FROM RECERTIFICATIONS R ' DELIMITED SIZE
                  'LEFT JOIN UTILISATEURS U ' DELIMITED SIZE
                  'ON U.CODEOPERATEUR = R.CODEOPERATEUR ' DELIMITED SIZE
                  'WHERE R.IDCAMPAGNE = "' DELIMITED SIZE
                  CampagneOuverteTexte DELIMITED SPACE
                  '" AND R.CODEOPERATEUR = "' DELIMITED SIZE
                  RetCodeOperateur DELIMITED SPACE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (1)
              END-CALL
              IF SQLCA-RESULT (1) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            ResponsableTemp
                                            DecisionTemp
                                            StatutCompteTemp
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO RecertTrouvee
               INSPECT ResponsableTemp
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT DecisionTemp
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT StatutCompteTemp
                   REPLACING ALL LOW-VALUE BY SPACE
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  SELECT-SIGNATAIRE                     *****
      ******************************************************************
       Select-Signataire.
           MOVE SPACES TO StatutSignataireTemp.
           MOVE SPACES TO NivSuperviseurSignTexte.
           MOVE 0 TO NivSuperviseurSign.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'IFNULL(NIVSUPERVISEUR, 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'UTILISATEURS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CODEOPERATEUR ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  RetSignataire DELIMITED SPACE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (1)
              END-CALL
              IF SQLCA-RESULT (1) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            StatutSignataireTemp
                                            NivSuperviseurSignTexte
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO SignataireTrouve
               INSPECT NivSuperviseurSignTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               IF NivSuperviseurSignTexte not = SPACES
                   COMPUTE NivSuperviseurSign =
                       FUNCTION NUMVAL (NivSuperviseurSignTexte)
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                ENREGISTRER-DECISION                    *****
      ******************************************************************
       Enregistrer-Decision.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'RECERTIFICATIONS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'DECISION = "' DELIMITED SIZE
                  RetDecision DELIMITED SPACE
                  '", DATEDECISION = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", SIGNATAIRE = "' DELIMITED SIZE
                  RetSignataire DELIMITED SPACE
                  '" WHERE IDCAMPAGNE = "' DELIMITED SIZE
                  CampagneOuverteTexte DELIMITED SPACE
                  '" AND CODEOPERATEUR = "' DELIMITED SIZE
                  RetCodeOperateur DELIMITED SPACE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE not = 0
               MOVE 'ERREUR SQL A L ENREGISTREMENT DE LA DECISION'
               TO MotifAnomalie
               perform Write-Ligne-Anomalie
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO SQLCODE
           ELSE
               IF RetDecision = 'MAINTENIR'
                   ADD 1 TO NbMaintenus
                   MOVE 'ACCES MAINTENU' TO MotifAnomalie
               ELSE
                   ADD 1 TO NbRevoques
                   MOVE 'ACCES REVOQUE' TO MotifAnomalie
                   IF StatutCompteTemp = '1'
                       perform Suspendre-Revoque
                   END-IF
               END-IF
               perform Write-Ligne-Decision
           END-IF.

      *    Suspension immediate d'un compte revoque.
       Suspendre-Revoque.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'UTILISATEURS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "0" ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CODEOPERATEUR ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  RetCodeOperateur DELIMITED SPACE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE = 0
               MOVE 'UTILISATEURS' TO AuditNomTable
               MOVE RetCodeOperateur TO AuditIdEnregistrement
               MOVE 'UPDATE' TO AuditOperation
               MOVE 'ACTIF' TO AuditAncienneValeur
               MOVE 'SUSPENDU REVOCATION' TO AuditNouvelleValeur
               perform Write-Audit-Trail
           ELSE
               MOVE 'ERREUR SQL A LA SUSPENSION DU COMPTE'
               TO MotifAnomalie
               perform Write-Ligne-Anomalie
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  CLOTURER-CAMPAGNE                     *****
      ******************************************************************
      *    Echeance depassee : les comptes sans decision encore actifs
      *    sont listes, traces puis suspendus (la trace sert de liste
      *    a la suspension), les lignes passent NONCERTIFIE, la
      *    campagne est close et sa preuve editee.
       Cloturer-Campagne.
           perform Lister-Non-Certifies.

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
                  'SELECT "UTILISATEURS", R.CODEOPERATEUR, "UPDATE", '
                  DELIMITED SIZE
                  '"ACTIF", "SUSPENDU NON CERTIFIE", "' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
                  '", "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" FROM RECERTIFICATIONS R, UTILISATEURS U '
                  DELIMITED SIZE
                  'WHERE U.CODEOPERATEUR = R.CODEOPERATEUR '
                  DELIMITED SIZE
                  'AND U.STATUT = "1" AND R.DECISION = "" '
                  DELIMITED SIZE
                  'AND R.IDCAMPAGNE = "' DELIMITED SIZE
                  CampagneOuverteTexte DELIMITED SPACE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Requete.

           MOVE 'SUSPENDU NON CERTIFIE' TO AuditNouvelleValeur.
           perform Suspendre-Comptes-Traces.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'RECERTIFICATIONS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'DECISION = "NONCERTIFIE", ' DELIMITED SIZE
                  'DATEDECISION = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE DECISION = "" ' DELIMITED SIZE
                  'AND IDCAMPAGNE = "' DELIMITED SIZE
                  CampagneOuverteTexte DELIMITED SPACE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Requete.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CAMPAGNESRECERT ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "CLOTUREE", ' DELIMITED SIZE
                  'DATECLOTURE = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE IDCAMPAGNE = "' DELIMITED SIZE
                  CampagneOuverteTexte DELIMITED SPACE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Requete.

           perform Editer-Preuve.

       Lister-Non-Certifies.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'R.CODEOPERATEUR, R.DERNIEREACTIVITE ' DELIMITED SIZE
                  'FROM RECERTIFICATIONS R, UTILISATEURS U '
                  DELIMITED SIZE
                  'WHERE U.CODEOPERATEUR = R.CODEOPERATEUR '
                  DELIMITED SIZE
                  'AND U.STATUT = "1" AND R.DECISION = "" '
                  DELIMITED SIZE
                  'AND R.IDCAMPAGNE = "' DELIMITED SIZE
                  CampagneOuverteTexte DELIMITED SPACE
                  '" ORDER BY 1' DELIMITED SIZE
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
               MOVE SPACES TO CodeOperateurTemp
               MOVE SPACES TO DerniereActiviteTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            CodeOperateurTemp
                                            DerniereActiviteTemp
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
                       ADD 1 TO NbNonCertifies
                       MOVE 'NON CERTIFIE A L ECHEANCE' TO MotifAnomalie
                       perform Write-Ligne-Suspension
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

      ******************************************************************
      *****                  SUSPENDRE-INACTIFS                    *****
      ******************************************************************
      *    Derniere activite : derniere requete de l'operateur, a
      *    defaut la date de rotation des identifiants (creation du
      *    compte). Un compte sans l'une ni l'autre est inactif.
       Suspendre-Inactifs.
           MOVE SPACES TO SelectionInactifs.
           MOVE 1 TO LgSelectionInactifs.
           STRING 'SELECT U.CODEOPERATEUR AS CODEOP, ' DELIMITED SIZE
                  'IFNULL(DATE_FORMAT(A.DERNIERE, "%d/%m/%Y"), "") '
                  DELIMITED SIZE
                  'AS DERNIERE FROM UTILISATEURS U ' DELIMITED SIZE
                  'LEFT JOIN (SELECT OPERATEUR, ' DELIMITED SIZE
                  'MAX(STR_TO_DATE(DATEREQ, "%d/%m/%Y")) AS DERNIERE '
                  DELIMITED SIZE
                  'FROM REQUESTLOG GROUP BY OPERATEUR) A '
                  DELIMITED SIZE
                  'ON A.OPERATEUR = U.CODEOPERATEUR ' DELIMITED SIZE
                  'WHERE U.STATUT = "1" ' DELIMITED SIZE
                  'AND COALESCE(A.DERNIERE, ' DELIMITED SIZE
                  'STR_TO_DATE(U.DATEROTATION, "%d/%m/%Y"), '
                  DELIMITED SIZE
                  'DATE("1900-01-01")) < ' DELIMITED SIZE
                  'DATE_SUB(CURDATE(), INTERVAL ' DELIMITED SIZE
                  BC-JoursInactivite DELIMITED SIZE
                  ' DAY)' DELIMITED SIZE
           INTO SelectionInactifs
           WITH POINTER LgSelectionInactifs
           END-STRING.
           SUBTRACT 1 FROM LgSelectionInactifs.

           perform Lister-Inactifs.

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
                  'SELECT "UTILISATEURS", I.CODEOP, "UPDATE", '
                  DELIMITED SIZE
                  '"ACTIF", "SUSPENDU INACTIVITE", "' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
                  '", "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" FROM (' DELIMITED SIZE
                  SelectionInactifs (1:LgSelectionInactifs)
                  DELIMITED SIZE
                  ') I' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Requete.

           MOVE 'SUSPENDU INACTIVITE' TO AuditNouvelleValeur.
           perform Suspendre-Comptes-Traces.

       Lister-Inactifs.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT CODEOP, DERNIERE FROM (' DELIMITED SIZE
                  SelectionInactifs (1:LgSelectionInactifs)
                  DELIMITED SIZE
                  ') I ORDER BY 1' DELIMITED SIZE
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
               MOVE SPACES TO CodeOperateurTemp
               MOVE SPACES TO DerniereActiviteTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            CodeOperateurTemp
                                            DerniereActiviteTemp
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
                       ADD 1 TO NbInactifs
                       MOVE 'SANS ACTIVITE' TO MotifAnomalie
                       perform Write-Ligne-Suspension
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

      ******************************************************************
      *****              SUSPENDRE-COMPTES-TRACES                  *****
      ******************************************************************
      *    Suspend les comptes actifs traces ce jour par le lot avec
      *    le motif AuditNouvelleValeur.
       Suspendre-Comptes-Traces.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'UTILISATEURS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "0" ' DELIMITED SIZE
                  'WHERE STATUT = "1" ' DELIMITED SIZE
                  'AND CODEOPERATEUR IN ' DELIMITED SIZE
                  '(SELECT IDENREGISTREMENT FROM AUDITJOURNAL '
                  DELIMITED SIZE
                  'WHERE NOMTABLE = "UTILISATEURS" ' DELIMITED SIZE
                  'AND NOUVELLEVALEUR = "' DELIMITED SIZE
                  AuditNouvelleValeur DELIMITED '  '
                  '" AND PROGRAMME = "' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
                  '" AND DATEAUDIT = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Requete.

       Executer-Requete.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "ERREUR SQL " SQLCA-STATEMENT (1:60)
               MOVE 8 TO JB-CodeSortie
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                    EDITER-PREUVE                       *****
      ******************************************************************
      *    Preuve de la campagne close : chaque compte fige, sa
      *    decision, sa date et son signataire.
       Editer-Preuve.
           MOVE SPACES TO PREUVE-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -          "/recertification_preuve_" DELIMITED SIZE
                   CampagneOuverteTexte DELIMITED SPACE
                   ".txt" DELIMITED SIZE
               INTO PREUVE-PATH
           END-STRING.
           open output F-Preuve.
           perform Select-Dates-Campagne.
           MOVE SPACES TO LIGNE-PREUVE.
           STRING 'ENTETE;' DELIMITED SIZE
                  CampagneOuverteTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  DateLancementTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  DateEcheanceTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  currentDate DELIMITED SIZE
           INTO LIGNE-PREUVE
           END-STRING.
           write E-Preuve from LIGNE-PREUVE.
           perform Lister-Preuve.
           MOVE SPACES TO LIGNE-PREUVE.
           STRING 'TOTAL;' DELIMITED SIZE
                  NbPreuveComptes DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbPreuveMaintenus DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbPreuveRevoques DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbPreuveNonCertifies DELIMITED SIZE
           INTO LIGNE-PREUVE
           END-STRING.
           write E-Preuve from LIGNE-PREUVE.
           close F-Preuve.

       Select-Dates-Campagne.
           MOVE SPACES TO DateLancementTemp.
           MOVE SPACES TO DateEcheanceTemp.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'DATELANCEMENT, ' DELIMITED SIZE
                  'DATEECHEANCE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CAMPAGNESRECERT ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCAMPAGNE = "' DELIMITED SIZE
                  CampagneOuverteTexte DELIMITED SPACE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (1)
              END-CALL
              IF SQLCA-RESULT (1) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            DateLancementTemp
                                            DateEcheanceTemp
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT DateLancementTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateEcheanceTemp REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

       Lister-Preuve.
           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'CODEOPERATEUR, RESPONSABLE, NIVINTAKE, '
                  DELIMITED SIZE
                  'NIVSINISTRES, NIVPAIEMENTS, NIVSOUSCRIPTION, '
                  DELIMITED SIZE
                  'NIVSUPERVISEUR, DERNIEREACTIVITE, DECISION, '
                  DELIMITED SIZE
                  'DATEDECISION, SIGNATAIRE ' DELIMITED SIZE
                  'FROM RECERTIFICATIONS ' DELIMITED SIZE
                  'WHERE IDCAMPAGNE = "' DELIMITED SIZE
                  CampagneOuverteTexte DELIMITED SPACE
                  '" ORDER BY RESPONSABLE, CODEOPERATEUR'
                  DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (3)
              END-CALL
              IF SQLCA-RESULT (3) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO CodeOperateurTemp
               MOVE SPACES TO ResponsableTemp
               MOVE SPACES TO NivIntakeTemp
               MOVE SPACES TO NivSinistresTemp
               MOVE SPACES TO NivPaiementsTemp
               MOVE SPACES TO NivSouscriptionTemp
               MOVE SPACES TO NivSuperviseurTemp
               MOVE SPACES TO DerniereActiviteTemp
               MOVE SPACES TO DecisionTemp
               MOVE SPACES TO DateDecisionTemp
               MOVE SPACES TO SignataireTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (3)
                                            CodeOperateurTemp
                                            ResponsableTemp
                                            NivIntakeTemp
                                            NivSinistresTemp
                                            NivPaiementsTemp
                                            NivSouscriptionTemp
                                            NivSuperviseurTemp
                                            DerniereActiviteTemp
                                            DecisionTemp
                                            DateDecisionTemp
                                            SignataireTemp
               END-CALL

               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       perform Write-Ligne-Preuve
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).

       Write-Ligne-Preuve.
           INSPECT CodeOperateurTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ResponsableTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NivIntakeTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NivSinistresTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NivPaiementsTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NivSouscriptionTemp
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NivSuperviseurTemp
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DerniereActiviteTemp
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DecisionTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateDecisionTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SignataireTemp REPLACING ALL LOW-VALUE BY SPACE.
           ADD 1 TO NbPreuveComptes.
           EVALUATE DecisionTemp
               WHEN 'MAINTENIR'
                   ADD 1 TO NbPreuveMaintenus
               WHEN 'REVOQUER'
                   ADD 1 TO NbPreuveRevoques
               WHEN OTHER
                   ADD 1 TO NbPreuveNonCertifies
           END-EVALUATE.
           MOVE SPACES TO LIGNE-PREUVE.
           STRING 'P;' DELIMITED SIZE
                  CodeOperateurTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  ResponsableTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NivIntakeTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NivSinistresTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NivPaiementsTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NivSouscriptionTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NivSuperviseurTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  DerniereActiviteTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  DecisionTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  DateDecisionTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  SignataireTemp DELIMITED SPACE
           INTO LIGNE-PREUVE
           END-STRING.
           write E-Preuve from LIGNE-PREUVE.

      ******************************************************************
      *****                  WRITE-AUDIT-TRAIL                     *****
      ******************************************************************
       Write-Audit-Trail.
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

      ******************************************************************
      *****                    WRITE-RAPPORT                       *****
      ******************************************************************
       Write-Ligne-Decision.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'D;' DELIMITED SIZE
                  RetCodeOperateur DELIMITED SPACE
                  ';' DELIMITED SIZE
                  RetDecision DELIMITED SPACE
                  ';' DELIMITED SIZE
                  RetSignataire DELIMITED SPACE
                  ';' DELIMITED SIZE
                  MotifAnomalie DELIMITED '  '
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

       Write-Ligne-Suspension.
           INSPECT CodeOperateurTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DerniereActiviteTemp
               REPLACING ALL LOW-VALUE BY SPACE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'S;' DELIMITED SIZE
                  CodeOperateurTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  DerniereActiviteTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  MotifAnomalie DELIMITED '  '
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

       Write-Ligne-Anomalie.
           ADD 1 TO NbAnomalies.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'ANOMALIE;' DELIMITED SIZE
                  RetCodeOperateur DELIMITED SPACE
                  ';' DELIMITED SIZE
                  RetSignataire DELIMITED SPACE
                  ';' DELIMITED SIZE
                  MotifAnomalie DELIMITED '  '
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TOTAL;' DELIMITED SIZE
                  NbLignesLues DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbMaintenus DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbRevoques DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbNonCertifies DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbInactifs DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbAnomalies DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

       Write-Ligne-Rapport.
           MOVE LIGNE-RAPPORT TO E-Rapport.
           write E-Rapport.

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
           MOVE 'RECERTRETLOT' TO PGCTB-PROGRAM-NAME.

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
