      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 GESTRECLAM.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-DataSubmited
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/reclamation_requete.txt"
           organization is line sequential.

           select F-Response
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/reclamation_response.txt"
           organization is line sequential access sequential.

           select F-Archive
           assign to WS-ARCHIVE-PATH
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-DataSubmited record varying from 0 to 255.
       01 E-DataSubmited pic x(255).

       FD F-Response record varying from 0 to 1000.
       01 E-Response pic x(1000).

       FD F-Archive record varying from 0 to 1000.
       01 E-Archive pic x(1000).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.

       01 ARCHIVE-AAMMJJ pic 9(6).
       01 ARCHIVE-HHMMSSCC pic 9(8).
       01 WS-ARCHIVE-PATH pic X(300).

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

       01 champValeur.
         05 ReclamChamp Pic x(20).
         05 ActionChamp Pic x(20).
         05 ClientChamp Pic x(20).
         05 ContratChamp Pic x(20).
         05 CategorieChamp Pic x(20).
         05 IssueChamp Pic x(20).
         05 TexteChamp Pic x(110).

       01 trash pic X(255).

      *    Registre des reclamations client (table RECLAMATIONS) hors
      *    recours sur prestation (voir RECOURSPRE) : service, delai,
      *    refus, tarif. Cycle : OUVRIR, ACCUSER (accuse de reception),
      *    REPONDRE, MEDIATEUR (saisine du mediateur), CLORE avec une
      *    issue FONDEE, PARTIELLE ou REJETEE. A l'ouverture sont
      *    posees les deux echeances reglementaires : accuse de
      *    reception a J+10 jours ouvres et reponse a deux mois,
      *    reportee au jour ouvre suivant, sur le calendrier
      *    JOURSFERIES partage (voir CPYJOUVRP). Les reclamations en
      *    retard remontent dans WORKLISTLOT, le rapport annuel par
      *    categorie et issue est produit par RECLAMLOT.
       01 ReclamIdNum pic 9(8) value 0.
       01 ActionAUtiliser pic X(9) value SPACES.
       01 ClientIdNum pic 9(8) value 0.
       01 ContratIdNum pic 9(8) value 0.
       01 CategorieSaisie pic X(10) value SPACES.
       01 IssueSaisie pic X(10) value SPACES.
       01 TexteReclam pic X(100) value SPACES.

       01 ClientTrouve pic 9 value 0.
       01 RattachementTrouve pic 9 value 0.
       01 NbLignesTexte pic X(10).

       01 ReclamTrouvee pic 9 value 0.
       01 StatutReclam pic X(10) value SPACES.
       01 NouveauStatut pic X(10) value SPACES.

       01 DerniereReclam pic 9(8) value 0.
       01 NbReclamTexte pic X(10).

      *    Calcul des echeances : dates en AAAAMMJJ pour CPYJOUVRP,
      *    restituees en JJ/MM/AAAA comme les autres dates de la base.
       01 DateJourInt pic 9(8).
       01 DateCalculInt pic 9(8).
       01 DateCalculDecoupee redefines DateCalculInt.
           05 DC-Annee pic 9(4).
           05 DC-Mois pic 99.
           05 DC-Jour pic 99.
       01 FinMoisInt pic 9(8).
       01 FinMoisDecoupee redefines FinMoisInt.
           05 FM-Annee pic 9(4).
           05 FM-Mois pic 99.
           05 FM-Jour pic 99.
       01 EntierFinMois pic 9(8).
       01 DateFormatee pic X(10).
       01 EcheanceAccuse pic X(10) value SPACES.
       01 EcheanceReponse pic X(10) value SPACES.

       01 MESSAGE-RESPONSE pic X(220).
       01 STATUT-RESPONSE pic X(6).
       01 CODE-RETOUR pic 9(3).

       01 LigneMalformee pic 9 value 0.
       01 WS-NbDeuxPoints pic 99 value 0.

       01 COMPLETE-RESPONSE pic X(1000).

       01 AuditNomTable pic X(20).
       01 AuditIdEnregistrement pic X(20).
       01 AuditOperation pic X(10).
       01 AuditAncienneValeur pic X(50).
       01 AuditNouvelleValeur pic X(50).

      *    Identifiant de correlation optionnel (label correlation:)
      *    repris dans la reponse, le nom d'archive et l'audit.
       01 CorrelationId pic X(30) value SPACES.
       01 CorrSuffixe pic X(31) value SPACES.
       01 posCorrelation pic 9(4).

       01 OperateurSaisi pic X(10) value SPACES.
      *    Identite operateur : label operateur: obligatoire sur la
      *    requete, controle contre la table UTILISATEURS avec le
      *    niveau d'habilitation de la fonction du programme.
       01 OperateurRefuse pic 9 value 0.
       01 NiveauHabilitation pic X.
       01 posOperateur pic 9(4).

      *    Garde anti-doublon : empreinte de la ligne de requete
      *    verifiee contre REQUESTLOG (requetes du jour), comme dans
      *    GESTCONT.
       01 EmpreinteRequete pic 9(9) value 0.
       01 iEmpreinte pic 9(3).
       01 RequeteDupliquee pic 9 value 0.
       01 StatutOrigine pic X(6).
       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYJOUVR OF "cobol/source_cobol".
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
           perform Read-File-Submited.
           IF LigneMalformee = 0
               perform Sanitize-Champs-Libres
           END-IF.

       GSPI-Trt.
           IF LigneMalformee = 0
               perform Verifier-Operateur
           END-IF.
           IF LigneMalformee = 0 AND OperateurRefuse = 0
               perform Verifier-Requete-Dupliquee
           END-IF.
           EVALUATE TRUE
               WHEN LigneMalformee = 1
                   perform Rejeter-Ligne-Malformee
               WHEN OperateurRefuse = 1
                   CONTINUE
               WHEN RequeteDupliquee = 1
                   CONTINUE
               WHEN OTHER
                   perform Gerer-Reclamation
           END-EVALUATE.
           IF LigneMalformee = 0 AND OperateurRefuse = 0
               AND RequeteDupliquee = 0
               perform Enregistrer-Requete
           END-IF.
           perform Write-Response-File.
           perform Archive-Request-Response.
       GSPI-Fin.
           stop run.

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
      *****                    READ-FILE-SUBMITED                  *****
      ******************************************************************
       Read-File-Submited.
           perform Read-File-Submited-Init.
           perform Read-File-Submited-Trt until Boucleur-read-file = 1.
           perform Read-File-Submited-Fin.

       Read-File-Submited-Init.
           move 0 to Boucleur-read-file.
           open INPUT F-DataSubmited.

       Read-File-Submited-Trt.
           read F-DataSubmited
               at end
                   move 1 to Boucleur-read-file
               not at end
                     perform Valider-Structure-Ligne
                     IF LigneMalformee = 0
                         perform Unstring-Line
                     END-IF
           end-read.

       Read-File-Submited-Fin.
           close F-DataSubmited.
           perform Extraire-Correlation-Id.
           perform Extraire-Operateur.

      ******************************************************************
      *****              VALIDER-STRUCTURE-LIGNE                   *****
      ******************************************************************
      *    Verifie que la ligne de requete contient au moins les
      *    champs "label:valeur" Reclamation et Action en plus du
      *    label operateur:. Les autres champs sont controles selon
      *    l'action dans Gerer-Reclamation.
       Valider-Structure-Ligne.
           MOVE 0 TO LigneMalformee.
           MOVE 0 TO WS-NbDeuxPoints.
           IF E-DataSubmited = SPACES
               MOVE 1 TO LigneMalformee
           ELSE
               INSPECT E-DataSubmited TALLYING WS-NbDeuxPoints
                   FOR ALL ':'
               IF WS-NbDeuxPoints < 2
                   MOVE 1 TO LigneMalformee
               END-IF
           END-IF.

      ******************************************************************
      *****             REJETER-LIGNE-MALFORMEE                    *****
      ******************************************************************
       Rejeter-Ligne-Malformee.
           MOVE "ERREUR = REQUETE MALFORMEE" TO MESSAGE-RESPONSE.
           MOVE "ERREUR" TO STATUT-RESPONSE.
           MOVE 400 TO CODE-RETOUR.

      ******************************************************************
      *****                    UNSTRING-LINE                       *****
      ******************************************************************
      *    Ordre des champs : reclamation, action, client, contrat,
      *    categorie, issue, texte. La reclamation est a zero pour
      *    OUVRIR ; les champs inutiles a l'action sont transmis a
      *    vide (label seul). Le texte (objet a l'ouverture, resume
      *    de la reponse pour REPONDRE) est repris apres son label.
       Unstring-Line.
           display E-DataSubmited.
           unstring E-DataSubmited delimited by "," into
            ReclamChamp of champValeur
            ActionChamp of champValeur
            ClientChamp of champValeur
            ContratChamp of champValeur
            CategorieChamp of champValeur
            IssueChamp of champValeur
            TexteChamp of champValeur
           end-unstring.
           unstring ReclamChamp of champValeur delimited by ":" into
            trash
            ReclamIdNum
           end-unstring.
           unstring ActionChamp of champValeur delimited by ":" into
            trash
            ActionAUtiliser
           end-unstring.
           IF ClientChamp of champValeur not = SPACES
               unstring ClientChamp of champValeur delimited by ":"
                into trash ClientIdNum
               end-unstring
           END-IF.
           IF ContratChamp of champValeur not = SPACES
               unstring ContratChamp of champValeur delimited by ":"
                into trash ContratIdNum
               end-unstring
           END-IF.
           IF CategorieChamp of champValeur not = SPACES
               unstring CategorieChamp of champValeur delimited by ":"
                into trash CategorieSaisie
               end-unstring
           END-IF.
           IF IssueChamp of champValeur not = SPACES
               unstring IssueChamp of champValeur delimited by ":"
                into trash IssueSaisie
               end-unstring
           END-IF.
           IF TexteChamp of champValeur (1:6) = 'texte:'
               MOVE TexteChamp of champValeur (7:) TO TexteReclam
           END-IF.

       Unstring-Line-Fin.
           EXIT.

      ******************************************************************
      *****               SANITIZE-CHAMPS-LIBRES                   *****
      ******************************************************************
      *    Neutralise les guillemets du texte libre avant insertion
      *    dans une instruction SQL delimitee par des guillemets, et
      *    passe l'action et les codes en majuscules.
       Sanitize-Champs-Libres.
           INSPECT TexteReclam REPLACING ALL '"' BY "'".
           INSPECT ActionAUtiliser CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT CategorieSaisie CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT IssueSaisie CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      ******************************************************************
      *****                  GERER-RECLAMATION                     *****
      ******************************************************************
      *    Le calendrier des jours feries n'est charge que pour une
      *    ouverture, sur sa propre connexion, avant celle du
      *    traitement.
       Gerer-Reclamation.
           IF ActionAUtiliser = 'OUVRIR'
               perform JOUVR-Charger-Feries
           END-IF.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           IF ActionAUtiliser = 'OUVRIR'
               perform Ouvrir-Reclamation
           ELSE
               perform Suivre-Reclamation
           END-IF.
           perform Close-BDD.

      ******************************************************************
      *****                  OUVRIR-RECLAMATION                    *****
      ******************************************************************
       Ouvrir-Reclamation.
           IF ClientIdNum > 0
               perform Select-Client
           END-IF.
           MOVE 1 TO RattachementTrouve.
           IF ClientTrouve = 1 AND ContratIdNum > 0
               perform Verifier-Contrat-Client
           END-IF.
           EVALUATE TRUE
               WHEN ClientIdNum = 0
                   MOVE "ERREUR = CLIENT OBLIGATOIRE (LABEL client:)"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ClientTrouve = 0
                   MOVE "ERREUR = CLIENT INCONNU" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN RattachementTrouve = 0
                   MOVE "ERREUR = CONTRAT INCONNU OU D UN AUTRE CLIENT"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN CategorieSaisie not = 'SERVICE'
                AND CategorieSaisie not = 'DELAI'
                AND CategorieSaisie not = 'REFUS'
                AND CategorieSaisie not = 'TARIF'
                AND CategorieSaisie not = 'AUTRE'
                   MOVE "ERREUR = CATEGORIE INCONNUE (SERVICE, DELAI, RE
      -            "FUS, TARIF OU AUTRE)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN TexteReclam = SPACES
                   MOVE "ERREUR = OBJET DE LA RECLAMATION OBLIGATOIRE (L
      -            "ABEL texte:)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN OTHER
                   perform Calculer-Echeances
                   perform Insert-Reclamation
           END-EVALUATE.

       Select-Client.
           MOVE 0 TO ClientTrouve.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CLIENTS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCLIENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ClientIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Compter-Lignes.
           MOVE RattachementTrouve TO ClientTrouve.

       Verifier-Contrat-Client.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT COUNT(*) FROM CONTRATS ' DELIMITED SIZE
                  'WHERE IDCONTRAT = "' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '" AND CLIENTID = "' DELIMITED SIZE
                  ClientIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Compter-Lignes.

      *    Execute le comptage prepare dans SQLCA-STATEMENT :
      *    RattachementTrouve vaut 1 si au moins une ligne repond.
       Compter-Lignes.
           MOVE 0 TO RattachementTrouve.
           MOVE SPACES TO NbLignesTexte.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

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
                                            NbLignesTexte
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT NbLignesTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND NbLignesTexte not = SPACES
               AND NbLignesTexte not = '0'
               MOVE 1 TO RattachementTrouve
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  CALCULER-ECHEANCES                    *****
      ******************************************************************
      *    Accuse de reception : dix jours ouvres apres l'ouverture.
      *    Reponse : meme quantieme deux mois plus tard, ramene au
      *    dernier jour du mois quand il n'existe pas (31 -> 30 ou
      *    fin fevrier), puis reporte au jour ouvre suivant s'il
      *    tombe un week-end ou un jour ferie.
       Calculer-Echeances.
           COMPUTE DateJourInt = currentYear * 10000
                               + MM of SYSTEME-DATE * 100
                               + JJ of SYSTEME-DATE.

           MOVE DateJourInt TO JOUVR-DATE-INT.
           MOVE 10 TO JOUVR-NB-JOURS.
           perform JOUVR-Ajouter-Ouvres.
           MOVE JOUVR-DATE-INT TO DateCalculInt.
           perform Formater-Date-Calcul.
           MOVE DateFormatee TO EcheanceAccuse.

           MOVE DateJourInt TO DateCalculInt.
           ADD 2 TO DC-Mois.
           IF DC-Mois > 12
               SUBTRACT 12 FROM DC-Mois
               ADD 1 TO DC-Annee
           END-IF.
           MOVE DateCalculInt TO FinMoisInt.
           MOVE 1 TO FM-Jour.
           ADD 1 TO FM-Mois.
           IF FM-Mois > 12
               MOVE 1 TO FM-Mois
               ADD 1 TO FM-Annee
           END-IF.
           COMPUTE EntierFinMois =
               FUNCTION INTEGER-OF-DATE (FinMoisInt) - 1.
           COMPUTE FinMoisInt =
               FUNCTION DATE-OF-INTEGER (EntierFinMois).
           IF DC-Jour > FM-Jour
               MOVE FM-Jour TO DC-Jour
           END-IF.

           MOVE DateCalculInt TO JOUVR-DATE-INT.
           perform JOUVR-Est-Jour-Ouvre.
           IF JOUVR-OUVRE = 0
               MOVE 1 TO JOUVR-NB-JOURS
               perform JOUVR-Ajouter-Ouvres
               MOVE JOUVR-DATE-INT TO DateCalculInt
           END-IF.
           perform Formater-Date-Calcul.
           MOVE DateFormatee TO EcheanceReponse.

       Formater-Date-Calcul.
           MOVE SPACES TO DateFormatee.
           STRING DC-Jour DELIMITED SIZE
                  '/' DELIMITED SIZE
                  DC-Mois DELIMITED SIZE
                  '/' DELIMITED SIZE
                  DC-Annee DELIMITED SIZE
           INTO DateFormatee
           END-STRING.

      ******************************************************************
      *****                 INSERT-RECLAMATION                     *****
      ******************************************************************
       Insert-Reclamation.
           perform Select-Derniere-Reclam.
           ADD 1 TO DerniereReclam.

           MOVE 0 TO SQLCODE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'RECLAMATIONS' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'IDRECLAMATION, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'CATEGORIE, ' DELIMITED SIZE
                  'OBJET, ' DELIMITED SIZE
                  'DATEOUVERTURE, ' DELIMITED SIZE
                  'ECHEANCEACCUSE, ' DELIMITED SIZE
                  'DATEACCUSE, ' DELIMITED SIZE
                  'ECHEANCEREPONSE, ' DELIMITED SIZE
                  'DATEREPONSE, ' DELIMITED SIZE
                  'REPONSE, ' DELIMITED SIZE
                  'DATEMEDIATEUR, ' DELIMITED SIZE
                  'DATECLOTURE, ' DELIMITED SIZE
                  'ISSUE, ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'OPERATEUR) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  DerniereReclam DELIMITED SIZE
                  '","' DELIMITED SIZE
                  ClientIdNum DELIMITED SIZE
                  '","' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '","' DELIMITED SIZE
                  CategorieSaisie DELIMITED SPACE
                  '","' DELIMITED SIZE
                  TexteReclam DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  EcheanceAccuse DELIMITED SIZE
                  '","","' DELIMITED SIZE
                  EcheanceReponse DELIMITED SIZE
                  '","","","","","","OUVERTE","' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE SPACES TO MESSAGE-RESPONSE
               STRING "SUCCES = RECLAMATION " DELIMITED SIZE
                      DerniereReclam DELIMITED SIZE
                      " OUVERTE, ACCUSE AVANT LE " DELIMITED SIZE
                      EcheanceAccuse DELIMITED SIZE
                      ", REPONSE AVANT LE " DELIMITED SIZE
                      EcheanceReponse DELIMITED SIZE
               INTO MESSAGE-RESPONSE
               END-STRING
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE SPACES TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING 'OUVERTE ' DELIMITED SIZE
                      CategorieSaisie DELIMITED SPACE
               INTO AuditNouvelleValeur
               END-STRING
               MOVE DerniereReclam TO AuditIdEnregistrement
               MOVE 'RECLAMATIONS' TO AuditNomTable
               MOVE 'INSERT' TO AuditOperation
               perform Write-Audit-Trail
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 900 TO CODE-RETOUR
               MOVE 0 TO RETURN-CODE
           END-IF.

       Select-Derniere-Reclam.
           MOVE 0 TO DerniereReclam.
           MOVE SPACES TO NbReclamTexte.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(MAX(IDRECLAMATION), 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'RECLAMATIONS' DELIMITED SIZE
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
                                            NbReclamTexte
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT NbReclamTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND NbReclamTexte not = SPACES
               COMPUTE DerniereReclam =
                   FUNCTION NUMVAL(NbReclamTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  SUIVRE-RECLAMATION                    *****
      ******************************************************************
      *    Enchainement des statuts : OUVERTE -> ACCUSEE -> REPONDUE
      *    -> CLOSE. Une reponse directe vaut accuse de reception ; le
      *    mediateur peut etre saisi a tout moment avant la cloture,
      *    et la cloture suppose une reponse ou un avis du mediateur.
       Suivre-Reclamation.
           IF ReclamIdNum > 0
               perform Select-Reclamation
           END-IF.
           EVALUATE TRUE
               WHEN ActionAUtiliser not = 'ACCUSER'
                AND ActionAUtiliser not = 'REPONDRE'
                AND ActionAUtiliser not = 'MEDIATEUR'
                AND ActionAUtiliser not = 'CLORE'
                   MOVE "ERREUR = ACTION INCONNUE (OUVRIR, ACCUSER, REPO
      -            "NDRE, MEDIATEUR OU CLORE)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ReclamIdNum = 0
                   MOVE "ERREUR = RECLAMATION OBLIGATOIRE (LABEL reclama
      -            "tion:)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ReclamTrouvee = 0
                   MOVE "ERREUR = RECLAMATION INCONNUE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN StatutReclam = 'CLOSE'
                   MOVE "ERREUR = RECLAMATION DEJA CLOSE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'ACCUSER'
                AND StatutReclam not = 'OUVERTE'
                   MOVE "ERREUR = RECEPTION DEJA ACCUSEE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'REPONDRE'
                AND StatutReclam not = 'OUVERTE'
                AND StatutReclam not = 'ACCUSEE'
                   MOVE "ERREUR = RECLAMATION DEJA REPONDUE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'MEDIATEUR'
                AND StatutReclam = 'MEDIATEUR'
                   MOVE "ERREUR = MEDIATEUR DEJA SAISI"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'CLORE'
                AND StatutReclam not = 'REPONDUE'
                AND StatutReclam not = 'MEDIATEUR'
                   MOVE "ERREUR = CLOTURE IMPOSSIBLE SANS REPONSE NI MED
      -            "IATEUR" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'CLORE'
                AND IssueSaisie not = 'FONDEE'
                AND IssueSaisie not = 'PARTIELLE'
                AND IssueSaisie not = 'REJETEE'
                   MOVE "ERREUR = ISSUE INCONNUE (FONDEE, PARTIELLE OU R
      -            "EJETEE)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN OTHER
                   perform Update-Reclamation
           END-EVALUATE.

       Select-Reclamation.
           MOVE 0 TO ReclamTrouvee.
           MOVE SPACES TO StatutReclam.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'STATUT ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'RECLAMATIONS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDRECLAMATION ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ReclamIdNum DELIMITED SIZE
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
                                            StatutReclam
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
                   MOVE 1 TO ReclamTrouvee
               END-IF
           END-IF.

           INSPECT StatutReclam REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                 UPDATE-RECLAMATION                     *****
      ******************************************************************
       Update-Reclamation.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           EVALUATE ActionAUtiliser
               WHEN 'ACCUSER'
                   MOVE 'ACCUSEE' TO NouveauStatut
                   STRING 'UPDATE RECLAMATIONS SET ' DELIMITED SIZE
                          'DATEACCUSE = "' DELIMITED SIZE
                          currentDate DELIMITED SIZE
                          '", ' DELIMITED SIZE
                          'STATUT = "ACCUSEE" ' DELIMITED SIZE
                          'WHERE IDRECLAMATION = "' DELIMITED SIZE
                          ReclamIdNum DELIMITED SIZE
                          '"' DELIMITED SIZE
                   INTO SQLCA-STATEMENT
                   END-STRING
               WHEN 'REPONDRE'
                   MOVE 'REPONDUE' TO NouveauStatut
                   STRING 'UPDATE RECLAMATIONS SET ' DELIMITED SIZE
                          'DATEACCUSE = IF(DATEACCUSE = "", "'
                          DELIMITED SIZE
                          currentDate DELIMITED SIZE
                          '", DATEACCUSE), ' DELIMITED SIZE
                          'DATEREPONSE = "' DELIMITED SIZE
                          currentDate DELIMITED SIZE
                          '", REPONSE = "' DELIMITED SIZE
                          TexteReclam DELIMITED SIZE
                          '", STATUT = "REPONDUE" ' DELIMITED SIZE
                          'WHERE IDRECLAMATION = "' DELIMITED SIZE
                          ReclamIdNum DELIMITED SIZE
                          '"' DELIMITED SIZE
                   INTO SQLCA-STATEMENT
                   END-STRING
               WHEN 'MEDIATEUR'
                   MOVE 'MEDIATEUR' TO NouveauStatut
                   STRING 'UPDATE RECLAMATIONS SET ' DELIMITED SIZE
                          'DATEMEDIATEUR = "' DELIMITED SIZE
                          currentDate DELIMITED SIZE
                          '", ' DELIMITED SIZE
                          'STATUT = "MEDIATEUR" ' DELIMITED SIZE
                          'WHERE IDRECLAMATION = "' DELIMITED SIZE
                          ReclamIdNum DELIMITED SIZE
                          '"' DELIMITED SIZE
                   INTO SQLCA-STATEMENT
                   END-STRING
               WHEN 'CLORE'
                   MOVE 'CLOSE' TO NouveauStatut
                   STRING 'UPDATE RECLAMATIONS SET ' DELIMITED SIZE
                          'DATECLOTURE = "' DELIMITED SIZE
                          currentDate DELIMITED SIZE
                          '", ISSUE = "' DELIMITED SIZE
                          IssueSaisie DELIMITED SPACE
                          '", STATUT = "CLOSE" ' DELIMITED SIZE
                          'WHERE IDRECLAMATION = "' DELIMITED SIZE
                          ReclamIdNum DELIMITED SIZE
                          '"' DELIMITED SIZE
                   INTO SQLCA-STATEMENT
                   END-STRING
           END-EVALUATE.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE SPACES TO MESSAGE-RESPONSE
               STRING "SUCCES = RECLAMATION " DELIMITED SIZE
                      ReclamIdNum DELIMITED SIZE
                      " PASSEE AU STATUT " DELIMITED SIZE
                      NouveauStatut DELIMITED SPACE
               INTO MESSAGE-RESPONSE
               END-STRING
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE StatutReclam TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING NouveauStatut DELIMITED SPACE
                      ' ' DELIMITED SIZE
                      IssueSaisie DELIMITED SPACE
               INTO AuditNouvelleValeur
               END-STRING
               MOVE ReclamIdNum TO AuditIdEnregistrement
               MOVE 'RECLAMATIONS' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 900 TO CODE-RETOUR
               MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Appele pendant que la connexion ouverte par
      *    Gerer-Reclamation est encore active, avant son propre
      *    Close-BDD.
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
                  'DATEAUDIT, '    DELIMITED SIZE
                  'CORRELATIONID, ' DELIMITED SIZE
                  'OPERATEUR) '    DELIMITED SIZE
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
                  '","' DELIMITED SIZE
                  CorrelationId DELIMITED SPACE
                  '","' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

       Write-Audit-Trail-Fin.
           EXIT.

       Write-Response-File.
           open output F-Response.
           STRING '{' DELIMITED SIZE
                   '"statut" : ' DELIMITED SIZE
                   '"' DELIMITED SIZE
                   STATUT-RESPONSE DELIMITED SIZE
                   '"' DELIMITED SIZE
                   ',' DELIMITED SIZE
                   '"message" : ' DELIMITED SIZE
                   '"' DELIMITED SIZE
                   MESSAGE-RESPONSE DELIMITED SIZE
                   '"' DELIMITED SIZE
                   ',' DELIMITED SIZE
                   '"correlation_id" : "' DELIMITED SIZE
                   CorrelationId DELIMITED SPACE
                   '",' DELIMITED SIZE
                   '"code_retour" : ' DELIMITED SIZE
                   CODE-RETOUR DELIMITED SIZE
                   '}' DELIMITED SIZE
           INTO COMPLETE-RESPONSE
           END-STRING.
           write E-Response from COMPLETE-RESPONSE.
           close F-Response.
           EXIT.

      ******************************************************************
      *****             ARCHIVE-REQUEST-RESPONSE                   *****
      ******************************************************************
       Archive-Request-Response.
           ACCEPT ARCHIVE-AAMMJJ FROM DATE.
           ACCEPT ARCHIVE-HHMMSSCC FROM TIME.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -          "/archives/reclamation_" DELIMITED SIZE
                   ARCHIVE-AAMMJJ DELIMITED SIZE
                   "_" DELIMITED SIZE
                   ARCHIVE-HHMMSSCC DELIMITED SIZE
                   "_" DELIMITED SIZE
                   ReclamIdNum DELIMITED SIZE
                   CorrSuffixe DELIMITED SPACE
                   ".txt" DELIMITED SIZE
               INTO WS-ARCHIVE-PATH
           END-STRING.
           open output F-Archive.
           write E-Archive from E-DataSubmited.
           write E-Archive from COMPLETE-RESPONSE.
           close F-Archive.
           EXIT.

      ******************************************************************
      *****             EXTRAIRE-CORRELATION-ID                    *****
      ******************************************************************
       Extraire-Correlation-Id.
           MOVE SPACES TO CorrelationId.
           MOVE SPACES TO CorrSuffixe.
           MOVE 0 TO posCorrelation.
           INSPECT E-DataSubmited TALLYING posCorrelation
               FOR CHARACTERS BEFORE INITIAL 'correlation:'.
           IF posCorrelation < 240
               unstring E-DataSubmited (posCorrelation + 13:)
                   delimited by ',' or space into CorrelationId
               end-unstring
           END-IF.
           IF CorrelationId not = SPACES
               STRING '_' DELIMITED SIZE
                      CorrelationId DELIMITED SPACE
               INTO CorrSuffixe
               END-STRING
           END-IF.

      ******************************************************************
      *****               EXTRAIRE-OPERATEUR                       *****
      ******************************************************************
       Extraire-Operateur.
           MOVE SPACES TO OperateurSaisi.
           MOVE 0 TO posOperateur.
           INSPECT E-DataSubmited TALLYING posOperateur
               FOR CHARACTERS BEFORE INITIAL 'operateur:'.
           IF posOperateur < 240
               unstring E-DataSubmited (posOperateur + 11:)
                   delimited by ',' or space into OperateurSaisi
               end-unstring
           END-IF.

      ******************************************************************
      *****               VERIFIER-OPERATEUR                       *****
      ******************************************************************
      *    L'operateur doit exister dans UTILISATEURS et disposer du
      *    niveau d'habilitation de la fonction du programme, sinon la
      *    transaction est refusee (410 inconnu, 411 non habilite).
       Verifier-Operateur.
           MOVE 0 TO OperateurRefuse.
           MOVE SPACES TO NiveauHabilitation.
           IF OperateurSaisi = SPACES
               MOVE 1 TO OperateurRefuse
               MOVE "ERREUR = CODE OPERATEUR OBLIGATOIRE (LABEL operateu
      -        "r:)" TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 410 TO CODE-RETOUR
           ELSE
               perform Verifier-Operateur-Suite
           END-IF.

       Verifier-Operateur-Suite.

           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           IF SQLCA-CURSOR-CTRL (9) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (9).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'NIVINTAKE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'UTILISATEURS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CODEOPERATEUR ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
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
                                            NiveauHabilitation
               END-CALL
               IF SQLCA-RESULT (9) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 1 TO OperateurRefuse
                   MOVE "ERREUR = OPERATEUR INCONNU" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 410 TO CODE-RETOUR
               WHEN SQLCODE not = 0
                   MOVE 1 TO OperateurRefuse
                   MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 900 TO CODE-RETOUR
               WHEN NiveauHabilitation not = '1'
                   MOVE 1 TO OperateurRefuse
                   MOVE "ERREUR = OPERATEUR NON HABILITE POUR CETTE FONC
      -            "TION" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 411 TO CODE-RETOUR
           END-EVALUATE.

           MOVE 0 TO SQLCA-CURSOR-CTRL (9).
           MOVE 0 TO SQLCODE.
           perform Close-BDD.

      ******************************************************************
      *****            VERIFIER-REQUETE-DUPLIQUEE                  *****
      ******************************************************************
       Calculer-Empreinte.
           MOVE 0 TO EmpreinteRequete.
           MOVE 0 TO iEmpreinte.
           perform Cumuler-Empreinte until iEmpreinte = 255.

       Cumuler-Empreinte.
           add 1 to iEmpreinte.
           COMPUTE EmpreinteRequete = FUNCTION MOD(
               EmpreinteRequete * 31
               + FUNCTION ORD(E-DataSubmited (iEmpreinte:1)),
               999999937).

       Verifier-Requete-Dupliquee.
           MOVE 0 TO RequeteDupliquee.
           perform Calculer-Empreinte.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           IF SQLCA-CURSOR-CTRL (8) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (8).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'STATUT, MESSAGE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'REQUESTLOG ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'EMPREINTE = "' DELIMITED SIZE
                  EmpreinteRequete DELIMITED SIZE
                  '" AND PROGRAMME = "' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
                  '" AND DATEREQ = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (8)
              END-CALL
              IF SQLCA-RESULT (8) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE SPACES TO StatutOrigine
               MOVE SPACES TO MessageOrigine
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (8)
                                            StatutOrigine
                                            MessageOrigine
               END-CALL
               IF SQLCA-RESULT (8) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO RequeteDupliquee
               MOVE StatutOrigine TO STATUT-RESPONSE
               MOVE MessageOrigine TO MESSAGE-RESPONSE
               MOVE 230 TO CODE-RETOUR
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (8).
           MOVE 0 TO SQLCODE.
           perform Close-BDD.

      ******************************************************************
      *****               ENREGISTRER-REQUETE                      *****
      ******************************************************************
       Enregistrer-Requete.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT INTO REQUESTLOG ' DELIMITED SIZE
                  '(EMPREINTE, PROGRAMME, DATEREQ, STATUT, '
                  DELIMITED SIZE
                  'MESSAGE, OPERATEUR, HEUREREQ, CODERETOUR) '
                  DELIMITED SIZE
                  'VALUES("' DELIMITED SIZE
                  EmpreinteRequete DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  STATUT-RESPONSE DELIMITED SIZE
                  '","' DELIMITED SIZE
                  MESSAGE-RESPONSE DELIMITED SIZE
                  '","' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '",CURTIME(),"' DELIMITED SIZE
                  CODE-RETOUR DELIMITED SIZE
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
           MOVE 'GESTRECLAM' TO PGCTB-PROGRAM-NAME.

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

      ******************************************************************
      *****        CALENDRIER DES JOURS OUVRES (CPYJOUVRP)         *****
      ******************************************************************
       COPY CPYJOUVRP OF "cobol/source_cobol".
