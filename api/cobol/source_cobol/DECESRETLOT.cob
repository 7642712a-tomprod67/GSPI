      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 DECESRETLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Retour du repertoire national des deces a la requete
      *    extraite par DECESEXTLOT. Le repertoire renvoie les seules
      *    personnes retrouvees decedees (separateur ;) :
      *      type;identifiant;nom;prenom;datenaissance;datedeces;
      *      resultat
      *    type C (client) ou A (assure), identifiant tel qu'envoye,
      *    resultat CONFIRME ou POSSIBLE (correspondance partielle).
      *    Entete et total facultatifs controles par le registre des
      *    fichiers entrants (voir CPYFICH).
      *    Pour chaque deces confirme, une recherche de beneficiaires
      *    (table RECHERCHEBENEF, statut OUVERTE) est ouverte sur
      *    chaque dossier actif des contrats de la personne dont le
      *    type couvre le deces (COUVREDECES, comme DECESCLI) et sur
      *    lequel aucun sinistre n'a ete declare depuis le deces : le
      *    capital n'a jamais ete reclame. Les recherches sont suivies
      *    par RECHBENEF, listees par WORKLISTLOT et rapportees par
      *    DECESRAPLOT. Les correspondances possibles sont seulement
      *    listees dans le compte rendu pour verification.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Retour
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/registre_deces_retour.txt"
           organization is line sequential
           file status is WS-RETOUR-STATUS.

           select F-Rapport
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/registre_deces_lot.txt"
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

      *    Ligne du retour du repertoire.
       01 RetType pic X.
       01 RetIdentifiantTexte pic X(10).
       01 RetNom pic X(30).
       01 RetPrenom pic X(30).
       01 RetDateNaissance pic X(10).
       01 RetDateDeces pic X(10).
       01 RetResultat pic X(10).
       01 RetIdentifiant pic 9(8).

       01 PtrStatement pic 9(4).
       01 NbRecherchesTexte pic X(10).
       01 NbRecherchesPersonne pic 9(6).
       01 MotifAnomalie pic X(60).

       01 NbLignesLues pic 9(8) value 0.
       01 NbDecesConfirmes pic 9(8) value 0.
       01 NbRecherchesOuvertes pic 9(8) value 0.
       01 NbAVerifier pic 9(8) value 0.
       01 NbAnomalies pic 9(8) value 0.

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
           perform Controler-Fichier-Entrant.
           open output F-Rapport.

       GSPI-Trt.
      *    Un fichier refuse au registre n'est pas integre.
           IF FICH-ACCEPTE
               perform Initialisation-connexion-BDD
               perform Connexion-BDD
               perform Traiter-Retour
               perform close-BDD
               perform FICH-Cloturer-Fichier
           END-IF.

       GSPI-Fin.
           perform Write-Ligne-Total.
           close F-Rapport.
           display NbLignesLues.
           display NbDecesConfirmes.
           display NbRecherchesOuvertes.
           display NbAVerifier.
           display NbAnomalies.
           MOVE NbLignesLues TO JB-LignesLues.
           MOVE NbRecherchesOuvertes TO JB-LignesEcrites.
           IF NbAnomalies > 0
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
      *****              CONTROLER-FICHIER-ENTRANT                 *****
      ******************************************************************
      *    Premiere lecture du fichier pour le registre : le retour ne
      *    porte pas de montant, le total annonce est un nombre de
      *    lignes.
       Controler-Fichier-Entrant.
           MOVE 'DECESRETLOT' TO FICH-PROGRAMME.
           MOVE 'registre_deces_retour.txt' TO FICH-NOM.
           MOVE 'REPERTOIRE DECES' TO FICH-EMETTEUR.
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

       Controler-Fichier-Entrant-Trt.
           read F-Retour
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-Retour TO FICH-LIGNE
                   perform FICH-Cumuler-Ligne
           end-read.

      ******************************************************************
      *****                    TRAITER-RETOUR                      *****
      ******************************************************************
       Traiter-Retour.
           move 0 to Boucleur-read-file.
           open INPUT F-Retour.
           IF WS-RETOUR-STATUS = "00"
               perform Traiter-Retour-Trt
                   until Boucleur-read-file = 1
               close F-Retour
           END-IF.

       Traiter-Retour-Trt.
           read F-Retour
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-Retour TO FICH-LIGNE
                   perform FICH-Tester-Ligne
                   IF not FICH-LIGNE-CONTROLE
                       AND E-Retour not = SPACES
                       ADD 1 TO NbLignesLues
                       perform Lire-Ligne-Retour
                       perform Traiter-Ligne-Retour
                   END-IF
           end-read.

       Lire-Ligne-Retour.
           MOVE SPACES TO RetType.
           MOVE SPACES TO RetIdentifiantTexte.
           MOVE SPACES TO RetNom.
           MOVE SPACES TO RetPrenom.
           MOVE SPACES TO RetDateNaissance.
           MOVE SPACES TO RetDateDeces.
           MOVE SPACES TO RetResultat.
           unstring E-Retour delimited by ';' into
               RetType
               RetIdentifiantTexte
               RetNom
               RetPrenom
               RetDateNaissance
               RetDateDeces
               RetResultat
           end-unstring.
           MOVE 0 TO RetIdentifiant.
           IF RetIdentifiantTexte not = SPACES
               COMPUTE RetIdentifiant =
                   FUNCTION NUMVAL (RetIdentifiantTexte)
           END-IF.
           INSPECT RetNom REPLACING ALL '"' BY "'".
           INSPECT RetPrenom REPLACING ALL '"' BY "'".
           INSPECT RetResultat CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       Traiter-Ligne-Retour.
           EVALUATE TRUE
               WHEN (RetType not = 'C' AND RetType not = 'A')
                 OR RetIdentifiant = 0
                   MOVE 'TYPE OU IDENTIFIANT INVALIDE' TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN RetDateDeces (3:1) not = '/'
                 OR RetDateDeces (6:1) not = '/'
                   MOVE 'DATE DE DECES INVALIDE' TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN RetResultat = 'POSSIBLE'
                   ADD 1 TO NbAVerifier
                   MOVE 'A VERIFIER' TO MotifAnomalie
                   perform Write-Ligne-Personne
               WHEN RetResultat not = 'CONFIRME'
                   MOVE 'RESULTAT INCONNU (CONFIRME OU POSSIBLE)'
                   TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN OTHER
                   ADD 1 TO NbDecesConfirmes
                   perform Ouvrir-Recherches
           END-EVALUATE.

      ******************************************************************
      *****                  OUVRIR-RECHERCHES                     *****
      ******************************************************************
      *    Une recherche par dossier couvrant le deces : le client
      *    porte ses contrats, l'assure le contrat auquel il est
      *    rattache. Une recherche deja ouverte pour la personne et le
      *    dossier n'est pas dupliquee.
       Ouvrir-Recherches.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           MOVE 1 TO PtrStatement.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'RECHERCHEBENEF' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'TYPEPERSONNE, ' DELIMITED SIZE
                  'IDPERSONNE, ' DELIMITED SIZE
                  'NOMPERSONNE, ' DELIMITED SIZE
                  'PRENOMPERSONNE, ' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'IDDOSSIER, ' DELIMITED SIZE
                  'CAPITAL, ' DELIMITED SIZE
                  'DATEDECES, ' DELIMITED SIZE
                  'DATEOUVERTURE, ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'DATECONTACT, ' DELIMITED SIZE
                  'BENEFCONTACTE, ' DELIMITED SIZE
                  'DATECLOTURE, ' DELIMITED SIZE
                  'ISSUE, ' DELIMITED SIZE
                  'OPERATEUR) ' DELIMITED SIZE
                  'SELECT "' DELIMITED SIZE
                  RetType DELIMITED SIZE
                  '", "' DELIMITED SIZE
                  RetIdentifiant DELIMITED SIZE
                  '", "' DELIMITED SIZE
                  RetNom DELIMITED '  '
                  '", "' DELIMITED SIZE
                  RetPrenom DELIMITED '  '
                  '", D.CONTRATID, D.IDDOSSIER, ' DELIMITED SIZE
                  'IFNULL(D.MONTANTGARANTIE, 0), "' DELIMITED SIZE
                  RetDateDeces DELIMITED SIZE
                  '", "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", "OUVERTE", "", "", "", "", "BATCH" '
                  DELIMITED SIZE
                  'FROM DOSSIER D, CONTRATS K ' DELIMITED SIZE
                  'WHERE D.CONTRATID = K.IDCONTRAT ' DELIMITED SIZE
                  'AND (D.STATUS = "1" OR D.STATUS IS NULL) '
                  DELIMITED SIZE
                  'AND D.TYPESINISTRE IN ' DELIMITED SIZE
                  '(SELECT CODE FROM TYPESINISTRE ' DELIMITED SIZE
                  'WHERE COUVREDECES = "1") ' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           WITH POINTER PtrStatement
           END-STRING.
           IF RetType = 'C'
               STRING 'AND K.CLIENTID = "' DELIMITED SIZE
                      RetIdentifiant DELIMITED SIZE
                      '" ' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               WITH POINTER PtrStatement
               END-STRING
           ELSE
               STRING 'AND K.IDCONTRAT = ' DELIMITED SIZE
                      '(SELECT CONTRATID FROM ASSURES ' DELIMITED SIZE
                      'WHERE IDASSURE = "' DELIMITED SIZE
                      RetIdentifiant DELIMITED SIZE
                      '") ' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               WITH POINTER PtrStatement
               END-STRING
           END-IF.
           STRING 'AND NOT EXISTS (SELECT 1 FROM SINISTRES S '
                  DELIMITED SIZE
                  'WHERE S.DOSSIERID = D.IDDOSSIER ' DELIMITED SIZE
                  'AND STR_TO_DATE(S.DATESURVENANCE, "%d/%m/%Y") >= '
                  DELIMITED SIZE
                  'STR_TO_DATE("' DELIMITED SIZE
                  RetDateDeces DELIMITED SIZE
                  '", "%d/%m/%Y")) ' DELIMITED SIZE
                  'AND NOT EXISTS (SELECT 1 FROM RECHERCHEBENEF R '
                  DELIMITED SIZE
                  'WHERE R.TYPEPERSONNE = "' DELIMITED SIZE
                  RetType DELIMITED SIZE
                  '" AND R.IDPERSONNE = "' DELIMITED SIZE
                  RetIdentifiant DELIMITED SIZE
                  '" AND R.IDDOSSIER = D.IDDOSSIER)' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           WITH POINTER PtrStatement
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE not = 0
               MOVE 'ERREUR SQL A L OUVERTURE DES RECHERCHES'
               TO MotifAnomalie
               perform Write-Ligne-Anomalie
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO SQLCODE
           ELSE
               perform Compter-Recherches-Personne
               ADD NbRecherchesPersonne TO NbRecherchesOuvertes
               IF NbRecherchesPersonne = 0
                   MOVE 'AUCUN CAPITAL DECES A RECHERCHER'
                   TO MotifAnomalie
               ELSE
                   MOVE 'RECHERCHE BENEFICIAIRES OUVERTE'
                   TO MotifAnomalie
               END-IF
               perform Write-Ligne-Personne
           END-IF.

      *    Recherches ouvertes ce jour pour la personne.
       Compter-Recherches-Personne.
           MOVE 0 TO NbRecherchesPersonne.
           MOVE SPACES TO NbRecherchesTexte.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'RECHERCHEBENEF ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'TYPEPERSONNE = "' DELIMITED SIZE
                  RetType DELIMITED SIZE
                  '" AND IDPERSONNE = "' DELIMITED SIZE
                  RetIdentifiant DELIMITED SIZE
                  '" AND DATEOUVERTURE = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
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
                                            NbRecherchesTexte
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT NbRecherchesTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND NbRecherchesTexte not = SPACES
               COMPUTE NbRecherchesPersonne =
                   FUNCTION NUMVAL(NbRecherchesTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                    WRITE-RAPPORT                       *****
      ******************************************************************
       Write-Ligne-Personne.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING RetType DELIMITED SIZE
                  ';' DELIMITED SIZE
                  RetIdentifiantTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  RetNom DELIMITED '  '
                  ';' DELIMITED SIZE
                  RetPrenom DELIMITED '  '
                  ';' DELIMITED SIZE
                  RetDateDeces DELIMITED SIZE
                  ';' DELIMITED SIZE
                  MotifAnomalie DELIMITED '  '
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

       Write-Ligne-Anomalie.
           ADD 1 TO NbAnomalies.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'ANOMALIE;' DELIMITED SIZE
                  RetType DELIMITED SIZE
                  ';' DELIMITED SIZE
                  RetIdentifiantTexte DELIMITED SPACE
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
                  NbDecesConfirmes DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbRecherchesOuvertes DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbAVerifier DELIMITED SIZE
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
           MOVE 'DECESRETLOT' TO PGCTB-PROGRAM-NAME.

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
