      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CRIBLAGELOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Criblage sanctions / PPE de nuit (voir CPYCRIB) : charge la
      *    liste officielle consolidee (listes de sanctions et
      *    personnes politiquement exposees) quand elle est livree,
      *    puis recrible tous les clients, beneficiaires et
      *    prestataires. Format (separateur ;) :
      *      typeliste;refliste;nom;prenom;datenaissance
      *    typeliste SANCTION ou PPE, refliste identifiant de l'entree
      *    dans la liste d'origine, prenom et date de naissance
      *    (JJ/MM/AAAA) facultatifs ; entete et total facultatifs
      *    controles par le registre des fichiers entrants (voir
      *    CPYFICH). La liste livree remplace la precedente dans
      *    LISTECRIBLAGE ; une liste deja chargee est laissee en place
      *    et le recriblage est tout de meme passe, pour rattraper les
      *    personnes saisies par d'autres voies que la creation. Les
      *    alertes deja ouvertes ne sont pas dupliquees.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-ListeCriblage
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/liste_criblage.txt"
           organization is line sequential
           file status is WS-LISTECRIB-STATUS.

           select F-Rapport
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/criblage_lot.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-ListeCriblage record varying from 0 to 255.
       01 E-ListeCriblage pic x(255).

       FD F-Rapport record varying from 0 to 255.
       01 E-Rapport pic x(255).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.
       01 WS-LISTECRIB-STATUS pic XX.

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

      *    Ligne de la liste de criblage.
       01 ListeType pic X(10).
       01 ListeRef pic X(30).
       01 ListeNom pic X(60).
       01 ListePrenom pic X(40).
       01 ListeDateNaissance pic X(10).
       01 MotifAnomalie pic X(60).

      *    1 : la liste livree a ete chargee dans LISTECRIBLAGE.
       01 ListeChargee pic 9 value 0.

       01 NbLignesLues pic 9(8) value 0.
       01 NbEntreesChargees pic 9(8) value 0.
       01 NbAnomalies pic 9(8) value 0.
       01 NbAlertesOuvertes pic 9(8) value 0.

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
       COPY CPYCRIB OF "cobol/source_cobol".
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
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
      *    Seule une liste acceptee au registre remplace la liste en
      *    place ; le recriblage est passe dans tous les cas.
           IF FICH-ACCEPTE AND FICH-NB-LIGNES > 0
               perform Charger-Liste
           END-IF.
           perform Recribler-Populations.
           perform close-BDD.
           IF ListeChargee = 1
               perform FICH-Cloturer-Fichier
           END-IF.

       GSPI-Fin.
           perform Write-Ligne-Total.
           close F-Rapport.
           display NbLignesLues.
           display NbEntreesChargees.
           display NbAnomalies.
           display NbAlertesOuvertes.
           MOVE NbLignesLues TO JB-LignesLues.
           MOVE NbEntreesChargees TO JB-LignesEcrites.
           IF NbAnomalies > 0
               MOVE 4 TO JB-CodeSortie
           END-IF.
           IF FICH-SANS-TOTAL = 1 AND JB-CodeSortie < 4
               MOVE 4 TO JB-CodeSortie
           END-IF.
      *    Une liste deja chargee n'est pas une erreur : la liste
      *    n'a simplement pas change depuis le dernier passage.
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
      *****              CONTROLER-FICHIER-ENTRANT                 *****
      ******************************************************************
      *    Premiere lecture du fichier pour le registre : la liste ne
      *    porte pas de montant, le total annonce est un nombre de
      *    lignes.
       Controler-Fichier-Entrant.
           MOVE 'CRIBLAGELOT' TO FICH-PROGRAMME.
           MOVE 'liste_criblage.txt' TO FICH-NOM.
           MOVE 'CONFORMITE' TO FICH-EMETTEUR.
           MOVE 0 TO FICH-RANG-MONTANT.
           perform FICH-Debut-Controle.
           move 0 to Boucleur-read-file.
           open INPUT F-ListeCriblage.
           IF WS-LISTECRIB-STATUS = "00"
               perform Controler-Fichier-Entrant-Trt
                   until Boucleur-read-file = 1
               close F-ListeCriblage
           END-IF.
           perform FICH-Enregistrer-Fichier.
           IF FICH-REFUSE AND FICH-STATUT-CONNU = 'T'
               display "LISTE DE CRIBLAGE INCHANGEE"
           END-IF.

       Controler-Fichier-Entrant-Trt.
           read F-ListeCriblage
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-ListeCriblage TO FICH-LIGNE
                   perform FICH-Cumuler-Ligne
           end-read.

      ******************************************************************
      *****                     CHARGER-LISTE                      *****
      ******************************************************************
      *    La liste livree est complete : elle remplace la precedente.
       Charger-Liste.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'DELETE FROM LISTECRIBLAGE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "PURGE DE LA LISTE DE CRIBLAGE EN ERREUR"
               MOVE 0 TO SQLCODE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 1 TO ListeChargee
               move 0 to Boucleur-read-file
               open INPUT F-ListeCriblage
               IF WS-LISTECRIB-STATUS = "00"
                   perform Charger-Liste-Trt
                       until Boucleur-read-file = 1
                   close F-ListeCriblage
               END-IF
           END-IF.

       Charger-Liste-Trt.
           read F-ListeCriblage
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-ListeCriblage TO FICH-LIGNE
                   perform FICH-Tester-Ligne
                   IF not FICH-LIGNE-CONTROLE
                       AND E-ListeCriblage not = SPACES
                       ADD 1 TO NbLignesLues
                       perform Lire-Ligne-Liste
                       perform Traiter-Ligne-Liste
                   END-IF
           end-read.

       Lire-Ligne-Liste.
           MOVE SPACES TO ListeType.
           MOVE SPACES TO ListeRef.
           MOVE SPACES TO ListeNom.
           MOVE SPACES TO ListePrenom.
           MOVE SPACES TO ListeDateNaissance.
           unstring E-ListeCriblage delimited by ';' into
               ListeType
               ListeRef
               ListeNom
               ListePrenom
               ListeDateNaissance
           end-unstring.
           INSPECT ListeRef REPLACING ALL '"' BY "'".
           INSPECT ListeNom REPLACING ALL '"' BY "'".
           INSPECT ListePrenom REPLACING ALL '"' BY "'".
           INSPECT ListeType CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT ListeNom CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT ListePrenom CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       Traiter-Ligne-Liste.
           EVALUATE TRUE
               WHEN ListeType not = 'SANCTION' AND ListeType not = 'PPE'
                   MOVE 'TYPE DE LISTE INCONNU (SANCTION OU PPE)'
                   TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN ListeRef = SPACES OR ListeNom = SPACES
                   MOVE 'REFERENCE OU NOM ABSENT' TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN ListeDateNaissance not = SPACES
                AND (ListeDateNaissance (3:1) not = '/'
                  OR ListeDateNaissance (6:1) not = '/')
                   MOVE 'DATE DE NAISSANCE INVALIDE' TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN OTHER
                   perform Insert-Entree-Liste
           END-EVALUATE.

      ******************************************************************
      *****                 INSERT-ENTREE-LISTE                    *****
      ******************************************************************
       Insert-Entree-Liste.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'LISTECRIBLAGE' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'TYPELISTE, ' DELIMITED SIZE
                  'REFLISTE, ' DELIMITED SIZE
                  'NOM, ' DELIMITED SIZE
                  'PRENOM, ' DELIMITED SIZE
                  'DATENAISSANCE, ' DELIMITED SIZE
                  'DATECHARGEMENT) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  ListeType DELIMITED SPACE
                  '","' DELIMITED SIZE
                  ListeRef DELIMITED SPACE
                  '","' DELIMITED SIZE
                  ListeNom DELIMITED '  '
                  '","' DELIMITED SIZE
                  ListePrenom DELIMITED '  '
                  '","' DELIMITED SIZE
                  ListeDateNaissance DELIMITED SPACE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               ADD 1 TO NbEntreesChargees
           ELSE
               MOVE 'ERREUR SQL AU CHARGEMENT DE L ENTREE'
               TO MotifAnomalie
               perform Write-Ligne-Anomalie
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                RECRIBLER-POPULATIONS                   *****
      ******************************************************************
      *    Les trois populations sont criblees en entier (cle a
      *    blanc) ; le rapport donne les alertes ouvertes de chacune.
       Recribler-Populations.
           MOVE 'CRIBLAGELOT' TO CRIB-SOURCE.
           MOVE 'BATCH' TO CRIB-OPERATEUR.
           MOVE currentDate TO CRIB-DATE.
           MOVE SPACES TO CRIB-CLE.
           MOVE 'CLIENT' TO CRIB-TYPEPERSONNE.
           perform Recribler-Population.
           MOVE 'BENEFICIAIRE' TO CRIB-TYPEPERSONNE.
           perform Recribler-Population.
           MOVE 'PRESTATAIRE' TO CRIB-TYPEPERSONNE.
           perform Recribler-Population.

       Recribler-Population.
           perform CRIB-Cribler.
           ADD CRIB-NB-ALERTES TO NbAlertesOuvertes.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'ALERTES;' DELIMITED SIZE
                  CRIB-TYPEPERSONNE DELIMITED SPACE
                  ';' DELIMITED SIZE
                  CRIB-NB-ALERTES DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

      ******************************************************************
      *****                    WRITE-RAPPORT                       *****
      ******************************************************************
       Write-Ligne-Anomalie.
           ADD 1 TO NbAnomalies.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'ANOMALIE;' DELIMITED SIZE
                  ListeType DELIMITED SPACE
                  ';' DELIMITED SIZE
                  ListeRef DELIMITED SPACE
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
                  NbEntreesChargees DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbAnomalies DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbAlertesOuvertes DELIMITED SIZE
                  ';' DELIMITED SIZE
                  currentDate DELIMITED SIZE
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
           MOVE 'CRIBLAGELOT' TO PGCTB-PROGRAM-NAME.

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
       COPY CPYCRIBP OF "cobol/source_cobol".
