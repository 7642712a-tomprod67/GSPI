      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ADHESIONLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Adhesions mensuelles des contrats groupe : l'employeur
      *    souscripteur (voir GESTGROUPE) envoie chaque mois la liste
      *    de ses salaries entrants et sortants. Format (separateur ;) :
      *      contrat;E;matricule;nom;prenom;datenaissance;dateentree
      *      contrat;S;matricule;;;;datesortie
      *    dates en JJ/MM/AAAA, entete et total facultatifs controles
      *    par le registre des fichiers entrants (voir CPYFICH).
      *    Une entree rattache le salarie au contrat dans ASSURES avec
      *    son matricule et la date de debut de couverture ; une sortie
      *    pose la date de fin de couverture (premier jour non couvert,
      *    comme la limite d'age de LIMAGELOT). Le matricule identifie
      *    l'adherent au sein du contrat : un salarie sorti puis
      *    revenu a une nouvelle ligne ASSURES.
      *    FACTURLOT facture l'employeur selon l'effectif couvert dans
      *    le mois et CREATSIN controle la couverture de l'adherent.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Adhesions
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/adhesions_groupe.txt"
           organization is line sequential
           file status is WS-ADHESIONS-STATUS.

           select F-Rapport
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/adhesions_groupe_lot.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Adhesions record varying from 0 to 255.
       01 E-Adhesions pic x(255).

       FD F-Rapport record varying from 0 to 255.
       01 E-Rapport pic x(255).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.
       01 WS-ADHESIONS-STATUS pic XX.

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

      *    Ligne du fichier d'adhesions.
       01 AdhContratTexte pic X(10).
       01 AdhSens pic X.
       01 AdhMatricule pic X(20).
       01 AdhNom pic X(30).
       01 AdhPrenom pic X(30).
       01 AdhDateNaissance pic X(10).
       01 AdhDateMouvement pic X(10).
       01 AdhContrat pic 9(8).

       01 GroupeActif pic 9 value 0.
       01 NbGroupeTexte pic X(10).
       01 AdherentActif pic 9 value 0.
       01 IdAssureTexte pic X(10).
       01 SortieAvantEntree pic X.
       01 MotifAnomalie pic X(60).

       01 NbLignesLues pic 9(8) value 0.
       01 NbEntrees pic 9(8) value 0.
       01 NbSorties pic 9(8) value 0.
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
               perform Traiter-Adhesions
               perform close-BDD
               perform FICH-Cloturer-Fichier
           END-IF.

       GSPI-Fin.
           perform Write-Ligne-Total.
           close F-Rapport.
           display NbLignesLues.
           display NbEntrees.
           display NbSorties.
           display NbAnomalies.
           MOVE NbLignesLues TO JB-LignesLues.
           COMPUTE JB-LignesEcrites = NbEntrees + NbSorties.
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
      *    Premiere lecture du fichier pour le registre : le fichier ne
      *    porte pas de montant, le total annonce est un nombre de
      *    lignes.
       Controler-Fichier-Entrant.
           MOVE 'ADHESIONLOT' TO FICH-PROGRAMME.
           MOVE 'adhesions_groupe.txt' TO FICH-NOM.
           MOVE 'EMPLOYEUR' TO FICH-EMETTEUR.
           MOVE 0 TO FICH-RANG-MONTANT.
           perform FICH-Debut-Controle.
           move 0 to Boucleur-read-file.
           open INPUT F-Adhesions.
           IF WS-ADHESIONS-STATUS = "00"
               perform Controler-Fichier-Entrant-Trt
                   until Boucleur-read-file = 1
               close F-Adhesions
           END-IF.
           perform FICH-Enregistrer-Fichier.

       Controler-Fichier-Entrant-Trt.
           read F-Adhesions
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-Adhesions TO FICH-LIGNE
                   perform FICH-Cumuler-Ligne
           end-read.

      ******************************************************************
      *****                  TRAITER-ADHESIONS                     *****
      ******************************************************************
       Traiter-Adhesions.
           move 0 to Boucleur-read-file.
           open INPUT F-Adhesions.
           IF WS-ADHESIONS-STATUS = "00"
               perform Traiter-Adhesions-Trt
                   until Boucleur-read-file = 1
               close F-Adhesions
           END-IF.

       Traiter-Adhesions-Trt.
           read F-Adhesions
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-Adhesions TO FICH-LIGNE
                   perform FICH-Tester-Ligne
                   IF not FICH-LIGNE-CONTROLE
                       AND E-Adhesions not = SPACES
                       ADD 1 TO NbLignesLues
                       perform Lire-Ligne-Adhesion
                       perform Traiter-Mouvement-Adhesion
                   END-IF
           end-read.

       Lire-Ligne-Adhesion.
           MOVE SPACES TO AdhContratTexte.
           MOVE SPACES TO AdhSens.
           MOVE SPACES TO AdhMatricule.
           MOVE SPACES TO AdhNom.
           MOVE SPACES TO AdhPrenom.
           MOVE SPACES TO AdhDateNaissance.
           MOVE SPACES TO AdhDateMouvement.
           unstring E-Adhesions delimited by ';' into
               AdhContratTexte
               AdhSens
               AdhMatricule
               AdhNom
               AdhPrenom
               AdhDateNaissance
               AdhDateMouvement
           end-unstring.
           MOVE 0 TO AdhContrat.
           IF AdhContratTexte not = SPACES
               COMPUTE AdhContrat = FUNCTION NUMVAL(AdhContratTexte)
           END-IF.
           INSPECT AdhMatricule REPLACING ALL '"' BY "'".
           INSPECT AdhNom REPLACING ALL '"' BY "'".
           INSPECT AdhPrenom REPLACING ALL '"' BY "'".
           INSPECT AdhNom CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT AdhPrenom CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      ******************************************************************
      *****              TRAITER-MOUVEMENT-ADHESION                *****
      ******************************************************************
       Traiter-Mouvement-Adhesion.
           MOVE 0 TO GroupeActif.
           MOVE 0 TO AdherentActif.
           IF AdhContrat > 0 AND AdhMatricule not = SPACES
               perform Select-Groupe-Actif
               perform Select-Adherent-Actif
           END-IF.
           EVALUATE TRUE
               WHEN AdhContrat = 0 OR AdhMatricule = SPACES
                   MOVE 'CONTRAT OU MATRICULE ABSENT' TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN AdhDateMouvement (3:1) not = '/'
                 OR AdhDateMouvement (6:1) not = '/'
                   MOVE 'DATE DE MOUVEMENT INVALIDE' TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN GroupeActif = 0
                   MOVE 'CONTRAT GROUPE INCONNU OU INACTIF'
                   TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN AdhSens = 'E' AND AdherentActif = 1
                   MOVE 'ADHERENT DEJA COUVERT SUR LE CONTRAT'
                   TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN AdhSens = 'E'
                AND (AdhNom = SPACES
                  OR AdhDateNaissance (3:1) not = '/'
                  OR AdhDateNaissance (6:1) not = '/')
                   MOVE 'NOM OU DATE DE NAISSANCE ABSENT'
                   TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN AdhSens = 'E'
                   perform Insert-Adherent
               WHEN AdhSens = 'S' AND AdherentActif = 0
                   MOVE 'AUCUN ADHERENT COUVERT AVEC CE MATRICULE'
                   TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN AdhSens = 'S' AND SortieAvantEntree = '1'
                   MOVE 'DATE DE SORTIE ANTERIEURE A L ENTREE'
                   TO MotifAnomalie
                   perform Write-Ligne-Anomalie
               WHEN AdhSens = 'S'
                   perform Update-Adherent-Sortie
               WHEN OTHER
                   MOVE 'SENS INCONNU (E OU S)' TO MotifAnomalie
                   perform Write-Ligne-Anomalie
           END-EVALUATE.

      *    Le contrat doit etre un contrat groupe actif sur un contrat
      *    lui-meme en vigueur.
       Select-Groupe-Actif.
           MOVE SPACES TO NbGroupeTexte.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTRATGROUPE G, CONTRATS C ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'G.IDCONTRAT = C.IDCONTRAT ' DELIMITED SIZE
                  'AND G.IDCONTRAT = "' DELIMITED SIZE
                  AdhContrat DELIMITED SIZE
                  '" AND G.STATUT = "1" ' DELIMITED SIZE
                  'AND C.STATUS = "1"' DELIMITED SIZE
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
                                            NbGroupeTexte
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               INSPECT NbGroupeTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               IF NbGroupeTexte not = SPACES
                   AND FUNCTION NUMVAL(NbGroupeTexte) > 0
                   MOVE 1 TO GroupeActif
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      *    Adherent du contrat avec ce matricule sans date de fin de
      *    couverture ; pour une sortie, la date du mouvement est
      *    comparee a son entree.
       Select-Adherent-Actif.
           MOVE SPACES TO IdAssureTexte.
           MOVE '0' TO SortieAvantEntree.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDASSURE, ' DELIMITED SIZE
                  'IF(STR_TO_DATE(DATEDEBUTCOUVERTURE, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '> STR_TO_DATE("' DELIMITED SIZE
                  AdhDateMouvement DELIMITED SIZE
                  '", "%d/%m/%Y"), "1", "0") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ASSURES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CONTRATID = "' DELIMITED SIZE
                  AdhContrat DELIMITED SIZE
                  '" AND MATRICULE = "' DELIMITED SIZE
                  AdhMatricule DELIMITED SPACE
                  '" AND IFNULL(DATEFINCOUVERTURE, "") = "" '
                  DELIMITED SIZE
                  'ORDER BY IDASSURE DESC LIMIT 1' DELIMITED SIZE
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
                                            IdAssureTexte
                                            SortieAvantEntree
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               INSPECT IdAssureTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               IF IdAssureTexte not = SPACES
                   MOVE 1 TO AdherentActif
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                   INSERT-ADHERENT                      *****
      ******************************************************************
      *    L'age est calcule a la date d'entree, comme CREATASS le
      *    calcule a la date de rattachement.
       Insert-Adherent.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'ASSURES' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'CONTRATID, ' DELIMITED SIZE
                  'NOM, ' DELIMITED SIZE
                  'PRENOM, ' DELIMITED SIZE
                  'DATENAISSANCE, ' DELIMITED SIZE
                  'AGE, ' DELIMITED SIZE
                  'DATERATTACHEMENT, ' DELIMITED SIZE
                  'MATRICULE, ' DELIMITED SIZE
                  'DATEDEBUTCOUVERTURE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  AdhContrat DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AdhNom DELIMITED '  '
                  '","' DELIMITED SIZE
                  AdhPrenom DELIMITED '  '
                  '","' DELIMITED SIZE
                  AdhDateNaissance DELIMITED SIZE
                  '",TIMESTAMPDIFF(YEAR, STR_TO_DATE("' DELIMITED SIZE
                  AdhDateNaissance DELIMITED SIZE
                  '", "%d/%m/%Y"), STR_TO_DATE("' DELIMITED SIZE
                  AdhDateMouvement DELIMITED SIZE
                  '", "%d/%m/%Y")),"' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AdhMatricule DELIMITED SPACE
                  '","' DELIMITED SIZE
                  AdhDateMouvement DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               ADD 1 TO NbEntrees
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'ENTREE;' DELIMITED SIZE
                      AdhContrat DELIMITED SIZE
                      ';' DELIMITED SIZE
                      AdhMatricule DELIMITED SPACE
                      ';' DELIMITED SIZE
                      AdhNom DELIMITED '  '
                      ';' DELIMITED SIZE
                      AdhPrenom DELIMITED '  '
                      ';' DELIMITED SIZE
                      AdhDateMouvement DELIMITED SIZE
               INTO LIGNE-RAPPORT
               END-STRING
               perform Write-Ligne-Rapport
           ELSE
               MOVE 'ERREUR SQL A L INSERTION DE L ADHERENT'
               TO MotifAnomalie
               perform Write-Ligne-Anomalie
               MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *****                UPDATE-ADHERENT-SORTIE                  *****
      ******************************************************************
       Update-Adherent-Sortie.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'ASSURES ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'DATEFINCOUVERTURE = "' DELIMITED SIZE
                  AdhDateMouvement DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDASSURE = "' DELIMITED SIZE
                  IdAssureTexte DELIMITED SPACE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               ADD 1 TO NbSorties
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'SORTIE;' DELIMITED SIZE
                      AdhContrat DELIMITED SIZE
                      ';' DELIMITED SIZE
                      AdhMatricule DELIMITED SPACE
                      ';' DELIMITED SIZE
                      AdhDateMouvement DELIMITED SIZE
               INTO LIGNE-RAPPORT
               END-STRING
               perform Write-Ligne-Rapport
           ELSE
               MOVE 'ERREUR SQL A LA SORTIE DE L ADHERENT'
               TO MotifAnomalie
               perform Write-Ligne-Anomalie
               MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *****                    WRITE-RAPPORT                       *****
      ******************************************************************
       Write-Ligne-Anomalie.
           ADD 1 TO NbAnomalies.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'ANOMALIE;' DELIMITED SIZE
                  AdhContratTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  AdhSens DELIMITED SIZE
                  ';' DELIMITED SIZE
                  AdhMatricule DELIMITED SPACE
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
                  NbEntrees DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbSorties DELIMITED SIZE
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
           MOVE 'ADHESIONLOT' TO PGCTB-PROGRAM-NAME.

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
