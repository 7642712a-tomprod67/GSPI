      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 RECERTLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Lancement trimestriel de la campagne de recertification des
      *    acces operateurs. Une campagne (table CAMPAGNESRECERT,
      *    statut OUVERTE, echeance a BC-DelaiCertification jours) est
      *    ouverte et chaque compte actif de UTILISATEURS y est fige
      *    dans RECERTIFICATIONS avec ses niveaux et sa derniere
      *    activite (derniere requete de l'operateur dans REQUESTLOG).
      *    Un fichier par responsable d'equipe (colonne RESPONSABLE,
      *    voir MAJUTIL) liste ses comptes a certifier (separateur ;) :
      *      ENTETE;campagne;responsable;echeance
      *      U;code;intake;sinistres;paiements;souscription;
      *      superviseur;derniere activite;decision;signataire
      *      TOTAL;nombre de comptes
      *    La decision (MAINTENIR ou REVOQUER) et le code operateur du
      *    signataire sont portes par le responsable sur chaque ligne
      *    et le fichier signe est retourne a RECERTRETLOT,
      *    qui suspend les comptes revoques ou non certifies a
      *    l'echeance. Les comptes sans responsable sont adresses au
      *    fichier SANSRESPONSABLE, traite par la securite.
      *    Une seule campagne est ouverte a la fois.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Recert
           assign to RECERT-PATH
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Recert record varying from 0 to 255.
       01 E-Recert pic x(255).
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

       01 BusinessConstants.
         05 BC-DelaiCertification pic 9(3).

       01 RECERT-PATH pic X(300).
       01 FichierOuvert pic 9 value 0.

       01 CampagneOuverteTexte pic X(10).
       01 IdCampagneTexte pic X(10).
       01 DateEcheanceTemp pic X(10).

       01 ResponsableTemp pic X(10).
       01 ResponsablePrecedent pic X(10) value SPACES.
       01 CodeOperateurTemp pic X(10).
       01 NivIntakeTemp pic X(2).
       01 NivSinistresTemp pic X(2).
       01 NivPaiementsTemp pic X(2).
       01 NivSouscriptionTemp pic X(2).
       01 NivSuperviseurTemp pic X(2).
       01 DerniereActiviteTemp pic X(10).

       01 NbComptesResponsable pic 9(6) value 0.
       01 NbComptes pic 9(8) value 0.
       01 NbFichiers pic 9(6) value 0.

       01 LIGNE-RECERT pic X(255).

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
           perform Read-Business-Constants.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
      *    Une campagne encore ouverte n'est pas doublee : ses comptes
      *    restent a certifier jusqu'a l'echeance (RECERTRETLOT).
           perform Select-Campagne-Ouverte.
           IF CampagneOuverteTexte not = SPACES
               display "CAMPAGNE DEJA OUVERTE " CampagneOuverteTexte
               MOVE 4 TO JB-CodeSortie
           ELSE
               perform Ouvrir-Campagne
               IF IdCampagneTexte not = SPACES
                   perform Figer-Comptes
                   perform Extraire-Comptes
               END-IF
           END-IF.

       GSPI-Fin.
           perform close-BDD.
           IF FichierOuvert = 1
               perform Write-Ligne-Total
               close F-Recert
           END-IF.
           display IdCampagneTexte.
           display NbFichiers.
           display NbComptes.
           MOVE NbComptes TO JB-LignesLues.
           MOVE NbComptes TO JB-LignesEcrites.
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
      *    Delai laisse aux responsables pour certifier (jours).
       Read-Business-Constants.
           MOVE 'RECERTLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-DelaiCertification
           END-CALL.
           IF BC-DelaiCertification = 0
               MOVE 30 TO BC-DelaiCertification
           END-IF.

      ******************************************************************
      *****              SELECT-CAMPAGNE-OUVERTE                   *****
      ******************************************************************
       Select-Campagne-Ouverte.
           MOVE SPACES TO CampagneOuverteTexte.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(MAX(IDCAMPAGNE), "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CAMPAGNESRECERT ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STATUT = "OUVERTE"' DELIMITED SIZE
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
      *****                   OUVRIR-CAMPAGNE                      *****
      ******************************************************************
      *    L'echeance est calculee par la base (JJ/MM/AAAA), puis la
      *    campagne creee est relue pour son identifiant.
       Ouvrir-Campagne.
           MOVE SPACES TO IdCampagneTexte.
           MOVE SPACES TO DateEcheanceTemp.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'CAMPAGNESRECERT' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'DATELANCEMENT, ' DELIMITED SIZE
                  'DATEECHEANCE, ' DELIMITED SIZE
                  'DATECLOTURE, ' DELIMITED SIZE
                  'STATUT) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", ' DELIMITED SIZE
                  'DATE_FORMAT(DATE_ADD(CURDATE(), INTERVAL '
                  DELIMITED SIZE
                  BC-DelaiCertification DELIMITED SIZE
                  ' DAY), "%d/%m/%Y"), "", "OUVERTE")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE not = 0
               display "ERREUR OUVERTURE CAMPAGNE"
               MOVE 8 TO JB-CodeSortie
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO SQLCODE
           ELSE
               perform Select-Campagne-Creee
           END-IF.

       Select-Campagne-Creee.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDCAMPAGNE, ' DELIMITED SIZE
                  'DATEECHEANCE ' DELIMITED SIZE
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
                                            IdCampagneTexte
                                            DateEcheanceTemp
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT IdCampagneTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateEcheanceTemp REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                    FIGER-COMPTES                       *****
      ******************************************************************
      *    Photographie des comptes actifs a la date du lancement :
      *    elle reste la preuve de la campagne, quelles que soient les
      *    modifications ulterieures de UTILISATEURS.
       Figer-Comptes.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'RECERTIFICATIONS' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'IDCAMPAGNE, ' DELIMITED SIZE
                  'CODEOPERATEUR, ' DELIMITED SIZE
                  'RESPONSABLE, ' DELIMITED SIZE
                  'NIVINTAKE, ' DELIMITED SIZE
                  'NIVSINISTRES, ' DELIMITED SIZE
                  'NIVPAIEMENTS, ' DELIMITED SIZE
                  'NIVSOUSCRIPTION, ' DELIMITED SIZE
                  'NIVSUPERVISEUR, ' DELIMITED SIZE
                  'DERNIEREACTIVITE, ' DELIMITED SIZE
                  'DECISION, ' DELIMITED SIZE
                  'DATEDECISION, ' DELIMITED SIZE
                  'SIGNATAIRE) ' DELIMITED SIZE
                  'SELECT "' DELIMITED SIZE
                  IdCampagneTexte DELIMITED SPACE
                  '", U.CODEOPERATEUR, IFNULL(U.RESPONSABLE, ""), '
                  DELIMITED SIZE
                  'U.NIVINTAKE, U.NIVSINISTRES, U.NIVPAIEMENTS, '
                  DELIMITED SIZE
                  'U.NIVSOUSCRIPTION, U.NIVSUPERVISEUR, ' DELIMITED SIZE
                  'IFNULL((SELECT DATE_FORMAT(MAX(STR_TO_DATE('
                  DELIMITED SIZE
                  'R.DATEREQ, "%d/%m/%Y")), "%d/%m/%Y") ' DELIMITED SIZE
                  'FROM REQUESTLOG R ' DELIMITED SIZE
                  'WHERE R.OPERATEUR = U.CODEOPERATEUR), ""), '
                  DELIMITED SIZE
                  '"", "", "" ' DELIMITED SIZE
                  'FROM UTILISATEURS U ' DELIMITED SIZE
                  'WHERE U.STATUT = "1"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE not = 0
               display "ERREUR PHOTOGRAPHIE DES COMPTES"
               MOVE 8 TO JB-CodeSortie
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  EXTRAIRE-COMPTES                      *****
      ******************************************************************
      *    Rupture sur le responsable : un fichier par responsable.
       Extraire-Comptes.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IF(RESPONSABLE = "", "SANSRESPONSABLE", '
                  DELIMITED SIZE
                  'RESPONSABLE), ' DELIMITED SIZE
                  'CODEOPERATEUR, NIVINTAKE, NIVSINISTRES, '
                  DELIMITED SIZE
                  'NIVPAIEMENTS, NIVSOUSCRIPTION, NIVSUPERVISEUR, '
                  DELIMITED SIZE
                  'DERNIEREACTIVITE ' DELIMITED SIZE
                  'FROM RECERTIFICATIONS ' DELIMITED SIZE
                  'WHERE IDCAMPAGNE = "' DELIMITED SIZE
                  IdCampagneTexte DELIMITED SPACE
                  '" ORDER BY 1, 2' DELIMITED SIZE
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
               MOVE SPACES TO ResponsableTemp
               MOVE SPACES TO CodeOperateurTemp
               MOVE SPACES TO NivIntakeTemp
               MOVE SPACES TO NivSinistresTemp
               MOVE SPACES TO NivPaiementsTemp
               MOVE SPACES TO NivSouscriptionTemp
               MOVE SPACES TO NivSuperviseurTemp
               MOVE SPACES TO DerniereActiviteTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            ResponsableTemp
                                            CodeOperateurTemp
                                            NivIntakeTemp
                                            NivSinistresTemp
                                            NivPaiementsTemp
                                            NivSouscriptionTemp
                                            NivSuperviseurTemp
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
                       perform Write-Ligne-Compte
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

      ******************************************************************
      *****                 WRITE-LIGNE-COMPTE                     *****
      ******************************************************************
       Write-Ligne-Compte.
           INSPECT ResponsableTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CodeOperateurTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NivIntakeTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NivSinistresTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NivPaiementsTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NivSouscriptionTemp
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NivSuperviseurTemp
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DerniereActiviteTemp
               REPLACING ALL LOW-VALUE BY SPACE.
           IF ResponsableTemp not = ResponsablePrecedent
               perform Changer-Responsable
           END-IF.
           ADD 1 TO NbComptes.
           ADD 1 TO NbComptesResponsable.
           MOVE SPACES TO LIGNE-RECERT.
           STRING 'U;' DELIMITED SIZE
                  CodeOperateurTemp DELIMITED SPACE
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
           INTO LIGNE-RECERT
           END-STRING.
           write E-Recert from LIGNE-RECERT.

      *    Cloture le fichier du responsable precedent et ouvre celui
      *    du suivant.
       Changer-Responsable.
           IF FichierOuvert = 1
               perform Write-Ligne-Total
               close F-Recert
           END-IF.
           MOVE ResponsableTemp TO ResponsablePrecedent.
           MOVE 0 TO NbComptesResponsable.
           ADD 1 TO NbFichiers.
           MOVE SPACES TO RECERT-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -          "/recertification_" DELIMITED SIZE
                   ResponsableTemp DELIMITED SPACE
                   ".txt" DELIMITED SIZE
               INTO RECERT-PATH
           END-STRING.
           open output F-Recert.
           MOVE 1 TO FichierOuvert.
           MOVE SPACES TO LIGNE-RECERT.
           STRING 'ENTETE;' DELIMITED SIZE
                  IdCampagneTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  ResponsableTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  DateEcheanceTemp DELIMITED SPACE
           INTO LIGNE-RECERT
           END-STRING.
           write E-Recert from LIGNE-RECERT.

       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-RECERT.
           STRING 'TOTAL;' DELIMITED SIZE
                  NbComptesResponsable DELIMITED SIZE
           INTO LIGNE-RECERT
           END-STRING.
           write E-Recert from LIGNE-RECERT.

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
           MOVE 'RECERTLOT' TO PGCTB-PROGRAM-NAME.

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
