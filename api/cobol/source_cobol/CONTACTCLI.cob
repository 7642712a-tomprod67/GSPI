      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CONTACTCLI.
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
      -              "txt/contact_client_requete.txt"
           organization is line sequential.

           select F-Response
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/contact_client_response.txt"
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
         05 ClientChamp Pic x(20).
         05 CanalChamp Pic x(20).
         05 SensChamp Pic x(20).
         05 ObjetChamp Pic x(20).
         05 RelanceChamp Pic x(20).
         05 ContratChamp Pic x(20).
         05 SinistreChamp Pic x(20).
         05 PrestationChamp Pic x(20).
         05 SuiteChamp Pic x(20).
         05 TexteChamp Pic x(110).

       01 trash pic X(255).

      *    Journal des contacts client (table CONTACTSCLIENT) : appel,
      *    courrier, passage au guichet ou courriel, entrant ou
      *    sortant, rattache au client et au besoin a un contrat, un
      *    sinistre ou une prestation du client. Un code objet et un
      *    texte libre (sans virgule) resument l'echange. Une date de
      *    relance (label relance:, JJ/MM/AAAA) ouvre un suivi que
      *    WORKLISTLOT remonte une fois la date depassee ; le contact
      *    qui y donne suite le solde (label suite:, numero du contact
      *    relance). Les contacts sont restitues par DETAILCLI et
      *    recherches par client et periode avec LISTCONTACT.
       01 ClientIdNum pic 9(8) value 0.
       01 CanalSaisi pic X(10) value SPACES.
       01 SensSaisi pic X(10) value SPACES.
       01 ObjetSaisi pic X(10) value SPACES.
       01 RelanceSaisie pic X(10) value SPACES.
       01 RelanceDecoupee redefines RelanceSaisie.
           05 RelanceJJ pic 99.
           05 RelanceSep1 pic X.
           05 RelanceMM pic 99.
           05 RelanceSep2 pic X.
           05 RelanceAAAA pic 9(4).
       01 ContratIdNum pic 9(8) value 0.
       01 SinistreIdNum pic 9(8) value 0.
       01 PrestationIdNum pic 9(8) value 0.
       01 SuiteIdNum pic 9(8) value 0.
       01 TexteContact pic X(100) value SPACES.

       01 RelanceInvalide pic 9 value 0.
       01 StatutRelance pic X value SPACES.

       01 ClientTrouve pic 9 value 0.
       01 RattachementTrouve pic 9 value 0.
       01 RattachementRefuse pic 9 value 0.
       01 NbLignesTexte pic X(10).

       01 DernierContact pic 9(8) value 0.
       01 NbContactsTexte pic X(10).

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
                   perform Enregistrer-Contact
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
      *    champs "label:valeur" Client et Canal en plus du label
      *    operateur:. Sens, objet, date de relance et rattachements
      *    sont controles dans Enregistrer-Contact.
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
      *    Ordre des champs : client, canal, sens, objet, relance,
      *    contrat, sinistre, prestation, suite, texte. Les champs
      *    optionnels sont transmis a vide (label seul). Le texte est
      *    repris tel quel apres son label, deux-points compris.
       Unstring-Line.
           display E-DataSubmited.
           unstring E-DataSubmited delimited by "," into
            ClientChamp of champValeur
            CanalChamp of champValeur
            SensChamp of champValeur
            ObjetChamp of champValeur
            RelanceChamp of champValeur
            ContratChamp of champValeur
            SinistreChamp of champValeur
            PrestationChamp of champValeur
            SuiteChamp of champValeur
            TexteChamp of champValeur
           end-unstring.
           unstring ClientChamp of champValeur delimited by ":" into
            trash
            ClientIdNum
           end-unstring.
           IF CanalChamp of champValeur not = SPACES
               unstring CanalChamp of champValeur delimited by ":"
                into trash CanalSaisi
               end-unstring
           END-IF.
           IF SensChamp of champValeur not = SPACES
               unstring SensChamp of champValeur delimited by ":"
                into trash SensSaisi
               end-unstring
           END-IF.
           IF ObjetChamp of champValeur not = SPACES
               unstring ObjetChamp of champValeur delimited by ":"
                into trash ObjetSaisi
               end-unstring
           END-IF.
           IF RelanceChamp of champValeur not = SPACES
               unstring RelanceChamp of champValeur delimited by ":"
                into trash RelanceSaisie
               end-unstring
           END-IF.
           IF ContratChamp of champValeur not = SPACES
               unstring ContratChamp of champValeur delimited by ":"
                into trash ContratIdNum
               end-unstring
           END-IF.
           IF SinistreChamp of champValeur not = SPACES
               unstring SinistreChamp of champValeur delimited by ":"
                into trash SinistreIdNum
               end-unstring
           END-IF.
           IF PrestationChamp of champValeur not = SPACES
               unstring PrestationChamp of champValeur delimited by ":"
                into trash PrestationIdNum
               end-unstring
           END-IF.
           IF SuiteChamp of champValeur not = SPACES
               unstring SuiteChamp of champValeur delimited by ":"
                into trash SuiteIdNum
               end-unstring
           END-IF.
           IF TexteChamp of champValeur (1:6) = 'texte:'
               MOVE TexteChamp of champValeur (7:) TO TexteContact
           END-IF.

       Unstring-Line-Fin.
           EXIT.

      ******************************************************************
      *****               SANITIZE-CHAMPS-LIBRES                   *****
      ******************************************************************
      *    Neutralise les guillemets du texte libre avant insertion
      *    dans une instruction SQL delimitee par des guillemets, et
      *    passe les codes en majuscules.
       Sanitize-Champs-Libres.
           INSPECT TexteContact REPLACING ALL '"' BY "'".
           INSPECT ObjetSaisi REPLACING ALL '"' BY "'".
           INSPECT CanalSaisi CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT SensSaisi CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT ObjetSaisi CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           perform Verifier-Date-Relance.

      *    Date de relance optionnelle, au format JJ/MM/AAAA.
       Verifier-Date-Relance.
           MOVE 0 TO RelanceInvalide.
           IF RelanceSaisie not = SPACES
               IF RelanceSep1 not = '/' OR RelanceSep2 not = '/'
                  OR RelanceJJ not numeric OR RelanceMM not numeric
                  OR RelanceAAAA not numeric
                   MOVE 1 TO RelanceInvalide
               ELSE
                   IF RelanceJJ < 1 OR RelanceJJ > 31
                      OR RelanceMM < 1 OR RelanceMM > 12
                       MOVE 1 TO RelanceInvalide
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *****                 ENREGISTRER-CONTACT                    *****
      ******************************************************************
       Enregistrer-Contact.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           IF ClientIdNum > 0
               perform Select-Client
           END-IF.
           IF ClientTrouve = 1
               perform Verifier-Rattachements
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
               WHEN CanalSaisi not = 'TELEPHONE'
                AND CanalSaisi not = 'COURRIER'
                AND CanalSaisi not = 'GUICHET'
                AND CanalSaisi not = 'EMAIL'
                   MOVE "ERREUR = CANAL INCONNU (TELEPHONE, COURRIER, GU
      -            "ICHET OU EMAIL)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN SensSaisi not = 'ENTRANT'
                AND SensSaisi not = 'SORTANT'
                   MOVE "ERREUR = SENS INCONNU (ENTRANT OU SORTANT)"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ObjetSaisi = SPACES
                   MOVE "ERREUR = CODE OBJET OBLIGATOIRE (LABEL objet:)"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN RelanceInvalide = 1
                   MOVE "ERREUR = DATE DE RELANCE INVALIDE (JJ/MM/AAAA)"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN RattachementRefuse = 1
                   CONTINUE
               WHEN OTHER
                   perform Insert-Contact
           END-EVALUATE.
           perform Close-BDD.

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

      ******************************************************************
      *****               VERIFIER-RATTACHEMENTS                   *****
      ******************************************************************
      *    Le contrat, le sinistre et la prestation cites doivent
      *    appartenir au client ; le contact relance doit etre un
      *    contact du meme client encore en attente de suite.
       Verifier-Rattachements.
           MOVE 0 TO RattachementRefuse.
           IF ContratIdNum > 0
               perform Verifier-Contrat-Client
           END-IF.
           IF SinistreIdNum > 0 AND RattachementRefuse = 0
               perform Verifier-Sinistre-Client
           END-IF.
           IF PrestationIdNum > 0 AND RattachementRefuse = 0
               perform Verifier-Prestation-Client
           END-IF.
           IF SuiteIdNum > 0 AND RattachementRefuse = 0
               perform Verifier-Suite-Client
           END-IF.

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
           IF RattachementTrouve = 0
               MOVE 1 TO RattachementRefuse
               MOVE "ERREUR = CONTRAT INCONNU OU D UN AUTRE CLIENT"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 100 TO CODE-RETOUR
           END-IF.

       Verifier-Sinistre-Client.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT COUNT(*) FROM SINISTRES S, ' DELIMITED SIZE
                  'DOSSIER D, CONTRATS C ' DELIMITED SIZE
                  'WHERE S.IDSINISTRE = "' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '" AND D.IDDOSSIER = S.DOSSIERID ' DELIMITED SIZE
                  'AND C.IDCONTRAT = D.CONTRATID ' DELIMITED SIZE
                  'AND C.CLIENTID = "' DELIMITED SIZE
                  ClientIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Compter-Lignes.
           IF RattachementTrouve = 0
               MOVE 1 TO RattachementRefuse
               MOVE "ERREUR = SINISTRE INCONNU OU D UN AUTRE CLIENT"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 100 TO CODE-RETOUR
           END-IF.

       Verifier-Prestation-Client.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT COUNT(*) FROM PRESTATION P, ' DELIMITED SIZE
                  'SINISTRES S, DOSSIER D, CONTRATS C ' DELIMITED SIZE
                  'WHERE P.IDPRESTATION = "' DELIMITED SIZE
                  PrestationIdNum DELIMITED SIZE
                  '" AND S.IDSINISTRE = P.SINISTREID ' DELIMITED SIZE
                  'AND D.IDDOSSIER = S.DOSSIERID ' DELIMITED SIZE
                  'AND C.IDCONTRAT = D.CONTRATID ' DELIMITED SIZE
                  'AND C.CLIENTID = "' DELIMITED SIZE
                  ClientIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Compter-Lignes.
           IF RattachementTrouve = 0
               MOVE 1 TO RattachementRefuse
               MOVE "ERREUR = PRESTATION INCONNUE OU D UN AUTRE CLIENT"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 100 TO CODE-RETOUR
           END-IF.

       Verifier-Suite-Client.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT COUNT(*) FROM CONTACTSCLIENT ' DELIMITED SIZE
                  'WHERE IDCONTACT = "' DELIMITED SIZE
                  SuiteIdNum DELIMITED SIZE
                  '" AND IDCLIENT = "' DELIMITED SIZE
                  ClientIdNum DELIMITED SIZE
                  '" AND STATUTRELANCE = "0"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Compter-Lignes.
           IF RattachementTrouve = 0
               MOVE 1 TO RattachementRefuse
               MOVE "ERREUR = CONTACT A SOLDER INCONNU, D UN AUTRE CLIEN
      -        "T OU SANS RELANCE EN ATTENTE" TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 100 TO CODE-RETOUR
           END-IF.

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
      *****                   INSERT-CONTACT                       *****
      ******************************************************************
      *    Statut de relance : 0 suivi en attente, 1 suivi solde, a
      *    blanc quand aucune relance n'est demandee.
       Insert-Contact.
           perform Select-Dernier-Contact.
           ADD 1 TO DernierContact.
           MOVE SPACES TO StatutRelance.
           IF RelanceSaisie not = SPACES
               MOVE '0' TO StatutRelance
           END-IF.

           MOVE 0 TO SQLCODE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'CONTACTSCLIENT' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'IDCONTACT, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'IDSINISTRE, ' DELIMITED SIZE
                  'IDPRESTATION, ' DELIMITED SIZE
                  'CANAL, ' DELIMITED SIZE
                  'SENS, ' DELIMITED SIZE
                  'CODEOBJET, ' DELIMITED SIZE
                  'TEXTE, ' DELIMITED SIZE
                  'DATECONTACT, ' DELIMITED SIZE
                  'DATERELANCE, ' DELIMITED SIZE
                  'STATUTRELANCE, ' DELIMITED SIZE
                  'OPERATEUR) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  DernierContact DELIMITED SIZE
                  '","' DELIMITED SIZE
                  ClientIdNum DELIMITED SIZE
                  '","' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '","' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PrestationIdNum DELIMITED SIZE
                  '","' DELIMITED SIZE
                  CanalSaisi DELIMITED SPACE
                  '","' DELIMITED SIZE
                  SensSaisi DELIMITED SPACE
                  '","' DELIMITED SIZE
                  ObjetSaisi DELIMITED SPACE
                  '","' DELIMITED SIZE
                  TexteContact DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  RelanceSaisie DELIMITED SPACE
                  '","' DELIMITED SIZE
                  StatutRelance DELIMITED SPACE
                  '","' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE SPACES TO MESSAGE-RESPONSE
               STRING "SUCCES = CONTACT " DELIMITED SIZE
                      DernierContact DELIMITED SIZE
                      " ENREGISTRE" DELIMITED SIZE
               INTO MESSAGE-RESPONSE
               END-STRING
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE SPACES TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING CanalSaisi DELIMITED SPACE
                      ' ' DELIMITED SIZE
                      SensSaisi DELIMITED SPACE
                      ' ' DELIMITED SIZE
                      ObjetSaisi DELIMITED SPACE
               INTO AuditNouvelleValeur
               END-STRING
               MOVE DernierContact TO AuditIdEnregistrement
               MOVE 'CONTACTSCLIENT' TO AuditNomTable
               MOVE 'INSERT' TO AuditOperation
               perform Write-Audit-Trail
               IF SuiteIdNum > 0
                   perform Solder-Relance
               END-IF
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 900 TO CODE-RETOUR
               MOVE 0 TO RETURN-CODE
           END-IF.

       Select-Dernier-Contact.
           MOVE 0 TO DernierContact.
           MOVE SPACES TO NbContactsTexte.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(MAX(IDCONTACT), 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTACTSCLIENT' DELIMITED SIZE
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
                                            NbContactsTexte
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT NbContactsTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND NbContactsTexte not = SPACES
               COMPUTE DernierContact =
                   FUNCTION NUMVAL(NbContactsTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                   SOLDER-RELANCE                       *****
      ******************************************************************
      *    Le contact relance est solde par celui qui y donne suite :
      *    il sort de la file des relances de WORKLISTLOT.
       Solder-Relance.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTACTSCLIENT ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUTRELANCE = "1", ' DELIMITED SIZE
                  'CONTACTSUITE = "' DELIMITED SIZE
                  DernierContact DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDCONTACT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SuiteIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE 'RELANCE EN ATTENTE' TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING 'SOLDEE PAR CONTACT ' DELIMITED SIZE
                      DernierContact DELIMITED SIZE
               INTO AuditNouvelleValeur
               END-STRING
               MOVE SuiteIdNum TO AuditIdEnregistrement
               MOVE 'CONTACTSCLIENT' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Appele pendant que la connexion ouverte par
      *    Enregistrer-Contact est encore active, avant son propre
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
      -          "/archives/contact_client_" DELIMITED SIZE
                   ARCHIVE-AAMMJJ DELIMITED SIZE
                   "_" DELIMITED SIZE
                   ARCHIVE-HHMMSSCC DELIMITED SIZE
                   "_" DELIMITED SIZE
                   ClientIdNum DELIMITED SIZE
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
           MOVE 'CONTACTCLI' TO PGCTB-PROGRAM-NAME.

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
