      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AVISMED.
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
      -              "txt/avismed_requete.txt"
           organization is line sequential.

           select F-Response
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/avismed_response.txt"
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
         05 PrestationChamp Pic x(20).
         05 AvisChamp Pic x(25).
         05 TexteChamp Pic x(210).

       01 trash pic X(255).

      *    Avis du medecin conseil sur une prestation orientee vers lui
      *    a l'ajout (voir CPYAVMD) : FAVORABLE la rend a VALIDPRE,
      *    DEFAVORABLE interdit son approbation (seul le rejet reste
      *    possible). La note (label texte:) est obligatoire ; elle est
      *    confidentielle et n'est conservee que dans AVISMEDICAUX -
      *    ni la reponse ni la piste d'audit ne la reprennent. Seul un
      *    avis EN ATTENTE peut etre rendu, et seulement par un
      *    operateur de niveau medical (NIVMEDICAL de UTILISATEURS).
       01 PrestationIdNum pic 9(8) value 0.
       01 AvisSaisi pic X(12) value SPACES.
       01 NoteConfidentielle pic X(200) value SPACES.

       01 AvisTrouve pic 9 value 0.
       01 StatutAvis pic X(12) value SPACES.
       01 NouveauStatut pic X(12) value SPACES.

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
      *    DECIDDOUB.
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
                   perform Gerer-Avis
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
      *    Verifie que la ligne de requete contient au moins les 2
      *    champs "label:valeur" obligatoires (Prestation, Avis) en
      *    plus du label operateur:. La note est controlee dans
      *    Gerer-Avis.
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
       Unstring-Line.
           display E-DataSubmited.
           unstring E-DataSubmited delimited by "," into
            PrestationChamp of champValeur
            AvisChamp of champValeur
            TexteChamp of champValeur
           end-unstring.
           unstring PrestationChamp of champValeur delimited by ":" into
            trash
            PrestationIdNum
           end-unstring.
           IF AvisChamp of champValeur not = SPACES
               unstring AvisChamp of champValeur delimited by ":"
                into trash AvisSaisi
               end-unstring
           END-IF.
           IF TexteChamp of champValeur (1:6) = 'texte:'
               MOVE TexteChamp of champValeur (7:) TO NoteConfidentielle
           END-IF.

       Unstring-Line-Fin.
           EXIT.

      ******************************************************************
      *****               SANITIZE-CHAMPS-LIBRES                   *****
      ******************************************************************
       Sanitize-Champs-Libres.
           INSPECT NoteConfidentielle REPLACING ALL '"' BY "'".
           INSPECT AvisSaisi CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      ******************************************************************
      *****                      GERER-AVIS                        *****
      ******************************************************************
       Gerer-Avis.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           perform Select-Avis.
           EVALUATE AvisSaisi
               WHEN 'FAVORABLE'
                   MOVE 'FAVORABLE' TO NouveauStatut
               WHEN 'DEFAVORABLE'
                   MOVE 'DEFAVORABLE' TO NouveauStatut
               WHEN OTHER
                   MOVE SPACES TO NouveauStatut
           END-EVALUATE.
           EVALUATE TRUE
               WHEN NouveauStatut = SPACES
                   MOVE "ERREUR = AVIS INCONNU (ATTENDU FAVORABLE OU DEF
      -            "AVORABLE)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN AvisTrouve = 0
                   MOVE "ERREUR = AUCUNE DEMANDE D AVIS MEDICAL POUR CET
      -            "TE PRESTATION" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN StatutAvis not = 'EN ATTENTE'
                   MOVE "ERREUR = AVIS MEDICAL DEJA RENDU"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN NoteConfidentielle = SPACES
                   MOVE "ERREUR = NOTE DU MEDECIN CONSEIL OBLIGATOIRE (L
      -            "ABEL texte:)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN OTHER
                   perform Update-Avis
           END-EVALUATE.
           perform Close-BDD.

       Select-Avis.
           MOVE 0 TO AvisTrouve.
           MOVE SPACES TO StatutAvis.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'STATUT ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'AVISMEDICAUX ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDPRESTATION = "' DELIMITED SIZE
                  PrestationIdNum DELIMITED SIZE
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
                                            StatutAvis
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT StatutAvis REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND StatutAvis not = SPACES
               MOVE 1 TO AvisTrouve
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                     UPDATE-AVIS                        *****
      ******************************************************************
      *    L'avis n'est pose que sur une demande encore EN ATTENTE ; la
      *    prestation elle-meme garde son statut, c'est VALIDPRE qui
      *    lit l'avis a l'approbation.
       Update-Avis.
           MOVE 0 TO SQLCODE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'AVISMEDICAUX ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "' DELIMITED SIZE
                  NouveauStatut DELIMITED SPACE
                  '", DATEAVIS = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", MEDECIN = "' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '", NOTECONFIDENTIELLE = "' DELIMITED SIZE
                  NoteConfidentielle DELIMITED '  '
                  '" WHERE ' DELIMITED SIZE
                  'IDPRESTATION = "' DELIMITED SIZE
                  PrestationIdNum DELIMITED SIZE
                  '" AND STATUT = "EN ATTENTE"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               IF NouveauStatut = 'FAVORABLE'
                   MOVE "SUCCES = AVIS FAVORABLE ENREGISTRE, LA PRESTATI
      -            "ON PEUT ETRE VALIDEE" TO MESSAGE-RESPONSE
               ELSE
                   MOVE "SUCCES = AVIS DEFAVORABLE ENREGISTRE, LA PRESTA
      -            "TION NE POURRA QU ETRE REJETEE" TO MESSAGE-RESPONSE
               END-IF
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE StatutAvis TO AuditAncienneValeur
               MOVE NouveauStatut TO AuditNouvelleValeur
               MOVE PrestationIdNum TO AuditIdEnregistrement
               MOVE 'AVISMEDICAUX' TO AuditNomTable
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
      *    Appele pendant que la connexion ouverte par Gerer-Avis est
      *    encore active, avant son propre Close-BDD.
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
      -          "/archives/avismed_" DELIMITED SIZE
                   ARCHIVE-AAMMJJ DELIMITED SIZE
                   "_" DELIMITED SIZE
                   ARCHIVE-HHMMSSCC DELIMITED SIZE
                   "_" DELIMITED SIZE
                   PrestationIdNum DELIMITED SIZE
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
                  'NIVMEDICAL ' DELIMITED SIZE
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
           MOVE 'AVISMED' TO PGCTB-PROGRAM-NAME.

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
