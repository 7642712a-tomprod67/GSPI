      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 GESTFRAIS.
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
      -              "txt/gestion_frais_requete.txt"
           organization is line sequential.

           select F-Response
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/gestion_frais_response.txt"
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
         05 FactureChamp Pic x(20).
         05 ActionChamp Pic x(20).
         05 TypeChamp Pic x(20).
         05 SinistreChamp Pic x(20).
         05 PrestataireChamp Pic x(30).
         05 NumeroChamp Pic x(40).
         05 MontantChamp Pic x(20).

       01 trash pic X(255).

      *    Factures de frais de gestion des sinistres (table
      *    FRAISGESTION) : honoraires d'expert sur une mission posee
      *    par GESTEXP et frais d'avocat sur un sinistre parti en
      *    contentieux (GESTCONT). ENREGISTRER inscrit la facture au
      *    nom d'un prestataire actif du registre GESTPRES, qui porte
      *    l'IBAN de reglement. VALIDER l'approuve avec le double
      *    controle de VALIDPRE (meme seuil BC-SeuilDoubleControle,
      *    codes 190 et 191), REJETER l'ecarte. REGLEPRELOT paie les
      *    factures approuvees par le fichier d'ordres de paiement et
      *    COMPTALOT les passe en frais de gestion des sinistres.
      *    Statuts : 0 saisie, 3 attente de seconde approbation,
      *    1 approuvee, 2 rejetee, 4 reglee.
       01 FraisIdNum pic 9(8) value 0.
       01 ActionAUtiliser pic X(12) value 'ENREGISTRER'.
       01 TypeFrais pic X(8) value SPACES.
       01 SinistreIdNum pic 9(8) value 0.
       01 CodePrestataireSaisi pic X(10) value SPACES.
       01 NumeroFacture pic X(30) value SPACES.
       01 MontantFacture pic 9(8) value 0.

       01 SinistreTrouve pic 9 value 0.
       01 CodeExpertMission pic X(10) value SPACES.
       01 ValeurLue pic X(20).
       01 NbLu pic 9(8).

       01 FraisTrouve pic 9 value 0.
       01 StatutFraisActuel pic 9.
       01 PremierApprobateur pic X(10).
       01 MontantFraisTexte pic X(12).
       01 MontantFraisActuel pic 9(8).
       01 NouveauStatutFrais pic 9.
       01 MontantAffiche pic Z(7)9.

      *    Seuil de double controle lu dans les constantes de VALIDPRE,
      *    pour qu'une facture de frais et une prestation du meme
      *    montant passent le meme circuit d'approbation.
       01 BusinessConstants.
         05 BC-SeuilDoubleControle pic 9(6).
         05 BC-DelaiLegalJours pic 9(3).
         05 BC-TauxInteretLegal pic 9(2).

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
               WHEN ActionAUtiliser = 'ENREGISTRER'
                AND SinistreIdNum = 0
                   MOVE "ERREUR = NUMERO DE SINISTRE OBLIGATOIRE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser not = 'ENREGISTRER'
                AND FraisIdNum = 0
                   MOVE "ERREUR = NUMERO DE FACTURE OBLIGATOIRE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN OTHER
                   perform Gerer-Frais
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
      *    champs "label:valeur" obligatoires (Facture, Action) en plus
      *    du label operateur:. Les autres champs ne sont requis que
      *    selon l'action et sont controles dans Gerer-Frais.
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
            FactureChamp of champValeur
            ActionChamp of champValeur
            TypeChamp of champValeur
            SinistreChamp of champValeur
            PrestataireChamp of champValeur
            NumeroChamp of champValeur
            MontantChamp of champValeur
           end-unstring.
           unstring FactureChamp of champValeur delimited by ":" into
            trash
            FraisIdNum
           end-unstring.
           IF ActionChamp of champValeur not = SPACES
               unstring ActionChamp of champValeur delimited by ":"
                into trash ActionAUtiliser
               end-unstring
           END-IF.
           IF TypeChamp of champValeur not = SPACES
               unstring TypeChamp of champValeur delimited by ":"
                into trash TypeFrais
               end-unstring
           END-IF.
           IF SinistreChamp of champValeur not = SPACES
               unstring SinistreChamp of champValeur delimited by ":"
                into trash SinistreIdNum
               end-unstring
           END-IF.
           IF PrestataireChamp of champValeur not = SPACES
               unstring PrestataireChamp of champValeur
                delimited by ":"
                into trash CodePrestataireSaisi
               end-unstring
           END-IF.
           IF NumeroChamp of champValeur not = SPACES
               unstring NumeroChamp of champValeur delimited by ":"
                into trash NumeroFacture
               end-unstring
           END-IF.
           IF MontantChamp of champValeur not = SPACES
               unstring MontantChamp of champValeur delimited by ":"
                into trash MontantFacture
               end-unstring
           END-IF.

       Unstring-Line-Fin.
           EXIT.

      ******************************************************************
      *****               SANITIZE-CHAMPS-LIBRES                   *****
      ******************************************************************
       Sanitize-Champs-Libres.
           INSPECT NumeroFacture REPLACING ALL '"' BY "'".
           INSPECT CodePrestataireSaisi REPLACING ALL '"' BY "'".
           INSPECT ActionAUtiliser CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT TypeFrais CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      ******************************************************************
      *****                     GERER-FRAIS                        *****
      ******************************************************************
       Gerer-Frais.
           perform Read-Business-Constants.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           EVALUATE ActionAUtiliser
               WHEN 'ENREGISTRER'
                   perform Enregistrer-Frais
               WHEN 'VALIDER'
                   perform Valider-Frais
               WHEN 'REJETER'
                   perform Rejeter-Frais
               WHEN OTHER
                   MOVE "ERREUR = ACTION INCONNUE (ENREGISTRER, VALIDER,
      -            " OU REJETER)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
           END-EVALUATE.
           perform Close-BDD.

      ******************************************************************
      *****             READ-BUSINESS-CONSTANTS                    *****
      ******************************************************************
       Read-Business-Constants.
           MOVE 'VALIDPRE' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-SeuilDoubleControle
                                              BC-DelaiLegalJours
                                              BC-TauxInteretLegal
           END-CALL.

      ******************************************************************
      *****                 ENREGISTRER-FRAIS                      *****
      ******************************************************************
      *    Une facture d'expert n'est recevable que sur un sinistre
      *    portant une mission d'expertise (l'expert missionne est
      *    repris sur la facture), une facture d'avocat que sur un
      *    sinistre parti en contentieux, ouvert ou clos. Une meme
      *    facture d'un prestataire ne s'inscrit qu'une fois.
       Enregistrer-Frais.
           perform Select-Sinistre-Frais.
           EVALUATE TRUE
               WHEN TypeFrais not = 'EXPERT'
                AND TypeFrais not = 'AVOCAT'
                   MOVE "ERREUR = TYPE DE FRAIS INCONNU (EXPERT OU AVOCA
      -            "T)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN SinistreTrouve = 0
                   MOVE "ERREUR = SINISTRE INCONNU" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN MontantFacture = 0 OR NumeroFacture = SPACES
                   MOVE "ERREUR = NUMERO ET MONTANT DE LA FACTURE OBLIGA
      -            "TOIRES" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN OTHER
                   perform Enregistrer-Frais-Suite
           END-EVALUATE.

       Enregistrer-Frais-Suite.
           IF TypeFrais = 'AVOCAT'
               perform Compter-Contentieux
           ELSE
               MOVE 0 TO NbLu
               IF CodeExpertMission not = SPACES
                   MOVE 1 TO NbLu
               END-IF
           END-IF.
           IF NbLu = 0
               IF TypeFrais = 'AVOCAT'
                   MOVE "ERREUR = AUCUN CONTENTIEUX SUR CE SINISTRE"
                   TO MESSAGE-RESPONSE
               ELSE
                   MOVE "ERREUR = AUCUNE MISSION D EXPERTISE SUR CE SINI
      -            "STRE" TO MESSAGE-RESPONSE
               END-IF
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 100 TO CODE-RETOUR
           ELSE
               perform Compter-Prestataire-Payable
               IF NbLu = 0
                   MOVE "ERREUR = PRESTATAIRE INCONNU, RADIE OU SANS IBA
      -            "N" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               ELSE
                   perform Compter-Facture-Existante
                   IF NbLu > 0
                       MOVE "ERREUR = FACTURE DEJA ENREGISTREE POUR CE P
      -                "RESTATAIRE" TO MESSAGE-RESPONSE
                       MOVE "ERREUR" TO STATUT-RESPONSE
                       MOVE 100 TO CODE-RETOUR
                   ELSE
                       perform Insert-Frais
                   END-IF
               END-IF
           END-IF.

       Insert-Frais.
           IF TypeFrais = 'AVOCAT'
               MOVE SPACES TO CodeExpertMission
           END-IF.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'FRAISGESTION' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'TYPEFRAIS, ' DELIMITED SIZE
                  'SINISTREID, ' DELIMITED SIZE
                  'CODEPRESTATAIRE, ' DELIMITED SIZE
                  'CODEEXPERT, ' DELIMITED SIZE
                  'NUMEROFACTURE, ' DELIMITED SIZE
                  'MONTANT, ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'DATEENREGISTREMENT, ' DELIMITED SIZE
                  'OPERATEURSAISIE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  TypeFrais DELIMITED SPACE
                  '","' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '","' DELIMITED SIZE
                  CodePrestataireSaisi DELIMITED SPACE
                  '","' DELIMITED SIZE
                  CodeExpertMission DELIMITED SPACE
                  '","' DELIMITED SIZE
                  NumeroFacture DELIMITED '  '
                  '","' DELIMITED SIZE
                  MontantFacture DELIMITED SIZE
                  '","0","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               perform Prendre-Curseur-1
               MOVE LOW-VALUES TO SQLCA-STATEMENT
               MOVE 'SELECT LAST_INSERT_ID()' TO SQLCA-STATEMENT
               perform Executer-Select-Simple
               IF SQLCODE = 0
                   INSPECT ValeurLue REPLACING ALL LOW-VALUE BY SPACE
                   COMPUTE FraisIdNum = FUNCTION NUMVAL(ValeurLue)
               END-IF
               perform Rendre-Curseur-1
               MOVE SPACES TO MESSAGE-RESPONSE
               STRING "SUCCES = FACTURE DE FRAIS ENREGISTREE SOUS LE NUM
      -               "ERO " DELIMITED SIZE
                      FraisIdNum DELIMITED SIZE
               INTO MESSAGE-RESPONSE
               END-STRING
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE SPACES TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING TypeFrais DELIMITED SPACE
                      ' ' DELIMITED SIZE
                      NumeroFacture DELIMITED '  '
               INTO AuditNouvelleValeur
               END-STRING
               MOVE FraisIdNum TO AuditIdEnregistrement
               MOVE 'FRAISGESTION' TO AuditNomTable
               MOVE 'INSERT' TO AuditOperation
               perform Write-Audit-Trail
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 900 TO CODE-RETOUR
               MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *****               SELECT-SINISTRE-FRAIS                    *****
      ******************************************************************
       Select-Sinistre-Frais.
           MOVE 0 TO SinistreTrouve.
           MOVE SPACES TO CodeExpertMission.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(CODEEXPERT, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'SINISTRES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDSINISTRE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           IF SQLCODE = 0
               MOVE 1 TO SinistreTrouve
               INSPECT ValeurLue REPLACING ALL LOW-VALUE BY SPACE
               MOVE ValeurLue TO CodeExpertMission
           END-IF.
           perform Rendre-Curseur-1.

      ******************************************************************
      *****                COMPTER-CONTENTIEUX                     *****
      ******************************************************************
       Compter-Contentieux.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTENTIEUX ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDSINISTRE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           perform Lire-Nombre.
           perform Rendre-Curseur-1.

      ******************************************************************
      *****            COMPTER-PRESTATAIRE-PAYABLE                 *****
      ******************************************************************
      *    Le beneficiaire du reglement est un prestataire actif du
      *    registre, avec IBAN : c'est lui que REGLEPRELOT paiera.
       Compter-Prestataire-Payable.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'PRESTATAIRES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CODEPRESTATAIRE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  CodePrestataireSaisi DELIMITED SPACE
                  '" AND STATUT = "1" ' DELIMITED SIZE
                  'AND IFNULL(IBAN, "") <> ""' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           perform Lire-Nombre.
           perform Rendre-Curseur-1.

      ******************************************************************
      *****             COMPTER-FACTURE-EXISTANTE                  *****
      ******************************************************************
       Compter-Facture-Existante.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'FRAISGESTION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CODEPRESTATAIRE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  CodePrestataireSaisi DELIMITED SPACE
                  '" AND NUMEROFACTURE = "' DELIMITED SIZE
                  NumeroFacture DELIMITED '  '
                  '" AND STATUT <> "2"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           perform Lire-Nombre.
           perform Rendre-Curseur-1.

       Lire-Nombre.
           MOVE 0 TO NbLu.
           INSPECT ValeurLue REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND ValeurLue not = SPACES
               COMPUTE NbLu = FUNCTION NUMVAL(ValeurLue)
           END-IF.

      ******************************************************************
      *****                   VALIDER-FRAIS                        *****
      ******************************************************************
      *    Meme circuit que VALIDPRE : au dela du seuil, la premiere
      *    validation place la facture en attente de seconde
      *    approbation (statut 3) ; la seconde doit venir d'un autre
      *    operateur (190) et porter le meme montant (191).
       Valider-Frais.
           perform Select-Frais-Actuel.
           MOVE 9 TO NouveauStatutFrais.
           EVALUATE TRUE
               WHEN FraisTrouve = 0
                   MOVE "ERREUR = FACTURE DE FRAIS INCONNUE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN StatutFraisActuel not = 0
                AND StatutFraisActuel not = 3
                   MOVE "ERREUR = FACTURE DE FRAIS DEJA TRAITEE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN StatutFraisActuel = 0
                AND MontantFraisActuel > BC-SeuilDoubleControle
                AND BC-SeuilDoubleControle > 0
                   MOVE 3 TO NouveauStatutFrais
               WHEN StatutFraisActuel = 3
                AND PremierApprobateur = OperateurSaisi
                   MOVE "ERREUR = LA SECONDE APPROBATION DOIT VENIR D UN
      -            " AUTRE OPERATEUR QUE LE PREMIER" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 190 TO CODE-RETOUR
               WHEN StatutFraisActuel = 3
                AND MontantFacture not = 0
                AND MontantFacture not = MontantFraisActuel
                   MOVE "ERREUR = LE MONTANT DE LA SECONDE APPROBATION D
      -            "IFFERE DE CELUI DE LA PREMIERE" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 191 TO CODE-RETOUR
               WHEN OTHER
                   MOVE 1 TO NouveauStatutFrais
           END-EVALUATE.
           IF NouveauStatutFrais not = 9
               perform Update-Statut-Frais
           END-IF.

      ******************************************************************
      *****                   REJETER-FRAIS                        *****
      ******************************************************************
       Rejeter-Frais.
           perform Select-Frais-Actuel.
           EVALUATE TRUE
               WHEN FraisTrouve = 0
                   MOVE "ERREUR = FACTURE DE FRAIS INCONNUE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN StatutFraisActuel not = 0
                AND StatutFraisActuel not = 3
                   MOVE "ERREUR = FACTURE DE FRAIS DEJA TRAITEE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN OTHER
                   MOVE 2 TO NouveauStatutFrais
                   perform Update-Statut-Frais
           END-EVALUATE.

      ******************************************************************
      *****                SELECT-FRAIS-ACTUEL                     *****
      ******************************************************************
       Select-Frais-Actuel.
           MOVE 0 TO FraisTrouve.
           MOVE 0 TO StatutFraisActuel.
           MOVE SPACES TO PremierApprobateur.
           MOVE SPACES TO MontantFraisTexte.
           MOVE 0 TO MontantFraisActuel.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'IFNULL(PREMIERAPPROBATEUR, ""), ' DELIMITED SIZE
                  'MONTANT ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'FRAISGESTION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDFRAIS ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  FraisIdNum DELIMITED SIZE
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
                                            StatutFraisActuel
                                            PremierApprobateur
                                            MontantFraisTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO FraisTrouve
           END-IF.
           INSPECT PremierApprobateur
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantFraisTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND MontantFraisTexte not = SPACES
               COMPUTE MontantFraisActuel =
                   FUNCTION NUMVAL(MontantFraisTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                UPDATE-STATUT-FRAIS                     *****
      ******************************************************************
      *    Statut 3 : le premier approbateur est memorise. Statut 1 ou
      *    2 : l'approbateur final et la date de decision.
       Update-Statut-Frais.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           IF NouveauStatutFrais = 3
               STRING 'UPDATE ' DELIMITED SIZE
                      'FRAISGESTION ' DELIMITED SIZE
                      'SET ' DELIMITED SIZE
                      'STATUT = "3", ' DELIMITED SIZE
                      'PREMIERAPPROBATEUR = "' DELIMITED SIZE
                      OperateurSaisi DELIMITED SPACE
                      '" WHERE ' DELIMITED SIZE
                      'IDFRAIS ' DELIMITED SIZE
                      '= "' DELIMITED SIZE
                      FraisIdNum DELIMITED SIZE
                      '"' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               END-STRING
           ELSE
               STRING 'UPDATE ' DELIMITED SIZE
                      'FRAISGESTION ' DELIMITED SIZE
                      'SET ' DELIMITED SIZE
                      'STATUT = "' DELIMITED SIZE
                      NouveauStatutFrais DELIMITED SIZE
                      '", APPROBATEUR = "' DELIMITED SIZE
                      OperateurSaisi DELIMITED SPACE
                      '", DATEAPPROBATION = "' DELIMITED SIZE
                      currentDate DELIMITED SIZE
                      '" WHERE ' DELIMITED SIZE
                      'IDFRAIS ' DELIMITED SIZE
                      '= "' DELIMITED SIZE
                      FraisIdNum DELIMITED SIZE
                      '"' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               END-STRING
           END-IF.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               EVALUATE NouveauStatutFrais
                   WHEN 3
                       MOVE "SUCCES = MONTANT AU DELA DU SEUIL, LA FACTU
      -                "RE ATTEND UNE SECONDE APPROBATION"
                       TO MESSAGE-RESPONSE
                       MOVE 'ATTENTE 2E APPROB' TO AuditNouvelleValeur
                   WHEN 1
                       MOVE MontantFraisActuel TO MontantAffiche
                       MOVE SPACES TO MESSAGE-RESPONSE
                       STRING "SUCCES = FACTURE DE FRAIS APPROUVEE, REGL
      -                       "EMENT AU PROCHAIN PASSAGE : "
                              DELIMITED SIZE
                              MontantAffiche DELIMITED SIZE
                              " EUR" DELIMITED SIZE
                       INTO MESSAGE-RESPONSE
                       END-STRING
                       MOVE 'APPROUVEE' TO AuditNouvelleValeur
                   WHEN OTHER
                       MOVE "SUCCES = FACTURE DE FRAIS REJETEE"
                       TO MESSAGE-RESPONSE
                       MOVE 'REJETEE' TO AuditNouvelleValeur
               END-EVALUATE
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE StatutFraisActuel TO AuditAncienneValeur
               MOVE FraisIdNum TO AuditIdEnregistrement
               MOVE 'FRAISGESTION' TO AuditNomTable
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
      *****               EXECUTER-SELECT-SIMPLE                   *****
      ******************************************************************
       Executer-Select-Simple.
           MOVE SPACES TO ValeurLue.
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
                                            ValeurLue
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

       Prendre-Curseur-1.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.
           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

       Rendre-Curseur-1.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Appele pendant que la connexion ouverte par Gerer-Frais est
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
      -          "/archives/gestion_frais_" DELIMITED SIZE
                   ARCHIVE-AAMMJJ DELIMITED SIZE
                   "_" DELIMITED SIZE
                   ARCHIVE-HHMMSSCC DELIMITED SIZE
                   "_" DELIMITED SIZE
                   FraisIdNum DELIMITED SIZE
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
                  'NIVPAIEMENTS ' DELIMITED SIZE
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
           MOVE 'GESTFRAIS' TO PGCTB-PROGRAM-NAME.

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
