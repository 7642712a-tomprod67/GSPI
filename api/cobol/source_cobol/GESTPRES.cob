         05 NomChamp Pic x(50).
         05 TypeChamp Pic x(25).
         05 IbanChamp Pic x(50).
         05 SiretChamp Pic x(30).
         05 AdresseChamp Pic x(70).
         05 CodePostalChamp Pic x(20).
         05 VilleChamp Pic x(40).

       01 trash pic X(255).

       01 NomPrestataire pic X(40) value SPACES.
       01 TypePrestataire pic X(12) value SPACES.
       01 IbanPrestataire pic X(34) value SPACES.
      *    SIRET du prestataire (label siret:), facultatif a la
      *    creation et pose ensuite par l'action SIRET : identifiant
      *    fiscal repris sur la declaration annuelle des honoraires
      *    (DAS2LOT).
       01 SiretPrestataire pic X(14) value SPACES.
      *    Adresse postale du prestataire (labels adresse:,
      *    codepostal:, ville:, sans virgule), facultative a la
      *    creation et posee ensuite par l'action ADRESSE : reprise sur
      *    l'enregistrement beneficiaire de la DAS2. Les trois zones
      *    vont ensemble, le code postal et la ville doivent exister
      *    actifs dans REFCOMMUNE comme pour un client (CREATCLI).
       01 AdressePrestataire pic X(60) value SPACES.
       01 CodePostalPrestataire pic X(5) value SPACES.
       01 VillePrestataire pic X(30) value SPACES.
       01 AdresseSaisie pic 9 value 0.
       01 CommuneTrouvee pic 9 value 0.

       01 PrestataireActifTrouve pic 9 value 0.

       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYCRIB OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
            NomChamp of champValeur
            TypeChamp of champValeur
            IbanChamp of champValeur
            SiretChamp of champValeur
           end-unstring.
           unstring CodeChamp of champValeur delimited by ":" into
            trash
                IbanPrestataire
               end-unstring
           END-IF.
           IF SiretChamp of champValeur not = SPACES
               unstring SiretChamp of champValeur delimited by ":"
                into trash SiretPrestataire
               end-unstring
           END-IF.
           IF AdresseChamp of champValeur (1:8) = 'adresse:'
               MOVE AdresseChamp of champValeur (9:)
               TO AdressePrestataire
           END-IF.
           IF CodePostalChamp of champValeur (1:11) = 'codepostal:'
               MOVE CodePostalChamp of champValeur (12:)
               TO CodePostalPrestataire
           END-IF.
           IF VilleChamp of champValeur (1:6) = 'ville:'
               MOVE VilleChamp of champValeur (7:) TO VillePrestataire
           END-IF.
           IF AdressePrestataire not = SPACES
              OR CodePostalPrestataire not = SPACES
              OR VillePrestataire not = SPACES
               MOVE 1 TO AdresseSaisie
           END-IF.

       Unstring-Line-Fin.
           EXIT.
      *    dans une instruction SQL delimitee par des guillemets.
       Sanitize-Champs-Libres.
           INSPECT NomPrestataire REPLACING ALL '"' BY "'".
           INSPECT AdressePrestataire REPLACING ALL '"' BY "'".
           INSPECT VillePrestataire REPLACING ALL '"' BY "'".

      ******************************************************************
      *****                GERER-PRESTATAIRE                       *****
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           perform Select-Prestataire-Actif.
           IF AdresseSaisie = 1
               perform Verifier-Commune
           END-IF.
           EVALUATE TRUE
               WHEN ActionAUtiliser = 'CREER'
                AND PrestataireActifTrouve = 1
      -            "RER UN PRESTATAIRE" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'CREER'
                AND SiretPrestataire not = SPACES
                AND SiretPrestataire is not numeric
                   MOVE "ERREUR = SIRET ATTENDU SUR 14 CHIFFRES"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN (ActionAUtiliser = 'CREER' AND AdresseSaisie = 1
                  OR ActionAUtiliser = 'ADRESSE')
                AND (AdressePrestataire = SPACES
                 OR CodePostalPrestataire = SPACES
                 OR VillePrestataire = SPACES)
                   MOVE "ERREUR = ADRESSE, CODE POSTAL ET VILLE ATTENDUS
      -            " ENSEMBLE" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN (ActionAUtiliser = 'CREER'
                  OR ActionAUtiliser = 'ADRESSE')
                AND AdresseSaisie = 1
                AND CommuneTrouvee = 0
                   MOVE "ERREUR = CODE POSTAL ET VILLE INCONNUS DU REFER
      -            "ENTIEL DES COMMUNES" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'CREER'
                   perform Insert-Prestataire
               WHEN (ActionAUtiliser = 'RADIER'
                  OR ActionAUtiliser = 'SIRET'
                  OR ActionAUtiliser = 'ADRESSE')
                AND PrestataireActifTrouve = 0
                   MOVE "ERREUR = AUCUN PRESTATAIRE ACTIF SOUS CE CODE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'SIRET'
                AND SiretPrestataire is not numeric
                   MOVE "ERREUR = SIRET ATTENDU SUR 14 CHIFFRES"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'SIRET'
                   perform Update-Prestataire-Siret
               WHEN ActionAUtiliser = 'ADRESSE'
                   perform Update-Prestataire-Adresse
               WHEN ActionAUtiliser = 'RADIER'
                AND PrestataireActifTrouve = 0
                   MOVE "ERREUR = AUCUN PRESTATAIRE ACTIF SOUS CE CODE"
               WHEN ActionAUtiliser = 'RADIER'
                   perform Update-Prestataire-Radie
               WHEN OTHER
                   MOVE "ERREUR = ACTION INCONNUE (CREER, SIRET, ADRESSE
      -            " OU RADIER)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
           END-EVALUATE.
                  'NOM, ' DELIMITED SIZE
                  'TYPEPRESTATAIRE, ' DELIMITED SIZE
                  'IBAN, ' DELIMITED SIZE
                  'SIRET, ' DELIMITED SIZE
                  'ADRESSE, ' DELIMITED SIZE
                  'CODEPOSTAL, ' DELIMITED SIZE
                  'VILLE, ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'DATEENREGISTREMENT) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  TypePrestataire DELIMITED SPACE
                  '","' DELIMITED SIZE
                  IbanPrestataire DELIMITED SPACE
                  '","' DELIMITED SIZE
                  SiretPrestataire DELIMITED SPACE
                  '","' DELIMITED SIZE
                  AdressePrestataire DELIMITED '  '
                  '","' DELIMITED SIZE
                  CodePostalPrestataire DELIMITED SPACE
                  '","' DELIMITED SIZE
                  VillePrestataire DELIMITED '  '
                  '","1","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
               MOVE 'PRESTATAIRES' TO AuditNomTable
               MOVE 'INSERT' TO AuditOperation
               perform Write-Audit-Trail
      *        Criblage sanctions / PPE du prestataire (voir CPYCRIB) :
      *        ses reglements restent geles par REGLEPRELOT tant qu'une
      *        alerte n'est pas classee en faux positif.
               MOVE 'PRESTATAIRE' TO CRIB-TYPEPERSONNE
               MOVE CodePrestataire TO CRIB-CLE
               MOVE 'GESTPRES' TO CRIB-SOURCE
               MOVE OperateurSaisi TO CRIB-OPERATEUR
               MOVE currentDate TO CRIB-DATE
               perform CRIB-Cribler
               IF CRIB-NB-ALERTES > 0
                   MOVE "SUCCES = LE PRESTATAIRE A ETE ENREGISTRE, CRIBL
      -            "AGE SANCTIONS/PPE A REVOIR PAR LA CONFORMITE, REGLEM
      -            "ENTS GELES" TO MESSAGE-RESPONSE
               END-IF
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       Update-Prestataire-Siret.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'PRESTATAIRES ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'SIRET ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SiretPrestataire DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'CODEPRESTATAIRE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  CodePrestataire DELIMITED SPACE
                  '" AND STATUT = "1"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE "SUCCES = LE SIRET DU PRESTATAIRE A ETE ENREGISTRE"
               TO MESSAGE-RESPONSE
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE SPACES TO AuditAncienneValeur
               MOVE SiretPrestataire TO AuditNouvelleValeur
               MOVE CodePrestataire TO AuditIdEnregistrement
               MOVE 'PRESTATAIRES' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 900 TO CODE-RETOUR
               MOVE 0 TO RETURN-CODE
           END-IF.

       Update-Prestataire-Adresse.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'PRESTATAIRES ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'ADRESSE = "' DELIMITED SIZE
                  AdressePrestataire DELIMITED '  '
                  '", CODEPOSTAL = "' DELIMITED SIZE
                  CodePostalPrestataire DELIMITED SPACE
                  '", VILLE = "' DELIMITED SIZE
                  VillePrestataire DELIMITED '  '
                  '" WHERE ' DELIMITED SIZE
                  'CODEPRESTATAIRE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  CodePrestataire DELIMITED SPACE
                  '" AND STATUT = "1"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE "SUCCES = ADRESSE DU PRESTATAIRE ENREGISTREE"
               TO MESSAGE-RESPONSE
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE SPACES TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING CodePostalPrestataire DELIMITED SPACE
                      ' ' DELIMITED SIZE
                      VillePrestataire DELIMITED '  '
                      ' - ' DELIMITED SIZE
                      AdressePrestataire DELIMITED '  '
               INTO AuditNouvelleValeur
               END-STRING
               MOVE CodePrestataire TO AuditIdEnregistrement
               MOVE 'PRESTATAIRES' TO AuditNomTable
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
      *****                  VERIFIER-COMMUNE                      *****
      ******************************************************************
      *    Code postal et ville saisis contre le referentiel des
      *    communes actives, comme Verify-Code-Postal de CREATCLI.
       Verifier-Commune.
           MOVE 0 TO CommuneTrouvee.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'CODEPOSTAL ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'REFCOMMUNE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CODEPOSTAL = "' DELIMITED SIZE
                  CodePostalPrestataire DELIMITED SPACE
                  '" AND VILLE = "' DELIMITED SIZE
                  VillePrestataire DELIMITED '  '
                  '" AND ACTIF = "1"' DELIMITED SIZE
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
                                            trash
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO CommuneTrouvee
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
           STRING 'INSERT INTO REQUESTLOG ' DELIMITED SIZE
                  '(EMPREINTE, PROGRAMME, DATEREQ, STATUT, '
                  DELIMITED SIZE
                  'MESSAGE, OPERATEUR, HEUREREQ, CODERETOUR) '
                  DELIMITED SIZE
                  'VALUES("' DELIMITED SIZE
                  EmpreinteRequete DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
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
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYCRIBP OF "cobol/source_cobol".
