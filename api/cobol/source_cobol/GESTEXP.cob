         05 SinistreChamp Pic x(20).
         05 DateRapportChamp Pic x(30).
         05 HonorairesChamp Pic x(20).
         05 SiretChamp Pic x(30).
         05 AdresseChamp Pic x(70).
         05 CodePostalChamp Pic x(20).
         05 VilleChamp Pic x(40).

       01 trash pic X(255).

       01 SinistreIdNum pic 9(8) value 0.
       01 DateRapportDu pic X(10) value SPACES.
       01 HonorairesExpert pic 9(6) value 0.
      *    SIRET de l'expert (label siret:), facultatif a la creation
      *    et pose ensuite par l'action SIRET : identifiant fiscal
      *    repris sur la declaration annuelle des honoraires (DAS2LOT).
       01 SiretExpert pic X(14) value SPACES.
      *    Adresse postale de l'expert (labels adresse:, codepostal:,
      *    ville:, sans virgule), facultative a la creation et posee
      *    ensuite par l'action ADRESSE : reprise sur l'enregistrement
      *    beneficiaire de la DAS2. Les trois zones vont ensemble, le
      *    code postal et la ville doivent exister actifs dans
      *    REFCOMMUNE comme pour un client (CREATCLI).
       01 AdresseExpert pic X(60) value SPACES.
       01 CodePostalExpert pic X(5) value SPACES.
       01 VilleExpert pic X(30) value SPACES.
       01 AdresseSaisie pic 9 value 0.
       01 CommuneTrouvee pic 9 value 0.

       01 ExpertActifTrouve pic 9 value 0.
       01 SinistreTrouve pic 9 value 0.
            SinistreChamp of champValeur
            DateRapportChamp of champValeur
            HonorairesChamp of champValeur
            SiretChamp of champValeur
           end-unstring.
           unstring CodeChamp of champValeur delimited by ":" into
            trash
                into trash HonorairesExpert
               end-unstring
           END-IF.
           IF SiretChamp of champValeur not = SPACES
               unstring SiretChamp of champValeur delimited by ":"
                into trash SiretExpert
               end-unstring
           END-IF.
           IF AdresseChamp of champValeur (1:8) = 'adresse:'
               MOVE AdresseChamp of champValeur (9:) TO AdresseExpert
           END-IF.
           IF CodePostalChamp of champValeur (1:11) = 'codepostal:'
               MOVE CodePostalChamp of champValeur (12:)
               TO CodePostalExpert
           END-IF.
           IF VilleChamp of champValeur (1:6) = 'ville:'
               MOVE VilleChamp of champValeur (7:) TO VilleExpert
           END-IF.
           IF AdresseExpert not = SPACES
              OR CodePostalExpert not = SPACES
              OR VilleExpert not = SPACES
               MOVE 1 TO AdresseSaisie
           END-IF.

       Unstring-Line-Fin.
           EXIT.
      *    dans une instruction SQL delimitee par des guillemets.
       Sanitize-Champs-Libres.
           INSPECT NomExpert REPLACING ALL '"' BY "'".
           INSPECT AdresseExpert REPLACING ALL '"' BY "'".
           INSPECT VilleExpert REPLACING ALL '"' BY "'".

      ******************************************************************
      *****                  GERER-EXPERT                          *****
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           perform Select-Expert-Actif.
           IF AdresseSaisie = 1
               perform Verifier-Commune
           END-IF.
           EVALUATE TRUE
               WHEN ActionAUtiliser = 'CREER'
                AND ExpertActifTrouve = 1
      -            "PERT" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'CREER'
                AND SiretExpert not = SPACES
                AND SiretExpert is not numeric
                   MOVE "ERREUR = SIRET ATTENDU SUR 14 CHIFFRES"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN (ActionAUtiliser = 'CREER' AND AdresseSaisie = 1
                  OR ActionAUtiliser = 'ADRESSE')
                AND (AdresseExpert = SPACES
                 OR CodePostalExpert = SPACES
                 OR VilleExpert = SPACES)
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
                   perform Insert-Expert
               WHEN ExpertActifTrouve = 0
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'SIRET'
                AND SiretExpert is not numeric
                   MOVE "ERREUR = SIRET ATTENDU SUR 14 CHIFFRES"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'SIRET'
                   perform Update-Expert-Siret
               WHEN ActionAUtiliser = 'ADRESSE'
                   perform Update-Expert-Adresse
               WHEN ActionAUtiliser = 'AFFECTER'
                   perform Affecter-Expertise
               WHEN ActionAUtiliser = 'RAPPORT'
                   perform Update-Expert-Radie
               WHEN OTHER
                   MOVE "ERREUR = ACTION INCONNUE (CREER, AFFECTER, RAPP
      -            "ORT, SIRET, ADRESSE OU RADIER)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
           END-EVALUATE.
                  '(' DELIMITED SIZE
                  'CODEEXPERT, ' DELIMITED SIZE
                  'NOM, ' DELIMITED SIZE
                  'SIRET, ' DELIMITED SIZE
                  'ADRESSE, ' DELIMITED SIZE
                  'CODEPOSTAL, ' DELIMITED SIZE
                  'VILLE, ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'DATEENREGISTREMENT) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  CodeExpert DELIMITED SPACE
                  '","' DELIMITED SIZE
                  NomExpert DELIMITED SIZE
                  '","' DELIMITED SIZE
                  SiretExpert DELIMITED SPACE
                  '","' DELIMITED SIZE
                  AdresseExpert DELIMITED '  '
                  '","' DELIMITED SIZE
                  CodePostalExpert DELIMITED SPACE
                  '","' DELIMITED SIZE
                  VilleExpert DELIMITED '  '
                  '","1","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
               MOVE 0 TO RETURN-CODE
           END-IF.

       Update-Expert-Siret.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'EXPERTS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'SIRET ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SiretExpert DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'CODEEXPERT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  CodeExpert DELIMITED SPACE
                  '" AND STATUT = "1"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE "SUCCES = LE SIRET DE L EXPERT A ETE ENREGISTRE"
               TO MESSAGE-RESPONSE
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE SPACES TO AuditAncienneValeur
               MOVE SiretExpert TO AuditNouvelleValeur
               MOVE CodeExpert TO AuditIdEnregistrement
               MOVE 'EXPERTS' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 900 TO CODE-RETOUR
               MOVE 0 TO RETURN-CODE
           END-IF.

       Update-Expert-Adresse.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'EXPERTS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'ADRESSE = "' DELIMITED SIZE
                  AdresseExpert DELIMITED '  '
                  '", CODEPOSTAL = "' DELIMITED SIZE
                  CodePostalExpert DELIMITED SPACE
                  '", VILLE = "' DELIMITED SIZE
                  VilleExpert DELIMITED '  '
                  '" WHERE ' DELIMITED SIZE
                  'CODEEXPERT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  CodeExpert DELIMITED SPACE
                  '" AND STATUT = "1"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE "SUCCES = L ADRESSE DE L EXPERT A ETE ENREGISTREE"
               TO MESSAGE-RESPONSE
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE SPACES TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING CodePostalExpert DELIMITED SPACE
                      ' ' DELIMITED SIZE
                      VilleExpert DELIMITED '  '
                      ' - ' DELIMITED SIZE
                      AdresseExpert DELIMITED '  '
               INTO AuditNouvelleValeur
               END-STRING
               MOVE CodeExpert TO AuditIdEnregistrement
               MOVE 'EXPERTS' TO AuditNomTable
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
                  CodePostalExpert DELIMITED SPACE
                  '" AND VILLE = "' DELIMITED SIZE
                  VilleExpert DELIMITED '  '
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
