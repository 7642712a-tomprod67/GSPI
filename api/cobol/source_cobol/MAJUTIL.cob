      *    le renouvellement des identifiants et ROTATIONFAITE le
      *    constate, ECHEC compte les tentatives refusees et verrouille
      *    le compte au troisieme echec. Chaque action est auditee.
      *    RESPONSABLE rattache le compte a son responsable d'equipe
      *    (label responsable:, aussi accepte sur CREER), destinataire
      *    des campagnes de recertification des acces (RECERTLOT).
      *    Le niveau medical (label medical:0/1, NIVMEDICAL) reserve
      *    aux medecins conseil la saisie des avis medicaux (AVISMED) ;
      *    il suit les memes regles que les autres niveaux.
       01 CodeCible pic X(10) value SPACES.
       01 ActionAUtiliser pic X(14) value SPACES.
       01 NivIntakeDemande pic X value SPACES.
       01 NivPaiementsDemande pic X value SPACES.
       01 NivSouscriptionDemande pic X value SPACES.
       01 NivSuperviseurDemande pic X value SPACES.
       01 NivMedicalDemande pic X value SPACES.
       01 posMedical pic 9(4).

       01 UtilisateurTrouve pic 9 value 0.
       01 StatutCible pic X.
       01 NivPaiementsActuel pic X.
       01 NivSouscriptionActuel pic X.
       01 NivSuperviseurActuel pic X.
       01 NivMedicalActuel pic X.
       01 EchecsAccesTexte pic X(4).
       01 EchecsAcces pic 9(3) value 0.
      *    Au troisieme echec d'acces consecutif le compte est
       01 posValideur pic 9(4).
       01 ValideurHabilite pic 9 value 0.

       01 ResponsableSaisi pic X(10) value SPACES.
       01 posResponsable pic 9(4).
       01 ResponsableConnu pic 9 value 0.
       01 ResponsableActuel pic X(10) value SPACES.

       01 MESSAGE-RESPONSE pic X(220).
       01 STATUT-RESPONSE pic X(6).
       01 CODE-RETOUR pic 9(3).
               end-unstring
           END-IF.
           perform Extraire-Valideur.
           perform Extraire-Responsable.
           perform Extraire-Niv-Medical.

       Unstring-Line-Fin.
           EXIT.
      *    dans une instruction SQL delimitee par des guillemets.
       Sanitize-Champs-Libres.
           INSPECT CodeCible REPLACING ALL '"' BY "'".
           INSPECT ResponsableSaisi REPLACING ALL '"' BY "'".

      ******************************************************************
      *****                GERER-UTILISATEUR                       *****
                   perform Update-Rotation-Faite
               WHEN ActionAUtiliser = 'ECHEC'
                   perform Compter-Echec-Acces
               WHEN ActionAUtiliser = 'RESPONSABLE'
                   perform Modifier-Responsable
               WHEN OTHER
                   MOVE "ERREUR = ACTION INCONNUE (CREER, SUSPENDRE, REA
      -            "CTIVER, NIVEAU, ROTATION, ROTATIONFAITE, ECHEC OU RE
      -            "SPONSABLE)"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
       Select-Utilisateur-Cible.
           MOVE 0 TO UtilisateurTrouve.
           MOVE SPACES TO StatutCible.
           MOVE SPACES TO ResponsableActuel.
           MOVE '0' TO NivIntakeActuel.
           MOVE '0' TO NivSinistresActuel.
           MOVE '0' TO NivPaiementsActuel.
           MOVE '0' TO NivSouscriptionActuel.
           MOVE '0' TO NivSuperviseurActuel.
           MOVE '0' TO NivMedicalActuel.
           MOVE SPACES TO EchecsAccesTexte.
           MOVE 0 TO EchecsAcces.

                  'NIVPAIEMENTS, ' DELIMITED SIZE
                  'NIVSOUSCRIPTION, ' DELIMITED SIZE
                  'NIVSUPERVISEUR, ' DELIMITED SIZE
                  'IFNULL(NIVMEDICAL, "0"), ' DELIMITED SIZE
                  'IFNULL(ECHECSACCES, 0), ' DELIMITED SIZE
                  'IFNULL(RESPONSABLE, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'UTILISATEURS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                                            NivPaiementsActuel
                                            NivSouscriptionActuel
                                            NivSuperviseurActuel
                                            NivMedicalActuel
                                            EchecsAccesTexte
                                            ResponsableActuel
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               MOVE 1 TO UtilisateurTrouve
               INSPECT EchecsAccesTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT ResponsableActuel
                   REPLACING ALL LOW-VALUE BY SPACE
               IF EchecsAccesTexte not = SPACES
                   COMPUTE EchecsAcces =
                       FUNCTION NUMVAL(EchecsAccesTexte)
           IF NivSuperviseurDemande = SPACES
               MOVE '0' TO NivSuperviseurDemande
           END-IF.
           IF NivMedicalDemande = SPACES
               MOVE '0' TO NivMedicalDemande
           END-IF.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'NIVPAIEMENTS, ' DELIMITED SIZE
                  'NIVSOUSCRIPTION, ' DELIMITED SIZE
                  'NIVSUPERVISEUR, ' DELIMITED SIZE
                  'NIVMEDICAL, ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'ECHECSACCES, ' DELIMITED SIZE
                  'ROTATIONEXIGEE, ' DELIMITED SIZE
                  'DATEROTATION, ' DELIMITED SIZE
                  'RESPONSABLE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  CodeCible DELIMITED SPACE
                  NivSouscriptionDemande DELIMITED SIZE
                  '","' DELIMITED SIZE
                  NivSuperviseurDemande DELIMITED SIZE
                  '","' DELIMITED SIZE
                  NivMedicalDemande DELIMITED SIZE
                  '","1","0","0","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  ResponsableSaisi DELIMITED SPACE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           IF NivSuperviseurDemande = SPACES
               MOVE NivSuperviseurActuel TO NivSuperviseurDemande
           END-IF.
           IF NivMedicalDemande = SPACES
               MOVE NivMedicalActuel TO NivMedicalDemande
           END-IF.
           MOVE 0 TO ElevationDemandee.
           IF NivIntakeDemande > NivIntakeActuel
               OR NivSinistresDemande > NivSinistresActuel
               OR NivPaiementsDemande > NivPaiementsActuel
               OR NivSouscriptionDemande > NivSouscriptionActuel
               OR NivSuperviseurDemande > NivSuperviseurActuel
               OR NivMedicalDemande > NivMedicalActuel
               MOVE 1 TO ElevationDemandee
           END-IF.
           IF ElevationDemandee = 1
                  NivSouscriptionDemande DELIMITED SIZE
                  '", NIVSUPERVISEUR = "' DELIMITED SIZE
                  NivSuperviseurDemande DELIMITED SIZE
                  '", NIVMEDICAL = "' DELIMITED SIZE
                  NivMedicalDemande DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'CODEOPERATEUR ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                      NivPaiementsActuel DELIMITED SIZE
                      NivSouscriptionActuel DELIMITED SIZE
                      NivSuperviseurActuel DELIMITED SIZE
                      NivMedicalActuel DELIMITED SIZE
               INTO AuditAncienneValeur
               END-STRING
               MOVE SPACES TO AuditNouvelleValeur
                      NivPaiementsDemande DELIMITED SIZE
                      NivSouscriptionDemande DELIMITED SIZE
                      NivSuperviseurDemande DELIMITED SIZE
                      NivMedicalDemande DELIMITED SIZE
                      ' VALIDEUR ' DELIMITED SIZE
                      ValideurSaisi DELIMITED SPACE
               INTO AuditNouvelleValeur
           END-IF.
           perform Write-Audit-Trail.

      ******************************************************************
      *****               MODIFIER-RESPONSABLE                     *****
      ******************************************************************
      *    Le responsable doit etre un autre compte actif.
       Modifier-Responsable.
           MOVE 0 TO ResponsableConnu.
           IF ResponsableSaisi not = SPACES
               AND ResponsableSaisi not = CodeCible
               perform Select-Responsable
           END-IF.
           IF ResponsableConnu = 0
               MOVE "ERREUR = RESPONSABLE INCONNU, INACTIF OU ABSENT (LA
      -        "BEL responsable:)" TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 100 TO CODE-RETOUR
           ELSE
               perform Update-Responsable
           END-IF.

       Select-Responsable.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'CODEOPERATEUR ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'UTILISATEURS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CODEOPERATEUR ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ResponsableSaisi DELIMITED SPACE
                  '" AND STATUT = "1"' DELIMITED SIZE
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
               MOVE 1 TO ResponsableConnu
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

       Update-Responsable.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'UTILISATEURS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'RESPONSABLE = "' DELIMITED SIZE
                  ResponsableSaisi DELIMITED SPACE
                  '" WHERE ' DELIMITED SIZE
                  'CODEOPERATEUR ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  CodeCible DELIMITED SPACE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE = 0
               MOVE "SUCCES = LE RESPONSABLE DU COMPTE A ETE MODIFIE"
               TO MESSAGE-RESPONSE
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE SPACES TO AuditAncienneValeur
               STRING 'RESPONSABLE ' DELIMITED SIZE
                      ResponsableActuel DELIMITED SPACE
               INTO AuditAncienneValeur
               END-STRING
               MOVE SPACES TO AuditNouvelleValeur
               STRING 'RESPONSABLE ' DELIMITED SIZE
                      ResponsableSaisi DELIMITED SPACE
               INTO AuditNouvelleValeur
               END-STRING
               perform Write-Audit-Utilisateur
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 900 TO CODE-RETOUR
               MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *****               EXTRAIRE-RESPONSABLE                     *****
      ******************************************************************
       Extraire-Responsable.
           MOVE SPACES TO ResponsableSaisi.
           MOVE 0 TO posResponsable.
           INSPECT E-DataSubmited TALLYING posResponsable
               FOR CHARACTERS BEFORE INITIAL 'responsable:'.
           IF posResponsable < 240
               unstring E-DataSubmited (posResponsable + 13:)
                   delimited by ',' or space into ResponsableSaisi
               end-unstring
           END-IF.

      ******************************************************************
      *****               EXTRAIRE-NIV-MEDICAL                     *****
      ******************************************************************
       Extraire-Niv-Medical.
           MOVE SPACES TO NivMedicalDemande.
           MOVE 0 TO posMedical.
           INSPECT E-DataSubmited TALLYING posMedical
               FOR CHARACTERS BEFORE INITIAL 'medical:'.
           IF posMedical < 240
               MOVE E-DataSubmited (posMedical + 9:1)
                   TO NivMedicalDemande
           END-IF.
           IF NivMedicalDemande not = '0'
               AND NivMedicalDemande not = '1'
               MOVE SPACES TO NivMedicalDemande
           END-IF.

      ******************************************************************
      *****               EXTRAIRE-VALIDEUR                        *****
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
