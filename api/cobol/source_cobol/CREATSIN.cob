       01 ContratId-6 pic 9(6).


      *    Exclusion medicale du contrat (EXCLUSIONSCONTRAT) dont le
      *    code figure dans la circonstance declaree : le sinistre est
      *    cree mais la reponse avertit le gestionnaire (code 125), le
      *    refus intervenant au reglement (VALIDPRE).
       01 ExclusionTrouvee pic 9 value 0.
       01 CodeExclusionTemp pic X(10).
       01 LibelleExclusionTemp pic X(60).

       01 MESSAGE-RESPONSE pic X(150).
       01 STATUT-RESPONSE pic X(6).
       01 CODE-RETOUR pic 9(3).
       01 AgeMaxAssure pic 99.
       01 AssureTrouve pic 9 value 0.
       01 ContratIdCompare pic 9(6).
      *    Couverture de l'ayant droit fermee par LIMAGELOT (limite
      *    d'age du produit) au plus tard a la date de survenance : le
      *    sinistre n'est plus pris en charge.
      *    Sur un contrat groupe (voir GESTGROUPE), l'adherent est
      *    couvert de son entree a sa sortie transmises par
      *    l'employeur (ADHESIONLOT) : code 1 fin par limite d'age,
      *    2 sortie du groupe, 3 survenance avant l'entree.
       01 AssureSortiTexte pic X(2).
      *    Un sinistre sur un contrat groupe concerne toujours un
      *    adherent : le label assure: y est obligatoire.
       01 NbGroupeTexte pic X(10).

       01 OperateurSaisi pic X(10) value SPACES.

       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYMVPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
                           perform Verify-Carence
                           IF AssureIdSaisi not = SPACES
                               perform Verifier-Assure
                           ELSE
                               perform Verifier-Contrat-Groupe
                           END-IF
                           IF CodeEvenementSaisi not = SPACES
                               perform Verifier-Evenement
      -                            "FF SUR CONTRAT RESILIE"
                                   TO MESSAGE-RESPONSE
                               end-if
                               if CODE-RETOUR = 0
                                   perform Controler-Exclusions-Contrat
                               end-if
                               END-IF
                           end-if
                   end-if
           MOVE RETURN-CODE TO SQLCODE.

           IF DB-OK
               MOVE currentDate TO MVPR-DATE
               MOVE 'DECLARATION' TO MVPR-REFERENCE
               MOVE 'CREATSIN' TO MVPR-PROGRAMME
               perform MVPR-Ecrire-Ouverture
               MOVE SPACES TO AuditAncienneValeur
               MOVE MontantProvisionTemp TO AuditNouvelleValeur
               MOVE ContratId of champValeur TO AuditIdEnregistrement
           MOVE 0 TO AssureRefuse.
           MOVE 0 TO AssureTrouve.
           MOVE 0 TO AgeAssure.
           MOVE SPACES TO AssureSortiTexte.
           perform Determiner-Contrat-Declare.

           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'AGE, ' DELIMITED SIZE
                  'CASE WHEN IFNULL(DATEDEBUTCOUVERTURE, "") <> "" '
                  DELIMITED SIZE
                  'AND STR_TO_DATE(DATEDEBUTCOUVERTURE, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '> STR_TO_DATE("' DELIMITED SIZE
                  DateOfSurvenance DELIMITED SIZE
                  '", "%d/%m/%Y") THEN "3" ' DELIMITED SIZE
                  'WHEN IFNULL(DATEFINCOUVERTURE, "") <> "" '
                  DELIMITED SIZE
                  'AND STR_TO_DATE(DATEFINCOUVERTURE, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '<= STR_TO_DATE("' DELIMITED SIZE
                  DateOfSurvenance DELIMITED SIZE
                  '", "%d/%m/%Y") ' DELIMITED SIZE
                  'THEN IF(IFNULL(MATRICULE, "") <> "", "2", "1") '
                  DELIMITED SIZE
                  'ELSE "0" END ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ASSURES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (7)
                                            AgeAssure
                                            AssureSortiTexte
               END-CALL
               IF SQLCA-RESULT (7) = NULL
                   MOVE 100 TO SQLCODE
      -            "AT" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN AssureSortiTexte (1:1) = '1'
                   MOVE 1 TO AssureRefuse
                   MOVE "ERREUR = LA COUVERTURE DE CETTE PERSONNE ASSURE
      -            "E A PRIS FIN (LIMITE D AGE DES AYANTS DROIT) AVANT L
      -            "A SURVENANCE" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN AssureSortiTexte (1:1) = '2'
                   MOVE 1 TO AssureRefuse
                   MOVE "ERREUR = L ADHERENT EST SORTI DU CONTRAT GROUPE
      -            " AVANT LA SURVENANCE" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN AssureSortiTexte (1:1) = '3'
                   MOVE 1 TO AssureRefuse
                   MOVE "ERREUR = LA SURVENANCE EST ANTERIEURE A L ENTRE
      -            "E DE L ADHERENT DANS LE CONTRAT GROUPE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN AgeAssure IS NOT LESS THAN AgeMaxAssure
                   MOVE 1 TO AssureRefuse
                   MOVE "ERREUR = LA PERSONNE ASSUREE A DEPASSE L AGE MA
           END-EVALUATE.
           perform Close-BDD.

      *    Contrat declare par le numero de contrat de la requete,
      *    parmi les contrats du client.
       Determiner-Contrat-Declare.
           EVALUATE TRUE
               WHEN id1-bool
                   MOVE ContratId-1 TO ContratIdCompare
               WHEN id2-bool
                   MOVE ContratId-2 TO ContratIdCompare
               WHEN id3-bool
                   MOVE ContratId-3 TO ContratIdCompare
               WHEN id4-bool
                   MOVE ContratId-4 TO ContratIdCompare
               WHEN id5-bool
                   MOVE ContratId-5 TO ContratIdCompare
               WHEN id6-bool
                   MOVE ContratId-6 TO ContratIdCompare
               WHEN OTHER
                   MOVE 0 TO ContratIdCompare
           END-EVALUATE.

      ******************************************************************
      *****               VERIFIER-CONTRAT-GROUPE                  *****
      ******************************************************************
      *    Sans label assure:, un sinistre declare sur un contrat
      *    groupe actif est refuse : l'employeur souscripteur n'est
      *    pas lui-meme assure, la couverture se juge par adherent.
       Verifier-Contrat-Groupe.
           MOVE 0 TO AssureRefuse.
           MOVE SPACES TO NbGroupeTexte.
           perform Determiner-Contrat-Declare.

           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           IF SQLCA-CURSOR-CTRL (7) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (7).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTRATGROUPE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ContratIdCompare DELIMITED SIZE
                  '" AND STATUT = "1"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (7)
              END-CALL
              IF SQLCA-RESULT (7) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (7)
                                            NbGroupeTexte
               END-CALL
               IF SQLCA-RESULT (7) = NULL
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
                   MOVE 1 TO AssureRefuse
                   MOVE "ERREUR = CONTRAT GROUPE : L ADHERENT CONCERNE D
      -            "OIT ETRE DESIGNE (LABEL assure:)"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (7).
           MOVE 0 TO SQLCODE.
           perform Close-BDD.

       Select-AgeMax-Assure.
           MOVE BC-AgeMaximum TO AgeMaxAssure.

           MOVE 0 TO SQLCA-CURSOR-CTRL (7).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****            CONTROLER-EXCLUSIONS-CONTRAT                *****
      ******************************************************************
      *    Une exclusion active dont le code apparait dans la
      *    circonstance declaree n'empeche pas la declaration : le
      *    sinistre reste cree et le message porte la reference de
      *    l'exclusion pour l'instruction du dossier.
       Controler-Exclusions-Contrat.
           MOVE 0 TO ExclusionTrouvee.
           MOVE SPACES TO CodeExclusionTemp.
           MOVE SPACES TO LibelleExclusionTemp.
           EVALUATE TRUE
               WHEN id1-bool
                   MOVE ContratId-1 TO ContratIdCompare
               WHEN id2-bool
                   MOVE ContratId-2 TO ContratIdCompare
               WHEN id3-bool
                   MOVE ContratId-3 TO ContratIdCompare
               WHEN id4-bool
                   MOVE ContratId-4 TO ContratIdCompare
               WHEN id5-bool
                   MOVE ContratId-5 TO ContratIdCompare
               WHEN id6-bool
                   MOVE ContratId-6 TO ContratIdCompare
               WHEN OTHER
                   MOVE 0 TO ContratIdCompare
           END-EVALUATE.

           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           IF SQLCA-CURSOR-CTRL (6) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (6).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'CODEEXCLUSION, ' DELIMITED SIZE
                  'IFNULL(LIBELLE, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'EXCLUSIONSCONTRAT ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CONTRATID ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ContratIdCompare DELIMITED SIZE
                  '" AND STATUT = "1" ' DELIMITED SIZE
                  'AND INSTR(UPPER("' DELIMITED SIZE
                  Circonstance DELIMITED SIZE
                  '"), UPPER(CODEEXCLUSION)) > 0 ' DELIMITED SIZE
                  'ORDER BY IDEXCLUSION LIMIT 1' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (6)
              END-CALL
              IF SQLCA-RESULT (6) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (6)
                                            CodeExclusionTemp
                                            LibelleExclusionTemp
               END-CALL
               IF SQLCA-RESULT (6) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO ExclusionTrouvee
           END-IF.
           INSPECT CodeExclusionTemp
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT LibelleExclusionTemp
               REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (6).
           MOVE 0 TO SQLCODE.
           perform Close-BDD.

           IF ExclusionTrouvee = 1
               MOVE SPACES TO MESSAGE-RESPONSE
               STRING "SUCCES = SINISTRE CREE - ATTENTION EXCLUSION "
                      DELIMITED SIZE
                      CodeExclusionTemp DELIMITED SPACE
                      " : " DELIMITED SIZE
                      LibelleExclusionTemp DELIMITED SIZE
               INTO MESSAGE-RESPONSE
               END-STRING
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 125 TO CODE-RETOUR
           END-IF.

      ******************************************************************
      *****             UPDATE-SINISTRE-ASSURE                     *****
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
       COPY CPYMVPRP OF "cobol/source_cobol".
