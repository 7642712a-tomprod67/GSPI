       01 CoefficientZone pic 9v99 value 1,00.
       01 CoefZoneTexte pic X(6).

      *    Remise foyer (GESTFOYER), memorisee sur le devis
      *    (TAUXREMISEFOYER) pour etre reportee sur le contrat a la
      *    conversion.
       01 TauxRemiseFoyer pic 9(3) value 0.
       01 TauxRemiseTexte pic X(10).

       01 BusinessConstants.
         05 BC-AgeMinimum pic 99.
         05 BC-AgeMaximum pic 99.
         88 AgeEligible-bool value '1'.

       01 NbTypeSinistre pic 9(4) value 0.
      *    Produit ferme a la souscription (TYPESINISTRE.DATEFERMETURE
      *    posee par FERMPROD) : le type reste au catalogue pour les
      *    contrats en cours mais n'est plus vendu, code retour 135.
       01 NbProduitFerme pic 9(4) value 0.
       01 ProduitFerme pic 9 value 0.
       01 TypeSinistreValide pic x value '1'.
         88 TypeSinistreValide-bool value '1'.

       01 NumeroDevisTexte pic X(10).
       01 ValiditeDevisJours pic 99 value 30.

      *    Apporteur et formule commerciale optionnels (labels
      *    apporteur: et formule:) gardes sur le devis : CREATCON les
      *    reprend a la conversion et CONVDEVISLOT suit la
      *    transformation des devis par apporteur, type et formule. La
      *    formule cote comme a la souscription : montant de garantie
      *    et coefficient de prix du catalogue FORMULESGARANTIE.
       01 CodeApporteur pic X(10) value SPACES.
       01 posApporteur pic 9(4).
       01 FormuleSaisie pic X(10) value SPACES.
       01 posFormule pic 9(4).
       01 FormuleTrouvee pic 9 value 0.
       01 FormuleRefusee pic 9 value 0.
       01 FormuleMontantTexte pic X(12).
       01 FormuleCoeffTexte pic X(10).
       01 CoefficientFormule pic 9v99 value 1,00.

       01 trash pic X(255).

       01 MESSAGE-RESPONSE pic X(220).
               perform Select-Classe-Risque-Client
               perform Get-Tarif-Sinistre
               perform Verify-Age-Eligibility
               IF FormuleSaisie not = SPACES AND ClientTrouve = 1
                   AND TypeSinistreValide-bool AND AgeEligible-bool
                   perform Select-Formule-Garantie
               END-IF
               EVALUATE TRUE
                   WHEN ClientTrouve = 0
                       MOVE "ERREUR = CLIENT INCONNU"
                       CONTINUE
                   WHEN NOT AgeEligible-bool
                       CONTINUE
                   WHEN FormuleRefusee = 1
                       CONTINUE
                   WHEN OTHER
                       perform Calcul-Prix-Devis
                       perform Creer-Devis
           close F-DataSubmited.
           perform Extraire-Correlation-Id.
           perform Extraire-Operateur.
           perform Extraire-Apporteur.
           perform Extraire-Formule.

      ******************************************************************
      *****              VALIDER-STRUCTURE-LIGNE                   *****
               perform Select-Coefficient-Classe
           END-IF.
           perform Select-Coefficient-Zone.
           perform Select-Remise-Foyer.
           perform Close-BDD.

       Select-Coefficient-Classe.
           MOVE 0 TO SQLCA-CURSOR-CTRL (6).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                SELECT-REMISE-FOYER                     *****
      ******************************************************************
      *    Palier le plus eleve atteint par le nombre de contrats actifs
      *    (statut 1 ou 2) du foyer, plus le contrat demande. Client
      *    hors foyer ou sous le premier palier : pas de remise.
      *    Enchaine sur la connexion de Select-Classe-Risque-Client,
      *    comme CREATCON : le devis cote la remise de la souscription.
       Select-Remise-Foyer.
           MOVE 0 TO TauxRemiseFoyer.
           MOVE SPACES TO TauxRemiseTexte.

           IF SQLCA-CURSOR-CTRL (5) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (5).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'R.TAUXREMISE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'REMISEFOYER R ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'R.NBCONTRATS <= ' DELIMITED SIZE
                  '(SELECT COUNT(*) + 1 ' DELIMITED SIZE
                  'FROM CONTRATS K, CLIENTS L, CLIENTS C '
                  DELIMITED SIZE
                  'WHERE C.IDCLIENT = "' DELIMITED SIZE
                  IdClientNum DELIMITED SIZE
                  '" AND C.IDFOYER <> ""' DELIMITED SIZE
                  ' AND L.IDFOYER = C.IDFOYER' DELIMITED SIZE
                  ' AND K.CLIENTID = L.IDCLIENT' DELIMITED SIZE
                  ' AND (K.STATUS = "1" OR K.STATUS = "2")) '
                  DELIMITED SIZE
                  'ORDER BY R.NBCONTRATS DESC LIMIT 1' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (5)
              END-CALL
              IF SQLCA-RESULT (5) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (5)
                                            TauxRemiseTexte
               END-CALL
               IF SQLCA-RESULT (5) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT TauxRemiseTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND TauxRemiseTexte not = SPACES
               COMPUTE TauxRemiseFoyer =
                   FUNCTION NUMVAL(TauxRemiseTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (5).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                 GET-TARIF-SINISTRE                     *****
      ******************************************************************
       Verify-TypeSinistre-Valide-Init.
           MOVE '1' TO TypeSinistreValide.
           MOVE 0 TO NbTypeSinistre.
           MOVE 0 TO NbProduitFerme.
           MOVE 0 TO ProduitFerme.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       Verify-TypeSinistre-Valide-Trt.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'COUNT(*), ' DELIMITED SIZE
               'IFNULL(SUM(IFNULL(DATEFERMETURE, "") <> "" '
               DELIMITED SIZE
               'AND DATEFERMETURE <= CURDATE()), 0) ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'TYPESINISTRE ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
           IF DB-OK
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            NbTypeSinistre
                                            NbProduitFerme
               END-CALL

               IF SQLCA-RESULT (1) = NULL

           IF NbTypeSinistre EQUAL 0
               MOVE '0' TO TypeSinistreValide
           ELSE
               IF NbProduitFerme > 0
                   MOVE '0' TO TypeSinistreValide
                   MOVE 1 TO ProduitFerme
               END-IF
           END-IF.

       Verify-TypeSinistre-Valide-Fin.
           perform close-BDD.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           IF ProduitFerme = 1
               MOVE "ERREUR = TYPE DE SINISTRE FERME A LA SOUSCRIPTION"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 135 TO CODE-RETOUR
           ELSE
           IF NOT TypeSinistreValide-bool
               MOVE "ERREUR = LE TYPE DE SINISTRE RENSEIGNE N'EXISTE PA
      -        "S DANS LE CATALOGUE" TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 100 TO CODE-RETOUR
           END-IF
           END-IF.
           EXIT.

           divide DiffAge into GarantieMontant giving PrixContratTemp.
           compute PrixParMoisInt ROUNDED =
               (PrixContratTemp / 12) * Coefficient
               * CoefficientProfession * CoefficientZone
               * CoefficientFormule.
           IF BC-SeuilScoreSurcharge > 0
               AND ScoreClient >= BC-SeuilScoreSurcharge
               compute PrixParMoisInt ROUNDED =
                   PrixParMoisInt
                   * (100 + BC-SurchargeScorePct) / 100
           END-IF.
           IF TauxRemiseFoyer > 0
               compute PrixParMoisInt ROUNDED =
                   PrixParMoisInt
                   * (100 - TauxRemiseFoyer) / 100
           END-IF.
           move PrixParMoisInt to PrixParMoisFinal.
           move GarantieMontant to GarantieFinal.
           display PrixParMoisFinal.
                  'TYPESINISTRE, ' DELIMITED SIZE
                  'MONTANTGARANTIE, ' DELIMITED SIZE
                  'PRIXPARMOIS, ' DELIMITED SIZE
                  'TAUXREMISEFOYER, ' DELIMITED SIZE
                  'CODEAPPORTEUR, ' DELIMITED SIZE
                  'FORMULE, ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'DATEDEVIS, ' DELIMITED SIZE
                  'DATEEXPIRATION) ' DELIMITED SIZE
                  GarantieFinal DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PrixParMoisFinal DELIMITED SIZE
                  '","' DELIMITED SIZE
                  TauxRemiseFoyer DELIMITED SIZE
                  '","' DELIMITED SIZE
                  CodeApporteur DELIMITED SPACE
                  '","' DELIMITED SIZE
                  FormuleSaisie DELIMITED SPACE
                  '","1",CURDATE(),' DELIMITED SIZE
                  'DATE_ADD(CURDATE(), INTERVAL ' DELIMITED SIZE
                  ValiditeDevisJours DELIMITED SIZE
               end-unstring
           END-IF.

      ******************************************************************
      *****                EXTRAIRE-APPORTEUR                      *****
      ******************************************************************
       Extraire-Apporteur.
           MOVE SPACES TO CodeApporteur.
           MOVE 0 TO posApporteur.
           INSPECT E-DataSubmited TALLYING posApporteur
               FOR CHARACTERS BEFORE INITIAL 'apporteur:'.
           IF posApporteur < 240
               unstring E-DataSubmited (posApporteur + 11:)
                   delimited by ',' or space into CodeApporteur
               end-unstring
           END-IF.

      ******************************************************************
      *****                 EXTRAIRE-FORMULE                       *****
      ******************************************************************
       Extraire-Formule.
           MOVE SPACES TO FormuleSaisie.
           MOVE 0 TO posFormule.
           INSPECT E-DataSubmited TALLYING posFormule
               FOR CHARACTERS BEFORE INITIAL 'formule:'.
           IF posFormule < 240
               unstring E-DataSubmited (posFormule + 9:)
                   delimited by ',' or space into FormuleSaisie
               end-unstring
           END-IF.

      ******************************************************************
      *****             SELECT-FORMULE-GARANTIE                    *****
      ******************************************************************
      *    Meme lecture que CREATCON : la formule designee fait foi sur
      *    le montant saisi.
       Select-Formule-Garantie.
           MOVE 0 TO FormuleTrouvee.
           MOVE 0 TO FormuleRefusee.
           MOVE SPACES TO FormuleMontantTexte.
           MOVE SPACES TO FormuleCoeffTexte.

           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           IF SQLCA-CURSOR-CTRL (7) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (7).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'MONTANTGARANTIE, ' DELIMITED SIZE
                  'COEFFPRIX ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'FORMULESGARANTIE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CODEFORMULE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  FormuleSaisie DELIMITED SPACE
                  '" AND TYPESINISTRE = "' DELIMITED SIZE
                  TypeOfSinistre DELIMITED SIZE
                  '" AND ACTIF = "1"' DELIMITED SIZE
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
                                            FormuleMontantTexte
                                            FormuleCoeffTexte
               END-CALL
               IF SQLCA-RESULT (7) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO FormuleTrouvee
               INSPECT FormuleMontantTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT FormuleCoeffTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               COMPUTE GarantieMontant =
                   FUNCTION NUMVAL(FormuleMontantTexte)
               COMPUTE CoefficientFormule =
                   FUNCTION NUMVAL(FormuleCoeffTexte)
           ELSE
               MOVE 1 TO FormuleRefusee
               MOVE "ERREUR = FORMULE INCONNUE OU INACTIVE POUR CE TYPE"
                 TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 430 TO CODE-RETOUR
           END-IF.

           MOVE 0 TO SQLCA-CURSOR-CTRL (7).
           MOVE 0 TO SQLCODE.
           perform Close-BDD.

      ******************************************************************
      *****               VERIFIER-OPERATEUR                       *****
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
