      *    du dossier (voir MAJBENEF) : une ligne par part versee.
       01 PrestaIdNum pic 9(8).
       01 DossierIdVentil pic X(10).
       01 SinistreIdVentil pic X(10).
       01 DossierTrouve pic 9 value 0.
       01 NomBenefTemp pic X(30).
       01 PartBenefTemp pic 999.
       01 CumulActeAnnee pic 9(8).
       01 MontantCalculeActe pic 9(8).
       01 PlafondActeAtteint pic 9 value 0.
      *    Detail du calcul conserve sur la prestation approuvee (taux
      *    applique, ecretement au plafond annuel, franchise) : le
      *    decompte de remboursement de REGLEPRELOT l'explique au
      *    client.
       01 TauxActeApplique pic 9(3) value 0.
       01 ReductionPlafondActe pic 9(8) value 0.
      *    Exclusion medicale du contrat (EXCLUSIONSCONTRAT) couvrant
      *    le code acte (par prefixe) ou la circonstance declaree du
      *    sinistre : la prestation ne peut pas etre reglee (175).
       01 ExclusionAtteinte pic 9 value 0.
       01 CodeExclusionTemp pic X(10).
       01 LibelleExclusionTemp pic X(60).
      *    Prestation issue d'un decompte du regime obligatoire
      *    (NOEMIELOT) : MONTANTDEMANDE y est deja le complement au
      *    taux de l'acte, seul le plafond annuel reste a appliquer.
       01 RefDecomptePresta pic X(25).

      *    Outbox evenements metier : chaque decision (validation ou
      *    rejet) pousse une ligne dans NOTIFICATIONS (statut 0), que
       01 PrestataireValide pic 9 value 0.
       01 PrestataireRefuse pic 9 value 0.

      *    Doublon probable (voir CPYDOUB) : une prestation creee en
      *    statut 5 ne peut etre validee tant que DECIDDOUB ne l'a pas
      *    liberee ; elle peut en revanche etre rejetee directement.
       01 DoublonBloque pic 9 value 0.

      *    Avis du medecin conseil (voir CPYAVMD et AVISMED) : une
      *    prestation orientee vers lui ne peut etre approuvee tant
      *    que son avis est EN ATTENTE (193) ni apres un avis
      *    DEFAVORABLE (194) ; le rejet reste possible.
       01 AvisMedicalBloquant pic 9 value 0.
       01 StatutAvisMedical pic X(12).

      *    Controle des periodes comptables : une validation qui
      *    tomberait dans un mois clos par CLOTMOIS est refusee (code
      *    195), sauf pour un operateur de niveau superviseur
       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYMVPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
       Update-Status-Presta-Trt.
           MOVE 0 TO AttenteSecondeApprob.
           MOVE 0 TO PlafondActeAtteint.
           MOVE 0 TO TauxActeApplique.
           MOVE 0 TO ReductionPlafondActe.
           MOVE 0 TO PrestataireRefuse.
           MOVE 0 TO DoublonBloque.
           MOVE 0 TO AvisMedicalBloquant.
           IF ActionAUtiliser not equal 'REJETER'
               perform Controler-Doublon-Bloque
           END-IF.
           IF ActionAUtiliser not equal 'REJETER'
               AND DoublonBloque = 0
               perform Controler-Avis-Medical
           END-IF.
           IF CodePrestataireSaisi not = SPACES
               AND ActionAUtiliser not equal 'REJETER'
               AND DoublonBloque = 0
               AND AvisMedicalBloquant = 0
               perform Verifier-Prestataire-Payee
           END-IF.
           IF PrestataireRefuse = 1 OR DoublonBloque = 1
               OR AvisMedicalBloquant = 1
               CONTINUE
           ELSE
               perform Update-Status-Presta-Trt2
               AND AutorisationHonoree = 0
               perform Appliquer-Nomenclature-Acte
           END-IF.
           MOVE 0 TO ExclusionAtteinte.
           IF ActionAUtiliser not equal 'REJETER'
               AND AutorisationHonoree = 0
               AND PlafondActeAtteint = 0
               perform Controler-Exclusions-Prestation
           END-IF.
           IF PlafondActeAtteint = 1 OR ExclusionAtteinte = 1
               CONTINUE
           ELSE
               perform Update-Status-Presta-Suite0
                   IF AutorisationHonoree = 1
                       perform Update-Autorisation-Utilisee
                   END-IF
                   perform Update-Detail-Decompte
                   perform Calculer-Interets-Retard
                   perform Consommer-Garantie-Dossier
                   perform Consommer-Provision-Sinistre
                   perform Ventiler-Prestation
               END-IF
           END-IF.
           perform close-BDD.
           EXIT.

      ******************************************************************
      *****              CONTROLER-DOUBLON-BLOQUE                  *****
      ******************************************************************
       Controler-Doublon-Bloque.
           perform Select-Prestation-Actuelle.
           IF PrestaTrouvee = 1 AND StatutPrestaActuel = 5
               MOVE 1 TO DoublonBloque
               MOVE "ERREUR = PRESTATION BLOQUEE COMME DOUBLON PROBABLE,
      -        " A TRANCHER PAR DECIDDOUB AVANT VALIDATION"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 192 TO CODE-RETOUR
           END-IF.

      ******************************************************************
      *****               CONTROLER-AVIS-MEDICAL                   *****
      ******************************************************************
       Controler-Avis-Medical.
           perform Select-Avis-Medical.
           EVALUATE StatutAvisMedical
               WHEN 'EN ATTENTE'
                   MOVE 1 TO AvisMedicalBloquant
                   MOVE "ERREUR = PRESTATION EN ATTENTE DE L AVIS DU MED
      -            "ECIN CONSEIL, VALIDATION IMPOSSIBLE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 193 TO CODE-RETOUR
               WHEN 'DEFAVORABLE'
                   MOVE 1 TO AvisMedicalBloquant
                   MOVE "ERREUR = AVIS DEFAVORABLE DU MEDECIN CONSEIL, L
      -            "A PRESTATION NE PEUT QU ETRE REJETEE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 194 TO CODE-RETOUR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Select-Avis-Medical.
           MOVE SPACES TO StatutAvisMedical.
           perform Resoudre-Presta-Id.

           IF SQLCA-CURSOR-CTRL (6) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (6).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'STATUT ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'AVISMEDICAUX ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDPRESTATION ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  PrestaIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
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
                                            StatutAvisMedical
               END-CALL
               IF SQLCA-RESULT (6) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT StatutAvisMedical REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (6).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****            CONTROLER-DOUBLE-APPROBATION                *****
      ******************************************************************
                                              BC-TauxInteretLegal
           END-CALL.

      ******************************************************************
      *****          CONTROLER-EXCLUSIONS-PRESTATION               *****
      ******************************************************************
      *    Le code acte (eventuellement pose par le label acte:) et la
      *    circonstance du sinistre sont rapproches des exclusions
      *    actives du contrat. Dans la circonstance, texte libre, le
      *    code ne compte que comme mot entier (la ponctuation vaut
      *    separateur) : un code contenu dans un autre mot ne declenche
      *    pas l'exclusion. Une prise en charge prealable honoree
      *    n'y passe pas : l'accord donne engage la compagnie.
       Controler-Exclusions-Prestation.
           MOVE SPACES TO CodeExclusionTemp.
           MOVE SPACES TO LibelleExclusionTemp.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'X.CODEEXCLUSION, ' DELIMITED SIZE
                  'IFNULL(X.LIBELLE, "") ' DELIMITED SIZE
                  'FROM PRESTATION P ' DELIMITED SIZE
                  'JOIN SINISTRES S ' DELIMITED SIZE
                  'ON S.IDSINISTRE = P.SINISTREID ' DELIMITED SIZE
                  'JOIN DOSSIER D ' DELIMITED SIZE
                  'ON D.IDDOSSIER = S.DOSSIERID ' DELIMITED SIZE
                  'JOIN EXCLUSIONSCONTRAT X ' DELIMITED SIZE
                  'ON X.CONTRATID = D.CONTRATID ' DELIMITED SIZE
                  'AND X.STATUT = "1" ' DELIMITED SIZE
                  'WHERE P.IDPRESTATION = "' DELIMITED SIZE
                  PrestaIdNum DELIMITED SIZE
                  '" AND ((IFNULL(P.CODEACTE, "") <> "" ' DELIMITED SIZE
                  'AND P.CODEACTE LIKE ' DELIMITED SIZE
                  'CONCAT(X.CODEEXCLUSION, "%")) ' DELIMITED SIZE
                  'OR CONCAT(" ", ' DELIMITED SIZE
                  'REPLACE(REPLACE(REPLACE(REPLACE(REPLACE('
                  DELIMITED SIZE
                  'UPPER(IFNULL(S.CIRCONSTANCE, "")), ' DELIMITED SIZE
                  '",", " "), ";", " "), ":", " "), ' DELIMITED SIZE
                  '"(", " "), ")", " "), " ") ' DELIMITED SIZE
                  'LIKE CONCAT("% ", UPPER(X.CODEEXCLUSION), " %")) '
                  DELIMITED SIZE
                  'ORDER BY X.IDEXCLUSION LIMIT 1' DELIMITED SIZE
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
                                            CodeExclusionTemp
                                            LibelleExclusionTemp
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO ExclusionAtteinte
           END-IF.
           INSPECT CodeExclusionTemp
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT LibelleExclusionTemp
               REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

           IF ExclusionAtteinte = 1
               MOVE SPACES TO MESSAGE-RESPONSE
               STRING "ERREUR = PRESTATION EXCLUE PAR LE CONTRAT, EXCLUS
      -               "ION " DELIMITED SIZE
                      CodeExclusionTemp DELIMITED SPACE
                      " : " DELIMITED SIZE
                      LibelleExclusionTemp DELIMITED SIZE
               INTO MESSAGE-RESPONSE
               END-STRING
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 175 TO CODE-RETOUR
           END-IF.

      ******************************************************************
      *****            APPLIQUER-NOMENCLATURE-ACTE                 *****
      ******************************************************************
           END-IF.

       Calculer-Remboursable-Acte.
           IF RefDecomptePresta = SPACES
               COMPUTE MontantCalculeActe ROUNDED =
                   MontantDemandePresta * TauxActe / 100
               MOVE TauxActe TO TauxActeApplique
           ELSE
               MOVE MontantDemandePresta TO MontantCalculeActe
           END-IF.
           perform Select-Dossier-De-La-Prestation.
           perform Select-Cumul-Acte-Annee.
           IF PlafondActe > 0
                   MOVE 171 TO CODE-RETOUR
               ELSE
                   IF CumulActeAnnee + MontantCalculeActe > PlafondActe
                       COMPUTE ReductionPlafondActe =
                           CumulActeAnnee + MontantCalculeActe
                           - PlafondActe
                       COMPUTE MontantCalculeActe =
                           PlafondActe - CumulActeAnnee
                   END-IF
           MOVE SPACES TO CodeActePresta.
           MOVE 0 TO MontantDemandePresta.
           MOVE SPACES TO MontantDemandeTexte.
           MOVE SPACES TO RefDecomptePresta.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(CODEACTE, ""), ' DELIMITED SIZE
                  'IFNULL(MONTANTDEMANDE, 0), ' DELIMITED SIZE
                  'IFNULL(REFDECOMPTE, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'PRESTATION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            CodeActePresta
                                            MontantDemandeTexte
                                            RefDecomptePresta
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantDemandeTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RefDecomptePresta
               REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND MontantDemandeTexte not = SPACES
               COMPUTE MontantDemandePresta =
                   FUNCTION NUMVAL(MontantDemandeTexte)
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              UPDATE-DETAIL-DECOMPTE                    *****
      ******************************************************************
      *    Taux de l'acte applique (0 hors bareme), ecretement au
      *    plafond annuel et franchise deduite, tels que retenus pour
      *    le montant approuve.
       Update-Detail-Decompte.
           perform Resoudre-Presta-Id.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'PRESTATION ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'TAUXACTE = "' DELIMITED SIZE
                  TauxActeApplique DELIMITED SIZE
                  '", REDUCTIONPLAFOND = "' DELIMITED SIZE
                  ReductionPlafondActe DELIMITED SIZE
                  '", FRANCHISEDEDUITE = "' DELIMITED SIZE
                  FranchiseDeduite DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDPRESTATION ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  PrestaIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               APPLIQUER-FRANCHISE                      *****
      ******************************************************************
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****           CONSOMMER-PROVISION-SINISTRE                 *****
      ******************************************************************
      *    Le montant approuve consomme la provision du sinistre (voir
      *    CPYMVPR) : le mouvement de paiement et la provision
      *    restante sont ecrits ensemble.
       Consommer-Provision-Sinistre.
           IF DossierTrouve = 0
               CONTINUE
           ELSE
               MOVE SinistreIdVentil TO MVPR-IDSINISTRE
               MOVE currentDate TO MVPR-DATE
               MOVE MontantPayeTemp TO MVPR-MONTANT
               MOVE SPACES TO MVPR-REFERENCE
               STRING 'PRESTATION ' DELIMITED SIZE
                      PrestaIdNum DELIMITED SIZE
               INTO MVPR-REFERENCE
               END-STRING
               MOVE 'VALIDPRE' TO MVPR-PROGRAMME
               perform MVPR-Consommer-Provision
           END-IF.

      ******************************************************************
      *****               VENTILER-PRESTATION                      *****
      ******************************************************************
       Select-Dossier-De-La-Prestation.
           MOVE 0 TO DossierTrouve.
           MOVE SPACES TO DossierIdVentil.
           MOVE SPACES TO SinistreIdVentil.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'DOSSIERID, ' DELIMITED SIZE
                  'IDSINISTRE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'SINISTRES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (3)
                                            DossierIdVentil
                                            SinistreIdVentil
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
           IF SQLCODE = 0
               MOVE 1 TO DossierTrouve
           END-IF.
           INSPECT SinistreIdVentil REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

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
