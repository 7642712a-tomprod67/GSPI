      -              "txt/ordres_paiement_prestations_lot.txt"
           organization is line sequential access sequential.

      *    Remise a la banque au format ISO 20022 pain.001, refaite a
      *    chaque passage ; le fichier d'ordres reste la source de
      *    COMPTALOT.
           select F-Sepa
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/ordres_paiement_prestations_lot.xml"
           organization is line sequential access sequential.

      *    Cheques a imprimer pour les clients sans coordonnees
      *    bancaires (registre REGISTRECHEQUES, voir CHEQUELOT).
           select F-Cheques
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/cheques_a_imprimer_lot.txt"
           organization is line sequential access sequential.

           select F-Checkpoint
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/regleprelot_checkpoint.txt"
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/interets_retard_lot.txt"
           organization is line sequential access sequential.

      *    Decompte de remboursement du client, un fichier par ordre
      *    depose dans le flux d'impression (voir CPYIMPR).
           select F-Decompte
           assign to WS-DECOMPTE-PATH
           organization is line sequential access sequential.

      *    Avis de reglement des ordres en tiers payant, remis aux
      *    prestataires avec le virement.
           select F-DecomptesTiers
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/avis_reglement_tiers_payant_lot.txt"
           organization is line sequential access sequential.

           select F-Impression
           assign to IMPR-PATH
           organization is line sequential
           file status is IMPR-STATUS-FLUX.

           select F-ImprSource
           assign to IMPR-SOURCE-PATH
           organization is line sequential
           file status is IMPR-STATUS-SOURCE.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       FD F-OrdresPaiement record varying from 0 to 200.
       01 E-OrdresPaiement pic x(200).

       FD F-Sepa record varying from 0 to 200.
       01 E-Sepa pic x(200).

       FD F-Cheques record varying from 0 to 400.
       01 E-Cheques pic x(400).

       FD F-Checkpoint record varying from 0 to 20.
       01 E-Checkpoint pic x(20).

       FD F-Interets record varying from 0 to 200.
       01 E-Interets pic x(200).

       FD F-Decompte record varying from 0 to 200.
       01 E-Decompte pic x(200).

       FD F-DecomptesTiers record varying from 0 to 200.
       01 E-DecomptesTiers pic x(200).

       FD F-Impression record varying from 0 to 250.
       01 E-Impression pic x(250).

       FD F-ImprSource record varying from 0 to 200.
       01 E-ImprSource pic x(200).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       01 ClientTrouve pic 9 value 0.
       01 RibPresent pic 9 value 0.
       01 IbanTemp pic X(34).
       01 BicTemp pic X(11).
       01 TitulaireTemp pic X(70).

      *    Virement remis en pain.001 (journal VIREMENTSEPA) : net paye
      *    plus interets de retard.
       01 MontantVirement pic 9(8)V99.
       01 MontantVirement-R REDEFINES MontantVirement.
           05 MontantVirementEntier pic 9(8).
           05 MontantVirementCentimes pic 99.
       01 MontantVirementTexte pic X(15).
       01 EndToEndTemp pic X(35).
       01 NbVirementsSepa pic 9(8) value 0.
       01 SepaHeure pic 9(8).
       01 NbTransactionsTexte pic X(10).
       01 TotalTransactionsTexte pic X(15).
       01 DateExecutionLotTemp pic X(10).

       01 NbOrdresEmis pic 9(8) value 0.
       01 NbClientsIntrouvables pic 9(8) value 0.
       01 NbClientsSansRib pic 9(8) value 0.
       01 TotalMontantsEmis pic 9(10) value 0.

      *    Reglement par cheque d'un client sans coordonnees bancaires
      *    valides : le numero est pris dans le registre des cheques
      *    (REGISTRECHEQUES), a partir du premier numero du chequier
      *    en cours, et le cheque part au fichier d'impression avec
      *    le montant en toutes lettres. Le cheque porte le net paye
      *    et les interets de retard, comme le virement.
       01 BusinessConstants.
         05 BC-PremierNumeroCheque pic 9(7).
         05 BC-JoursGelRib pic 9(3).
       01 NumeroCheque pic 9(7).
       01 NumeroChequeTexte pic X(10).
       01 MontantCheque pic 9(8)V99.
       01 MontantCheque-R REDEFINES MontantCheque.
           05 MontantChequeEntier pic 9(8).
           05 MontantChequeCentimes pic 99.
       01 MontantChequeAffiche pic Z(7)9,99.
       01 ExecutionRemise pic X.
       01 NomClientCheque pic X(30).
       01 PrenomClientCheque pic X(30).
       01 AdresseCheque pic X(60).
       01 CodePostalCheque pic X(10).
       01 VilleCheque pic X(40).
       01 BeneficiaireCheque pic X(70).
       01 NbChequesEmis pic 9(8) value 0.
       01 TotalCheques pic 9(10)V99 value 0.
       01 TotalChequesAffiche pic Z(9),99.
       01 LIGNE-CHEQUE pic X(400).

      *    Compensation avec les arrieres de prime : avant d'emettre un
      *    ordre au client, ses contrats en impaye sont apures avec le
      *    montant de la prestation, contrat par contrat, et seul le
       01 NotifClient pic X(10).
       01 NotifReference pic X(20).

      *    Decompte de remboursement joint a chaque ordre emis : du
      *    montant demande au net paye, chaque deduction avec son
      *    motif (taux de l'acte de NOMENCLATUREACTES, plafond annuel
      *    de l'acte, franchise, compensation des arrieres), les
      *    interets de retard, le destinataire du reglement avec la
      *    part de chaque beneficiaire et la garantie restante du
      *    dossier. Le detail du calcul est celui pose par VALIDPRE a
      *    l'approbation. Titre dans la langue du client (MODELESDOC,
      *    type DECOMPTE) et preferences MAJPREF respectees comme dans
      *    AVISREPLOT. En tiers payant le meme detail part au
      *    prestataire dans le fichier des avis de reglement, le
      *    registre PRESTATAIRES ne portant pas d'adresse postale.
       01 WS-DECOMPTE-PATH pic X(300).
       01 LIGNE-DECOMPTE pic X(200).
       01 MontantDemandeTexte pic X(12).
       01 CodeActeTemp pic X(5).
       01 TauxActeTexte pic X(5).
       01 ReductionPlafondTexte pic X(12).
       01 FranchiseTexte pic X(12).
       01 RefDecompteTemp pic X(25).
       01 DossierIdTemp pic X(10).
       01 GarantieTexte pic X(12).
       01 ConsommeTexte pic X(12).
       01 MontantDemande pic 9(8)V99.
       01 TauxActe pic 9(3).
       01 BaseRemboursable pic 9(8)V99.
       01 ReductionPlafond pic 9(8)V99.
       01 FranchiseDeduite pic 9(8)V99.
       01 GarantieRestante pic S9(8)V99.
       01 NetVerse pic 9(8)V99.
       01 DecompteLibelle pic X(50).
       01 DecompteSigne pic X.
       01 DecompteMontant pic 9(8)V99.
       01 DecompteMontantAffiche pic Z(7)9,99.
       01 GarantieAffiche pic -(8)9,99.
       01 TauxAffiche pic ZZ9.
       01 DecompteClient pic 9 value 0.
       01 DecompteTiers pic 9 value 0.
       01 NomBenefTemp pic X(30).
       01 PartBenefTemp pic 999.
       01 NbBeneficiaires pic 9(2).
       01 MontantPart pic 9(8)V99.
       01 SuppressionPapier pic 9 value 0.
       01 SuppressionTexte pic X(2).
       01 NpaiTexte pic X(2).
       01 CodeLangueTemp pic X(2).
       01 LangueModele pic X(2).
       01 TitreModele pic X(120).
       01 ModeleTrouve pic 9 value 0.
       01 NbDecomptesEmis pic 9(8) value 0.
       01 NbDecomptesSupprimes pic 9(8) value 0.
       01 NbDecomptesTiers pic 9(8) value 0.
       01 NbTraductionsManquantes pic 9(8) value 0.

      *    Tiers payant : une prestation portant un CODEPRESTATAIRE
      *    (pose par VALIDPRE) est reglee sur l'IBAN du prestataire du
      *    registre PRESTATAIRES, le client et le sinistre restant
      *    temps : l'ordre est retenu comme un RIB manquant.
       01 CodePrestataireTemp pic X(10).
       01 IbanPrestataireTemp pic X(34).
       01 NomPrestataireTemp pic X(70).
       01 PrestataireRoutable pic 9 value 0.
       01 BeneficiairePaiement pic X(12).
       01 NbOrdresTiersPayant pic 9(8) value 0.
       01 NbPrestatairesRadies pic 9(8) value 0.

      *    Factures de frais de gestion approuvees (FRAISGESTION, voir
      *    GESTFRAIS) : honoraires d'expert et frais d'avocat regles
      *    au prestataire sur le meme fichier d'ordres et le meme
      *    pain.001. La ligne d'ordre porte HONORAIRES ou FRAISAVOCAT
      *    en beneficiaire pour que COMPTALOT les passe en frais de
      *    gestion des sinistres et non en prestations ; le virement
      *    est identifie HON + facture au lieu de VIR + prestation.
       01 IdFraisTemp pic 9(8).
       01 TypeFraisTemp pic X(8).
       01 NbFraisRegles pic 9(8) value 0.
       01 TotalFraisRegles pic 9(10) value 0.
       01 NbFraisRetenus pic 9(8) value 0.
       01 PrefixeVirement pic X(3).
       01 ReferenceVirement pic 9(8).

      *    Gel apres changement de RIB : un reglement au client dont
      *    l'IBAN a change (DATEMAJRIB posee par MAJRIB) depuis moins
      *    de BC-JoursGelRib jours n'est pas emis. Il est retenu dans
      *    RETENUESRIB (statut RETENUE), liste en file de rappel par
      *    WORKLISTLOT, et ne part qu'une fois libere par un
      *    superviseur via LIBERIB apres rappel du client. Une
      *    retenue vaut pour l'IBAN en place : un nouveau changement
      *    apres liberation retient a nouveau la prestation. Une
      *    retenue classee FRAUDE bloque definitivement l'ordre sur
      *    cet IBAN.
       01 PaiementRetenu pic 9 value 0.
       01 JoursDepuisMajRibTexte pic X(10).
       01 JoursDepuisMajRib pic 9(5).
       01 DateMajRibTemp pic X(10).
       01 StatutRetenueRib pic X(10).
       01 NbPaiementsRetenus pic 9(8) value 0.
       01 NbRetenuesOuvertes pic 9(8) value 0.

       01 AuditNomTable pic X(20).
       01 AuditIdEnregistrement pic X(20).
       01 AuditOperation pic X(10).
       01 AuditAncienneValeur pic X(50).
       01 AuditNouvelleValeur pic X(50).

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
       01 PeriodeCourante pic X(7).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYMVTC OF "cobol/source_cobol".
       COPY CPYSEPA OF "cobol/source_cobol".
       COPY CPYMTLT OF "cobol/source_cobol".
       COPY CPYHADR OF "cobol/source_cobol".
       COPY CPYIMPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
       GSPI-Init.
           perform Get-Current-Date.
           perform Write-Journal-Batch-Debut.
           perform Read-Business-Constants.
           perform Read-Checkpoint.
           IF LastCheckpointId > 0
               open extend F-OrdresPaiement
               open extend F-Interets
               open extend F-Cheques
               open extend F-DecomptesTiers
           ELSE
               open output F-OrdresPaiement
               open output F-Interets
               open output F-Cheques
               open output F-DecomptesTiers
           END-IF.
           open output F-Sepa.

       GSPI-Trt.
           MOVE SPACES TO PeriodeCourante.
               MOVE 8 TO JB-CodeSortie
           ELSE
               perform Regler-Prestations-Approuvees
               perform Regler-Frais-Approuves
               perform Editer-Virements-Sepa
           END-IF.

       GSPI-Fin.
           perform Write-Ligne-Total.
           perform Write-Ligne-Total-Interets.
           perform Write-Ligne-Total-Cheques.
           close F-OrdresPaiement.
           close F-Interets.
           close F-Cheques.
           close F-Sepa.
           close F-DecomptesTiers.
           perform Reset-Checkpoint.
           display NbOrdresEmis.
           display NbVirementsSepa.
           display NbClientsIntrouvables.
           display NbClientsSansRib.
           display NbChequesEmis.
           display TotalMontantsEmis.
           display NbOrdresAvecInterets.
           display TotalInterets.
           display NbOrdresAvecRetenue.
           display TotalRetenues.
           display NbPaiementsRetenus.
           display NbRetenuesOuvertes.
           display NbDecomptesEmis.
           display NbDecomptesSupprimes.
           display NbDecomptesTiers.
           display NbTraductionsManquantes.
           display NbFraisRegles.
           display TotalFraisRegles.
           display NbFraisRetenus.
           display IMPR-NB-PLIS.
           COMPUTE JB-LignesLues =
               NbOrdresEmis + NbClientsIntrouvables
               + NbPaiementsRetenus.
           COMPUTE JB-LignesEcrites = NbOrdresEmis + NbFraisRegles.
           perform Write-Journal-Batch-Fin.
           stop run.

      ******************************************************************
      *****             READ-BUSINESS-CONSTANTS                    *****
      ******************************************************************
       Read-Business-Constants.
      *    Premier numero du chequier en cours : le registre continue
      *    a partir du plus grand numero deja attribue.
           MOVE 'REGLEPRELOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-PremierNumeroCheque
                                              BC-JoursGelRib
           END-CALL.
           IF BC-PremierNumeroCheque = 0
               MOVE 1000001 TO BC-PremierNumeroCheque
           END-IF.
           IF BC-JoursGelRib = 0
               MOVE 30 TO BC-JoursGelRib
           END-IF.

      ******************************************************************
      *****                    READ-CHECKPOINT                     *****
      ******************************************************************
           perform close-BDD.
           EXIT.

      ******************************************************************
      *****               REGLER-FRAIS-APPROUVES                   *****
      ******************************************************************
      *    Factures de frais de gestion approuvees par GESTFRAIS,
      *    reglees au prestataire apres les prestations. Le gel de
      *    criblage des prestataires s'applique comme en tiers payant.
       Regler-Frais-Approuves.
           perform Regler-Frais-Approuves-Init.
           perform Regler-Frais-Approuves-Trt.
           perform Regler-Frais-Approuves-Fin.

       Regler-Frais-Approuves-Init.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           MOVE 0 TO SQLCODE.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

       Regler-Frais-Approuves-Trt.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDFRAIS, ' DELIMITED SIZE
                  'SINISTREID, ' DELIMITED SIZE
                  'MONTANT, ' DELIMITED SIZE
                  'CODEPRESTATAIRE, ' DELIMITED SIZE
                  'TYPEFRAIS ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'FRAISGESTION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STATUT = "1" ' DELIMITED SIZE
                  'AND CODEPRESTATAIRE NOT IN ' DELIMITED SIZE
                  '(SELECT IDPERSONNE FROM ALERTESCRIBLAGE '
                  DELIMITED SIZE
                  'WHERE TYPEPERSONNE = "PRESTATAIRE" ' DELIMITED SIZE
                  'AND STATUT <> "FAUX POSITIF") ' DELIMITED SIZE
                  'ORDER BY IDFRAIS' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           display SQLCA-STATEMENT.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (1)
              END-CALL
              IF SQLCA-RESULT (1) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO CodePrestataireTemp
               MOVE SPACES TO TypeFraisTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            IdFraisTemp
                                            SinistreIdTemp
                                            MontantPayeTemp
                                            CodePrestataireTemp
                                            TypeFraisTemp
               END-CALL

               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       perform Regler-Un-Frais
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.

       Regler-Frais-Approuves-Fin.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           perform close-BDD.
           EXIT.

      ******************************************************************
      *****                   REGLER-UN-FRAIS                      *****
      ******************************************************************
      *    Ordre et virement au prestataire pour le montant approuve,
      *    sans compensation ni interets, puis facture marquee reglee
      *    (statut 4). Prestataire radie ou sans IBAN depuis
      *    l'approbation : la facture reste approuvee et repart au
      *    passage suivant sa regularisation via GESTPRES.
       Regler-Un-Frais.
           INSPECT CodePrestataireTemp
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TypeFraisTemp REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO PrestataireRoutable.
           perform Select-Iban-Prestataire.
           IF PrestataireRoutable = 0
               ADD 1 TO NbFraisRetenus
           ELSE
               perform Select-Client-De-La-Prestation
               ADD 1 TO NbFraisRegles
               ADD MontantPayeTemp TO TotalFraisRegles
               IF TypeFraisTemp = 'AVOCAT'
                   MOVE 'FRAISAVOCAT' TO BeneficiairePaiement
               ELSE
                   MOVE 'HONORAIRES' TO BeneficiairePaiement
               END-IF
               MOVE IbanPrestataireTemp TO IbanTemp
               MOVE NomPrestataireTemp TO TitulaireTemp
               MOVE SPACES TO BicTemp
               MOVE 0 TO RetenueArrieres
               MOVE 0 TO InteretsRetard
               MOVE MontantPayeTemp TO MontantNetPaye
               MOVE IdFraisTemp TO IdPrestationTemp
               perform Write-Ligne-Ordre
               MOVE 0 TO IdPrestationTemp
               MOVE 'HON' TO PrefixeVirement
               MOVE IdFraisTemp TO ReferenceVirement
               perform Enregistrer-Virement
               perform Update-Frais-Regle
           END-IF.

       Update-Frais-Regle.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'FRAISGESTION ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "4", ' DELIMITED SIZE
                  'DATEREGLEMENT = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDFRAIS ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdFraisTemp DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "MARQUAGE FACTURE DE FRAIS REGLEE EN ERREUR "
                       IdFraisTemp
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  EMETTRE-UN-ORDRE                      *****
      ******************************************************************
       Emettre-Un-Ordre.
           INSPECT CodePrestataireTemp
               REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 'VIR' TO PrefixeVirement.
           MOVE IdPrestationTemp TO ReferenceVirement.
           perform Select-Client-De-La-Prestation.
           MOVE 0 TO PrestataireRoutable.
           MOVE 0 TO PaiementRetenu.
           IF CodePrestataireTemp not = SPACES
               perform Select-Iban-Prestataire
           ELSE
               IF ClientTrouve = 1
                   perform Select-Rib-Client
                   IF RibPresent = 1
                       perform Verifier-Gel-Rib
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
                   ADD 1 TO NbOrdresEmis
                   ADD 1 TO NbOrdresTiersPayant
                   ADD MontantPayeTemp TO TotalMontantsEmis
                   MOVE SPACE TO ExecutionRemise
                   MOVE CodePrestataireTemp TO BeneficiairePaiement
                   MOVE IbanPrestataireTemp TO IbanTemp
                   MOVE NomPrestataireTemp TO TitulaireTemp
                   MOVE SPACES TO BicTemp
                   MOVE 0 TO RetenueArrieres
                   MOVE MontantPayeTemp TO MontantNetPaye
                   perform Write-Ligne-Ordre
                   perform Emettre-Interets-Retard
                   perform Enregistrer-Virement
                   perform Update-Prestation-Remise
                   perform Repartir-Prestation-Coassurance
                   perform Inserer-Notification
                   perform Editer-Decompte
               WHEN PaiementRetenu = 1
      *    IBAN change recemment et non encore verifie aupres du
      *    client : la prestation reste non remise et sera reprise au
      *    passage suivant la liberation.
                   ADD 1 TO NbPaiementsRetenus
               WHEN RibPresent = 0
      *    Pas de coordonnees bancaires valides : le client est regle
      *    par cheque, apres compensation des arrieres comme pour un
      *    virement. La ligne d'ordre porte CHQ et le numero du
      *    cheque a la place de l'IBAN.
                   ADD 1 TO NbOrdresEmis
                   ADD 1 TO NbClientsSansRib
                   MOVE 'CHEQUE' TO BeneficiairePaiement
                   perform Compenser-Arrieres
                   ADD MontantNetPaye TO TotalMontantsEmis
                   perform Emettre-Cheque
                   perform Write-Ligne-Ordre
                   perform Emettre-Interets-Retard
                   perform Update-Prestation-Remise
                   perform Repartir-Prestation-Coassurance
                   perform Inserer-Notification
                   perform Editer-Decompte
               WHEN OTHER
                   ADD 1 TO NbOrdresEmis
                   MOVE SPACE TO ExecutionRemise
                   MOVE 'CLIENT' TO BeneficiairePaiement
                   perform Compenser-Arrieres
                   ADD MontantNetPaye TO TotalMontantsEmis
                   perform Write-Ligne-Ordre
                   perform Emettre-Interets-Retard
                   perform Enregistrer-Virement
                   perform Update-Prestation-Remise
                   perform Repartir-Prestation-Coassurance
                   perform Inserer-Notification
                   perform Editer-Decompte
           END-EVALUATE.

      ******************************************************************
               END-IF
           END-IF.

      *    Credit COMPENSATION au compte cotisations, ecrit avant la
      *    mise a jour de l'impaye avec le meme plafonnement.
       Update-Impaye-Compense.
           COMPUTE MVTC-IDCONTRAT = FUNCTION NUMVAL(IdContratImpaye).
           MOVE currentDate TO MVTC-DATE.
           MOVE 'COMPENSATION' TO MVTC-TYPE.
           SET MVTC-CREDIT TO TRUE.
           MOVE RetenueContrat TO MVTC-MONTANT.
           MOVE SPACES TO MVTC-REFERENCE.
           STRING 'PRESTATION ' DELIMITED SIZE
                  IdPrestationTemp DELIMITED SIZE
           INTO MVTC-REFERENCE
           END-STRING.
           MOVE 'REGLEPRELOT' TO MVTC-PROGRAMME.
           perform MVTC-Ecrire-Mouvement-Impaye.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'MONTANTIMPAYE = ' DELIMITED SIZE
                  'GREATEST(IFNULL(MONTANTIMPAYE, 0) - '
                  DELIMITED SIZE
                  MVTC-MONTANT-ENTIER DELIMITED SIZE
                  '.' DELIMITED SIZE
                  MVTC-MONTANT-CENTIMES DELIMITED SIZE
                  ', 0) ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
      ******************************************************************
       Select-Iban-Prestataire.
           MOVE SPACES TO IbanPrestataireTemp.
           MOVE SPACES TO NomPrestataireTemp.

           IF SQLCA-CURSOR-CTRL (4) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IBAN, ' DELIMITED SIZE
                  'IFNULL(NOM, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'PRESTATAIRES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (4)
                                            IbanPrestataireTemp
                                            NomPrestataireTemp
               END-CALL
               IF SQLCA-RESULT (4) = NULL
                   MOVE 100 TO SQLCODE
       Select-Rib-Client.
           MOVE 0 TO RibPresent.
           MOVE SPACES TO IbanTemp.
           MOVE SPACES TO BicTemp.
           MOVE SPACES TO TitulaireTemp.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IBAN, ' DELIMITED SIZE
                  'IFNULL(BIC, ""), ' DELIMITED SIZE
                  'IFNULL(TITULAIRE, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'COORDONNEESBANCAIRES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (3)
                                            IbanTemp
                                            BicTemp
                                            TitulaireTemp
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  VERIFIER-GEL-RIB                      *****
      ******************************************************************
      *    Anciennete du changement d'IBAN du client et derniere
      *    retenue posee sur la prestation pour cet IBAN. Un RIB sans
      *    DATEMAJRIB (saisi avant le gel) n'est pas retenu.
       Verifier-Gel-Rib.
           MOVE SPACES TO JoursDepuisMajRibTexte.
           MOVE SPACES TO DateMajRibTemp.
           MOVE SPACES TO StatutRetenueRib.
           MOVE 99999 TO JoursDepuisMajRib.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(DATEDIFF(STR_TO_DATE("' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", "%d/%m/%Y"), ' DELIMITED SIZE
                  'STR_TO_DATE(C.DATEMAJRIB, "%d/%m/%Y")), 99999), '
                  DELIMITED SIZE
                  'IFNULL(C.DATEMAJRIB, ""), ' DELIMITED SIZE
                  'IFNULL((SELECT R.STATUT FROM RETENUESRIB R '
                  DELIMITED SIZE
                  'WHERE R.IDPRESTATION = "' DELIMITED SIZE
                  IdPrestationTemp DELIMITED SIZE
                  '" AND R.IBAN = C.IBAN ' DELIMITED SIZE
                  'ORDER BY R.IDRETENUE DESC LIMIT 1), "") '
                  DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'COORDONNEESBANCAIRES C ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'C.IDCLIENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ClientIdTemp DELIMITED SPACE
                  '"' DELIMITED SIZE
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
                                            JoursDepuisMajRibTexte
                                            DateMajRibTemp
                                            StatutRetenueRib
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT JoursDepuisMajRibTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateMajRibTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT StatutRetenueRib REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND JoursDepuisMajRibTexte not = SPACES
               COMPUTE JoursDepuisMajRib =
                   FUNCTION NUMVAL(JoursDepuisMajRibTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

           EVALUATE TRUE
               WHEN StatutRetenueRib = 'LIBEREE'
                   CONTINUE
               WHEN StatutRetenueRib not = SPACES
                   MOVE 1 TO PaiementRetenu
               WHEN JoursDepuisMajRib < BC-JoursGelRib
                   MOVE 1 TO PaiementRetenu
                   perform Inserer-Retenue-Rib
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *****                 INSERER-RETENUE-RIB                    *****
      ******************************************************************
      *    Ouvre la retenue a rappeler et la trace dans AUDITJOURNAL
      *    (operation RETENUE, la liberation est tracee par LIBERIB).
       Inserer-Retenue-Rib.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'RETENUESRIB' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'IDPRESTATION, ' DELIMITED SIZE
                  'SINISTREID, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'IBAN, ' DELIMITED SIZE
                  'DATEMAJRIB, ' DELIMITED SIZE
                  'MONTANT, ' DELIMITED SIZE
                  'DATERETENUE, ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'DATEDECISION, ' DELIMITED SIZE
                  'OPERATEURDECISION, ' DELIMITED SIZE
                  'MOTIFDECISION) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  IdPrestationTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  ClientIdTemp DELIMITED SPACE
                  '","' DELIMITED SIZE
                  IbanTemp DELIMITED SPACE
                  '","' DELIMITED SIZE
                  DateMajRibTemp DELIMITED SPACE
                  '","' DELIMITED SIZE
                  MontantPayeTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","RETENUE","","","")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE = 0
               ADD 1 TO NbRetenuesOuvertes
               MOVE DateMajRibTemp TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING 'RETENUE RIB ' DELIMITED SIZE
                      IbanTemp DELIMITED SPACE
               INTO AuditNouvelleValeur
               END-STRING
               MOVE IdPrestationTemp TO AuditIdEnregistrement
               MOVE 'PRESTATION' TO AuditNomTable
               MOVE 'RETENUE' TO AuditOperation
               perform Write-Audit-Trail
           ELSE
               display "RETENUE RIB EN ERREUR PRESTATION "
                       IdPrestationTemp
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Sur la connexion du lot ouverte par
      *    Regler-Prestations-Approuvees.
       Write-Audit-Trail.
           MOVE 'REGLEPRELOT' TO PGCTB-PROGRAM-NAME.
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
                  'DATEAUDIT) '    DELIMITED SIZE
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
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****          SELECT-CLIENT-DE-LA-PRESTATION                *****
      ******************************************************************
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                ENREGISTRER-VIREMENT                    *****
      ******************************************************************
      *    Journal des virements a remettre en pain.001 : un virement
      *    par ordre, pour le net paye augmente des interets de retard
      *    (la ligne INTERETS du fichier d'ordres reste distincte pour
      *    la comptabilite). Un ordre entierement compense sur les
      *    arrieres ne fait pas de virement. L'identifiant de bout en
      *    bout (VIR, prestation, date de remise AAMMJJ) revient sur le
      *    compte rendu de la banque que rapproche RETOURVIRLOT ; une
      *    prestation rejetee puis reemise en recoit un nouveau.
       Enregistrer-Virement.
           COMPUTE MontantVirement = MontantNetPaye + InteretsRetard.
           IF MontantVirement > 0
               ADD 1 TO NbVirementsSepa
               MOVE SPACES TO EndToEndTemp
               STRING PrefixeVirement DELIMITED SIZE
                      ReferenceVirement DELIMITED SIZE
                      AA of SYSTEME-DATE DELIMITED SIZE
                      MM of SYSTEME-DATE DELIMITED SIZE
                      JJ of SYSTEME-DATE DELIMITED SIZE
               INTO EndToEndTemp
               END-STRING
               INSPECT TitulaireTemp REPLACING ALL LOW-VALUE BY SPACE
               INSPECT TitulaireTemp REPLACING ALL '"' BY ' '
               INSPECT BicTemp REPLACING ALL LOW-VALUE BY SPACE
               MOVE LOW-VALUES TO SQLCA-STATEMENT
               STRING 'INSERT ' DELIMITED SIZE
                      'INTO ' DELIMITED SIZE
                      'VIREMENTSEPA' DELIMITED SIZE
                      '(' DELIMITED SIZE
                      'IDPRESTATION, ' DELIMITED SIZE
                      'SINISTREID, ' DELIMITED SIZE
                      'IDCLIENT, ' DELIMITED SIZE
                      'BENEFICIAIRE, ' DELIMITED SIZE
                      'TITULAIRE, ' DELIMITED SIZE
                      'IBAN, ' DELIMITED SIZE
                      'BIC, ' DELIMITED SIZE
                      'MONTANT, ' DELIMITED SIZE
                      'ENDTOENDID, ' DELIMITED SIZE
                      'DATEEXECUTION, ' DELIMITED SIZE
                      'DATEREMISE) ' DELIMITED SIZE
                      'VALUES' DELIMITED SIZE
                      '("' DELIMITED SIZE
                      IdPrestationTemp DELIMITED SIZE
                      '","' DELIMITED SIZE
                      SinistreIdTemp DELIMITED SIZE
                      '","' DELIMITED SIZE
                      ClientIdTemp DELIMITED SPACE
                      '","' DELIMITED SIZE
                      BeneficiairePaiement DELIMITED SPACE
                      '","' DELIMITED SIZE
                      TitulaireTemp DELIMITED '  '
                      '","' DELIMITED SIZE
                      IbanTemp DELIMITED SPACE
                      '","' DELIMITED SIZE
                      BicTemp DELIMITED SPACE
                      '",' DELIMITED SIZE
                      MontantVirementEntier DELIMITED SIZE
                      '.' DELIMITED SIZE
                      MontantVirementCentimes DELIMITED SIZE
                      ',"' DELIMITED SIZE
                      EndToEndTemp DELIMITED SPACE
                      '","' DELIMITED SIZE
                      currentDate DELIMITED SIZE
                      '","' DELIMITED SIZE
                      currentDate DELIMITED SIZE
                      '")' DELIMITED SIZE
                  INTO SQLCA-STATEMENT
               END-STRING
               CALL 'MySQL_query' USING SQLCA-STATEMENT
               END-CALL
               IF RETURN-CODE not = 0
                   display "JOURNAL VIREMENT EN ERREUR PRESTATION "
                           IdPrestationTemp
               END-IF
               MOVE 0 TO SQLCODE
           END-IF.

      ******************************************************************
      *****                EDITER-VIREMENTS-SEPA                   *****
      ******************************************************************
      *    Fichier pain.001 remis a la banque : tous les virements du
      *    journal pas encore edites, y compris ceux d'un passage
      *    interrompu puis repris, un lot par date d'execution.
      *    L'en-tete porte le nombre et la somme de controle du
      *    fichier, chaque lot les siens. Les virements edites
      *    recoivent l'identifiant du message.
       Editer-Virements-Sepa.
           perform Editer-Virements-Sepa-Init.
           IF SEPA-NB-TRANSACTIONS > 0
               perform Editer-Virements-Sepa-Trt
           END-IF.
           perform Editer-Virements-Sepa-Fin.

       Editer-Virements-Sepa-Init.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           SET SEPA-VIREMENT TO TRUE.
           ACCEPT SepaHeure FROM TIME.
           MOVE SPACES TO SEPA-ID-MESSAGE.
           STRING 'GSPI-VIR-' DELIMITED SIZE
                  currentYear DELIMITED SIZE
                  MM of SYSTEME-DATE DELIMITED SIZE
                  JJ of SYSTEME-DATE DELIMITED SIZE
                  SepaHeure (1:6) DELIMITED SIZE
           INTO SEPA-ID-MESSAGE
           END-STRING.
           MOVE SPACES TO SEPA-HORODATAGE.
           STRING currentYear DELIMITED SIZE
                  '-' DELIMITED SIZE
                  MM of SYSTEME-DATE DELIMITED SIZE
                  '-' DELIMITED SIZE
                  JJ of SYSTEME-DATE DELIMITED SIZE
                  'T' DELIMITED SIZE
                  SepaHeure (1:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  SepaHeure (3:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  SepaHeure (5:2) DELIMITED SIZE
           INTO SEPA-HORODATAGE
           END-STRING.
           perform Select-Totaux-Virements.

       Editer-Virements-Sepa-Trt.
           perform SEPA-Ouvrir-Message.
           perform Editer-Lots-Virements.
           perform SEPA-Fermer-Message.
           perform Marquer-Virements-Edites.

       Editer-Virements-Sepa-Fin.
           perform close-BDD.
           display SEPA-NB-TRANSACTIONS.

       Select-Totaux-Virements.
           MOVE 0 TO SEPA-NB-TRANSACTIONS.
           MOVE 0 TO SEPA-TOTAL.
           MOVE SPACES TO NbTransactionsTexte.
           MOVE SPACES TO TotalTransactionsTexte.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*), ' DELIMITED SIZE
                  'IFNULL(SUM(MONTANT), 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'VIREMENTSEPA ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDMESSAGE IS NULL' DELIMITED SIZE
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
                                            NbTransactionsTexte
                                            TotalTransactionsTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT NbTransactionsTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TotalTransactionsTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TotalTransactionsTexte REPLACING ALL '.' BY ','.
           IF SQLCODE = 0 AND NbTransactionsTexte not = SPACES
               COMPUTE SEPA-NB-TRANSACTIONS =
                   FUNCTION NUMVAL(NbTransactionsTexte)
               COMPUTE SEPA-TOTAL =
                   FUNCTION NUMVAL(TotalTransactionsTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

       Editer-Lots-Virements.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'DATEEXECUTION, ' DELIMITED SIZE
                  'COUNT(*), ' DELIMITED SIZE
                  'SUM(MONTANT) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'VIREMENTSEPA ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDMESSAGE IS NULL ' DELIMITED SIZE
                  'GROUP BY DATEEXECUTION ' DELIMITED SIZE
                  'ORDER BY ' DELIMITED SIZE
                  'STR_TO_DATE(DATEEXECUTION, "%d/%m/%Y")'
                  DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           display SQLCA-STATEMENT.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (1)
              END-CALL
              IF SQLCA-RESULT (1) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO DateExecutionLotTemp
               MOVE SPACES TO NbTransactionsTexte
               MOVE SPACES TO TotalTransactionsTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            DateExecutionLotTemp
                                            NbTransactionsTexte
                                            TotalTransactionsTexte
               END-CALL

               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       perform Editer-Un-Lot-Virements
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Editer-Un-Lot-Virements.
           INSPECT NbTransactionsTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TotalTransactionsTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TotalTransactionsTexte REPLACING ALL '.' BY ','.
           MOVE SPACES TO SEPA-SEQUENCE.
           MOVE DateExecutionLotTemp TO SEPA-DATE-EXECUTION.
           COMPUTE SEPA-LOT-NB = FUNCTION NUMVAL(NbTransactionsTexte).
           COMPUTE SEPA-LOT-TOTAL =
               FUNCTION NUMVAL(TotalTransactionsTexte).
           perform SEPA-Ouvrir-Lot.
           perform Editer-Virements-Lot.
           perform SEPA-Fermer-Lot.

       Editer-Virements-Lot.
           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'ENDTOENDID, ' DELIMITED SIZE
                  'MONTANT, ' DELIMITED SIZE
                  'IBAN, ' DELIMITED SIZE
                  'IFNULL(BIC, ""), ' DELIMITED SIZE
                  'IFNULL(TITULAIRE, ""), ' DELIMITED SIZE
                  'IDPRESTATION, ' DELIMITED SIZE
                  'SINISTREID ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'VIREMENTSEPA ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDMESSAGE IS NULL ' DELIMITED SIZE
                  'AND DATEEXECUTION = "' DELIMITED SIZE
                  DateExecutionLotTemp DELIMITED SIZE
                  '" ORDER BY IDPRESTATION' DELIMITED SIZE
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

           PERFORM UNTIL SQLCODE not = 0
               MOVE SPACES TO SEPA-END-TO-END
               MOVE SPACES TO MontantVirementTexte
               MOVE SPACES TO SEPA-IBAN
               MOVE SPACES TO SEPA-BIC
               MOVE SPACES TO SEPA-NOM
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (3)
                                            SEPA-END-TO-END
                                            MontantVirementTexte
                                            SEPA-IBAN
                                            SEPA-BIC
                                            SEPA-NOM
                                            IdPrestationTemp
                                            SinistreIdTemp
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
               IF SQLCODE = 0
                   perform Editer-Un-Virement
               END-IF
           END-PERFORM.

           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

       Editer-Un-Virement.
           INSPECT SEPA-END-TO-END REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantVirementTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantVirementTexte REPLACING ALL '.' BY ','.
           INSPECT SEPA-IBAN REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SEPA-BIC REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SEPA-NOM REPLACING ALL LOW-VALUE BY SPACE.
           COMPUTE SEPA-MONTANT = FUNCTION NUMVAL(MontantVirementTexte).
           MOVE SPACES TO SEPA-LIBELLE.
           IF SEPA-END-TO-END (1:3) = 'HON'
               STRING 'REGLEMENT FACTURE DE FRAIS ' DELIMITED SIZE
                      SEPA-END-TO-END (4:8) DELIMITED SIZE
                      ' SINISTRE ' DELIMITED SIZE
                      SinistreIdTemp DELIMITED SIZE
               INTO SEPA-LIBELLE
               END-STRING
           ELSE
               STRING 'REGLEMENT PRESTATION ' DELIMITED SIZE
                      IdPrestationTemp DELIMITED SIZE
                      ' SINISTRE ' DELIMITED SIZE
                      SinistreIdTemp DELIMITED SIZE
               INTO SEPA-LIBELLE
               END-STRING
           END-IF.
           perform SEPA-Ecrire-Transaction.

      *    Les virements edites sortent du fichier suivant.
       Marquer-Virements-Edites.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'VIREMENTSEPA ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'IDMESSAGE = "' DELIMITED SIZE
                  SEPA-ID-MESSAGE DELIMITED SPACE
                  '" WHERE ' DELIMITED SIZE
                  'IDMESSAGE IS NULL' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "MARQUAGE VIREMENTS EDITES EN ERREUR"
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                   EMETTRE-CHEQUE                       *****
      ******************************************************************
      *    Cheque au client pour le net paye augmente des interets de
      *    retard : numero suivant du registre, inscription au
      *    registre au statut 1 (emis) et ligne d'impression. Un
      *    ordre entierement compense sur les arrieres ne donne pas
      *    lieu a cheque. Registre en erreur : l'ordre reste sans
      *    marque C et ressort chez RETOURVIRLOT parmi les ordres sans
      *    confirmation.
       Emettre-Cheque.
           MOVE SPACES TO IbanTemp.
           MOVE SPACE TO ExecutionRemise.
           INSPECT InteretsTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO InteretsRetard.
           IF InteretsTexte not = SPACES
               COMPUTE InteretsRetard =
                   FUNCTION NUMVAL(InteretsTexte)
           END-IF.
           COMPUTE MontantCheque = MontantNetPaye + InteretsRetard.
           IF MontantCheque > 0
               perform Select-Adresse-Client
               perform Attribuer-Numero-Cheque
               IF SQLCODE = 0
                   perform Insert-Registre-Cheque
               END-IF
               IF SQLCODE = 0
                   ADD 1 TO NbChequesEmis
                   ADD MontantCheque TO TotalCheques
                   MOVE 'C' TO ExecutionRemise
                   STRING 'CHQ' DELIMITED SIZE
                          NumeroCheque DELIMITED SIZE
                   INTO IbanTemp
                   END-STRING
                   perform Write-Ligne-Cheque
               ELSE
                   display "REGISTRE CHEQUES EN ERREUR PRESTATION "
                           IdPrestationTemp
               END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

      *    Nom et adresse du client, imprimes sur le cheque et sur la
      *    lettre d'accompagnement.
       Select-Adresse-Client.
           MOVE SPACES TO NomClientCheque.
           MOVE SPACES TO PrenomClientCheque.
           MOVE SPACES TO AdresseCheque.
           MOVE SPACES TO CodePostalCheque.
           MOVE SPACES TO VilleCheque.

           IF SQLCA-CURSOR-CTRL (6) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (6).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'NOM, ' DELIMITED SIZE
                  'PRENOM, ' DELIMITED SIZE
                  'IFNULL(ADRESSE, ""), ' DELIMITED SIZE
                  'IFNULL(CODEPOSTAL, ""), ' DELIMITED SIZE
                  'IFNULL(VILLE, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CLIENTS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCLIENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ClientIdTemp DELIMITED SPACE
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
                                            NomClientCheque
                                            PrenomClientCheque
                                            AdresseCheque
                                            CodePostalCheque
                                            VilleCheque
               END-CALL
           END-IF.
           INSPECT NomClientCheque REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PrenomClientCheque REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AdresseCheque REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CodePostalCheque REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT VilleCheque REPLACING ALL LOW-VALUE BY SPACE.
           MOVE SPACES TO BeneficiaireCheque.
           STRING PrenomClientCheque DELIMITED '  '
                  ' ' DELIMITED SIZE
                  NomClientCheque DELIMITED '  '
           INTO BeneficiaireCheque
           END-STRING.
           INSPECT BeneficiaireCheque REPLACING ALL '"' BY ' '.
           MOVE 0 TO SQLCA-CURSOR-CTRL (6).
           MOVE 0 TO SQLCODE.

      *    Numero suivant du registre, jamais inferieur au premier
      *    numero du chequier en cours.
       Attribuer-Numero-Cheque.
           MOVE 0 TO NumeroCheque.
           MOVE SPACES TO NumeroChequeTexte.

           IF SQLCA-CURSOR-CTRL (6) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (6).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'GREATEST(IFNULL(MAX(NUMEROCHEQUE), 0) + 1, '
                  DELIMITED SIZE
                  BC-PremierNumeroCheque DELIMITED SIZE
                  ') ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'REGISTRECHEQUES' DELIMITED SIZE
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
                                            NumeroChequeTexte
               END-CALL
               IF SQLCA-RESULT (6) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               INSPECT NumeroChequeTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               COMPUTE NumeroCheque =
                   FUNCTION NUMVAL(NumeroChequeTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (6).

      *    Le cheque entre au registre au statut 1 (emis) ; la
      *    retenue sur arrieres y est reprise pour que l'annulation
      *    d'un cheque perime puisse contre-passer l'ecriture entiere.
       Insert-Registre-Cheque.
           MOVE RetenueArrieres TO RetenueEntier.
           COMPUTE RetenueCentimes =
               (RetenueArrieres - RetenueEntier) * 100.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'REGISTRECHEQUES' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'NUMEROCHEQUE, ' DELIMITED SIZE
                  'IDPRESTATION, ' DELIMITED SIZE
                  'SINISTREID, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'BENEFICIAIRE, ' DELIMITED SIZE
                  'MONTANT, ' DELIMITED SIZE
                  'RETENUE, ' DELIMITED SIZE
                  'DATEEMISSION, ' DELIMITED SIZE
                  'STATUT) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  NumeroCheque DELIMITED SIZE
                  ',"' DELIMITED SIZE
                  IdPrestationTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  ClientIdTemp DELIMITED SPACE
                  '","' DELIMITED SIZE
                  BeneficiaireCheque DELIMITED '  '
                  '",' DELIMITED SIZE
                  MontantChequeEntier DELIMITED SIZE
                  '.' DELIMITED SIZE
                  MontantChequeCentimes DELIMITED SIZE
                  ',' DELIMITED SIZE
                  RetenueEntier DELIMITED SIZE
                  '.' DELIMITED SIZE
                  RetenueCentimes DELIMITED SIZE
                  ',"' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","1")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      *    Ligne d'impression : numero, date, montant en chiffres et en
      *    lettres, beneficiaire et adresse d'envoi, reference de la
      *    prestation reglee.
       Write-Ligne-Cheque.
           MOVE MontantCheque TO MTLT-MONTANT.
           perform MTLT-Convertir-Montant.
           MOVE MontantCheque TO MontantChequeAffiche.
           MOVE SPACES TO LIGNE-CHEQUE.
           STRING NumeroCheque DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantChequeAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MTLT-LIBELLE DELIMITED '  '
                   ';' DELIMITED SIZE
                   BeneficiaireCheque DELIMITED '  '
                   ';' DELIMITED SIZE
                   AdresseCheque DELIMITED '  '
                   ';' DELIMITED SIZE
                   CodePostalCheque DELIMITED SPACE
                   ';' DELIMITED SIZE
                   VilleCheque DELIMITED '  '
                   ';PRESTATION ' DELIMITED SIZE
                   IdPrestationTemp DELIMITED SIZE
                   ' SINISTRE ' DELIMITED SIZE
                   SinistreIdTemp DELIMITED SIZE
           INTO LIGNE-CHEQUE
           END-STRING.
           write E-Cheques from LIGNE-CHEQUE.

      ******************************************************************
      *****                WRITE-LIGNE-ORDRE                       *****
      ******************************************************************
       Write-Ligne-Ordre.
           MOVE RetenueArrieres TO RetenueAffiche.
           MOVE MontantNetPaye TO MontantNetAffiche.
           MOVE SPACES TO LIGNE-ORDRE.
           STRING IdPrestationTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   SinistreIdTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   ClientIdTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantPayeTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantNetAffiche DELIMITED SIZE
           INTO LIGNE-ORDRE
           END-STRING.
           write E-OrdresPaiement from LIGNE-ORDRE.

      ******************************************************************
      *****             EMETTRE-INTERETS-RETARD                    *****
      ******************************************************************
      *    Quand la prestation porte des interets legaux de retard
      *    (poses par VALIDPRE), une ligne INTERETS distincte suit
      *    l'ordre principal sur le fichier de paiement, et le fichier
      *    mensuel des interets payes est alimente pour le reporting.
       Emettre-Interets-Retard.
           INSPECT InteretsTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO InteretsRetard.
           IF InteretsTexte not = SPACES
               COMPUTE InteretsRetard =
                   FUNCTION NUMVAL(InteretsTexte)
           END-IF.
           IF InteretsRetard > 0
               ADD 1 TO NbOrdresAvecInterets
               ADD InteretsRetard TO TotalInterets
               MOVE InteretsRetard TO InteretsAffiche
               MOVE SPACES TO LIGNE-ORDRE
               STRING IdPrestationTemp DELIMITED SIZE
                       ';' DELIMITED SIZE
                       SinistreIdTemp DELIMITED SIZE
                       ';' DELIMITED SIZE
                       ClientIdTemp DELIMITED SPACE
                       ';' DELIMITED SIZE
                       InteretsAffiche DELIMITED SIZE
                       ';' DELIMITED SIZE
                       currentDate DELIMITED SIZE
                       ';' DELIMITED SIZE
                       'INTERETS' DELIMITED SIZE
                       ';' DELIMITED SIZE
                       IbanTemp DELIMITED SPACE
               INTO LIGNE-ORDRE
               END-STRING
               write E-OrdresPaiement from LIGNE-ORDRE
               MOVE SPACES TO LIGNE-INTERETS
               STRING IdPrestationTemp DELIMITED SIZE
                       ';' DELIMITED SIZE
                       SinistreIdTemp DELIMITED SIZE
                       ';' DELIMITED SIZE
                       ClientIdTemp DELIMITED SPACE
                       ';' DELIMITED SIZE
                       InteretsAffiche DELIMITED SIZE
                       ';' DELIMITED SIZE
                       currentDate DELIMITED SIZE
               INTO LIGNE-INTERETS
               END-STRING
               write E-Interets from LIGNE-INTERETS
           END-IF.

      ******************************************************************
      *****                  EDITER-DECOMPTE                       *****
      ******************************************************************
      *    Decompte de l'ordre emis : au client sauf suppression du
      *    papier ou adresse NPAI, et au prestataire en tiers payant
      *    dans le fichier des avis de reglement. Le corps du decompte
      *    est ecrit une fois pour les deux destinataires.
       Editer-Decompte.
           MOVE 0 TO DecompteClient.
           MOVE 0 TO DecompteTiers.
           perform Select-Detail-Decompte.
           perform Consulter-Preferences-Client.
           IF SuppressionPapier = 1
               ADD 1 TO NbDecomptesSupprimes
           ELSE
               perform Ouvrir-Decompte-Client
           END-IF.
           IF CodePrestataireTemp not = SPACES
               perform Ouvrir-Decompte-Tiers
           END-IF.
           IF DecompteClient = 1 OR DecompteTiers = 1
               perform Write-Corps-Decompte
           END-IF.
           IF DecompteClient = 1
               perform Deposer-Decompte-Client
           END-IF.
           IF DecompteTiers = 1
               MOVE ALL '-' TO LIGNE-DECOMPTE
               write E-DecomptesTiers from LIGNE-DECOMPTE
           END-IF.

      *    Detail du calcul pose par VALIDPRE a l'approbation et
      *    garantie du dossier, consommation de la prestation comprise.
       Select-Detail-Decompte.
           MOVE SPACES TO MontantDemandeTexte.
           MOVE SPACES TO CodeActeTemp.
           MOVE SPACES TO TauxActeTexte.
           MOVE SPACES TO ReductionPlafondTexte.
           MOVE SPACES TO FranchiseTexte.
           MOVE SPACES TO RefDecompteTemp.
           MOVE SPACES TO DossierIdTemp.
           MOVE SPACES TO GarantieTexte.
           MOVE SPACES TO ConsommeTexte.

           IF SQLCA-CURSOR-CTRL (7) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (7).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(P.MONTANTDEMANDE, 0), ' DELIMITED SIZE
                  'IFNULL(P.CODEACTE, ""), ' DELIMITED SIZE
                  'IFNULL(P.TAUXACTE, 0), ' DELIMITED SIZE
                  'IFNULL(P.REDUCTIONPLAFOND, 0), ' DELIMITED SIZE
                  'IFNULL(P.FRANCHISEDEDUITE, 0), ' DELIMITED SIZE
                  'IFNULL(P.REFDECOMPTE, ""), ' DELIMITED SIZE
                  'IFNULL(D.IDDOSSIER, ""), ' DELIMITED SIZE
                  'IFNULL(D.MONTANTGARANTIE, 0), ' DELIMITED SIZE
                  'IFNULL(D.MONTANTCONSOMME, 0) ' DELIMITED SIZE
                  'FROM PRESTATION P ' DELIMITED SIZE
                  'LEFT JOIN SINISTRES S ' DELIMITED SIZE
                  'ON S.IDSINISTRE = P.SINISTREID ' DELIMITED SIZE
                  'LEFT JOIN DOSSIER D ' DELIMITED SIZE
                  'ON D.IDDOSSIER = S.DOSSIERID ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'P.IDPRESTATION ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdPrestationTemp DELIMITED SIZE
                  '"' DELIMITED SIZE
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
                                            MontantDemandeTexte
                                            CodeActeTemp
                                            TauxActeTexte
                                            ReductionPlafondTexte
                                            FranchiseTexte
                                            RefDecompteTemp
                                            DossierIdTemp
                                            GarantieTexte
                                            ConsommeTexte
               END-CALL
               IF SQLCA-RESULT (7) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (7).
           MOVE 0 TO SQLCODE.

           INSPECT MontantDemandeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CodeActeTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TauxActeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ReductionPlafondTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT FranchiseTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RefDecompteTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DossierIdTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT GarantieTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ConsommeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantDemandeTexte REPLACING ALL '.' BY ','.
           INSPECT ReductionPlafondTexte REPLACING ALL '.' BY ','.
           INSPECT FranchiseTexte REPLACING ALL '.' BY ','.
           INSPECT GarantieTexte REPLACING ALL '.' BY ','.
           INSPECT ConsommeTexte REPLACING ALL '.' BY ','.
           MOVE 0 TO MontantDemande.
           MOVE 0 TO TauxActe.
           MOVE 0 TO ReductionPlafond.
           MOVE 0 TO FranchiseDeduite.
           MOVE 0 TO GarantieRestante.
           IF MontantDemandeTexte not = SPACES
               COMPUTE MontantDemande =
                   FUNCTION NUMVAL(MontantDemandeTexte)
           END-IF.
           IF TauxActeTexte not = SPACES
               COMPUTE TauxActe = FUNCTION NUMVAL(TauxActeTexte)
           END-IF.
           IF ReductionPlafondTexte not = SPACES
               COMPUTE ReductionPlafond =
                   FUNCTION NUMVAL(ReductionPlafondTexte)
           END-IF.
           IF FranchiseTexte not = SPACES
               COMPUTE FranchiseDeduite =
                   FUNCTION NUMVAL(FranchiseTexte)
           END-IF.
           IF DossierIdTemp not = SPACES
               AND GarantieTexte not = SPACES
               AND ConsommeTexte not = SPACES
               COMPUTE GarantieRestante =
                   FUNCTION NUMVAL(GarantieTexte)
                   - FUNCTION NUMVAL(ConsommeTexte)
           END-IF.

      *    Base prise en charge : la depense au taux de l'acte quand
      *    le bareme s'est applique, sinon le montant approuve avant
      *    ecretement et franchise. Sans depense saisie, la demande
      *    est cette base.
           IF TauxActe > 0 AND MontantDemande > 0
               COMPUTE BaseRemboursable ROUNDED =
                   MontantDemande * TauxActe / 100
           ELSE
               COMPUTE BaseRemboursable =
                   MontantPayeTemp + ReductionPlafond + FranchiseDeduite
           END-IF.
           IF MontantDemande = 0
               MOVE BaseRemboursable TO MontantDemande
           END-IF.
           COMPUTE NetVerse = MontantNetPaye + InteretsRetard.

      ******************************************************************
      *****               OUVRIR-DECOMPTE-CLIENT                   *****
      ******************************************************************
       Ouvrir-Decompte-Client.
           perform Select-Adresse-Client.
           MOVE SPACES TO WS-DECOMPTE-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -           "/decompte_" DELIMITED SIZE
                   ClientIdTemp DELIMITED SPACE
                   "_" DELIMITED SIZE
                   IdPrestationTemp DELIMITED SIZE
                   ".txt" DELIMITED SIZE
               INTO WS-DECOMPTE-PATH
           END-STRING.
           open output F-Decompte.
           MOVE 1 TO DecompteClient.

           MOVE SPACES TO LIGNE-DECOMPTE.
           STRING 'LE ' DELIMITED SIZE
                  currentDate DELIMITED SIZE
           INTO LIGNE-DECOMPTE
           END-STRING.
           write E-Decompte from LIGNE-DECOMPTE.

           MOVE SPACES TO LIGNE-DECOMPTE.
           STRING PrenomClientCheque DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  NomClientCheque DELIMITED SIZE
           INTO LIGNE-DECOMPTE
           END-STRING.
           write E-Decompte from LIGNE-DECOMPTE.
           write E-Decompte from AdresseCheque.
           MOVE SPACES TO LIGNE-DECOMPTE.
           STRING CodePostalCheque DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  VilleCheque DELIMITED SIZE
           INTO LIGNE-DECOMPTE
           END-STRING.
           write E-Decompte from LIGNE-DECOMPTE.

           MOVE SPACES TO LIGNE-DECOMPTE.
           write E-Decompte from LIGNE-DECOMPTE.

           perform Selectionner-Modele-Langue.
           IF TitreModele = SPACES
               MOVE 'DECOMPTE DE REMBOURSEMENT' TO TitreModele
           END-IF.
           MOVE SPACES TO LIGNE-DECOMPTE.
           STRING 'OBJET : ' DELIMITED SIZE
                  TitreModele DELIMITED SIZE
           INTO LIGNE-DECOMPTE
           END-STRING.
           write E-Decompte from LIGNE-DECOMPTE.

           MOVE SPACES TO LIGNE-DECOMPTE.
           STRING 'REFERENCE : PRESTATION ' DELIMITED SIZE
                  IdPrestationTemp DELIMITED SIZE
                  ' - SINISTRE ' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
           INTO LIGNE-DECOMPTE
           END-STRING.
           write E-Decompte from LIGNE-DECOMPTE.

           MOVE SPACES TO LIGNE-DECOMPTE.
           write E-Decompte from LIGNE-DECOMPTE.

      ******************************************************************
      *****               OUVRIR-DECOMPTE-TIERS                    *****
      ******************************************************************
       Ouvrir-Decompte-Tiers.
           MOVE 1 TO DecompteTiers.
           ADD 1 TO NbDecomptesTiers.
           MOVE SPACES TO LIGNE-DECOMPTE.
           STRING 'AVIS DE REGLEMENT EN TIERS PAYANT DU ' DELIMITED SIZE
                  currentDate DELIMITED SIZE
           INTO LIGNE-DECOMPTE
           END-STRING.
           write E-DecomptesTiers from LIGNE-DECOMPTE.

           MOVE SPACES TO LIGNE-DECOMPTE.
           STRING 'PRESTATAIRE : ' DELIMITED SIZE
                  CodePrestataireTemp DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  NomPrestataireTemp DELIMITED SIZE
           INTO LIGNE-DECOMPTE
           END-STRING.
           write E-DecomptesTiers from LIGNE-DECOMPTE.

           MOVE SPACES TO LIGNE-DECOMPTE.
           STRING 'REFERENCE : PRESTATION ' DELIMITED SIZE
                  IdPrestationTemp DELIMITED SIZE
                  ' - SINISTRE ' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
                  ' - CLIENT ' DELIMITED SIZE
                  ClientIdTemp DELIMITED SPACE
           INTO LIGNE-DECOMPTE
           END-STRING.
           write E-DecomptesTiers from LIGNE-DECOMPTE.

      ******************************************************************
      *****                WRITE-CORPS-DECOMPTE                    *****
      ******************************************************************
      *    Du montant demande au net paye, une ligne par etape du
      *    calcul avec son motif, puis le destinataire du reglement.
       Write-Corps-Decompte.
           MOVE 'MONTANT DEMANDE' TO DecompteLibelle.
           MOVE SPACE TO DecompteSigne.
           MOVE MontantDemande TO DecompteMontant.
           perform Write-Ligne-Montant.

           MOVE SPACES TO DecompteLibelle.
           EVALUATE TRUE
               WHEN TauxActe > 0 AND MontantDemande > 0
                   MOVE TauxActe TO TauxAffiche
                   STRING 'PRIS EN CHARGE AU TAUX DE ' DELIMITED SIZE
                          TauxAffiche DELIMITED SIZE
                          ' % (ACTE ' DELIMITED SIZE
                          CodeActeTemp DELIMITED SPACE
                          ')' DELIMITED SIZE
                   INTO DecompteLibelle
                   END-STRING
               WHEN RefDecompteTemp not = SPACES
                   STRING 'COMPLEMENT AU REGIME OBLIGATOIRE'
                          DELIMITED SIZE
                   INTO DecompteLibelle
                   END-STRING
               WHEN BaseRemboursable not = MontantDemande
                   MOVE 'MONTANT RETENU' TO DecompteLibelle
           END-EVALUATE.
           IF DecompteLibelle not = SPACES
               MOVE BaseRemboursable TO DecompteMontant
               perform Write-Ligne-Montant
           END-IF.

           IF ReductionPlafond > 0
               MOVE 'PLAFOND ANNUEL DE L ACTE ATTEINT'
                   TO DecompteLibelle
               MOVE '-' TO DecompteSigne
               MOVE ReductionPlafond TO DecompteMontant
               perform Write-Ligne-Montant
           END-IF.
           IF FranchiseDeduite > 0
               MOVE 'FRANCHISE CONTRACTUELLE' TO DecompteLibelle
               MOVE '-' TO DecompteSigne
               MOVE FranchiseDeduite TO DecompteMontant
               perform Write-Ligne-Montant
           END-IF.

           MOVE 'MONTANT APPROUVE' TO DecompteLibelle.
           MOVE SPACE TO DecompteSigne.
           MOVE MontantPayeTemp TO DecompteMontant.
           perform Write-Ligne-Montant.

           IF InteretsRetard > 0
               MOVE 'INTERETS LEGAUX DE RETARD' TO DecompteLibelle
               MOVE '+' TO DecompteSigne
               MOVE InteretsRetard TO DecompteMontant
               perform Write-Ligne-Montant
           END-IF.
           IF RetenueArrieres > 0
               MOVE 'COMPENSATION DE COTISATIONS IMPAYEES'
                   TO DecompteLibelle
               MOVE '-' TO DecompteSigne
               MOVE RetenueArrieres TO DecompteMontant
               perform Write-Ligne-Montant
           END-IF.

           MOVE 'NET PAYE' TO DecompteLibelle.
           MOVE SPACE TO DecompteSigne.
           MOVE NetVerse TO DecompteMontant.
           perform Write-Ligne-Montant.

           MOVE SPACES TO LIGNE-DECOMPTE.
           perform Write-Ligne-Decompte.

           MOVE SPACES TO LIGNE-DECOMPTE.
           EVALUATE TRUE
               WHEN NetVerse = 0
                   STRING 'AUCUN VERSEMENT : LE MONTANT EST IMPUTE SUR '
                          DELIMITED SIZE
                          'VOS COTISATIONS IMPAYEES' DELIMITED SIZE
                   INTO LIGNE-DECOMPTE
                   END-STRING
               WHEN CodePrestataireTemp not = SPACES
                   STRING 'VERSE EN TIERS PAYANT AU PRESTATAIRE '
                          DELIMITED SIZE
                          NomPrestataireTemp DELIMITED SIZE
                   INTO LIGNE-DECOMPTE
                   END-STRING
               WHEN ExecutionRemise = 'C'
                   STRING 'VERSE PAR CHEQUE NUMERO ' DELIMITED SIZE
                          NumeroCheque DELIMITED SIZE
                   INTO LIGNE-DECOMPTE
                   END-STRING
               WHEN RibPresent = 0
                   MOVE 'VERSE PAR CHEQUE, EN COURS D EMISSION'
                       TO LIGNE-DECOMPTE
               WHEN OTHER
                   STRING 'VERSE PAR VIREMENT A ' DELIMITED SIZE
                          TitulaireTemp DELIMITED SIZE
                   INTO LIGNE-DECOMPTE
                   END-STRING
           END-EVALUATE.
           perform Write-Ligne-Decompte.

           IF CodePrestataireTemp = SPACES AND NetVerse > 0
               AND DossierIdTemp not = SPACES
               perform Repartir-Decompte-Beneficiaires
           END-IF.

      *    La garantie restante ne regarde que le client.
           IF DecompteClient = 1 AND DossierIdTemp not = SPACES
               MOVE SPACES TO LIGNE-DECOMPTE
               write E-Decompte from LIGNE-DECOMPTE
               MOVE GarantieRestante TO GarantieAffiche
               MOVE SPACES TO LIGNE-DECOMPTE
               STRING 'GARANTIE RESTANTE SUR LE DOSSIER ' DELIMITED SIZE
                      DossierIdTemp DELIMITED SPACE
                      ' : ' DELIMITED SIZE
                      GarantieAffiche DELIMITED SIZE
                      ' EUR' DELIMITED SIZE
               INTO LIGNE-DECOMPTE
               END-STRING
               write E-Decompte from LIGNE-DECOMPTE
           END-IF.

      *    Part de chaque beneficiaire de rang 1 du dossier, au
      *    prorata de sa part (voir MAJBENEF et la ventilation de
      *    VALIDPRE). Sans beneficiaire designe, rien n'est ajoute :
      *    le client recoit la totalite.
       Repartir-Decompte-Beneficiaires.
           MOVE 0 TO NbBeneficiaires.

           IF SQLCA-CURSOR-CTRL (7) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (7).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'NOM, ' DELIMITED SIZE
                  'PARTPOURCENT ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'BENEFICIAIRE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDDOSSIER ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  DossierIdTemp DELIMITED SPACE
                  '" AND RANG = "1" ' DELIMITED SIZE
                  'ORDER BY NOM' DELIMITED SIZE
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

           PERFORM UNTIL SQLCODE not = 0
               MOVE SPACES TO NomBenefTemp
               MOVE 0 TO PartBenefTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (7)
                                            NomBenefTemp
                                            PartBenefTemp
               END-CALL
               IF SQLCA-RESULT (7) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
               IF SQLCODE = 0
                   perform Write-Ligne-Beneficiaire
               END-IF
           END-PERFORM.

           MOVE 0 TO SQLCA-CURSOR-CTRL (7).
           MOVE 0 TO SQLCODE.

       Write-Ligne-Beneficiaire.
           INSPECT NomBenefTemp REPLACING ALL LOW-VALUE BY SPACE.
           ADD 1 TO NbBeneficiaires.
           IF NbBeneficiaires = 1
               MOVE 'REPARTITION ENTRE LES BENEFICIAIRES DU DOSSIER :'
                   TO LIGNE-DECOMPTE
               perform Write-Ligne-Decompte
           END-IF.
           COMPUTE MontantPart ROUNDED =
               NetVerse * PartBenefTemp / 100.
           MOVE PartBenefTemp TO TauxAffiche.
           MOVE SPACES TO DecompteLibelle.
           STRING '  ' DELIMITED SIZE
                  NomBenefTemp DELIMITED '  '
                  ' (' DELIMITED SIZE
                  TauxAffiche DELIMITED SIZE
                  ' %)' DELIMITED SIZE
           INTO DecompteLibelle
           END-STRING.
           MOVE SPACE TO DecompteSigne.
           MOVE MontantPart TO DecompteMontant.
           perform Write-Ligne-Montant.

       Write-Ligne-Montant.
           MOVE DecompteMontant TO DecompteMontantAffiche.
           MOVE SPACES TO LIGNE-DECOMPTE.
           MOVE DecompteLibelle TO LIGNE-DECOMPTE (1:50).
           MOVE ': ' TO LIGNE-DECOMPTE (51:2).
           MOVE DecompteSigne TO LIGNE-DECOMPTE (53:1).
           MOVE DecompteMontantAffiche TO LIGNE-DECOMPTE (54:11).
           MOVE ' EUR' TO LIGNE-DECOMPTE (65:4).
           perform Write-Ligne-Decompte.

       Write-Ligne-Decompte.
           IF DecompteClient = 1
               write E-Decompte from LIGNE-DECOMPTE
           END-IF.
           IF DecompteTiers = 1
               write E-DecomptesTiers from LIGNE-DECOMPTE
           END-IF.

      ******************************************************************
      *****              DEPOSER-DECOMPTE-CLIENT                   *****
      ******************************************************************
       Deposer-Decompte-Client.
           close F-Decompte.
           ADD 1 TO NbDecomptesEmis.
      *    Document trace avec la version d'adresse a laquelle il part.
           MOVE ClientIdTemp TO HADR-IDCLIENT.
           MOVE 'DECOMPTE' TO HADR-TYPEDOCUMENT.
           MOVE IdPrestationTemp TO HADR-REFERENCE.
           MOVE 'REGLEPRELOT' TO HADR-PROGRAMME.
           MOVE currentDate TO HADR-DATE.
           perform HADR-Enregistrer-Envoi.
      *    Depot dans le flux d'impression commun (voir CPYIMPR).
           MOVE ClientIdTemp TO IMPR-IDCLIENT.
           MOVE 'DECOMPTE' TO IMPR-TYPEDOCUMENT.
           MOVE IdPrestationTemp TO IMPR-REFERENCE.
           MOVE 'REGLEPRELOT' TO IMPR-PROGRAMME.
           MOVE currentDate TO IMPR-DATE.
           MOVE LangueModele TO IMPR-LANGUE.
           MOVE WS-DECOMPTE-PATH TO IMPR-SOURCE-PATH.
           perform IMPR-Deposer-Document.
           IF not IMPR-DEPOSE
               display "PLI NON DEPOSE DECOMPTE " IdPrestationTemp
           END-IF.

      ******************************************************************
      *****           CONSULTER-PREFERENCES-CLIENT                 *****
      ******************************************************************
       Consulter-Preferences-Client.
           MOVE 0 TO SuppressionPapier.
           MOVE SPACES TO SuppressionTexte.

           IF SQLCA-CURSOR-CTRL (8) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (8).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(SUPPRESSIONPAPIER, "0") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'PREFERENCESCLIENT ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCLIENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ClientIdTemp DELIMITED SPACE
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
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (8)
                                            SuppressionTexte
               END-CALL
               IF SQLCA-RESULT (8) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0 AND SuppressionTexte (1:1) = '1'
               MOVE 1 TO SuppressionPapier
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (8).
           MOVE 0 TO SQLCODE.
           IF SuppressionPapier = 0
               perform Consulter-Npai-Client
           END-IF.

      *    Adresse signalee NPAI par NPAILOT : le decompte est retenu
      *    comme une suppression papier tant que MAJCLI n'a pas
      *    enregistre une nouvelle adresse.
       Consulter-Npai-Client.
           MOVE SPACES TO NpaiTexte.

           IF SQLCA-CURSOR-CTRL (8) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (8).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(ADRESSENPAI, "0") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CLIENTS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCLIENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ClientIdTemp DELIMITED SPACE
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
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (8)
                                            NpaiTexte
               END-CALL
               IF SQLCA-RESULT (8) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0 AND NpaiTexte (1:1) = '1'
               MOVE 1 TO SuppressionPapier
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (8).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****             SELECTIONNER-MODELE-LANGUE                 *****
      ******************************************************************
      *    Titre du decompte dans la langue du client ; sans
      *    traduction, repli sur le francais et traduction manquante
      *    comptee, comme RELEVELOT.
       Selectionner-Modele-Langue.
           MOVE SPACES TO TitreModele.
           perform Select-Langue-Client.
           MOVE CodeLangueTemp TO LangueModele.
           perform Select-Titre-Modele.
           IF ModeleTrouve = 0 AND CodeLangueTemp not = 'FR'
               ADD 1 TO NbTraductionsManquantes
               MOVE 'FR' TO LangueModele
               perform Select-Titre-Modele
           END-IF.

       Select-Langue-Client.
           MOVE 'FR' TO CodeLangueTemp.

           IF SQLCA-CURSOR-CTRL (9) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (9).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(CODELANGUE, "FR") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CLIENTS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCLIENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ClientIdTemp DELIMITED SPACE
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
                                            CodeLangueTemp
               END-CALL
               IF SQLCA-RESULT (9) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT CodeLangueTemp REPLACING ALL LOW-VALUE BY SPACE.
           IF CodeLangueTemp = SPACES
               MOVE 'FR' TO CodeLangueTemp
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (9).
           MOVE 0 TO SQLCODE.

       Select-Titre-Modele.
           MOVE 0 TO ModeleTrouve.
           MOVE SPACES TO TitreModele.

           IF SQLCA-CURSOR-CTRL (9) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (9).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'TITRE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'MODELESDOC ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'TYPEDOCUMENT = "DECOMPTE" ' DELIMITED SIZE
                  'AND LANGUE = "' DELIMITED SIZE
                  LangueModele DELIMITED SIZE
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
                                            TitreModele
               END-CALL
               IF SQLCA-RESULT (9) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT TitreModele REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND TitreModele not = SPACES
               MOVE 1 TO ModeleTrouve
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (9).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****           WRITE-LIGNE-TOTAL-INTERETS                   *****
           END-STRING.
           write E-Interets from LIGNE-INTERETS.

      ******************************************************************
      *****            WRITE-LIGNE-TOTAL-CHEQUES                   *****
      ******************************************************************
      *    Fin du fichier d'impression : nombre et total des cheques,
      *    a rapprocher du registre avant la mise sous pli.
       Write-Ligne-Total-Cheques.
           MOVE TotalCheques TO TotalChequesAffiche.
           MOVE SPACES TO LIGNE-CHEQUE.
           STRING 'TOTAL' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbChequesEmis DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalChequesAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-CHEQUE
           END-STRING.
           write E-Cheques from LIGNE-CHEQUE.

      ******************************************************************
      *****                WRITE-LIGNE-TOTAL                       *****
      ******************************************************************
      *    Date de remise et confirmation bancaire remises a blanc :
      *    RETOURVIRLOT rapprochera l'ordre du compte rendu de la
      *    banque et relancera les ordres restes sans confirmation.
      *    Un reglement par cheque est marque C : son suivi passe par
      *    le registre des cheques (CHEQUELOT).
                  'DATEREMISE = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", EXECUTIONVIR = "' DELIMITED SIZE
                  ExecutionRemise DELIMITED SPACE
                  '" ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDPRESTATION ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****           REPARTIR-PRESTATION-COASSURANCE              *****
      ******************************************************************
      *    Sinistre d'un contrat coassure (voir GESTCOASS) : le montant
      *    approuve de la prestation est reparti entre les coassureurs
      *    selon leurs parts actives, une ligne PRESTATION par
      *    coassureur dans QUOTEPARTCOASSURANCE pour le decompte
      *    trimestriel COASSLOT. La charge du sinistre ne depend pas
      *    de la compensation des arrieres du client. Une prestation
      *    reemise apres rejet bancaire n'est pas repartie deux fois.
       Repartir-Prestation-Coassurance.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'QUOTEPARTCOASSURANCE' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'NATURE, ' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'REFERENCE, ' DELIMITED SIZE
                  'COASSUREUR, ' DELIMITED SIZE
                  'PART, ' DELIMITED SIZE
                  'MONTANTBASE, ' DELIMITED SIZE
                  'MONTANT, ' DELIMITED SIZE
                  'DATEMOUVEMENT) ' DELIMITED SIZE
                  'SELECT "PRESTATION", C.IDCONTRAT, "' DELIMITED SIZE
                  IdPrestationTemp DELIMITED SIZE
                  '", C.COASSUREUR, C.PART, ' DELIMITED SIZE
                  'REPLACE(CAST(' DELIMITED SIZE
                  MontantPayeTemp DELIMITED SIZE
                  ' AS DECIMAL(12,2)), ".", ","), ' DELIMITED SIZE
                  'REPLACE(ROUND(' DELIMITED SIZE
                  MontantPayeTemp DELIMITED SIZE
                  ' * C.PART / 100, 2), ".", ","), "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" FROM SINISTRES S, DOSSIER D, COASSURANCE C '
                  DELIMITED SIZE
                  'WHERE S.IDSINISTRE = "' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
                  '" AND S.DOSSIERID = D.IDDOSSIER ' DELIMITED SIZE
                  'AND D.CONTRATID = C.IDCONTRAT ' DELIMITED SIZE
                  'AND C.STATUT = "1" ' DELIMITED SIZE
                  'AND NOT EXISTS (SELECT 1 FROM ' DELIMITED SIZE
                  'QUOTEPARTCOASSURANCE Q ' DELIMITED SIZE
                  'WHERE Q.NATURE = "PRESTATION" ' DELIMITED SIZE
                  'AND Q.REFERENCE = "' DELIMITED SIZE
                  IdPrestationTemp DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      ******************************************************************
      ******************************************************************
                  '(SELECT IDSINISTRE FROM DOSSIERFRAUDE '
                  DELIMITED SIZE
                  'WHERE STATUT <> "0") ' DELIMITED SIZE
      *    Meme gel pour les echeances d'un echeancier suspendu faute
      *    de certificat de vie (voir CERTVIELOT) : reprise au passage
      *    suivant l'enregistrement du certificat par ECHEANPRE.
                  'AND IFNULL(IDECHEANCIER, 0) NOT IN ' DELIMITED SIZE
                  '(SELECT IDECHEANCIER FROM ECHEANCIERPRESTATION '
                  DELIMITED SIZE
                  'WHERE SUSPENDU = "1") ' DELIMITED SIZE
      *    Gel des reglements vers une personne dont le criblage
      *    sanctions / PPE est confirme ou encore a revoir (voir
      *    CPYCRIB) : prestataire paye en tiers payant, client titulaire
      *    du contrat ou beneficiaire du dossier. Reprise au passage
      *    suivant le classement de l'alerte en faux positif par
      *    DECIDCRIB ; une alerte confirmee gele sans limite.
                  'AND IFNULL(CODEPRESTATAIRE, "") NOT IN '
                  DELIMITED SIZE
                  '(SELECT IDPERSONNE FROM ALERTESCRIBLAGE '
                  DELIMITED SIZE
                  'WHERE TYPEPERSONNE = "PRESTATAIRE" ' DELIMITED SIZE
                  'AND STATUT <> "FAUX POSITIF") ' DELIMITED SIZE
                  'AND SINISTREID NOT IN ' DELIMITED SIZE
                  '(SELECT S.IDSINISTRE ' DELIMITED SIZE
                  'FROM SINISTRES S, DOSSIER D, CONTRATS K, '
                  DELIMITED SIZE
                  'ALERTESCRIBLAGE A ' DELIMITED SIZE
                  'WHERE S.DOSSIERID = D.IDDOSSIER ' DELIMITED SIZE
                  'AND D.CONTRATID = K.IDCONTRAT ' DELIMITED SIZE
                  'AND ((A.TYPEPERSONNE = "CLIENT" ' DELIMITED SIZE
                  'AND A.IDPERSONNE = K.CLIENTID) ' DELIMITED SIZE
                  'OR (A.TYPEPERSONNE = "BENEFICIAIRE" '
                  DELIMITED SIZE
                  'AND A.IDPERSONNE = D.IDDOSSIER)) ' DELIMITED SIZE
                  'AND A.STATUT <> "FAUX POSITIF") ' DELIMITED SIZE
                  'AND IDPRESTATION > ' DELIMITED SIZE
                  LastCheckpointId DELIMITED SIZE
                  ' ORDER BY IDPRESTATION' DELIMITED SIZE
           CALL "MySQL_close"
           END-CALL.
           EXIT.

       COPY CPYMVTCP OF "cobol/source_cobol".

      ******************************************************************
      *****           FICHIER ISO 20022 PAIN.001 (CPYSEPAP)        *****
      ******************************************************************
       COPY CPYSEPAP OF "cobol/source_cobol".

      ******************************************************************
      *****           MONTANT EN TOUTES LETTRES (CPYMTLTP)         *****
      ******************************************************************
       COPY CPYMTLTP OF "cobol/source_cobol".

      ******************************************************************
      *****         HISTORIQUE DES ENVOIS COURRIER (CPYHADRP)      *****
      ******************************************************************
       COPY CPYHADRP OF "cobol/source_cobol".

      ******************************************************************
      *****            FLUX D'IMPRESSION COMMUN (CPYIMPRP)         *****
      ******************************************************************
       COPY CPYIMPRP OF "cobol/source_cobol".
