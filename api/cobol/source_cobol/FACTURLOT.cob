           assign to WS-SANSMANDAT-PATH
           organization is line sequential access sequential.

           select F-Exoneration
           assign to WS-EXONERATION-PATH
           organization is line sequential access sequential.

           select F-Partition
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/facturlot_partition.txt"
       FD F-SansMandat record varying from 0 to 100.
       01 E-SansMandat pic x(100).

       FD F-Exoneration record varying from 0 to 100.
       01 E-Exoneration pic x(100).

       FD F-Partition record varying from 0 to 100.
       01 E-Partition pic x(100).
      **************************************************************************
       01 JourDebutCouvert pic 99.
       01 JourFinCouvert pic 99.
       01 JoursCouverts pic S99.
       01 PrixPleinTemp pic 9(6)V99.
       01 MontantFacture pic 9(6)V99.
       01 MontantFactureAffiche pic Z(6),99.
       01 BaseFacturation pic X(20).

      *    Trop-percus ouverts du contrat (voir CPYTROP) : ils viennent
      *    en deduction de la prime, seul le reste est preleve. La
      *    facture garde son montant, la ligne de facturation porte en
      *    plus le montant preleve et FACTURATION le credit impute.
       01 CreditTexte pic X(15).
       01 CreditDisponible pic 9(8)V99 value 0.
       01 CreditImpute pic 9(6)V99 value 0.
       01 CreditImputeAffiche pic Z(6),99.
       01 MontantPreleve pic 9(6)V99 value 0.
       01 MontantPreleveAffiche pic Z(6),99.
       01 ResteAImputer pic 9(6)V99 value 0.
       01 CreditTrouve pic 9 value 0.
       01 FinCredits pic 9 value 0.
       01 NbFacturesAvecCredit pic 9(8) value 0.

       01 NbContratsFactures pic 9(8) value 0.
       01 NbContratsSansMandat pic 9(8) value 0.
       01 NbContratsHorsEcheance pic 9(8) value 0.
       01 NbContratsAvantEffet pic 9(8) value 0.
       01 NbContratsPayesCedante pic 9(8) value 0.
       01 NbContratsEnReport pic 9(8) value 0.

      *    Contrat groupe (voir GESTGROUPE) : l'employeur souscripteur
      *    recoit une seule facture, au prix par adherent multiplie
      *    par le nombre d'adherents couverts dans le mois facture
      *    (ASSURES alimente par ADHESIONLOT). Un contrat groupe sans
      *    adherent couvert n'est pas facture.
       01 ContratGroupe pic 9 value 0.
       01 PrixAdherentTexte pic X(12).
       01 NbAdherentsTexte pic X(10).
       01 PrixAdherent pic 9(4)V99.
       01 NbAdherents pic 9(5).
       01 PrixGroupe pic 9(6)V99.
       01 PrixGroupeAffiche pic Z(5)9,99.
       01 GroupeSansAdherent pic 9 value 0.
       01 NbContratsGroupe pic 9(8) value 0.
       01 NbGroupesSansAdherent pic 9(8) value 0.

      *    Report de paiement accorde (voir PAUSEFACT) : pendant les
      *    mois du conge aucune facture n'est emise et la prime pleine
      *    s'accumule en montant differe ; les mois suivants, le
       01 DateEffetCInt pic 9(8).
       01 DateJourInt pic 9(8).

      *    Contrat repris d'un autre assureur (voir REPRISELOT) : la
      *    cotisation est deja payee a la cedante jusqu'a
      *    DATEPAYEJUSQUA, les mois couverts ne sont pas refactures.
       01 DatePayeCedanteTexte pic X(12).
       01 JourPayeC pic 99.
       01 MoisPayeC pic 99.
       01 AnneePayeC pic 9(4).
       01 PeriodePayeeInt pic 9(6).
       01 PeriodeCouranteInt pic 9(6).

      *    Frequence de facturation du contrat (M mensuel, T
      *    trimestriel, A annuel) : le contrat n'est facture que sur
      *    ses mois d'echeance comptes depuis le mois de souscription,
       01 TypeSinistreTemp pic X(2).
       01 TauxTaxeTexte pic X(10).
       01 TauxTaxe pic 99V99.
       01 MontantTaxe pic 9(6)V99.
       01 MontantNet pic 9(6)V99.
       01 MontantTaxeAffiche pic Z(6),99.
       01 MontantNetAffiche pic Z(6),99.

      *    Avenant effectif dans le mois facture (voir AVENANT) : le
      *    mois est eclate entre l'ancien et le nouveau prix au jour
       01 JoursAncienTarif pic S99.
       01 JoursNouveauTarif pic S99.

      *    Exoneration de prime pendant un sinistre incapacite ou
      *    hospitalisation (table EXONERATIONPRIME, ouverte et fermee
      *    par SINISTAT) : les jours exoneres du mois facture sont
      *    deduits au prorata, un mois entierement exonere n'est pas
      *    facture. La prime exoneree est reportee a part pour que la
      *    finance mesure le cout de l'exoneration.
       01 JourDebutExoTexte pic X(2).
       01 JourFinExoTexte pic X(2).
       01 JourDebutExo pic 99.
       01 JourFinExo pic 99.
       01 JoursExoneres pic S99.
       01 ExonerationTotale pic 9 value 0.
       01 MontantExonere pic 9(6)V99.
       01 MontantExonereAffiche pic Z(6),99.
       01 NbContratsExoneres pic 9(8) value 0.
       01 TotalPrimeExoneree pic 9(8)V99 value 0.
       01 TotalPrimeExonereeAffiche pic Z(8),99.
       01 LIGNE-EXONERATION pic X(100).

       01 LIGNE-FACTURATION pic X(200).

       01 WS-CHECKPOINT-STATUS pic XX.
       01 WS-FACTURATION-PATH pic X(120).
       01 WS-CHECKPOINT-PATH pic X(120).
       01 WS-SANSMANDAT-PATH pic X(120).
       01 WS-EXONERATION-PATH pic X(120).

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-TypeEntree pic X(5).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYJOUVR OF "cobol/source_cobol".
       COPY CPYMVTC OF "cobol/source_cobol".
       COPY CPYTROP OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           IF LastCheckpointId > 0
               open extend F-Facturation
               open extend F-SansMandat
               open extend F-Exoneration
           ELSE
               open output F-Facturation
               open output F-SansMandat
               open output F-Exoneration
           END-IF.

       GSPI-Trt.

       GSPI-Fin.
           close F-Facturation.
           perform Write-Ligne-Total-Exoneration.
           close F-SansMandat.
           close F-Exoneration.
           IF NOT PGCTB-ABANDON-BOOL
               perform Reset-Checkpoint
           END-IF.
           display NbContratsSansMandat.
           display NbContratsHorsEcheance.
           display NbContratsAvantEffet.
           display NbContratsPayesCedante.
           display NbContratsEnReport.
           display NbContratsExoneres.
           display NbContratsGroupe.
           display NbGroupesSansAdherent.
           display NbFacturesAvecCredit.
           COMPUTE JB-LignesLues =
               NbContratsFactures + NbContratsSansMandat.
           MOVE NbContratsFactures TO JB-LignesEcrites.
                  ".txt" DELIMITED SIZE
           INTO WS-SANSMANDAT-PATH
           END-STRING.
           MOVE SPACES TO WS-EXONERATION-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/"
                  DELIMITED SIZE
                  "api/data_txt/facturation_exonerations_lot"
                  DELIMITED SIZE
                  PartSuffixe DELIMITED SPACE
                  ".txt" DELIMITED SIZE
           INTO WS-EXONERATION-PATH
           END-STRING.

      ******************************************************************
      *****             CHARGER-CACHE-REFERENCES                   *****
               MOVE SPACES TO DateAnnulationTemp
               MOVE 'M' TO FrequenceFactTemp
               MOVE SPACES TO DateEffetContratTexte
               MOVE SPACES TO DatePayeCedanteTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            IdContratTemp
                                            IdClientTemp
                                            TypeSinistreTemp
                                            FrequenceFactTemp
                                            DateEffetContratTexte
                                            DatePayeCedanteTexte
               END-CALL

               IF SQLCA-RESULT (1) = NULL
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       perform Appliquer-Contrat-Groupe
                       perform Determiner-Periode-Facturation
                       perform Controler-Date-Effet-Contrat
                       perform Controler-Date-Paye-Cedante
                       perform Controler-Report-Paiement
                       IF EnReportConge = 1
                           ADD 1 TO NbContratsEnReport
                       perform Select-Mandat-Actif
                       IF MandatActifTrouve = 1
                           perform Calculer-Montant-Prorate
                           IF ContratGroupe = 1
                               perform Libeller-Base-Groupe
                           END-IF
                           IF JoursCouverts > 0
                               AND ExonerationTotale = 0
                               AND GroupeSansAdherent = 0
                               perform Appliquer-Frequence-Facturation
                               perform Appliquer-Rattrapage-Conge
                               perform Calculer-Taxe-Assurance
                               perform Appliquer-Trop-Percu
                               ADD 1 TO NbContratsFactures
                               ADD 1 TO NumeroFactureCourant
                               perform Write-Ligne-Facturation
                               perform Insert-Facturation
                               IF SQLCODE = 0
                                   perform Ecrire-Mouvements-Facture
                                   perform Imputer-Credits-Facture
                                   perform Repartir-Prime-Coassurance
                               END-IF
                           END-IF
                       ELSE
                           ADD 1 TO NbContratsSansMandat
                   MontantTaxeAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DateEcheanceFacture DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantPreleveAffiche DELIMITED SIZE
           INTO LIGNE-FACTURATION
           END-STRING.
           write E-Facturation from LIGNE-FACTURATION.
           IF AvenantDuMois = 1 AND JoursCouverts > 0
               perform Calculer-Montant-Avenant
           END-IF.
           MOVE 0 TO ExonerationTotale.
           IF JoursCouverts > 0
               perform Appliquer-Exoneration-Prime
           END-IF.
           MOVE MontantFacture TO MontantFactureAffiche.

      ******************************************************************
      *****            APPLIQUER-EXONERATION-PRIME                 *****
      ******************************************************************
      *    Fenetre exoneree du mois facture, bornee aux jours couverts
      *    par le contrat : la part correspondante de la prime du mois
      *    est retiree de la facture. Pour une frequence T ou A, seuls
      *    les jours exoneres du mois d'echeance sont deduits.
       Appliquer-Exoneration-Prime.
           MOVE 0 TO JoursExoneres.
           MOVE 0 TO MontantExonere.
           perform Select-Exoneration-Du-Mois.
           IF JourDebutExo > 0 AND JourFinExo > 0
               IF JourDebutExo < JourDebutCouvert
                   MOVE JourDebutCouvert TO JourDebutExo
               END-IF
               IF JourFinExo > JourFinCouvert
                   MOVE JourFinCouvert TO JourFinExo
               END-IF
               COMPUTE JoursExoneres = JourFinExo - JourDebutExo + 1
           END-IF.
           IF JoursExoneres > 0
               IF JoursExoneres >= JoursCouverts
                   MOVE MontantFacture TO MontantExonere
                   MOVE 0 TO MontantFacture
                   MOVE 1 TO ExonerationTotale
                   ADD 1 TO NbContratsExoneres
               ELSE
                   COMPUTE MontantExonere ROUNDED =
                       MontantFacture * JoursExoneres / JoursCouverts
                   SUBTRACT MontantExonere FROM MontantFacture
                   MOVE SPACES TO BaseFacturation
                   STRING 'EXONERATION ' DELIMITED SIZE
                          JourDebutExo DELIMITED SIZE
                          '-' DELIMITED SIZE
                          JourFinExo DELIMITED SIZE
                          '/' DELIMITED SIZE
                          JoursDuMois DELIMITED SIZE
                   INTO BaseFacturation
                   END-STRING
               END-IF
               ADD MontantExonere TO TotalPrimeExoneree
               perform Write-Ligne-Exoneration
           END-IF.

       Select-Exoneration-Du-Mois.
           MOVE 0 TO JourDebutExo.
           MOVE 0 TO JourFinExo.
           MOVE SPACES TO JourDebutExoTexte.
           MOVE SPACES TO JourFinExoTexte.

           IF SQLCA-CURSOR-CTRL (6) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (6).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(DATE_FORMAT(MIN(GREATEST(' DELIMITED SIZE
                  'STR_TO_DATE(DATEDEBUT, "%d/%m/%Y"), ' DELIMITED SIZE
                  'CURDATE() - INTERVAL DAYOFMONTH(CURDATE()) - 1 '
                  DELIMITED SIZE
                  'DAY)), "%d"), "00"), ' DELIMITED SIZE
                  'IFNULL(DATE_FORMAT(MAX(LEAST(' DELIMITED SIZE
                  'IF(IFNULL(DATEFIN, "") = "", ' DELIMITED SIZE
                  'LAST_DAY(CURDATE()), ' DELIMITED SIZE
                  'STR_TO_DATE(DATEFIN, "%d/%m/%Y")), ' DELIMITED SIZE
                  'LAST_DAY(CURDATE()))), "%d"), "00") '
                  DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'EXONERATIONPRIME ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CONTRATID ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
                  '" AND STR_TO_DATE(DATEDEBUT, "%d/%m/%Y") <= '
                  DELIMITED SIZE
                  'LAST_DAY(CURDATE()) ' DELIMITED SIZE
                  'AND (IFNULL(DATEFIN, "") = "" ' DELIMITED SIZE
                  'OR STR_TO_DATE(DATEFIN, "%d/%m/%Y") >= '
                  DELIMITED SIZE
                  'CURDATE() - INTERVAL DAYOFMONTH(CURDATE()) - 1 '
                  DELIMITED SIZE
                  'DAY)' DELIMITED SIZE
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
                                            JourDebutExoTexte
                                            JourFinExoTexte
               END-CALL
               IF SQLCA-RESULT (6) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               INSPECT JourDebutExoTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT JourFinExoTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               COMPUTE JourDebutExo = FUNCTION NUMVAL(JourDebutExoTexte)
               COMPUTE JourFinExo = FUNCTION NUMVAL(JourFinExoTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (6).
           MOVE 0 TO SQLCODE.

       Write-Ligne-Exoneration.
           MOVE MontantExonere TO MontantExonereAffiche.
           MOVE SPACES TO LIGNE-EXONERATION.
           STRING IdContratTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   IdClientTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   JourDebutExo DELIMITED SIZE
                   '-' DELIMITED SIZE
                   JourFinExo DELIMITED SIZE
                   '/' DELIMITED SIZE
                   JoursDuMois DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantExonereAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentPeriode DELIMITED SIZE
           INTO LIGNE-EXONERATION
           END-STRING.
           write E-Exoneration from LIGNE-EXONERATION.

       Write-Ligne-Total-Exoneration.
           MOVE TotalPrimeExoneree TO TotalPrimeExonereeAffiche.
           MOVE SPACES TO LIGNE-EXONERATION.
           STRING 'TOTAL' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbContratsExoneres DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalPrimeExonereeAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentPeriode DELIMITED SIZE
           INTO LIGNE-EXONERATION
           END-STRING.
           write E-Exoneration from LIGNE-EXONERATION.

      ******************************************************************
      *****          CONTROLER-DATE-EFFET-CONTRAT                  *****
      ******************************************************************
               END-IF
           END-IF.

      ******************************************************************
      *****          CONTROLER-DATE-PAYE-CEDANTE                   *****
      ******************************************************************
      *    Contrat repris (voir REPRISELOT) : tant que le mois facture
      *    est couvert par la cotisation deja encaissee par la
      *    cedante, il n'est pas facture.
       Controler-Date-Paye-Cedante.
           INSPECT DatePayeCedanteTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           IF DatePayeCedanteTexte = SPACES
               CONTINUE
           ELSE
               unstring DatePayeCedanteTexte delimited by "/" into
                   JourPayeC
                   MoisPayeC
                   AnneePayeC
               end-unstring
               COMPUTE PeriodePayeeInt =
                   AnneePayeC * 100 + MoisPayeC
               COMPUTE PeriodeCouranteInt =
                   currentYear * 100 + MM of SYSTEME-DATE
               IF PeriodePayeeInt >= PeriodeCouranteInt
                   AND PeriodeAFacturer = 1
                   MOVE 0 TO PeriodeAFacturer
                   ADD 1 TO NbContratsPayesCedante
               END-IF
           END-IF.

      ******************************************************************
      *****           CONTROLER-REPORT-PAIEMENT                    *****
      ******************************************************************
      ******************************************************************
      *    Dernier avenant du contrat dont la date d'effet tombe dans
      *    le mois facture : ses ancien et nouveau prix servent a
      *    eclater le mois au jour d'effet. Un avenant de hausse dont
      *    la fenetre de resiliation est encore ouverte (AVISREPRIX,
      *    voir REPRIXCLILOT) est ignore : l'ancien prix reste facture
      *    jusqu'a la cloture de la fenetre.
       Select-Avenant-Du-Mois.
           MOVE 0 TO AvenantDuMois.
           MOVE SPACES TO DateEffetAvTexte.
                  IdContratTemp DELIMITED SIZE
                  '" AND DATEEFFET LIKE "%/' DELIMITED SIZE
                  currentPeriode DELIMITED SIZE
                  '" AND NOT EXISTS (SELECT 1 FROM AVISREPRIX A '
                  DELIMITED SIZE
                  'WHERE A.IDCONTRAT = AVENANTS.IDCONTRAT '
                  DELIMITED SIZE
                  'AND A.STATUT = "OUVERT" ' DELIMITED SIZE
                  'AND (IFNULL(A.DATELIMITERESIL,"") = "" OR '
                  DELIMITED SIZE
                  'STR_TO_DATE(A.DATELIMITERESIL,"%d/%m/%Y") '
                  DELIMITED SIZE
                  '>= CURDATE()))' DELIMITED SIZE
                  ' ORDER BY NUMEROAVENANT DESC LIMIT 1'
                  DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
      *    Historise la ligne de facturation dans la table FACTURATION
      *    avec son numero de facture sequentiel, pour que LISTFACT
      *    puisse restituer ce qui a ete facture une fois le fichier
      *    mensuel ecrase par le passage suivant. NBMOISCOUVERTS garde
      *    le nombre de mois que couvre la facture (frequence du
      *    contrat), base du calcul des primes non acquises (PPNALOT).
       Insert-Facturation.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'MONTANTTAXE, '    DELIMITED SIZE
                  'TAUXTAXE, '    DELIMITED SIZE
                  'DATEFACTURE, '    DELIMITED SIZE
                  'DATEECHEANCE, '    DELIMITED SIZE
                  'MONTANTCREDIT, '    DELIMITED SIZE
                  'NBMOISCOUVERTS) '    DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("'    DELIMITED SIZE
                  NumeroFactureCourant DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  DateEcheanceFacture DELIMITED SIZE
                  '","' DELIMITED SIZE
                  CreditImputeAffiche DELIMITED SIZE
                  '","' DELIMITED SIZE
                  NbMoisPeriode DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           perform PGCTB-Query-Avec-Retry.

      ******************************************************************
      *****               APPLIQUER-CONTRAT-GROUPE                 *****
      ******************************************************************
      *    Contrat groupe actif : la prime mensuelle du contrat est
      *    remplacee par le prix par adherent multiplie par le nombre
      *    d'adherents couverts a un moment du mois facture (entres
      *    avant la fin du mois, sortis apres son debut). Le reste de
      *    la facturation (prorata, frequence, taxe) s'applique a
      *    cette prime comme a un contrat individuel.
       Appliquer-Contrat-Groupe.
           MOVE 0 TO ContratGroupe.
           MOVE 0 TO GroupeSansAdherent.
           MOVE SPACES TO PrixAdherentTexte.
           MOVE SPACES TO NbAdherentsTexte.

           IF SQLCA-CURSOR-CTRL (9) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (9).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'REPLACE(G.PRIXADHERENT, ".", ","), ' DELIMITED SIZE
                  '(SELECT COUNT(*) FROM ASSURES A ' DELIMITED SIZE
                  'WHERE A.CONTRATID = G.IDCONTRAT ' DELIMITED SIZE
                  'AND IFNULL(A.MATRICULE, "") <> "" ' DELIMITED SIZE
                  'AND STR_TO_DATE(A.DATEDEBUTCOUVERTURE, '
                  DELIMITED SIZE
                  '"%d/%m/%Y") <= LAST_DAY(CURDATE()) ' DELIMITED SIZE
                  'AND (IFNULL(A.DATEFINCOUVERTURE, "") = "" '
                  DELIMITED SIZE
                  'OR STR_TO_DATE(A.DATEFINCOUVERTURE, "%d/%m/%Y") > '
                  DELIMITED SIZE
                  'CURDATE() - INTERVAL DAYOFMONTH(CURDATE()) - 1 '
                  DELIMITED SIZE
                  'DAY)) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTRATGROUPE G ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'G.IDCONTRAT = "' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
                  '" AND G.STATUT = "1"' DELIMITED SIZE
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
                                            PrixAdherentTexte
                                            NbAdherentsTexte
               END-CALL
               IF SQLCA-RESULT (9) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO ContratGroupe
               ADD 1 TO NbContratsGroupe
               INSPECT PrixAdherentTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT NbAdherentsTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               MOVE 0 TO PrixAdherent
               MOVE 0 TO NbAdherents
               IF PrixAdherentTexte not = SPACES
                   COMPUTE PrixAdherent =
                       FUNCTION NUMVAL(PrixAdherentTexte)
               END-IF
               IF NbAdherentsTexte not = SPACES
                   COMPUTE NbAdherents =
                       FUNCTION NUMVAL(NbAdherentsTexte)
               END-IF
               COMPUTE PrixGroupe = PrixAdherent * NbAdherents
               MOVE PrixGroupe TO PrixGroupeAffiche
               MOVE PrixGroupeAffiche TO PrixParMoisTemp
               IF NbAdherents = 0
                   MOVE 1 TO GroupeSansAdherent
                   ADD 1 TO NbGroupesSansAdherent
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (9).
           MOVE 0 TO SQLCODE.

      *    La ligne de facturation d'un contrat groupe porte l'effectif
      *    facture ; un prorata d'entree ou de sortie du contrat garde
      *    son propre libelle.
       Libeller-Base-Groupe.
           IF BaseFacturation = 'MOIS COMPLET'
               MOVE SPACES TO BaseFacturation
               STRING 'ADHERENTS ' DELIMITED SIZE
                      NbAdherents DELIMITED SIZE
               INTO BaseFacturation
               END-STRING
           END-IF.

      ******************************************************************
      *****              REPARTIR-PRIME-COASSURANCE                *****
      ******************************************************************
      *    Contrat coassure (voir GESTCOASS) : la prime hors taxe de la
      *    facture est repartie entre les coassureurs selon leurs parts
      *    actives, une ligne PRIME par coassureur dans
      *    QUOTEPARTCOASSURANCE, reprise par le decompte trimestriel
      *    COASSLOT. Sans coassureur actif, aucune ligne n'est ecrite.
       Repartir-Prime-Coassurance.
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
                  'SELECT "PRIME", IDCONTRAT, "' DELIMITED SIZE
                  NumeroFactureCourant DELIMITED SIZE
                  '", COASSUREUR, PART, "' DELIMITED SIZE
                  MontantNetAffiche DELIMITED SIZE
                  '", REPLACE(ROUND(REPLACE(TRIM("' DELIMITED SIZE
                  MontantNetAffiche DELIMITED SIZE
                  '"), ",", ".") * PART / 100, 2), ".", ","), "'
                  DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" FROM COASSURANCE ' DELIMITED SIZE
                  'WHERE IDCONTRAT = "' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
                  '" AND STATUT = "1"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           perform PGCTB-Query-Avec-Retry.

      ******************************************************************
      *****              ECRIRE-MOUVEMENTS-FACTURE                 *****
      ******************************************************************
      *    Compte cotisations : la prime du mois (et le rattrapage de
      *    conge s'il y en a un) est debitee, puis creditee du meme
      *    montant par le prelevement presente en remise SEPA, diminue
      *    du trop-percu impute (deja credite au compte). Seul un
      *    rejet (ENCAISSLOT) laissera un solde du.
       Ecrire-Mouvements-Facture.
           MOVE IdContratTemp TO MVTC-IDCONTRAT.
           MOVE currentDate TO MVTC-DATE.
           MOVE SPACES TO MVTC-REFERENCE.
           STRING 'FACTURE ' DELIMITED SIZE
                  NumeroFactureCourant DELIMITED SIZE
           INTO MVTC-REFERENCE
           END-STRING.
           MOVE 'FACTURLOT' TO MVTC-PROGRAMME.
           MOVE 'FACTURE' TO MVTC-TYPE.
           SET MVTC-DEBIT TO TRUE.
           COMPUTE MVTC-MONTANT = MontantFacture - RattrapageMois.
           perform MVTC-Ecrire-Mouvement.
           MOVE 'RATTRAPAGE' TO MVTC-TYPE.
           MOVE RattrapageMois TO MVTC-MONTANT.
           perform MVTC-Ecrire-Mouvement.
           MOVE 'PRELEVEMENT' TO MVTC-TYPE.
           SET MVTC-CREDIT TO TRUE.
           MOVE MontantPreleve TO MVTC-MONTANT.
           perform MVTC-Ecrire-Mouvement.

      ******************************************************************
      *****                APPLIQUER-TROP-PERCU                    *****
      ******************************************************************
      *    Le credit ouvert du contrat couvre tout ou partie de la
      *    prime : seul le reste sera preleve.
       Appliquer-Trop-Percu.
           perform Select-Credit-Disponible.
           IF CreditDisponible > MontantFacture
               MOVE MontantFacture TO CreditImpute
           ELSE
               MOVE CreditDisponible TO CreditImpute
           END-IF.
           COMPUTE MontantPreleve = MontantFacture - CreditImpute.
           MOVE CreditImpute TO CreditImputeAffiche.
           MOVE MontantPreleve TO MontantPreleveAffiche.

       Select-Credit-Disponible.
           MOVE 0 TO CreditDisponible.
           MOVE SPACES TO CreditTexte.

           IF SQLCA-CURSOR-CTRL (7) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (7).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(SUM(SOLDE), 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'TROPPERCUS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT = "' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
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
                                            CreditTexte
               END-CALL
               IF SQLCA-RESULT (7) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               INSPECT CreditTexte REPLACING ALL LOW-VALUE BY SPACE
               INSPECT CreditTexte REPLACING ALL '.' BY ','
               IF CreditTexte not = SPACES
                   COMPUTE CreditDisponible =
                       FUNCTION NUMVAL(CreditTexte)
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (7).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              IMPUTER-CREDITS-FACTURE                   *****
      ******************************************************************
      *    Le credit deduit de la prime est consomme sur les
      *    trop-percus du contrat, le plus ancien d'abord.
       Imputer-Credits-Facture.
           IF CreditImpute > 0
               MOVE CreditImpute TO ResteAImputer
               MOVE 0 TO FinCredits
               perform Imputer-Un-Credit
                   until ResteAImputer = 0 or FinCredits = 1
               ADD 1 TO NbFacturesAvecCredit
           END-IF.

       Imputer-Un-Credit.
           perform Select-Plus-Ancien-Credit.
           IF CreditTrouve = 0
               MOVE 1 TO FinCredits
           ELSE
               IF CreditDisponible > ResteAImputer
                   MOVE ResteAImputer TO TROP-MONTANT
               ELSE
                   MOVE CreditDisponible TO TROP-MONTANT
               END-IF
               MOVE IdContratTemp TO TROP-IDCONTRAT
               MOVE currentDate TO TROP-DATE
               MOVE SPACES TO TROP-REFERENCE
               STRING 'FACTURE ' DELIMITED SIZE
                      NumeroFactureCourant DELIMITED SIZE
               INTO TROP-REFERENCE
               END-STRING
               MOVE 'FACTURLOT' TO TROP-PROGRAMME
               perform TROP-Imputer-Credit
               IF TROP-OK
                   SUBTRACT TROP-MONTANT FROM ResteAImputer
               ELSE
                   MOVE 1 TO FinCredits
               END-IF
           END-IF.

       Select-Plus-Ancien-Credit.
           MOVE 0 TO CreditTrouve.
           MOVE 0 TO CreditDisponible.
           MOVE SPACES TO CreditTexte.

           IF SQLCA-CURSOR-CTRL (7) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (7).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDTROPPERCU, ' DELIMITED SIZE
                  'SOLDE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'TROPPERCUS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT = "' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
                  '" AND STATUT = "1" AND SOLDE > 0 ' DELIMITED SIZE
                  'ORDER BY IDTROPPERCU LIMIT 1' DELIMITED SIZE
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
                                            TROP-IDTROPPERCU
                                            CreditTexte
               END-CALL
               IF SQLCA-RESULT (7) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               INSPECT CreditTexte REPLACING ALL LOW-VALUE BY SPACE
               INSPECT CreditTexte REPLACING ALL '.' BY ','
               IF CreditTexte not = SPACES
                   COMPUTE CreditDisponible =
                       FUNCTION NUMVAL(CreditTexte)
               END-IF
               IF CreditDisponible > 0
                   MOVE 1 TO CreditTrouve
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (7).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****           SELECT-DERNIER-NUMERO-FACTURE                *****
      ******************************************************************
      ******************************************************************
      *****    GENERATE-SELECT-CONTRATS-ACTIFS-SQLCA-STATEMENT     *****
      ******************************************************************
      *    Le client facture est le tiers payeur du contrat s'il en a
      *    un (voir GESTPAYEUR), a defaut le souscripteur : la facture,
      *    le mandat preleve et la ligne de facturation sont les siens.
      *    Tant qu'une hausse de cotisation est dans sa fenetre de
      *    resiliation (AVISREPRIX au statut OUVERT, voir AVISREPLOT),
      *    c'est l'ancien prix qui est facture.
       Generate-Select-Contrats-Actifs-SQLCA-STATEMENT.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'IF(IFNULL(IDPAYEUR, "") <> "", IDPAYEUR, CLIENTID), '
                  DELIMITED SIZE
                  'IFNULL((SELECT A.ANCIENPRIX FROM AVISREPRIX A '
                  DELIMITED SIZE
                  'WHERE A.IDCONTRAT = CONTRATS.IDCONTRAT '
                  DELIMITED SIZE
                  'AND A.STATUT = "OUVERT" ' DELIMITED SIZE
                  'AND (IFNULL(A.DATELIMITERESIL, "") = "" '
                  DELIMITED SIZE
                  'OR STR_TO_DATE(A.DATELIMITERESIL, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '>= CURDATE()) ' DELIMITED SIZE
                  'ORDER BY A.IDAVIS LIMIT 1), PRIXPARMOIS), '
                  DELIMITED SIZE
                  'DATESOUSCRIPTION, ' DELIMITED SIZE
                  'DATEANNULATION, ' DELIMITED SIZE
                  'TYPESINISTRE, ' DELIMITED SIZE
                  'IFNULL(FREQUENCEFACT, "M"), ' DELIMITED SIZE
                  'IFNULL(DATEEFFET, ""), ' DELIMITED SIZE
                  'IFNULL(DATEPAYEJUSQUA, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
      *****        CALENDRIER DES JOURS OUVRES (CPYJOUVRP)         *****
      ******************************************************************
       COPY CPYJOUVRP OF "cobol/source_cobol".

      ******************************************************************
      *****         COMPTE COTISATIONS PAR CONTRAT (CPYMVTCP)      *****
      ******************************************************************
       COPY CPYMVTCP OF "cobol/source_cobol".

      ******************************************************************
      *****            TROP-PERCUS SUR PRIMES (CPYTROPP)           *****
      ******************************************************************
       COPY CPYTROPP OF "cobol/source_cobol".
