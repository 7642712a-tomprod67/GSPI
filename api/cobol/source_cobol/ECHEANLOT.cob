      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ECHEANLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Emission mensuelle des prestations recurrentes posees par
      *    ECHEANPRE : pour chaque echeancier actif, chaque periode
      *    echue donne une prestation a valider (statut 0) sur le
      *    sinistre, qui suit ensuite VALIDPRE et REGLEPRELOT. Un
      *    passage manque est rattrape periode par periode. Avant
      *    chaque emission l'echeancier est arrete de lui-meme si le
      *    sinistre est clos (SINISTAT), si le client est decede
      *    (DECESCLI), si sa borne est atteinte ou si le plafond de
      *    garantie du dossier ne couvre plus la periode.
      *    Un echeancier suspendu par CERTVIELOT n'emet plus jusqu'au
      *    retour du certificat de vie.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Synthese
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/echeancier_prestations_lot.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Synthese record varying from 0 to 255.
       01 E-Synthese pic x(255).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

      *    Echeancier courant, relu apres chaque emission : les
      *    indicateurs d'echeance et de fin sont calcules par MySQL
      *    sur les dates JJ/MM/AAAA.
       01 EcheancierIdTemp pic 9(8).
       01 SinistreIdTemp pic 9(8).
       01 MontantPeriodeTexte pic X(12).
       01 MontantPeriode pic 9(8).
       01 Periodicite pic X.
       01 NbMaxTexte pic X(6).
       01 NbPeriodesMax pic 9(4).
       01 NbEmisesTexte pic X(6).
       01 NbEmises pic 9(4).
       01 DateProchaine pic X(10).
       01 StatutSinistre pic 9.
       01 DossierIdTemp pic X(10).
       01 DecesClient pic 9.
       01 EcheanceDue pic 9.
       01 FinAtteinte pic 9.
      *    Echeancier suspendu faute de certificat de vie (CERTVIELOT)
      *    : aucune emission jusqu'au retour du certificat.
       01 Suspendu pic X.

       01 MoisPeriode pic 9(2).

       01 ResteTexte pic X(14).
       01 ResteCouverture pic S9(10).

       01 MotifArret pic X(40).
       01 StatutArret pic X.

       01 NbEcheanciersExamines pic 9(8) value 0.
       01 NbPrestationsEmises pic 9(8) value 0.
       01 NbEcheanciersArretes pic 9(8) value 0.
       01 NbEcheanciersSuspendus pic 9(8) value 0.
       01 TotalMontantsEmis pic 9(10) value 0.

       01 LIGNE-SYNTHESE pic X(255).

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-TypeEntree pic X(5).
       01 JB-LignesLues pic 9(8) value 0.
       01 JB-LignesEcrites pic 9(8) value 0.
       01 JB-CodeSortie pic 9(2) value 0.
       01 JB-HeureActuelle pic 9(8).
       01 JB-Horodatage pic X(19).

       01 AuditNomTable pic X(20).
       01 AuditIdEnregistrement pic X(20).
       01 AuditOperation pic X(10).
       01 AuditAncienneValeur pic X(50).
       01 AuditNouvelleValeur pic X(50).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYAVMD OF "cobol/source_cobol".
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
           perform Write-Journal-Batch-Debut.
           open output F-Synthese.

       GSPI-Trt.
           perform Emettre-Echeances.

       GSPI-Fin.
           perform Write-Ligne-Total.
           close F-Synthese.
           display NbEcheanciersExamines.
           display NbPrestationsEmises.
           display NbEcheanciersArretes.
           display NbEcheanciersSuspendus.
           display AVMD-NB-ORIENTEES.
           MOVE NbEcheanciersExamines TO JB-LignesLues.
           MOVE NbPrestationsEmises TO JB-LignesEcrites.
           perform Write-Journal-Batch-Fin.
           stop run.

      ******************************************************************
      *****                  GET-CURRENT-DATE                      *****
      ******************************************************************
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
      *****                 EMETTRE-ECHEANCES                      *****
      ******************************************************************
      *    Tous les echeanciers actifs sont lus, echus ou non, pour
      *    que la cloture du sinistre ou le deces du client les arrete
      *    des le passage suivant. Le deces n'arrete que s'il survient
      *    apres la date de debut : une rente versee suite au deces du
      *    souscripteur demarre forcement apres celui-ci.
       Emettre-Echeances.
           perform Emettre-Echeances-Init.
           perform Emettre-Echeances-Trt.
           perform Emettre-Echeances-Fin.

       Emettre-Echeances-Init.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           MOVE 0 TO SQLCODE.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

       Emettre-Echeances-Trt.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'E.IDECHEANCIER, ' DELIMITED SIZE
                  'E.SINISTREID, ' DELIMITED SIZE
                  'IFNULL(E.MONTANTPERIODE, 0), ' DELIMITED SIZE
                  'E.PERIODICITE, ' DELIMITED SIZE
                  'IFNULL(E.NBPERIODESMAX, 0), ' DELIMITED SIZE
                  'IFNULL(E.NBPERIODESEMISES, 0), ' DELIMITED SIZE
                  'E.DATEPROCHAINE, ' DELIMITED SIZE
                  'S.STATUS, ' DELIMITED SIZE
                  'S.DOSSIERID, ' DELIMITED SIZE
                  'IF(IFNULL(C.DATEDECES, "") <> "" ' DELIMITED SIZE
                  'AND STR_TO_DATE(C.DATEDECES, "%d/%m/%Y") >= '
                  DELIMITED SIZE
                  'STR_TO_DATE(E.DATEDEBUT, "%d/%m/%Y"), "1", "0"), '
                  DELIMITED SIZE
                  'IF(STR_TO_DATE(E.DATEPROCHAINE, "%d/%m/%Y") <= '
                  DELIMITED SIZE
                  'CURDATE(), "1", "0"), ' DELIMITED SIZE
                  'IF(IFNULL(E.DATEFIN, "") <> "" ' DELIMITED SIZE
                  'AND STR_TO_DATE(E.DATEPROCHAINE, "%d/%m/%Y") > '
                  DELIMITED SIZE
                  'STR_TO_DATE(E.DATEFIN, "%d/%m/%Y"), "1", "0"), '
                  DELIMITED SIZE
                  'IFNULL(E.SUSPENDU, "0") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ECHEANCIERPRESTATION E, SINISTRES S, ' DELIMITED SIZE
                  'DOSSIER D, CONTRATS K, CLIENTS C ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'E.SINISTREID = S.IDSINISTRE ' DELIMITED SIZE
                  'AND S.DOSSIERID = D.IDDOSSIER ' DELIMITED SIZE
                  'AND D.CONTRATID = K.IDCONTRAT ' DELIMITED SIZE
                  'AND K.CLIENTID = C.IDCLIENT ' DELIMITED SIZE
                  'AND E.STATUT = "1" ' DELIMITED SIZE
                  'ORDER BY E.IDECHEANCIER' DELIMITED SIZE
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
               MOVE SPACES TO MontantPeriodeTexte
               MOVE SPACES TO NbMaxTexte
               MOVE SPACES TO NbEmisesTexte
               MOVE SPACES TO DateProchaine
               MOVE SPACES TO DossierIdTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            EcheancierIdTemp
                                            SinistreIdTemp
                                            MontantPeriodeTexte
                                            Periodicite
                                            NbMaxTexte
                                            NbEmisesTexte
                                            DateProchaine
                                            StatutSinistre
                                            DossierIdTemp
                                            DecesClient
                                            EcheanceDue
                                            FinAtteinte
                                            Suspendu
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
                       ADD 1 TO NbEcheanciersExamines
                       perform Traiter-Un-Echeancier
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.

       Emettre-Echeances-Fin.
           perform close-BDD.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           EXIT.

      ******************************************************************
      *****              TRAITER-UN-ECHEANCIER                     *****
      ******************************************************************
       Traiter-Un-Echeancier.
           INSPECT MontantPeriodeTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbMaxTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbEmisesTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateProchaine REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DossierIdTemp REPLACING ALL LOW-VALUE BY SPACE.
           COMPUTE MontantPeriode =
               FUNCTION NUMVAL(MontantPeriodeTexte).
           COMPUTE NbPeriodesMax = FUNCTION NUMVAL(NbMaxTexte).
           COMPUTE NbEmises = FUNCTION NUMVAL(NbEmisesTexte).
           EVALUATE Periodicite
               WHEN 'T'
                   MOVE 3 TO MoisPeriode
               WHEN 'S'
                   MOVE 6 TO MoisPeriode
               WHEN 'A'
                   MOVE 12 TO MoisPeriode
               WHEN OTHER
                   MOVE 1 TO MoisPeriode
           END-EVALUATE.
           MOVE SPACES TO MotifArret.
      *    Un echeancier suspendu reste soumis aux arrets (cloture,
      *    deces, borne) mais n'emet rien ; DATEPROCHAINE n'avance pas,
      *    les periodes manquees sont rattrapees une fois le
      *    certificat enregistre par ECHEANPRE.
           IF Suspendu = '1'
               ADD 1 TO NbEcheanciersSuspendus
               MOVE 0 TO EcheanceDue
           END-IF.
           perform Controler-Arret-Echeancier.
           perform Emettre-Une-Echeance
               until MotifArret not = SPACES
               or EcheanceDue = 0.
           IF MotifArret not = SPACES
               perform Arreter-Echeancier
           END-IF.

      ******************************************************************
      *****            CONTROLER-ARRET-ECHEANCIER                  *****
      ******************************************************************
      *    Statut 2 : echeancier termine a sa borne normale ; statut 3
      *    : arrete par un evenement du sinistre, du client ou de la
      *    garantie. Le plafond ne se controle qu'au moment d'emettre.
       Controler-Arret-Echeancier.
           EVALUATE TRUE
               WHEN StatutSinistre = 5
                   MOVE 'SINISTRE CLOS' TO MotifArret
                   MOVE '3' TO StatutArret
               WHEN DecesClient = 1
                   MOVE 'CLIENT DECEDE' TO MotifArret
                   MOVE '3' TO StatutArret
               WHEN NbPeriodesMax > 0 AND NbEmises >= NbPeriodesMax
                   MOVE 'NOMBRE DE PERIODES ATTEINT' TO MotifArret
                   MOVE '2' TO StatutArret
               WHEN FinAtteinte = 1
                   MOVE 'DATE DE FIN ATTEINTE' TO MotifArret
                   MOVE '2' TO StatutArret
               WHEN EcheanceDue = 1
                   perform Select-Reste-Garantie
                   IF MontantPeriode > ResteCouverture
                       MOVE 'PLAFOND DE GARANTIE ATTEINT'
                       TO MotifArret
                       MOVE '3' TO StatutArret
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *****               SELECT-RESTE-GARANTIE                    *****
      ******************************************************************
      *    Meme regle que Controler-Garantie-Restante de VALIDPRE :
      *    MONTANTGARANTIE moins MONTANTCONSOMME du dossier, diminue ici
      *    des prestations encore en attente de validation, qui
      *    consommeront la garantie a leur approbation.
       Select-Reste-Garantie.
           MOVE 0 TO ResteCouverture.
           MOVE SPACES TO ResteTexte.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(D.MONTANTGARANTIE, 0) - ' DELIMITED SIZE
                  'IFNULL(D.MONTANTCONSOMME, 0) - ' DELIMITED SIZE
                  'IFNULL((SELECT SUM(P.MONTANTDEMANDE) ' DELIMITED SIZE
                  'FROM PRESTATION P, SINISTRES S2 ' DELIMITED SIZE
                  'WHERE P.SINISTREID = S2.IDSINISTRE ' DELIMITED SIZE
                  'AND S2.DOSSIERID = D.IDDOSSIER ' DELIMITED SIZE
                  'AND P.STATUS = "0"), 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'DOSSIER D ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'D.IDDOSSIER ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  DossierIdTemp DELIMITED SPACE
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
                                            ResteTexte
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT ResteTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND ResteTexte not = SPACES
               COMPUTE ResteCouverture = FUNCTION NUMVAL(ResteTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               EMETTRE-UNE-ECHEANCE                     *****
      ******************************************************************
       Emettre-Une-Echeance.
           perform Orienter-Avis-Medical.
           perform Insert-Prestation-Echeance.
           IF SQLCODE = 0
               ADD 1 TO NbPrestationsEmises
               ADD MontantPeriode TO TotalMontantsEmis
               perform Write-Ligne-Emission
               perform Avancer-Echeancier
               perform Relire-Echeancier
               perform Controler-Arret-Echeancier
           ELSE
               MOVE 8 TO JB-CodeSortie
               MOVE 0 TO EcheanceDue
           END-IF.
           MOVE 0 TO SQLCODE.

      *    Les regles du medecin conseil (voir CPYAVMD) s'appliquent
      *    a chaque echeance comme a une saisie : type de sinistre du
      *    dossier et montant de la periode, sans code acte.
       Orienter-Avis-Medical.
           MOVE SinistreIdTemp TO AVMD-IDSINISTRE.
           MOVE SPACES TO AVMD-CODEACTE.
           MOVE MontantPeriode TO AVMD-MONTANT.
           perform AVMD-Rechercher.

      *    La prestation porte l'echeancier et la date d'echeance
      *    couverte : VALIDPRE la traite comme une saisie AJOUTPRE.
      *    La demande d'avis suit immediatement l'insertion, dont elle
      *    relit l'identifiant.
       Insert-Prestation-Echeance.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'PRESTATION ' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'SINISTREID, ' DELIMITED SIZE
                  'STATUS, ' DELIMITED SIZE
                  'MONTANTDEMANDE, ' DELIMITED SIZE
                  'IDECHEANCIER, ' DELIMITED SIZE
                  'DATEECHEANCE, ' DELIMITED SIZE
                  'DATEDEMANDE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SIZE
                  '","0","' DELIMITED SIZE
                  MontantPeriode DELIMITED SIZE
                  '","' DELIMITED SIZE
                  EcheancierIdTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  DateProchaine DELIMITED SPACE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0 AND AVMD-AVIS-REQUIS
               MOVE 'ECHEANLOT' TO AVMD-SOURCE
               MOVE currentDate TO AVMD-DATE
               perform AVMD-Enregistrer
           END-IF.

      *    La prochaine echeance est recalculee depuis la date de
      *    debut (et non ajoutee a la precedente) pour qu'un debut au
      *    31 ne glisse pas au 28 apres fevrier. DATEPROCHAINE est
      *    affecte avant NBPERIODESEMISES : MySQL evalue le SET de
      *    gauche a droite.
       Avancer-Echeancier.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'ECHEANCIERPRESTATION ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'DATEPROCHAINE = DATE_FORMAT(DATE_ADD(' DELIMITED SIZE
                  'STR_TO_DATE(DATEDEBUT, "%d/%m/%Y"), ' DELIMITED SIZE
                  'INTERVAL (IFNULL(NBPERIODESEMISES, 0) + 1) * '
                  DELIMITED SIZE
                  MoisPeriode DELIMITED SIZE
                  ' MONTH), "%d/%m/%Y"), ' DELIMITED SIZE
                  'NBPERIODESEMISES = ' DELIMITED SIZE
                  'IFNULL(NBPERIODESEMISES, 0) + 1, ' DELIMITED SIZE
                  'DATEDERNIEREEMISSION = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDECHEANCIER ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  EcheancierIdTemp DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

       Relire-Echeancier.
           MOVE SPACES TO NbEmisesTexte.
           MOVE SPACES TO DateProchaine.
           MOVE 0 TO EcheanceDue.
           MOVE 0 TO FinAtteinte.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(NBPERIODESEMISES, 0), ' DELIMITED SIZE
                  'DATEPROCHAINE, ' DELIMITED SIZE
                  'IF(STR_TO_DATE(DATEPROCHAINE, "%d/%m/%Y") <= '
                  DELIMITED SIZE
                  'CURDATE(), "1", "0"), ' DELIMITED SIZE
                  'IF(IFNULL(DATEFIN, "") <> "" ' DELIMITED SIZE
                  'AND STR_TO_DATE(DATEPROCHAINE, "%d/%m/%Y") > '
                  DELIMITED SIZE
                  'STR_TO_DATE(DATEFIN, "%d/%m/%Y"), "1", "0") '
                  DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ECHEANCIERPRESTATION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDECHEANCIER ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  EcheancierIdTemp DELIMITED SIZE
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
                                            NbEmisesTexte
                                            DateProchaine
                                            EcheanceDue
                                            FinAtteinte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT NbEmisesTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateProchaine REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0
               COMPUTE NbEmises = FUNCTION NUMVAL(NbEmisesTexte)
           ELSE
               MOVE 0 TO EcheanceDue
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                ARRETER-ECHEANCIER                      *****
      ******************************************************************
       Arreter-Echeancier.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'ECHEANCIERPRESTATION ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "' DELIMITED SIZE
                  StatutArret DELIMITED SIZE
                  '", MOTIFARRET = "' DELIMITED SIZE
                  MotifArret DELIMITED SIZE
                  '", DATEARRET = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDECHEANCIER ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  EcheancierIdTemp DELIMITED SIZE
                  '" AND STATUT = "1"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF DB-OK
               ADD 1 TO NbEcheanciersArretes
               MOVE 'ACTIF' TO AuditAncienneValeur
               MOVE MotifArret TO AuditNouvelleValeur
               MOVE EcheancierIdTemp TO AuditIdEnregistrement
               MOVE 'ECHEANCIER' TO AuditNomTable
               MOVE 'ARRET' TO AuditOperation
               perform Write-Audit-Trail
               perform Write-Ligne-Arret
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              WRITE-LIGNES-SYNTHESE                     *****
      ******************************************************************
       Write-Ligne-Emission.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING EcheancierIdTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   SinistreIdTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DateProchaine DELIMITED SPACE
                   ';' DELIMITED SIZE
                   MontantPeriode DELIMITED SIZE
                   ';' DELIMITED SIZE
                   'EMISE' DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

       Write-Ligne-Arret.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING EcheancierIdTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   SinistreIdTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DateProchaine DELIMITED SPACE
                   ';;' DELIMITED SIZE
                   'ARRETE' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MotifArret DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

      ******************************************************************
      *****                WRITE-LIGNE-TOTAL                       *****
      ******************************************************************
       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-SYNTHESE.
           STRING 'TOTAL' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbEcheanciersExamines DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbPrestationsEmises DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalMontantsEmis DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbEcheanciersArretes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-SYNTHESE
           END-STRING.
           write E-Synthese from LIGNE-SYNTHESE.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Appele pendant que la connexion ouverte par Emettre-
      *    Echeances est encore active. L'operation ARRET trace les
      *    arrets automatiques dans HISTOAUD.
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

       Write-Audit-Trail-Fin.
           EXIT.

      ******************************************************************
      *****               WRITE-JOURNAL-BATCH                      *****
      ******************************************************************
      *    Trace le debut et la fin du passage dans JOURNALBATCH avec
      *    les volumes traites, sur une connexion dediee comme les
      *    lectures de MAJCLI. L'horodatage est en AAAA-MM-JJ pour que
      *    LISTJBAT puisse trier les passages par simple ORDER BY.
       Write-Journal-Batch-Debut.
           MOVE 'DEBUT' TO JB-TypeEntree.
           MOVE 0 TO JB-LignesLues.
           MOVE 0 TO JB-LignesEcrites.
           MOVE 0 TO JB-CodeSortie.
           perform Write-Journal-Batch.

       Write-Journal-Batch-Fin.
           MOVE 'FIN' TO JB-TypeEntree.
           perform Write-Journal-Batch.

       Write-Journal-Batch.
           ACCEPT JB-HeureActuelle FROM TIME.
           MOVE SPACES TO JB-Horodatage.
           STRING currentYear DELIMITED SIZE
                  '-' DELIMITED SIZE
                  MM of SYSTEME-DATE DELIMITED SIZE
                  '-' DELIMITED SIZE
                  JJ of SYSTEME-DATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  JB-HeureActuelle (1:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  JB-HeureActuelle (3:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  JB-HeureActuelle (5:2) DELIMITED SIZE
           INTO JB-Horodatage
           END-STRING.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'JOURNALBATCH' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'PROGRAMME, ' DELIMITED SIZE
                  'TYPEENTREE, ' DELIMITED SIZE
                  'HORODATAGE, ' DELIMITED SIZE
                  'LIGNESLUES, ' DELIMITED SIZE
                  'LIGNESECRITES, ' DELIMITED SIZE
                  'CODESORTIE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-TypeEntree DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-Horodatage DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-LignesLues DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-LignesEcrites DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-CodeSortie DELIMITED SIZE
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
           MOVE 'ECHEANLOT' TO PGCTB-PROGRAM-NAME.

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
       COPY CPYAVMDP OF "cobol/source_cobol".
