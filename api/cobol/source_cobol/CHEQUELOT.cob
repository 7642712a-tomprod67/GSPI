      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CHEQUELOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Suivi des cheques de prestation emis par REGLEPRELOT aux
      *    clients sans coordonnees bancaires (registre
      *    REGISTRECHEQUES : STATUT 1 emis, 2 encaisse, 3 annule).
      *    1. Fichier des cheques encaisses transmis par la banque :
      *         numero;montant;date d'encaissement (JJ/MM/AAAA)
      *       montant en point ou virgule decimale. Un cheque emis au
      *       meme montant passe encaisse et sa prestation est marquee
      *       executee (EXECUTIONVIR E) ; un cheque inconnu, deja
      *       encaisse, annule ou d'un autre montant est rejete dans
      *       le fichier de disposition pour traitement manuel.
      *    2. Les cheques emis depuis plus de BC-DelaiValiditeCheque
      *       jours sans encaissement sont annules : la prestation
      *       repart en reglement (REMISE 0) et le paiement est
      *       contre-passe par COMPTALOT (cheques_annules_lot.txt).
      *       La retenue sur arrieres reste acquise, REGLEPRELOT la
      *       reprend a la reemission.
      *    3. Le registre complet est edite dans registre_cheques.txt
      *       avec les totaux par statut.
      *    Le fichier banque est vide en fin de lot, comme le retour
      *    de l'agence de recouvrement (RECOUVRETLOT).
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-DataSubmited
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/cheques_encaisses_banque.txt"
           organization is line sequential
           file status is WS-BANQUE-STATUS.

           select F-Disposition
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/cheques_encaisses_disposition.txt"
           organization is line sequential access sequential.

           select F-Checkpoint
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/chequelot_checkpoint.txt"
           organization is line sequential
           file status is WS-CHECKPOINT-STATUS.

           select F-Comptable
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/cheques_annules_lot.txt"
           organization is line sequential access sequential
           file status is WS-COMPTABLE-STATUS.

           select F-Registre
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/registre_cheques.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-DataSubmited record varying from 0 to 255.
       01 E-DataSubmited pic x(255).

       FD F-Disposition record varying from 0 to 200.
       01 E-Disposition pic x(200).

       FD F-Checkpoint record varying from 0 to 20.
       01 E-Checkpoint pic x(20).

       FD F-Comptable record varying from 0 to 200.
       01 E-Comptable pic x(200).

       FD F-Registre record varying from 0 to 250.
       01 E-Registre pic x(250).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.
       01 NumLigne pic 9(6) value 0.

       01 NumeroTexte pic X(10).
       01 MontantTexte pic X(15).
       01 DateEncaissement pic X(10).

      *    Duree de validite d'un cheque avant annulation (365 jours
      *    si le parametre n'est pas renseigne).
       01 BusinessConstants.
         05 BC-DelaiValiditeCheque pic 9(4).

       01 DB-STATUS-SAVE pic X.

       01 NumeroCheque pic 9(7).
       01 StatutCheque pic X.
       01 IdPrestationTexte pic X(10).
       01 SinistreTexte pic X(10).
       01 ClientTexte pic X(10).
       01 BeneficiaireTexte pic X(70).
       01 DateEmissionTexte pic X(10).
       01 DateStatutTexte pic X(10).
       01 MontantRegistreTexte pic X(15).
       01 RetenueTexte pic X(15).
       01 LibelleStatut pic X(10).

       01 MontantPresente pic 9(8)V99.
       01 MontantRegistre pic 9(8)V99.
       01 RetenueRegistre pic 9(8)V99.
       01 MontantAffiche pic Z(7)9,99.
       01 RetenueAffiche pic Z(7)9,99.

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

       01 MotifRejet pic X(60).

       01 NbAcceptes pic 9(6) value 0.
       01 NbRejetes pic 9(6) value 0.
       01 NbAnnules pic 9(6) value 0.
       01 TotalEncaisse pic 9(10)V99 value 0.
       01 TotalAnnule pic 9(10)V99 value 0.
       01 TotalAffiche pic Z(9)9,99.

      *    Totaux du registre edite, par statut (1 emis, 2 encaisse,
      *    3 annule).
       01 TotauxRegistre.
           05 TotalStatut OCCURS 3.
               10 TR-Nombre pic 9(8).
               10 TR-Montant pic 9(10)V99.
       01 indexStatut pic 9.

       01 WS-BANQUE-STATUS pic XX.
       01 WS-CHECKPOINT-STATUS pic XX.
       01 WS-COMPTABLE-STATUS pic XX.
       01 LastCheckpointLigne pic 9(6) value 0.

       01 LIGNE-DISPOSITION pic X(200).
       01 LIGNE-COMPTABLE pic X(200).
       01 LIGNE-REGISTRE pic X(250).

       01 AuditNomTable pic X(20).
       01 AuditIdEnregistrement pic X(20).
       01 AuditOperation pic X(10).
       01 AuditAncienneValeur pic X(50).
       01 AuditNouvelleValeur pic X(50).

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-TypeEntree pic X(5).
       01 JB-LignesLues pic 9(8) value 0.
       01 JB-LignesEcrites pic 9(8) value 0.
       01 JB-CodeSortie pic 9(2) value 0.
       01 JB-HeureActuelle pic 9(8).
       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYFICH OF "cobol/source_cobol".
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
           perform Read-Business-Constants.
           perform Read-Checkpoint.
           perform Controler-Fichier-Entrant.
           move 0 to Boucleur-read-file.
           move 0 to NumLigne.
           open INPUT F-DataSubmited.
           IF WS-BANQUE-STATUS not = "00"
               move 1 to Boucleur-read-file
           END-IF.
           IF LastCheckpointLigne > 0
               open extend F-Disposition
           ELSE
               open output F-Disposition
           END-IF.
           open output F-Registre.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
      *    Un fichier refuse au registre n'est pas traite.
           IF FICH-ACCEPTE
               perform Read-File-Submited-Trt
                   until Boucleur-read-file = 1
           END-IF.
           perform Annuler-Cheques-Perimes.
           perform Editer-Registre.

       GSPI-Fin.
           perform close-BDD.
           perform FICH-Cloturer-Fichier.
           IF WS-BANQUE-STATUS = "00"
               close F-DataSubmited
           END-IF.
      *    Fichier consomme une fois integre (voir COMPTALOT) ; un
      *    fichier refuse reste en place pour examen.
           IF WS-BANQUE-STATUS = "00" AND FICH-ACCEPTE
               open output F-DataSubmited
               close F-DataSubmited
           END-IF.
           perform Write-Ligne-Total.
           close F-Disposition.
           close F-Registre.
           perform Reset-Checkpoint.
           display NbAcceptes.
           display NbRejetes.
           display NbAnnules.
           COMPUTE JB-LignesLues = NbAcceptes + NbRejetes.
           COMPUTE JB-LignesEcrites = NbAcceptes + NbAnnules.
           IF NbRejetes > 0
               MOVE 4 TO JB-CodeSortie
           END-IF.
           IF FICH-SANS-TOTAL = 1 AND JB-CodeSortie < 4
               MOVE 4 TO JB-CodeSortie
           END-IF.
           IF FICH-REFUSE
               MOVE 16 TO JB-CodeSortie
           END-IF.
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
      *****             READ-BUSINESS-CONSTANTS                    *****
      ******************************************************************
       Read-Business-Constants.
           MOVE 'CHEQUELOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-DelaiValiditeCheque
           END-CALL.
           IF BC-DelaiValiditeCheque = 0
               MOVE 365 TO BC-DelaiValiditeCheque
           END-IF.

      ******************************************************************
      *****                    READ-CHECKPOINT                     *****
      ******************************************************************
      *    Le checkpoint porte le numero de la derniere ligne du
      *    fichier banque entierement traitee : apres un incident, les
      *    cheques deja marques encaisses sont sautes a la reprise.
       Read-Checkpoint.
           MOVE 0 TO LastCheckpointLigne.
           OPEN INPUT F-Checkpoint.
           IF WS-CHECKPOINT-STATUS = "00"
               READ F-Checkpoint
                   AT END
                       MOVE 0 TO LastCheckpointLigne
                   NOT AT END
                       unstring E-Checkpoint delimited by space into
                           LastCheckpointLigne
                       end-unstring
               END-READ
               CLOSE F-Checkpoint
           END-IF.

       Write-Checkpoint.
           MOVE LastCheckpointLigne TO E-Checkpoint.
           OPEN OUTPUT F-Checkpoint.
           WRITE E-Checkpoint.
           CLOSE F-Checkpoint.

       Reset-Checkpoint.
           MOVE 0 TO LastCheckpointLigne.
           perform Write-Checkpoint.

      ******************************************************************
      *****             CONTROLER-FICHIER-ENTRANT                  *****
      ******************************************************************
      *    Premiere lecture du releve de cheques pour le registre des
      *    fichiers entrants (voir CPYFICH). Lignes de controle de la
      *    banque : ENTETE;banque et TOTAL;nombre;montant.
       Controler-Fichier-Entrant.
           MOVE 'CHEQUELOT' TO FICH-PROGRAMME.
           MOVE 'cheques_encaisses_banque.txt' TO FICH-NOM.
           MOVE 'BANQUE' TO FICH-EMETTEUR.
           MOVE 2 TO FICH-RANG-MONTANT.
           perform FICH-Debut-Controle.
           move 0 to Boucleur-read-file.
           open INPUT F-DataSubmited.
           IF WS-BANQUE-STATUS = "00"
               perform Controler-Fichier-Entrant-Trt
                   until Boucleur-read-file = 1
               close F-DataSubmited
           END-IF.
           perform FICH-Enregistrer-Fichier.

       Controler-Fichier-Entrant-Trt.
           read F-DataSubmited
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-DataSubmited TO FICH-LIGNE
                   perform FICH-Cumuler-Ligne
           end-read.

      ******************************************************************
      *****                    READ-FILE-SUBMITED                  *****
      ******************************************************************
       Read-File-Submited-Trt.
           read F-DataSubmited
               at end
                   move 1 to Boucleur-read-file
               not at end
                   INSPECT E-DataSubmited
                       REPLACING ALL LOW-VALUE BY SPACE
                   add 1 to NumLigne
                   MOVE E-DataSubmited TO FICH-LIGNE
                   perform FICH-Tester-Ligne
                   if E-DataSubmited not = spaces
                       and NumLigne > LastCheckpointLigne
                       and not FICH-LIGNE-CONTROLE
                       perform Process-Une-Ligne
                       MOVE NumLigne TO LastCheckpointLigne
                       perform Write-Checkpoint
                   end-if
           end-read.

      ******************************************************************
      *****                  PROCESS-UNE-LIGNE                     *****
      ******************************************************************
       Process-Une-Ligne.
           MOVE SPACES TO MotifRejet.
           perform Unstring-Ligne.
           perform Controler-Ligne.
           IF MotifRejet = SPACES
               perform Encaisser-Cheque
           END-IF.
           MOVE 0 TO SQLCODE.
           IF MotifRejet = SPACES
               ADD 1 TO NbAcceptes
               ADD MontantPresente TO TotalEncaisse
           ELSE
               ADD 1 TO NbRejetes
           END-IF.
           perform Write-Ligne-Disposition.

      ******************************************************************
      *****                   UNSTRING-LIGNE                       *****
      ******************************************************************
       Unstring-Ligne.
           MOVE SPACES TO NumeroTexte.
           MOVE SPACES TO MontantTexte.
           MOVE SPACES TO DateEncaissement.
           MOVE 0 TO MontantPresente.
           MOVE 0 TO NumeroCheque.
           unstring E-DataSubmited delimited by ";" into
            NumeroTexte
            MontantTexte
            DateEncaissement
           end-unstring.
           INSPECT MontantTexte REPLACING ALL '.' BY ','.
           IF MontantTexte not = SPACES
               COMPUTE MontantPresente =
                   FUNCTION NUMVAL(MontantTexte)
           END-IF.
           IF DateEncaissement = SPACES
               MOVE currentDate TO DateEncaissement
           END-IF.

      ******************************************************************
      *****                  CONTROLER-LIGNE                       *****
      ******************************************************************
      *    Le premier controle en echec donne le motif de rejet :
      *    ligne complete, cheque au registre, cheque encore emis,
      *    montant identique a celui du registre.
       Controler-Ligne.
           IF NumeroTexte = SPACES OR MontantPresente = 0
               MOVE 'LIGNE INCOMPLETE' TO MotifRejet
           END-IF.
           IF MotifRejet = SPACES
               COMPUTE NumeroCheque = FUNCTION NUMVAL(NumeroTexte)
               perform Select-Cheque
               EVALUATE TRUE
                   WHEN StatutCheque = SPACES
                       MOVE 'CHEQUE INCONNU AU REGISTRE'
                       TO MotifRejet
                   WHEN StatutCheque = '2'
                       MOVE 'CHEQUE DEJA ENCAISSE' TO MotifRejet
                   WHEN StatutCheque = '3'
                       MOVE 'CHEQUE ANNULE PRESENTE A L ENCAISSEMENT'
                       TO MotifRejet
                   WHEN MontantRegistre not = MontantPresente
                       MOVE 'MONTANT DIFFERENT DU REGISTRE'
                       TO MotifRejet
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      *****                   SELECT-CHEQUE                        *****
      ******************************************************************
       Select-Cheque.
           MOVE SPACES TO StatutCheque.
           MOVE SPACES TO IdPrestationTexte.
           MOVE SPACES TO MontantRegistreTexte.
           MOVE 0 TO MontantRegistre.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'IDPRESTATION, ' DELIMITED SIZE
                  'REPLACE(MONTANT, ".", ",") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'REGISTRECHEQUES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'NUMEROCHEQUE = ' DELIMITED SIZE
                  NumeroCheque DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

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
                                            StatutCheque
                                            IdPrestationTexte
                                            MontantRegistreTexte
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               INSPECT StatutCheque REPLACING ALL LOW-VALUE BY SPACE
               INSPECT IdPrestationTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT MontantRegistreTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               IF MontantRegistreTexte not = SPACES
                   COMPUTE MontantRegistre =
                       FUNCTION NUMVAL(MontantRegistreTexte)
               END-IF
           ELSE
               MOVE SPACES TO StatutCheque
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  ENCAISSER-CHEQUE                      *****
      ******************************************************************
      *    Le cheque passe encaisse a la date de la banque ; la
      *    prestation reglee par ce cheque est marquee executee comme
      *    un virement confirme par RETOURVIRLOT. Le paiement a ete
      *    comptabilise a l'emission, l'encaissement ne passe pas
      *    d'ecriture.
       Encaisser-Cheque.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'REGISTRECHEQUES ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "2", ' DELIMITED SIZE
                  'DATEENCAISSEMENT = "' DELIMITED SIZE
                  DateEncaissement DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'NUMEROCHEQUE = ' DELIMITED SIZE
                  NumeroCheque DELIMITED SIZE
                  ' AND STATUT = "1"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               MOVE 'ERREUR SQL A L ENCAISSEMENT DU CHEQUE'
               TO MotifRejet
           ELSE
               MOVE LOW-VALUES TO SQLCA-STATEMENT
               STRING 'UPDATE ' DELIMITED SIZE
                      'PRESTATION ' DELIMITED SIZE
                      'SET ' DELIMITED SIZE
                      'EXECUTIONVIR = "E" ' DELIMITED SIZE
                      'WHERE ' DELIMITED SIZE
                      'IDPRESTATION = "' DELIMITED SIZE
                      IdPrestationTexte DELIMITED SPACE
                      '" AND EXECUTIONVIR = "C"' DELIMITED SIZE
                  INTO SQLCA-STATEMENT
               END-STRING
               CALL 'MySQL_query' USING SQLCA-STATEMENT
               END-CALL
               MOVE 0 TO SQLCODE
           END-IF.

      ******************************************************************
      *****              ANNULER-CHEQUES-PERIMES                   *****
      ******************************************************************
      *    Cheques toujours au statut emis au dela du delai de
      *    validite, du plus ancien au plus recent.
       Annuler-Cheques-Perimes.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'NUMEROCHEQUE, ' DELIMITED SIZE
                  'IDPRESTATION, ' DELIMITED SIZE
                  'REPLACE(MONTANT, ".", ","), ' DELIMITED SIZE
                  'REPLACE(IFNULL(RETENUE, 0), ".", ",") '
                  DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'REGISTRECHEQUES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STATUT = "1" ' DELIMITED SIZE
                  'AND STR_TO_DATE(DATEEMISSION, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '< DATE_SUB(CURDATE(), INTERVAL ' DELIMITED SIZE
                  BC-DelaiValiditeCheque DELIMITED SIZE
                  ' DAY) ' DELIMITED SIZE
                  'ORDER BY NUMEROCHEQUE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           display SQLCA-STATEMENT.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (2)
              END-CALL
              IF SQLCA-RESULT (2) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO IdPrestationTexte
               MOVE SPACES TO MontantRegistreTexte
               MOVE SPACES TO RetenueTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            NumeroCheque
                                            IdPrestationTexte
                                            MontantRegistreTexte
                                            RetenueTexte
               END-CALL

               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       MOVE DB-STATUS-FLD TO DB-STATUS-SAVE
                       perform Annuler-Un-Cheque
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

      *    Cheque annule au registre, prestation remise en reglement
      *    (REMISE 0, remise et confirmation a blanc) pour le passage
      *    suivant de REGLEPRELOT, ligne de contre-passation pour
      *    COMPTALOT et trace dans AUDITJOURNAL.
       Annuler-Un-Cheque.
           INSPECT IdPrestationTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantRegistreTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RetenueTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO MontantRegistre.
           MOVE 0 TO RetenueRegistre.
           IF MontantRegistreTexte not = SPACES
               COMPUTE MontantRegistre =
                   FUNCTION NUMVAL(MontantRegistreTexte)
           END-IF.
           IF RetenueTexte not = SPACES
               COMPUTE RetenueRegistre =
                   FUNCTION NUMVAL(RetenueTexte)
           END-IF.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'REGISTRECHEQUES ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "3", ' DELIMITED SIZE
                  'DATEANNULATION = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'NUMEROCHEQUE = ' DELIMITED SIZE
                  NumeroCheque DELIMITED SIZE
                  ' AND STATUT = "1"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE LOW-VALUES TO SQLCA-STATEMENT
               STRING 'UPDATE ' DELIMITED SIZE
                      'PRESTATION ' DELIMITED SIZE
                      'SET ' DELIMITED SIZE
                      'REMISE = "0", ' DELIMITED SIZE
                      'DATEREMISE = "", ' DELIMITED SIZE
                      'EXECUTIONVIR = "" ' DELIMITED SIZE
                      'WHERE ' DELIMITED SIZE
                      'IDPRESTATION = "' DELIMITED SIZE
                      IdPrestationTexte DELIMITED SPACE
                      '" AND REMISE = "1"' DELIMITED SIZE
                  INTO SQLCA-STATEMENT
               END-STRING
               CALL 'MySQL_query' USING SQLCA-STATEMENT
               END-CALL
               MOVE RETURN-CODE TO SQLCODE
           END-IF.

           IF SQLCODE = 0
               ADD 1 TO NbAnnules
               ADD MontantRegistre TO TotalAnnule
               perform Write-Ligne-Comptable
               perform Write-Ligne-Annulation
               MOVE 'REGISTRECHEQUES' TO AuditNomTable
               MOVE NumeroCheque TO AuditIdEnregistrement
               MOVE 'ANNULATION' TO AuditOperation
               MOVE 'EMIS' TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING 'ANNULE PRESTATION ' DELIMITED SIZE
                      IdPrestationTexte DELIMITED SPACE
               INTO AuditNouvelleValeur
               END-STRING
               perform Write-Audit-Trail
           ELSE
               display "ANNULATION EN ERREUR CHEQUE " NumeroCheque
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               WRITE-LIGNE-COMPTABLE                    *****
      ******************************************************************
      *    Ligne reprise par COMPTALOT : ANNULE, numero du cheque,
      *    prestation, montant du cheque, retenue sur arrieres et date
      *    d'annulation, separes par des points-virgules.
       Write-Ligne-Comptable.
           OPEN EXTEND F-Comptable.
           IF WS-COMPTABLE-STATUS not = "00"
               OPEN OUTPUT F-Comptable
           END-IF.
           MOVE MontantRegistre TO MontantAffiche.
           MOVE RetenueRegistre TO RetenueAffiche.
           MOVE SPACES TO LIGNE-COMPTABLE.
           STRING 'ANNULE' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NumeroCheque DELIMITED SIZE
                   ';' DELIMITED SIZE
                   IdPrestationTexte DELIMITED SPACE
                   ';' DELIMITED SIZE
                   MontantAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   RetenueAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-COMPTABLE
           END-STRING.
           write E-Comptable from LIGNE-COMPTABLE.
           CLOSE F-Comptable.

      ******************************************************************
      *****              WRITE-LIGNE-DISPOSITION                   *****
      ******************************************************************
       Write-Ligne-Disposition.
           MOVE SPACES TO LIGNE-DISPOSITION.
           MOVE MontantPresente TO MontantAffiche.
           IF MotifRejet = SPACES
               STRING NumLigne DELIMITED SIZE
                       ';ENCAISSE;' DELIMITED SIZE
                       NumeroTexte DELIMITED SPACE
                       ';' DELIMITED SIZE
                       MontantAffiche DELIMITED SIZE
                       ';' DELIMITED SIZE
                       DateEncaissement DELIMITED SIZE
               INTO LIGNE-DISPOSITION
               END-STRING
           ELSE
               STRING NumLigne DELIMITED SIZE
                       ';REJETE;' DELIMITED SIZE
                       NumeroTexte DELIMITED SPACE
                       ';' DELIMITED SIZE
                       MontantAffiche DELIMITED SIZE
                       ';' DELIMITED SIZE
                       MotifRejet DELIMITED SIZE
               INTO LIGNE-DISPOSITION
               END-STRING
           END-IF.
           write E-Disposition from LIGNE-DISPOSITION.

      *    Les annulations du passage suivent les lignes du fichier
      *    banque dans la disposition.
       Write-Ligne-Annulation.
           MOVE SPACES TO LIGNE-DISPOSITION.
           MOVE MontantRegistre TO MontantAffiche.
           STRING 'ANNULE;' DELIMITED SIZE
                   NumeroCheque DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantAffiche DELIMITED SIZE
                   ';PRESTATION ' DELIMITED SIZE
                   IdPrestationTexte DELIMITED SPACE
                   ' REMISE EN REGLEMENT' DELIMITED SIZE
           INTO LIGNE-DISPOSITION
           END-STRING.
           write E-Disposition from LIGNE-DISPOSITION.

      *    Totaux du passage : cheques encaisses et cheques annules.
       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-DISPOSITION.
           MOVE TotalEncaisse TO TotalAffiche.
           STRING 'TOTAL;ENCAISSE;' DELIMITED SIZE
                   NbAcceptes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalAffiche DELIMITED SIZE
                   ';REJETE;' DELIMITED SIZE
                   NbRejetes DELIMITED SIZE
           INTO LIGNE-DISPOSITION
           END-STRING.
           write E-Disposition from LIGNE-DISPOSITION.
           MOVE SPACES TO LIGNE-DISPOSITION.
           MOVE TotalAnnule TO TotalAffiche.
           STRING 'TOTAL;ANNULE;' DELIMITED SIZE
                   NbAnnules DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalAffiche DELIMITED SIZE
           INTO LIGNE-DISPOSITION
           END-STRING.
           write E-Disposition from LIGNE-DISPOSITION.

      ******************************************************************
      *****                  EDITER-REGISTRE                       *****
      ******************************************************************
      *    Registre complet des cheques apres le passage, par numero :
      *    numero;date d'emission;prestation;sinistre;client;
      *    beneficiaire;montant;statut;date d'encaissement ou
      *    d'annulation, puis une ligne T de totaux par statut.
       Editer-Registre.
           MOVE SPACES TO LIGNE-REGISTRE.
           STRING 'REGISTRE DES CHEQUES DE PRESTATION AU '
                  DELIMITED SIZE
                  currentDate DELIMITED SIZE
           INTO LIGNE-REGISTRE
           END-STRING.
           write E-Registre from LIGNE-REGISTRE.
           INITIALIZE TotauxRegistre.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'NUMEROCHEQUE, ' DELIMITED SIZE
                  'DATEEMISSION, ' DELIMITED SIZE
                  'IDPRESTATION, ' DELIMITED SIZE
                  'SINISTREID, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'IFNULL(BENEFICIAIRE, ""), ' DELIMITED SIZE
                  'REPLACE(MONTANT, ".", ","), ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'CASE STATUT ' DELIMITED SIZE
                  'WHEN "2" THEN IFNULL(DATEENCAISSEMENT, "") '
                  DELIMITED SIZE
                  'WHEN "3" THEN IFNULL(DATEANNULATION, "") '
                  DELIMITED SIZE
                  'ELSE "" END ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'REGISTRECHEQUES ' DELIMITED SIZE
                  'ORDER BY NUMEROCHEQUE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (3)
              END-CALL
              IF SQLCA-RESULT (3) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO DateEmissionTexte
               MOVE SPACES TO IdPrestationTexte
               MOVE SPACES TO SinistreTexte
               MOVE SPACES TO ClientTexte
               MOVE SPACES TO BeneficiaireTexte
               MOVE SPACES TO MontantRegistreTexte
               MOVE SPACES TO StatutCheque
               MOVE SPACES TO DateStatutTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (3)
                                            NumeroCheque
                                            DateEmissionTexte
                                            IdPrestationTexte
                                            SinistreTexte
                                            ClientTexte
                                            BeneficiaireTexte
                                            MontantRegistreTexte
                                            StatutCheque
                                            DateStatutTexte
               END-CALL

               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       perform Write-Ligne-Registre
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).

           MOVE 1 TO indexStatut.
           MOVE 'EMIS' TO LibelleStatut.
           perform Write-Total-Registre.
           MOVE 2 TO indexStatut.
           MOVE 'ENCAISSE' TO LibelleStatut.
           perform Write-Total-Registre.
           MOVE 3 TO indexStatut.
           MOVE 'ANNULE' TO LibelleStatut.
           perform Write-Total-Registre.

       Write-Ligne-Registre.
           INSPECT DateEmissionTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT IdPrestationTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SinistreTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ClientTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT BeneficiaireTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantRegistreTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT StatutCheque REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateStatutTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO MontantRegistre.
           IF MontantRegistreTexte not = SPACES
               COMPUTE MontantRegistre =
                   FUNCTION NUMVAL(MontantRegistreTexte)
           END-IF.
           EVALUATE StatutCheque
               WHEN '2'
                   MOVE 'ENCAISSE' TO LibelleStatut
                   MOVE 2 TO indexStatut
               WHEN '3'
                   MOVE 'ANNULE' TO LibelleStatut
                   MOVE 3 TO indexStatut
               WHEN OTHER
                   MOVE 'EMIS' TO LibelleStatut
                   MOVE 1 TO indexStatut
           END-EVALUATE.
           ADD 1 TO TR-Nombre (indexStatut).
           ADD MontantRegistre TO TR-Montant (indexStatut).
           MOVE MontantRegistre TO MontantAffiche.
           MOVE SPACES TO LIGNE-REGISTRE.
           STRING NumeroCheque DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DateEmissionTexte DELIMITED SPACE
                   ';' DELIMITED SIZE
                   IdPrestationTexte DELIMITED SPACE
                   ';' DELIMITED SIZE
                   SinistreTexte DELIMITED SPACE
                   ';' DELIMITED SIZE
                   ClientTexte DELIMITED SPACE
                   ';' DELIMITED SIZE
                   BeneficiaireTexte DELIMITED '  '
                   ';' DELIMITED SIZE
                   MontantAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   LibelleStatut DELIMITED SPACE
                   ';' DELIMITED SIZE
                   DateStatutTexte DELIMITED SPACE
           INTO LIGNE-REGISTRE
           END-STRING.
           write E-Registre from LIGNE-REGISTRE.

       Write-Total-Registre.
           MOVE TR-Montant (indexStatut) TO TotalAffiche.
           MOVE SPACES TO LIGNE-REGISTRE.
           STRING 'T;' DELIMITED SIZE
                   LibelleStatut DELIMITED SPACE
                   ';' DELIMITED SIZE
                   TR-Nombre (indexStatut) DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalAffiche DELIMITED SIZE
           INTO LIGNE-REGISTRE
           END-STRING.
           write E-Registre from LIGNE-REGISTRE.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Appele pendant que la connexion ouverte par GSPI-Init est
      *    encore active. L'operation ANNULATION trace dans HISTOAUD
      *    les cheques perimes annules.
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
           MOVE 'CHEQUELOT' TO PGCTB-PROGRAM-NAME.

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

       COPY CPYFICHP OF "cobol/source_cobol".
