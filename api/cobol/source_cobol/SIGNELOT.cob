      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 SIGNELOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Suivi quotidien de la signature electronique des conditions
      *    particulieres demandee par CREATCON et CREATCONLOT (voir
      *    CPYSIGN). Le prestataire renvoie l'etat de ses dossiers
      *    (separateur ;) :
      *      reference;statut;date;preuve
      *    statut SIGNE, REFUSE ou EXPIRE, date JJ/MM/AAAA (a defaut
      *    la date du jour), preuve la reference de son dossier de
      *    preuve. Entete et total facultatifs controles par le
      *    registre des fichiers entrants (voir CPYFICH) ; sans
      *    fichier ce jour, seuls les delais sont suivis.
      *      SIGNE           la signature et sa preuve sont portees sur
      *                      le contrat (STATUTSIGNATURE 1)
      *      REFUSE, EXPIRE  le contrat reste non signe et suit le
      *                      traitement choisi ci-dessous
      *    Une demande toujours en attente BC-JoursRelanceSignature
      *    jours apres son emission est rappelee au client (outbox
      *    NOTIFICATIONS, RELANCE_SIGNATURE, mise en forme par
      *    NOTIFLOT) ; une demande relancee qui n'est pas signee
      *    BC-JoursEcheanceSignature jours apres son emission est
      *    echue. Le contrat non signe est alors, selon
      *    BC-AnnulationSansSignature :
      *      0  mis en liste de travail (STATUTSIGNATURE 2, voir
      *         WORKLISTLOT) pour decision du gestionnaire
      *      1  annule depuis l'origine : STATUS 0 a la date de
      *         souscription, client prevenu (ANNULATION_SIGNATURE).
      *         Toute la prime facturee est ristournee au compte
      *         cotisations (voir CPYMVTC) : l'impaye est annule et la
      *         part deja reglee part en ordre de remboursement dans
      *         remboursements_annulation.txt comme pour ANNULCON,
      *         suspendu sans coordonnees bancaires (voir MAJRIB).
      *         Un contrat annule entre-temps est laisse tel quel.
      *    Le compte rendu signatures_lot.txt liste chaque evenement.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Statuts
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/signature_statuts.txt"
           organization is line sequential
           file status is WS-STATUTS-STATUS.

           select F-Rapport
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/signatures_lot.txt"
           organization is line sequential access sequential.

           select F-Remboursements
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/remboursements_annulation.txt"
           organization is line sequential
           file status is WS-REMBOURSEMENTS-STATUS.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Statuts record varying from 0 to 255.
       01 E-Statuts pic x(255).

       FD F-Rapport record varying from 0 to 255.
       01 E-Rapport pic x(255).

       FD F-Remboursements record varying from 0 to 200.
       01 E-Remboursements pic x(200).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.
       01 WS-STATUTS-STATUS pic XX.
       01 StatutsPresents pic 9 value 0.

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

      *    Delais en jours calendaires depuis l'emission de la demande
      *    (7 et 21 par defaut) ; l'echeance est toujours posterieure
      *    a la relance. Traitement du contrat non signe : 0 liste de
      *    travail (defaut), 1 annulation depuis l'origine.
       01 BusinessConstants.
         05 BC-JoursRelanceSignature pic 999.
         05 BC-JoursEcheanceSignature pic 999.
         05 BC-AnnulationSansSignature pic 9.

      *    Ligne du fichier du prestataire.
       01 RetReference pic X(10).
       01 RetStatut pic X(10).
       01 RetDate pic X(10).
       01 RetPreuve pic X(60).

      *    Demande de signature lue dans SIGNATURESCONTRAT.
       01 SignatureTrouvee pic 9.
       01 SigReference pic X(10).
       01 SigIdContrat pic X(10).
       01 SigIdClient pic X(10).
       01 SigStatut pic X(10).
       01 SigLangue pic X(2).
       01 SigDateSouscription pic X(10).
       01 SigStatusContrat pic X(2).
       01 MontantFactureTexte pic X(20).
       01 MontantFacture pic S9(8)V99.
       01 MontantFactureAffiche pic -(8)9,99.
       01 ImpayeTexte pic X(20).
       01 MontantImpaye pic S9(8)V99.

      *    Annulation depuis l'origine : contrat effectivement annule
      *    par l'UPDATE (ROW_COUNT), prime reglee a rembourser.
       01 LignesModifieesTexte pic X(10).
       01 LignesModifiees pic 9(8).
       01 MontantRembourse pic 9(8)V99.
       01 MontantRembourseAffiche pic Z(6)9,99.
       01 IbanClient pic X(34).
       01 RibPresent pic 9.
       01 WS-REMBOURSEMENTS-STATUS pic XX.
       01 LIGNE-REMBOURSEMENT pic X(200).

      *    Parcours des demandes : RELANCE ou ECHEANCE.
       01 ParcoursSignatures pic X(8).
       01 PtrStatement pic 9(4).
       01 NouveauStatut pic X(10).
       01 DateStatut pic X(10).
       01 PreuveStatut pic X(60).
       01 TypeNotification pic X(20).
       01 EvenementRapport pic X(10).
       01 DetailRapport pic X(80).

       01 NbLignesLues pic 9(8) value 0.
       01 NbSignes pic 9(8) value 0.
       01 NbNonSignes pic 9(8) value 0.
       01 NbRelances pic 9(8) value 0.
       01 NbEchues pic 9(8) value 0.
       01 NbATraiter pic 9(8) value 0.
       01 NbAnnules pic 9(8) value 0.
       01 NbRemboursements pic 9(8) value 0.
       01 NbAnomalies pic 9(8) value 0.

       01 LIGNE-RAPPORT pic X(255).

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-TypeEntree pic X(5).
       01 JB-LignesLues pic 9(8) value 0.
       01 JB-LignesEcrites pic 9(8) value 0.
       01 JB-CodeSortie pic 9(2) value 0.
       01 JB-HeureActuelle pic 9(8).
       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYFICH OF "cobol/source_cobol".
       COPY CPYMVTC OF "cobol/source_cobol".
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
           open INPUT F-Statuts.
           IF WS-STATUTS-STATUS = "00"
               MOVE 1 TO StatutsPresents
               close F-Statuts
               perform Controler-Fichier-Entrant
           END-IF.
           open output F-Rapport.

      *    Les retours du prestataire passent avant les delais : une
      *    demande signee ce jour n'est ni relancee ni echue.
       GSPI-Trt.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           IF StatutsPresents = 1
               IF FICH-ACCEPTE
                   perform Traiter-Statuts
               END-IF
           END-IF.
           MOVE 'ECHEANCE' TO ParcoursSignatures.
           perform Parcourir-Signatures.
           MOVE 'RELANCE' TO ParcoursSignatures.
           perform Parcourir-Signatures.
           perform close-BDD.
           IF StatutsPresents = 1
               perform FICH-Cloturer-Fichier
           END-IF.

       GSPI-Fin.
           perform Write-Ligne-Total.
           close F-Rapport.
           display NbLignesLues.
           display NbSignes.
           display NbNonSignes.
           display NbRelances.
           display NbEchues.
           display NbATraiter.
           display NbAnnules.
           display NbRemboursements.
           display NbAnomalies.
           COMPUTE JB-LignesLues = NbLignesLues + NbRelances + NbEchues.
           COMPUTE JB-LignesEcrites =
               NbSignes + NbRelances + NbATraiter + NbAnnules.
           IF NbAnomalies > 0
               MOVE 4 TO JB-CodeSortie
           END-IF.
           IF StatutsPresents = 1
               IF FICH-SANS-TOTAL = 1 AND JB-CodeSortie < 4
                   MOVE 4 TO JB-CodeSortie
               END-IF
               IF FICH-REFUSE
                   MOVE 16 TO JB-CodeSortie
               END-IF
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
           MOVE 'SIGNELOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-JoursRelanceSignature
                                              BC-JoursEcheanceSignature
                                              BC-AnnulationSansSignature
           END-CALL.
           IF BC-JoursRelanceSignature = 0
               MOVE 7 TO BC-JoursRelanceSignature
           END-IF.
           IF BC-JoursEcheanceSignature = 0
               MOVE 21 TO BC-JoursEcheanceSignature
           END-IF.
           IF BC-JoursEcheanceSignature not > BC-JoursRelanceSignature
               COMPUTE BC-JoursEcheanceSignature =
                   BC-JoursRelanceSignature * 3
           END-IF.
           IF BC-AnnulationSansSignature not = 1
               MOVE 0 TO BC-AnnulationSansSignature
           END-IF.

      ******************************************************************
      *****              CONTROLER-FICHIER-ENTRANT                 *****
      ******************************************************************
      *    Premiere lecture du fichier pour le registre : le retour ne
      *    porte pas de montant, le total annonce est un nombre de
      *    lignes.
       Controler-Fichier-Entrant.
           MOVE 'SIGNELOT' TO FICH-PROGRAMME.
           MOVE 'signature_statuts.txt' TO FICH-NOM.
           MOVE 'SIGNATURE' TO FICH-EMETTEUR.
           MOVE 0 TO FICH-RANG-MONTANT.
           perform FICH-Debut-Controle.
           move 0 to Boucleur-read-file.
           open INPUT F-Statuts.
           IF WS-STATUTS-STATUS = "00"
               perform Controler-Fichier-Entrant-Trt
                   until Boucleur-read-file = 1
               close F-Statuts
           END-IF.
           perform FICH-Enregistrer-Fichier.

       Controler-Fichier-Entrant-Trt.
           read F-Statuts
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-Statuts TO FICH-LIGNE
                   perform FICH-Cumuler-Ligne
           end-read.

      ******************************************************************
      *****                   TRAITER-STATUTS                      *****
      ******************************************************************
       Traiter-Statuts.
           move 0 to Boucleur-read-file.
           open INPUT F-Statuts.
           IF WS-STATUTS-STATUS = "00"
               perform Traiter-Statuts-Trt
                   until Boucleur-read-file = 1
               close F-Statuts
           END-IF.

       Traiter-Statuts-Trt.
           read F-Statuts
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-Statuts TO FICH-LIGNE
                   perform FICH-Tester-Ligne
                   IF not FICH-LIGNE-CONTROLE
                       AND E-Statuts not = SPACES
                       ADD 1 TO NbLignesLues
                       perform Lire-Ligne-Statut
                       perform Traiter-Ligne-Statut
                   END-IF
           end-read.

       Lire-Ligne-Statut.
           MOVE SPACES TO RetReference.
           MOVE SPACES TO RetStatut.
           MOVE SPACES TO RetDate.
           MOVE SPACES TO RetPreuve.
           unstring E-Statuts delimited by ';' into
               RetReference
               RetStatut
               RetDate
               RetPreuve
           end-unstring.
           INSPECT RetReference CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT RetStatut CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT RetReference REPLACING ALL '"' BY SPACE.
           INSPECT RetPreuve REPLACING ALL '"' BY "'".
           IF RetDate = SPACES
               MOVE currentDate TO RetDate
           END-IF.

      *    Seule une demande encore ouverte (en attente, relancee ou en
      *    liste de travail) prend le retour du prestataire ; une
      *    signature tardive leve la liste de travail.
       Traiter-Ligne-Statut.
           MOVE RetReference TO SigReference.
           perform Lire-Signature-Reference.
           MOVE SPACES TO DetailRapport.
           EVALUATE TRUE
               WHEN RetStatut not = 'SIGNE'
                AND RetStatut not = 'REFUSE'
                AND RetStatut not = 'EXPIRE'
                   MOVE 'STATUT INCONNU (SIGNE, REFUSE OU EXPIRE)'
                   TO DetailRapport
                   perform Write-Ligne-Anomalie
               WHEN RetDate (3:1) not = '/'
                 OR RetDate (6:1) not = '/'
                   MOVE 'DATE INVALIDE' TO DetailRapport
                   perform Write-Ligne-Anomalie
               WHEN SignatureTrouvee = 0
                   MOVE 'REFERENCE INCONNUE' TO DetailRapport
                   perform Write-Ligne-Anomalie
               WHEN SigStatut not = 'EN ATTENTE'
                AND SigStatut not = 'RELANCE'
                AND SigStatut not = 'A TRAITER'
                   STRING 'DEMANDE DEJA SOLDEE, STATUT ' DELIMITED SIZE
                          SigStatut DELIMITED '  '
                   INTO DetailRapport
                   END-STRING
                   perform Write-Ligne-Anomalie
               WHEN RetStatut = 'SIGNE'
                   perform Enregistrer-Signature
               WHEN OTHER
                   perform Enregistrer-Non-Signature
           END-EVALUATE.

       Enregistrer-Signature.
           MOVE 'SIGNE' TO NouveauStatut.
           MOVE RetDate TO DateStatut.
           MOVE RetPreuve TO PreuveStatut.
           perform Update-Signature.
           IF SQLCODE = 0
               perform Marquer-Contrat-Signe
           END-IF.
           IF SQLCODE = 0
               ADD 1 TO NbSignes
               MOVE 'SIGNE' TO EvenementRapport
               MOVE SPACES TO DetailRapport
               STRING 'PREUVE ' DELIMITED SIZE
                      RetPreuve DELIMITED '  '
               INTO DetailRapport
               END-STRING
               perform Write-Ligne-Signature
           ELSE
               MOVE 'ERREUR SQL A L ENREGISTREMENT DE LA SIGNATURE'
               TO DetailRapport
               perform Write-Ligne-Anomalie
           END-IF.
           MOVE 0 TO SQLCODE.

      *    Refus ou expiration chez le prestataire : le statut recu est
      *    garde sur la demande, le contrat suit le traitement choisi.
       Enregistrer-Non-Signature.
           MOVE RetStatut TO NouveauStatut.
           MOVE RetDate TO DateStatut.
           MOVE RetPreuve TO PreuveStatut.
           perform Update-Signature.
           IF SQLCODE = 0
               ADD 1 TO NbNonSignes
               MOVE RetStatut TO EvenementRapport
               MOVE 'RETOUR DU PRESTATAIRE' TO DetailRapport
               perform Write-Ligne-Signature
               perform Appliquer-Non-Signature
           ELSE
               MOVE 'ERREUR SQL A L ENREGISTREMENT DU STATUT'
               TO DetailRapport
               perform Write-Ligne-Anomalie
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              LIRE-SIGNATURE-REFERENCE                  *****
      ******************************************************************
      *    Derniere demande emise sous la reference.
       Lire-Signature-Reference.
           MOVE 0 TO SignatureTrouvee.
           perform Initialiser-Signature.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           perform Preparer-Select-Signature.
           STRING 'S.REFERENCE = "' DELIMITED SIZE
                  RetReference DELIMITED SPACE
                  '" ORDER BY S.DATEDEMANDE DESC LIMIT 1' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           WITH POINTER PtrStatement
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
                                            SigReference
                                            SigIdContrat
                                            SigIdClient
                                            SigStatut
                                            SigLangue
                                            SigDateSouscription
                                            SigStatusContrat
                                            MontantFactureTexte
                                            ImpayeTexte
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
                   MOVE 1 TO SignatureTrouvee
               END-IF
           END-IF.

           perform Nettoyer-Signature.
           IF SignatureTrouvee = 0
               MOVE RetReference TO SigReference
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      *    Demande, langue du client, contrat, montant net facture sur
      *    le contrat (avoirs deduits) et impaye, la condition suit le
      *    WHERE.
       Preparer-Select-Signature.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           MOVE 1 TO PtrStatement.
           STRING 'SELECT ' DELIMITED SIZE
                  'S.REFERENCE, S.IDCONTRAT, S.IDCLIENT, S.STATUT, '
                  DELIMITED SIZE
                  'IFNULL(C.CODELANGUE, "FR"), ' DELIMITED SIZE
                  'IFNULL(K.DATESOUSCRIPTION, ""), ' DELIMITED SIZE
                  'IFNULL(K.STATUS, ""), ' DELIMITED SIZE
                  '(SELECT ROUND(IFNULL(SUM(REPLACE(IFNULL(F.MONTANT, '
                  DELIMITED SIZE
                  '"0"), ",", ".") + 0), 0), 2) ' DELIMITED SIZE
                  'FROM FACTURATION F ' DELIMITED SIZE
                  'WHERE F.IDCONTRAT = S.IDCONTRAT), ' DELIMITED SIZE
                  'IFNULL(K.MONTANTIMPAYE, 0) ' DELIMITED SIZE
                  'FROM SIGNATURESCONTRAT S ' DELIMITED SIZE
                  'JOIN CONTRATS K ON K.IDCONTRAT = S.IDCONTRAT '
                  DELIMITED SIZE
                  'LEFT JOIN CLIENTS C ON C.IDCLIENT = S.IDCLIENT '
                  DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           WITH POINTER PtrStatement
           END-STRING.

       Initialiser-Signature.
           MOVE SPACES TO SigReference.
           MOVE SPACES TO SigIdContrat.
           MOVE SPACES TO SigIdClient.
           MOVE SPACES TO SigStatut.
           MOVE SPACES TO SigLangue.
           MOVE SPACES TO SigDateSouscription.
           MOVE SPACES TO SigStatusContrat.
           MOVE SPACES TO MontantFactureTexte.
           MOVE SPACES TO ImpayeTexte.

       Nettoyer-Signature.
           INSPECT SigReference REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SigIdContrat REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SigIdClient REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SigStatut REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SigLangue REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SigDateSouscription
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SigStatusContrat REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantFactureTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantFactureTexte REPLACING ALL '.' BY ','.
           IF SigLangue = SPACES
               MOVE 'FR' TO SigLangue
           END-IF.
           MOVE 0 TO MontantFacture.
           IF MontantFactureTexte not = SPACES
               COMPUTE MontantFacture =
                   FUNCTION NUMVAL(MontantFactureTexte)
           END-IF.
           MOVE MontantFacture TO MontantFactureAffiche.
           INSPECT ImpayeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ImpayeTexte REPLACING ALL '.' BY ','.
           MOVE 0 TO MontantImpaye.
           IF ImpayeTexte not = SPACES
               COMPUTE MontantImpaye = FUNCTION NUMVAL(ImpayeTexte)
           END-IF.

      ******************************************************************
      *****                PARCOURIR-SIGNATURES                    *****
      ******************************************************************
      *    ECHEANCE : demandes relancees (la veille au plus tard), non
      *    signees a l'echeance ; RELANCE : demandes en attente depuis
      *    le delai de relance. Une demande jamais relancee l'est donc
      *    avant d'etre echue. Les contrats deja annules sont laisses.
       Parcourir-Signatures.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           perform Preparer-Select-Signature.
           IF ParcoursSignatures = 'ECHEANCE'
               STRING 'S.STATUT = "RELANCE" ' DELIMITED SIZE
                      'AND S.DATERELANCE < CURDATE() ' DELIMITED SIZE
                      'AND S.DATEDEMANDE <= DATE_SUB(CURDATE(), '
                      DELIMITED SIZE
                      'INTERVAL ' DELIMITED SIZE
                      BC-JoursEcheanceSignature DELIMITED SIZE
                      ' DAY) ' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               WITH POINTER PtrStatement
               END-STRING
           ELSE
               STRING 'S.STATUT = "EN ATTENTE" ' DELIMITED SIZE
                      'AND S.DATEDEMANDE <= DATE_SUB(CURDATE(), '
                      DELIMITED SIZE
                      'INTERVAL ' DELIMITED SIZE
                      BC-JoursRelanceSignature DELIMITED SIZE
                      ' DAY) ' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               WITH POINTER PtrStatement
               END-STRING
           END-IF.
           STRING 'AND K.STATUS <> "0" ' DELIMITED SIZE
                  'ORDER BY S.REFERENCE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           WITH POINTER PtrStatement
           END-STRING.

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
               perform Initialiser-Signature
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            SigReference
                                            SigIdContrat
                                            SigIdClient
                                            SigStatut
                                            SigLangue
                                            SigDateSouscription
                                            SigStatusContrat
                                            MontantFactureTexte
                                            ImpayeTexte
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
                       perform Nettoyer-Signature
                       IF ParcoursSignatures = 'ECHEANCE'
                           perform Echoir-Signature
                       ELSE
                           perform Relancer-Signature
                       END-IF
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

      ******************************************************************
      *****                  RELANCER-SIGNATURE                    *****
      ******************************************************************
       Relancer-Signature.
           MOVE 'RELANCE_SIGNATURE' TO TypeNotification.
           perform Inserer-Notification.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'SIGNATURESCONTRAT ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "RELANCE", ' DELIMITED SIZE
                  'DATERELANCE = CURDATE() ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'REFERENCE = "' DELIMITED SIZE
                  SigReference DELIMITED SPACE
                  '" AND STATUT = "EN ATTENTE"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               MOVE 'ERREUR SQL A LA RELANCE' TO DetailRapport
               perform Write-Ligne-Anomalie
           ELSE
               ADD 1 TO NbRelances
               MOVE 'RELANCE' TO EvenementRapport
               MOVE SPACES TO DetailRapport
               STRING 'CLIENT RAPPELE, LANGUE ' DELIMITED SIZE
                      SigLangue DELIMITED SIZE
               INTO DetailRapport
               END-STRING
               perform Write-Ligne-Signature
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                   ECHOIR-SIGNATURE                     *****
      ******************************************************************
       Echoir-Signature.
           ADD 1 TO NbEchues.
           IF BC-AnnulationSansSignature = 1
               MOVE 'ANNULE' TO NouveauStatut
           ELSE
               MOVE 'A TRAITER' TO NouveauStatut
           END-IF.
           MOVE currentDate TO DateStatut.
           MOVE SPACES TO PreuveStatut.
           perform Update-Signature.
           IF SQLCODE = 0
               perform Appliquer-Non-Signature
           ELSE
               MOVE 'ERREUR SQL A L ECHEANCE' TO DetailRapport
               perform Write-Ligne-Anomalie
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               APPLIQUER-NON-SIGNATURE                  *****
      ******************************************************************
      *    Contrat sans signature : liste de travail ou annulation
      *    depuis l'origine selon BC-AnnulationSansSignature.
       Appliquer-Non-Signature.
           IF BC-AnnulationSansSignature = 1
               perform Annuler-Contrat-Origine
           ELSE
               perform Marquer-Contrat-Non-Signe
           END-IF.

       Marquer-Contrat-Non-Signe.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUTSIGNATURE = "2" ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT = "' DELIMITED SIZE
                  SigIdContrat DELIMITED SPACE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               MOVE 'ERREUR SQL A LA MISE EN LISTE DE TRAVAIL'
               TO DetailRapport
               perform Write-Ligne-Anomalie
           ELSE
               ADD 1 TO NbATraiter
               MOVE 'A TRAITER' TO EvenementRapport
               MOVE 'CONTRAT NON SIGNE EN LISTE DE TRAVAIL'
               TO DetailRapport
               perform Write-Ligne-Signature
           END-IF.
           MOVE 0 TO SQLCODE.

      *    Annulation a la date de souscription, comme si le contrat
      *    n'avait jamais pris effet. Seul un contrat que l'UPDATE a
      *    reellement annule est solde : annule entre-temps, il a deja
      *    suivi son propre circuit.
       Annuler-Contrat-Origine.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUS = "0", ' DELIMITED SIZE
                  'DATEANNULATION = "' DELIMITED SIZE
                  SigDateSouscription DELIMITED SPACE
                  '", STATUTSIGNATURE = "2" ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT = "' DELIMITED SIZE
                  SigIdContrat DELIMITED SPACE
                  '" AND STATUS <> "0"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO LignesModifiees.
           IF SQLCODE = 0
               perform Lire-Lignes-Modifiees
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE not = 0
                   MOVE 'ERREUR SQL A L ANNULATION DU CONTRAT'
                   TO DetailRapport
                   perform Write-Ligne-Anomalie
               WHEN LignesModifiees = 0
                   MOVE 'DEJA ANNULE' TO EvenementRapport
                   MOVE 'CONTRAT ANNULE ENTRE-TEMPS, RIEN A SOLDER'
                   TO DetailRapport
                   perform Write-Ligne-Signature
               WHEN OTHER
                   perform Solder-Contrat-Annule
           END-EVALUATE.
           MOVE 0 TO SQLCODE.

      *    Nombre de lignes changees par l'UPDATE qui precede, sur la
      *    meme connexion.
       Lire-Lignes-Modifiees.
           MOVE SPACES TO LignesModifieesTexte.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           MOVE 'SELECT ROW_COUNT()' TO SQLCA-STATEMENT.

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
                                            LignesModifieesTexte
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT LignesModifieesTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND LignesModifieesTexte not = SPACES
               COMPUTE LignesModifiees =
                   FUNCTION NUMVAL(LignesModifieesTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

      ******************************************************************
      *****                SOLDER-CONTRAT-ANNULE                   *****
      ******************************************************************
      *    Toute la prime facturee est ristournee : l'impaye est annule
      *    au compte cotisations puis remis a zero, la part reglee est
      *    remboursee (credit ristourne, debit remboursement, comme
      *    ANNULCON) et comptabilisee par COMPTALOT.
       Solder-Contrat-Annule.
           MOVE 'ANNULATION_SIGNATURE' TO TypeNotification.
           perform Inserer-Notification.
           ADD 1 TO NbAnnules.

           COMPUTE MVTC-IDCONTRAT = FUNCTION NUMVAL(SigIdContrat).
           MOVE currentDate TO MVTC-DATE.
           MOVE 'ANNULATION DEPUIS L ORIGINE' TO MVTC-REFERENCE.
           MOVE 'SIGNELOT' TO MVTC-PROGRAMME.
           IF MontantImpaye > 0
               MOVE 0 TO MVTC-MONTANT
               MOVE 'RISTOURNE' TO MVTC-TYPE
               SET MVTC-CREDIT TO TRUE
               perform MVTC-Ecrire-Mouvement-Ecart
               perform Update-Impaye-Annule
           END-IF.

           MOVE 0 TO MontantRembourse.
           IF MontantFacture > MontantImpaye
               COMPUTE MontantRembourse =
                   MontantFacture - MontantImpaye
           END-IF.
           MOVE MontantRembourse TO MontantRembourseAffiche.

           MOVE 'ANNULE' TO EvenementRapport.
           MOVE SPACES TO DetailRapport.
           STRING 'ANNULE AU ' DELIMITED SIZE
                  SigDateSouscription DELIMITED SPACE
                  ', REMBOURSEMENT ' DELIMITED SIZE
                  MontantRembourseAffiche DELIMITED SIZE
           INTO DetailRapport
           END-STRING.
           perform Write-Ligne-Signature.

           IF MontantRembourse > 0
               perform Select-Rib-Client
               IF RibPresent = 1
                   perform Write-Ordre-Remboursement
                   MOVE MontantRembourse TO MVTC-MONTANT
                   MOVE 'RISTOURNE' TO MVTC-TYPE
                   SET MVTC-CREDIT TO TRUE
                   perform MVTC-Ecrire-Mouvement
                   MOVE 'REMBOURSEMENT' TO MVTC-TYPE
                   SET MVTC-DEBIT TO TRUE
                   perform MVTC-Ecrire-Mouvement
                   ADD 1 TO NbRemboursements
               ELSE
                   MOVE SPACES TO DetailRapport
                   STRING 'REMBOURSEMENT ' DELIMITED SIZE
                          MontantRembourseAffiche DELIMITED SIZE
                          ' SUSPENDU : AUCUNES COORDONNEES BANCAIRES'
                          DELIMITED SIZE
                   INTO DetailRapport
                   END-STRING
                   perform Write-Ligne-Anomalie
               END-IF
           END-IF.

       Update-Impaye-Annule.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'MONTANTIMPAYE = 0 ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT = "' DELIMITED SIZE
                  SigIdContrat DELIMITED SPACE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               MOVE 'ERREUR SQL A L ANNULATION DE L IMPAYE'
               TO DetailRapport
               perform Write-Ligne-Anomalie
           END-IF.
           MOVE 0 TO SQLCODE.

       Select-Rib-Client.
           MOVE 0 TO RibPresent.
           MOVE SPACES TO IbanClient.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IBAN ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'COORDONNEESBANCAIRES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCLIENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SigIdClient DELIMITED SPACE
                  '"' DELIMITED SIZE
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
                                            IbanClient
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT IbanClient REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND IbanClient not = SPACES
               MOVE 1 TO RibPresent
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      *    client;contrat;montant;motif;date, repris par COMPTALOT en
      *    diminution des primes.
       Write-Ordre-Remboursement.
           OPEN EXTEND F-Remboursements.
           IF WS-REMBOURSEMENTS-STATUS not = "00"
               OPEN OUTPUT F-Remboursements
           END-IF.
           MOVE SPACES TO LIGNE-REMBOURSEMENT.
           STRING SigIdClient DELIMITED SPACE
                   ';' DELIMITED SIZE
                   SigIdContrat DELIMITED SPACE
                   ';' DELIMITED SIZE
                   MontantRembourseAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   'PRIMES ANNULATION DEPUIS L ORIGINE' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-REMBOURSEMENT
           END-STRING.
           write E-Remboursements from LIGNE-REMBOURSEMENT.
           CLOSE F-Remboursements.

      ******************************************************************
      *****                  UPDATE-SIGNATURE                      *****
      ******************************************************************
      *    Nouveau statut de la demande encore ouverte, date du statut
      *    en JJ/MM/AAAA, preuve du prestataire quand il en donne une.
       Update-Signature.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           MOVE 1 TO PtrStatement.
           STRING 'UPDATE ' DELIMITED SIZE
                  'SIGNATURESCONTRAT ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "' DELIMITED SIZE
                  NouveauStatut DELIMITED '  '
                  '", DATESTATUT = STR_TO_DATE("' DELIMITED SIZE
                  DateStatut DELIMITED SIZE
                  '", "%d/%m/%Y") ' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           WITH POINTER PtrStatement
           END-STRING.
           IF PreuveStatut not = SPACES
               STRING ', PREUVE = "' DELIMITED SIZE
                      PreuveStatut DELIMITED '  '
                      '" ' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               WITH POINTER PtrStatement
               END-STRING
           END-IF.
           STRING 'WHERE ' DELIMITED SIZE
                  'REFERENCE = "' DELIMITED SIZE
                  SigReference DELIMITED SPACE
                  '" AND STATUT IN ("EN ATTENTE", "RELANCE", '
                  DELIMITED SIZE
                  '"A TRAITER")' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           WITH POINTER PtrStatement
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      *    Date de signature en JJ/MM/AAAA comme les autres dates du
      *    contrat.
       Marquer-Contrat-Signe.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUTSIGNATURE = "1", ' DELIMITED SIZE
                  'DATESIGNATURE = "' DELIMITED SIZE
                  RetDate DELIMITED SIZE
                  '", PREUVESIGNATURE = "' DELIMITED SIZE
                  RetPreuve DELIMITED '  '
                  '" WHERE ' DELIMITED SIZE
                  'IDCONTRAT = "' DELIMITED SIZE
                  SigIdContrat DELIMITED SPACE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****                INSERER-NOTIFICATION                    *****
      ******************************************************************
      *    La reference est celle de la demande de signature ; la
      *    langue est celle du client (CODELANGUE).
       Inserer-Notification.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'NOTIFICATIONS' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'TYPEEVENEMENT, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'REFERENCE, ' DELIMITED SIZE
                  'DATEEVENEMENT, ' DELIMITED SIZE
                  'LANGUE, ' DELIMITED SIZE
                  'STATUT) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  TypeNotification DELIMITED SPACE
                  '","' DELIMITED SIZE
                  SigIdClient DELIMITED SPACE
                  '","' DELIMITED SIZE
                  SigReference DELIMITED SPACE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  SigLangue DELIMITED SIZE
                  '","0")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "NOTIFICATION NON ENREGISTREE " SigReference
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                    WRITE-RAPPORT                       *****
      ******************************************************************
      *    reference;contrat;client;evenement;detail
       Write-Ligne-Signature.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING SigReference DELIMITED SPACE
                  ';' DELIMITED SIZE
                  SigIdContrat DELIMITED SPACE
                  ';' DELIMITED SIZE
                  SigIdClient DELIMITED SPACE
                  ';' DELIMITED SIZE
                  EvenementRapport DELIMITED '  '
                  ';' DELIMITED SIZE
                  DetailRapport DELIMITED '  '
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

       Write-Ligne-Anomalie.
           ADD 1 TO NbAnomalies.
           MOVE 'ANOMALIE' TO EvenementRapport.
           perform Write-Ligne-Signature.

      *    TOTAL;retours lus;signes;refus ou expires;relances;echues;
      *    en liste de travail;annules;rembourses;anomalies
       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TOTAL;' DELIMITED SIZE
                  NbLignesLues DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbSignes DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbNonSignes DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbRelances DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbEchues DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbATraiter DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbAnnules DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbRemboursements DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbAnomalies DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

       Write-Ligne-Rapport.
           MOVE LIGNE-RAPPORT TO E-Rapport.
           write E-Rapport.

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
           MOVE 'SIGNELOT' TO PGCTB-PROGRAM-NAME.

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
       COPY CPYMVTCP OF "cobol/source_cobol".
