      -              "txt/creatconlot_checkpoint.txt"
           organization is line sequential
           file status is WS-CHECKPOINT-STATUS.

           select F-CondParticulieres
           assign to SIGN-CP-PATH
           organization is line sequential
           file status is SIGN-STATUS-CP.

           select F-DemandeSignature
           assign to SIGN-DEMANDE-PATH
           organization is line sequential
           file status is SIGN-STATUS-DEMANDE.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************

       FD F-Checkpoint record varying from 0 to 20.
       01 E-Checkpoint pic x(20).

       FD F-CondParticulieres record varying from 0 to 200.
       01 E-CondParticulieres pic x(200).

       FD F-DemandeSignature record varying from 0 to 250.
       01 E-DemandeSignature pic x(250).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       01 Age pic 99.
       01 ClientConnu pic 9 value 0.
       01 NbTypeSinistre pic 9(4).
       01 NbProduitFerme pic 9(4).
       01 IdContratExistant pic 9(8).
       01 AgeMax pic 99.
       01 Coefficient pic 9v99.
       01 ValeurLue pic X(20).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYFICH OF "cobol/source_cobol".
       COPY CPYSIGN OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           perform Write-Journal-Batch-Debut.
           perform Read-Business-Constants.
           perform Read-Checkpoint.
           perform Controler-Fichier-Entrant.
           move 0 to Boucleur-read-file.
           move 0 to NumLigne.
           open INPUT F-DataSubmited.
           perform Connexion-BDD.

       GSPI-Trt.
      *    Un fichier refuse au registre n'est pas traite.
           IF FICH-ACCEPTE
               perform Read-File-Submited-Trt
                   until Boucleur-read-file = 1
           END-IF.

       GSPI-Fin.
           perform close-BDD.
           perform FICH-Cloturer-Fichier.
           perform Write-Ligne-Total.
           close F-DataSubmited.
           close F-Disposition.
           perform Reset-Checkpoint.
           display NbAcceptes.
           display NbRejetes.
           display SIGN-NB-DEMANDES.
           COMPUTE JB-LignesLues = NbAcceptes + NbRejetes.
           MOVE NbAcceptes TO JB-LignesEcrites.
           IF FICH-SANS-TOTAL = 1 AND JB-CodeSortie < 4
               MOVE 4 TO JB-CodeSortie
           END-IF.
           IF FICH-REFUSE
               MOVE 16 TO JB-CodeSortie
           END-IF.
           perform Write-Journal-Batch-Fin.
           stop run.

           MOVE 0 TO LastCheckpointLigne.
           perform Write-Checkpoint.

      ******************************************************************
      *****             CONTROLER-FICHIER-ENTRANT                  *****
      ******************************************************************
      *    Premiere lecture du bordereau pour le registre des fichiers
      *    entrants (voir CPYFICH). Lignes de controle du courtier :
      *    ENTETE:courtier et TOTAL:nombre de lignes contrats.
       Controler-Fichier-Entrant.
           MOVE 'CREATCONLOT' TO FICH-PROGRAMME.
           MOVE 'bordereau_courtier_requete.txt' TO FICH-NOM.
           MOVE 'COURTIER' TO FICH-EMETTEUR.
           MOVE ',' TO FICH-SEPARATEUR.
           MOVE 'ENTETE:' TO FICH-PREFIXE-ENTETE.
           MOVE 'TOTAL:' TO FICH-PREFIXE-TOTAL.
           perform FICH-Debut-Controle.
           move 0 to Boucleur-read-file.
           open INPUT F-DataSubmited.
           perform Controler-Fichier-Entrant-Trt
               until Boucleur-read-file = 1.
           close F-DataSubmited.
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
                   TO MotifRejet
               END-IF
           END-IF.
           IF MotifRejet = SPACES
               perform Verify-Produit-Ouvert
               IF NbProduitFerme > 0
                   MOVE 'TYPE DE SINISTRE FERME A LA SOUSCRIPTION'
                   TO MotifRejet
               END-IF
           END-IF.
           IF MotifRejet = SPACES
               perform Get-Infos-Client
               IF ClientConnu = 0
           END-IF.
           perform Rendre-Curseur-1.

      ******************************************************************
      *****               VERIFY-PRODUIT-OUVERT                    *****
      ******************************************************************
      *    Meme controle que CREATCON : un type dont la date de
      *    fermeture (voir FERMPROD) est atteinte n'est plus vendu.
       Verify-Produit-Ouvert.
           MOVE 0 TO NbProduitFerme.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'COUNT(*) ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'TYPESINISTRE ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'CODE = "' DELIMITED SIZE
               TypeOfSinistre DELIMITED SIZE
               '" AND IFNULL(DATEFERMETURE, "") <> ""' DELIMITED SIZE
               ' AND DATEFERMETURE <= CURDATE()' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           IF SQLCODE = 0
               COMPUTE NbProduitFerme =
                   FUNCTION NUMVAL(ValeurLue)
           END-IF.
           perform Rendre-Curseur-1.

      ******************************************************************
      *****                  GET-INFOS-CLIENT                      *****
      ******************************************************************

           IF SQLCODE = 0
               MOVE 1 TO LigneAcceptee
               perform Demander-Signature
           ELSE
               MOVE LOW-VALUES TO SQLCA-STATEMENT
               MOVE 'ROLLBACK' TO SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****                  DEMANDER-SIGNATURE                    *****
      ******************************************************************
      *    Conditions particulieres du contrat cree envoyees a la
      *    signature ; un echec de la demande ne rejette pas la ligne.
       Demander-Signature.
           MOVE IdContratCree TO SIGN-IDCONTRAT.
           MOVE ClientIdNum TO SIGN-IDCLIENT.
           MOVE TypeOfSinistre TO SIGN-TYPESINISTRE.
           MOVE PrixParMoisFinal TO SIGN-PRIME.
           MOVE GarantieMontant TO SIGN-GARANTIE.
           MOVE CodeApporteur TO SIGN-APPORTEUR.
           MOVE currentDate TO SIGN-DATE.
           MOVE 'CREATCONLOT' TO SIGN-PROGRAMME.
           perform SIGN-Demander-Signature.
           IF not SIGN-EMISE
               display "SIGNATURE NON DEMANDEE, CONTRAT " IdContratCree
                       " RETOUR " SIGN-RETOUR
           END-IF.

      ******************************************************************
      *****               WRITE-LIGNE-DISPOSITION                  *****
      ******************************************************************
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYFICHP OF "cobol/source_cobol".
       COPY CPYSIGNP OF "cobol/source_cobol".
