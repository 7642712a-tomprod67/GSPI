       01 ClientIdTemp pic X(10).
       01 DossierIdTemp pic X(10).

      *    Reglement deja rembourse a l'assure sur un autre sinistre
      *    (voir CPYDOUB) : la prestation est creee bloquee en statut
      *    5, sans remise, en attendant la decision DECIDDOUB ; son
      *    montant n'entre pas dans le total charge et apparait donc
      *    dans l'ecart avec le total annonce par le delegataire.
       01 StatutCreation pic X value "1".
       01 RemiseCreation pic X value "1".
       01 ExecutionCreation pic X value "E".

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYFICH OF "cobol/source_cobol".
       COPY CPYDOUB OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           perform Get-Current-Date.
           perform Write-Journal-Batch-Debut.
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
           display DOUB-NB-BLOQUES.
           COMPUTE JB-LignesLues = NbAcceptes + NbRejetes.
           MOVE NbAcceptes TO JB-LignesEcrites.
           IF TotalAnnonceRecu = 0 OR EcartRapprochement not = 0
               OR DOUB-NB-BLOQUES > 0
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

           MOVE 0 TO LastCheckpointLigne.
           perform Write-Checkpoint.

      ******************************************************************
      *****             CONTROLER-FICHIER-ENTRANT                  *****
      ******************************************************************
      *    Premiere lecture du bordereau pour le registre des fichiers
      *    entrants (voir CPYFICH) : la ligne TOTAL:montant du
      *    delegataire doit egaler la somme des montants regles du
      *    fichier, faute de quoi le bordereau est refuse en entier.
       Controler-Fichier-Entrant.
           MOVE 'IMPORTTPALOT' TO FICH-PROGRAMME.
           MOVE 'tpa_bordereau_requete.txt' TO FICH-NOM.
           MOVE 'DELEGATAIRE TPA' TO FICH-EMETTEUR.
           MOVE ',' TO FICH-SEPARATEUR.
           MOVE 4 TO FICH-RANG-MONTANT.
           MOVE 'ENTETE:' TO FICH-PREFIXE-ENTETE.
           MOVE 'TOTAL:' TO FICH-PREFIXE-TOTAL.
           MOVE 1 TO FICH-TOTAL-MONTANT-SEUL.
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
                       and not FICH-LIGNE-ENTETE
                       perform Process-Une-Ligne
                       MOVE NumLigne TO LastCheckpointLigne
                       perform Write-Checkpoint
           ELSE
               perform Controler-Ligne
               IF MotifRejet = SPACES
                   perform Controler-Doublon-Soins
                   perform Creer-Sinistre-Regle
               END-IF
               IF LigneAcceptee = 1 AND DOUB-PROBABLE
                   ADD 1 TO NbAcceptes
               END-IF
               IF LigneAcceptee = 1 AND DOUB-AUCUN
                   ADD 1 TO NbAcceptes
                   ADD MontantRegle TO TotalCharge
               END-IF
               IF LigneAcceptee = 0
                   ADD 1 TO NbRejetes
               END-IF
               perform Write-Ligne-Disposition
           END-IF.
           perform Rendre-Curseur-1.

      ******************************************************************
      *****              CONTROLER-DOUBLON-SOINS                   *****
      ******************************************************************
      *    Le bordereau ne porte pas de code acte : la depense est
      *    reconnue sur l'assure, la date de survenance et le montant
      *    regle.
       Controler-Doublon-Soins.
           MOVE "1" TO StatutCreation.
           MOVE "1" TO RemiseCreation.
           MOVE "E" TO ExecutionCreation.
           MOVE ClientIdTemp TO DOUB-IDCLIENT.
           MOVE SPACES TO DOUB-CODEACTE.
           MOVE DateSurvenance TO DOUB-DATESOINS.
           MOVE MontantRegle TO DOUB-MONTANT.
           perform DOUB-Rechercher.
           IF DOUB-PROBABLE
               MOVE "5" TO StatutCreation
               MOVE "0" TO RemiseCreation
               MOVE SPACES TO ExecutionCreation
           END-IF.

      ******************************************************************
      *****              CREER-SINISTRE-REGLE                      *****
      ******************************************************************
                  'MONTANTPAYE, ' DELIMITED SIZE
                  'REMISE, ' DELIMITED SIZE
                  'EXECUTIONVIR, ' DELIMITED SIZE
                  'DATESOINS, ' DELIMITED SIZE
                  'DATEDEMANDE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '((SELECT MAX(IDSINISTRE) FROM SINISTRES),"'
                  DELIMITED SIZE
                  StatutCreation DELIMITED SIZE
                  '","' DELIMITED SIZE
                  MontantRegleTexte DELIMITED SPACE
                  '","' DELIMITED SIZE
                  MontantRegleTexte DELIMITED SPACE
                  '","' DELIMITED SIZE
                  RemiseCreation DELIMITED SIZE
                  '","' DELIMITED SIZE
                  ExecutionCreation DELIMITED SPACE
                  '","' DELIMITED SIZE
                  DateSurvenance DELIMITED SPACE
                  '","' DELIMITED SIZE
                  DateReglement DELIMITED SPACE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE = 0
               MOVE 1 TO LigneAcceptee
               IF DOUB-PROBABLE
                   MOVE 'IMPORTTPALOT' TO DOUB-SOURCE
                   MOVE currentDate TO DOUB-DATE
                   perform DOUB-Enregistrer
               END-IF
           ELSE
               MOVE 'ERREUR SQL A LA CREATION DE LA PRESTATION'
               TO MotifRejet
      ******************************************************************
       Write-Ligne-Disposition.
           MOVE SPACES TO LIGNE-DISPOSITION.
           IF LigneAcceptee = 1 AND DOUB-PROBABLE
               STRING NumLigne DELIMITED SIZE
                       ';BLOQUE;' DELIMITED SIZE
                       RefTpa DELIMITED SPACE
                       ';' DELIMITED SIZE
                       MontantRegleTexte DELIMITED SPACE
                       ';DOUBLON PROBABLE DE LA PRESTATION '
                       DELIMITED SIZE
                       DOUB-IDORIGINE DELIMITED SPACE
               INTO LIGNE-DISPOSITION
               END-STRING
           END-IF.
           IF LigneAcceptee = 1 AND DOUB-AUCUN
               STRING NumLigne DELIMITED SIZE
                       ';CREE;' DELIMITED SIZE
                       RefTpa DELIMITED SPACE
                       MontantRegleTexte DELIMITED SPACE
               INTO LIGNE-DISPOSITION
               END-STRING
           END-IF.
           IF LigneAcceptee = 0
               STRING NumLigne DELIMITED SIZE
                       ';REJETE;' DELIMITED SIZE
                       MotifRejet DELIMITED SIZE
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYFICHP OF "cobol/source_cobol".
       COPY CPYDOUBP OF "cobol/source_cobol".
