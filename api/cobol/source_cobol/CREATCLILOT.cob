
       01 NbAcceptes pic 9(6) value 0.
       01 NbRejetes pic 9(6) value 0.
      *    Clients crees dont le criblage sanctions / PPE est a revoir.
       01 NbAlertesCriblage pic 9(6) value 0.

       01 WS-CHECKPOINT-STATUS pic XX.
       01 LastCheckpointLigne pic 9(6) value 0.

       01 LIGNE-DISPOSITION pic X(200).
       01 PtrDisposition pic 9(3).
       01 ValeurLue pic X(20).

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYFICH OF "cobol/source_cobol".
       COPY CPYHADR OF "cobol/source_cobol".
       COPY CPYCRIB OF "cobol/source_cobol".
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
           display NbAlertesCriblage.
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
      *    ENTETE:courtier et TOTAL:nombre de lignes clients.
       Controler-Fichier-Entrant.
           MOVE 'CREATCLILOT' TO FICH-PROGRAMME.
           MOVE 'bordereau_clients_requete.txt' TO FICH-NOM.
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

           IF SQLCODE = 0
               MOVE 1 TO LigneAcceptee
               MOVE 'CREATCLILOT' TO HADR-SOURCE
               MOVE currentDate TO HADR-DATE
               perform HADR-Version-Creation
      *        Criblage sanctions / PPE du client cree (voir CPYCRIB).
               MOVE 'CLIENT' TO CRIB-TYPEPERSONNE
               MOVE ClientRef TO CRIB-CLE
               MOVE 'CREATCLILOT' TO CRIB-SOURCE
               MOVE currentDate TO CRIB-DATE
               perform CRIB-Cribler
               IF CRIB-NB-ALERTES > 0
                   ADD 1 TO NbAlertesCriblage
               END-IF
           ELSE
               MOVE 'ERREUR SQL A LA CREATION' TO MotifRejet
           END-IF.
       Write-Ligne-Disposition.
           MOVE SPACES TO LIGNE-DISPOSITION.
           IF LigneAcceptee = 1
               MOVE 1 TO PtrDisposition
               STRING NumLigne DELIMITED SIZE
                       ';CREE;' DELIMITED SIZE
                       ClientRef DELIMITED SPACE
                       ';' DELIMITED SIZE
                       ClientNom DELIMITED SIZE
               INTO LIGNE-DISPOSITION
               WITH POINTER PtrDisposition
               END-STRING
               IF CRIB-NB-ALERTES > 0
                   STRING ';CRIBLAGE A REVOIR' DELIMITED SIZE
                   INTO LIGNE-DISPOSITION
                   WITH POINTER PtrDisposition
                   END-STRING
               END-IF
           ELSE
               STRING NumLigne DELIMITED SIZE
                       ';REJETE;' DELIMITED SIZE
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYFICHP OF "cobol/source_cobol".
       COPY CPYHADRP OF "cobol/source_cobol".
       COPY CPYCRIBP OF "cobol/source_cobol".
