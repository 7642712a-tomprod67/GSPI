       01 Boucleur-fetch pic 9.

      *    Ligne de retour banque : idprestation;EXECUTE|REJETE;motif
      *    Un virement remis en pain.001 revient avec son identifiant
      *    de bout en bout (VIR, prestation sur 8 chiffres, date de
      *    remise, voir REGLEPRELOT) a la place de l'idprestation.
       01 RetourReference pic X(35).
       01 RetourIdPrestation pic X(10).
       01 RetourStatut pic X(10).
       01 RetourMotif pic X(60).
       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYFICH OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           perform Get-Current-Date.
           perform Read-Business-Constants.
           perform Write-Journal-Batch-Debut.
           perform Controler-Fichier-Entrant.
           move 0 to Boucleur-read-file.
           open INPUT F-Retours.
           open output F-Worklist.
           perform Connexion-BDD.

       GSPI-Trt.
      *    Un fichier refuse au registre n'est pas traite.
           IF FICH-ACCEPTE
               perform Read-File-Retours-Trt
                   until Boucleur-read-file = 1
           END-IF.
           perform Signaler-Ordres-Sans-Confirmation.

       GSPI-Fin.
           perform close-BDD.
           perform FICH-Cloturer-Fichier.
           close F-Retours.
           close F-Worklist.
           close F-SansConfirmation.
               + NbRetoursInconnus.
           COMPUTE JB-LignesEcrites = NbRejetesBanque
               + NbSansConfirmation.
           IF FICH-SANS-TOTAL = 1 AND JB-CodeSortie < 4
               MOVE 4 TO JB-CodeSortie
           END-IF.
           IF FICH-REFUSE
               MOVE 16 TO JB-CodeSortie
           END-IF.
           perform Write-Journal-Batch-Fin.
           stop run.

               MOVE 5 TO BC-JoursSeuilConfirmation
           END-IF.

      ******************************************************************
      *****             CONTROLER-FICHIER-ENTRANT                  *****
      ******************************************************************
      *    Premiere lecture du fichier de retours pour le registre des
      *    fichiers entrants (voir CPYFICH). Lignes de controle de la
      *    banque : ENTETE;banque et TOTAL;nombre de retours.
       Controler-Fichier-Entrant.
           MOVE 'RETOURVIRLOT' TO FICH-PROGRAMME.
           MOVE 'retours_virements_banque.txt' TO FICH-NOM.
           MOVE 'BANQUE' TO FICH-EMETTEUR.
           perform FICH-Debut-Controle.
           move 0 to Boucleur-read-file.
           open INPUT F-Retours.
           perform Controler-Fichier-Entrant-Trt
               until Boucleur-read-file = 1.
           close F-Retours.
           perform FICH-Enregistrer-Fichier.

       Controler-Fichier-Entrant-Trt.
           read F-Retours
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-Retours TO FICH-LIGNE
                   perform FICH-Cumuler-Ligne
           end-read.

      ******************************************************************
      *****                  READ-FILE-RETOURS                     *****
      ******************************************************************
               not at end
                   INSPECT E-Retours
                       REPLACING ALL LOW-VALUE BY SPACE
                   MOVE E-Retours TO FICH-LIGNE
                   perform FICH-Tester-Ligne
                   if E-Retours not = spaces
                       and not FICH-LIGNE-CONTROLE
                       perform Process-Un-Retour
                   end-if
           end-read.
      *****                  PROCESS-UN-RETOUR                     *****
      ******************************************************************
       Process-Un-Retour.
           MOVE SPACES TO RetourReference.
           MOVE SPACES TO RetourIdPrestation.
           MOVE SPACES TO RetourStatut.
           MOVE SPACES TO RetourMotif.
           unstring E-Retours delimited by ";" into
            RetourReference
            RetourStatut
            RetourMotif
           end-unstring.
           IF RetourReference (1:3) = "VIR"
               MOVE RetourReference (4:8) TO RetourIdPrestation
           ELSE
               MOVE RetourReference TO RetourIdPrestation
           END-IF.
           perform Verify-Ordre-Remis.
           IF PrestationRemise = 0
               ADD 1 TO NbRetoursInconnus
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYFICHP OF "cobol/source_cobol".
