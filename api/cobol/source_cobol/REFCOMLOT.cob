       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYFICH OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
       GSPI-Init.
           perform Get-Current-Date.
           perform Write-Journal-Batch-Debut.
           perform Controler-Fichier-Entrant.
      *    Un fichier refuse n'est pas charge : la table reste vide et
      *    aucune commune n'est ajoutee ni desactivee.
           IF FICH-ACCEPTE
               perform Charger-Fichier-Officiel
           END-IF.
           open output F-Delta.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Fin.
           perform close-BDD.
           perform FICH-Cloturer-Fichier.
           close F-Delta.
           display NbCommunesOfficiel.
           display NbAjouts.
           MOVE NbCommunesOfficiel TO JB-LignesLues.
           COMPUTE JB-LignesEcrites =
               NbAjouts + NbModifies + NbReactives + NbRetires.
           IF FICH-SANS-TOTAL = 1 AND JB-CodeSortie < 4
               MOVE 4 TO JB-CodeSortie
           END-IF.
           IF FICH-REFUSE
               MOVE 16 TO JB-CodeSortie
           END-IF.
           perform Write-Journal-Batch-Fin.
           stop run.

           INTO currentDate
           END-STRING.

      ******************************************************************
      *****             CONTROLER-FICHIER-ENTRANT                  *****
      ******************************************************************
      *    Premiere lecture du referentiel officiel pour le registre des
      *    fichiers entrants (voir CPYFICH). Lignes de controle :
      *    ENTETE;emetteur et TOTAL;nombre de communes.
       Controler-Fichier-Entrant.
           MOVE 'REFCOMLOT' TO FICH-PROGRAMME.
           MOVE 'communes_officiel.txt' TO FICH-NOM.
           MOVE 'INSEE' TO FICH-EMETTEUR.
           perform FICH-Debut-Controle.
           move 0 to Boucleur-read-file.
           open INPUT F-CommunesOfficiel.
           perform Controler-Fichier-Entrant-Trt
               until Boucleur-read-file = 1.
           close F-CommunesOfficiel.
           perform FICH-Enregistrer-Fichier.

       Controler-Fichier-Entrant-Trt.
           read F-CommunesOfficiel
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-CommunesOfficiel TO FICH-LIGNE
                   perform FICH-Cumuler-Ligne
           end-read.

      ******************************************************************
      *****             CHARGER-FICHIER-OFFICIEL                   *****
      ******************************************************************
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-CommunesOfficiel TO FICH-LIGNE
                   perform FICH-Tester-Ligne
                   EVALUATE TRUE
                       WHEN FICH-LIGNE-CONTROLE
                           CONTINUE
                       WHEN NbCommunesOfficiel >= 40000
                           add 1 to NbCommunesIgnorees
                       WHEN OTHER
                           add 1 to NbCommunesOfficiel
                           unstring E-CommunesOfficiel delimited by ";"
                            into
                            CO-CodeInsee (NbCommunesOfficiel)
                            CO-CodePostal (NbCommunesOfficiel)
                            CO-Ville (NbCommunesOfficiel)
                           end-unstring
                   END-EVALUATE
           end-read.

       Charger-Fichier-Officiel-Fin.
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYFICHP OF "cobol/source_cobol".
