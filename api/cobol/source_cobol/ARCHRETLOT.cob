      *    par transaction puis la requete et la reponse), et purge
      *    les regroupements au dela de BC-MoisRetention mois.
      *    La recherche d'une transaction se fait avec ARCHFIND.
      *    Un regroupement qui contient une transaction d'un objet
      *    sous gel juridique (cle d'archive egale a l'identifiant
      *    d'un objet gele ou de son client, voir GESTGEL) n'est pas
      *    purge : il est liste dans archretlot_gels.txt (G;mois).
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           assign to WS-BUNDLE-PATH
           organization is line sequential
           file status is WS-BUNDLE-STATUS.

           select F-ClesGel
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/archretlot_cles_gel.txt"
           organization is line sequential.

           select F-Gels
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/archretlot_gels.txt"
           organization is line sequential
           file status is WS-GELS-STATUS.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************

       FD F-Bundle record varying from 0 to 1000.
       01 E-Bundle pic x(1000).

       FD F-ClesGel record varying from 0 to 20.
       01 E-ClesGel pic x(20).

       FD F-Gels record varying from 0 to 20.
       01 E-Gels pic x(20).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       01 MoisLimite pic 99.
       01 iMois pic 9(4).

       01 CommandeSysteme pic X(800).

       01 NbArchivesRegroupees pic 9(6) value 0.
       01 NbBundlesPurges pic 9(4) value 0.
       01 NbBundlesGeles pic 9(4) value 0.

      *    Cles des objets sous gel, au format des cles d'archive
      *    (8 chiffres), encadrees comme dans les lignes INDEX.
       01 CleGelTexte pic X(10).
       01 Boucleur-gels pic 9.
       01 WS-GELS-STATUS pic XX.

       01 WS-LISTE-STATUS pic XX.
       01 WS-ARCHIVE-STATUS pic XX.
       GSPI-Fin.
           display NbArchivesRegroupees.
           display NbBundlesPurges.
           display NbBundlesGeles.
           MOVE NbArchivesRegroupees TO JB-LignesLues.
           MOVE NbBundlesPurges TO JB-LignesEcrites.
           perform Write-Journal-Batch-Fin.
      ******************************************************************
      *    Supprime les regroupements mensuels au dela de l'horizon de
      *    retention.
      *    Un regroupement echu qui cite une cle gelee dans ses
      *    lignes INDEX est conserve et liste.
       Purger-Bundles.
           MOVE MM TO MoisLimite.
           MOVE currentYear TO AnneeLimite.
           perform Reculer-Un-Mois until iMois = BC-MoisRetention.
           COMPUTE MoisLimiteNum = AnneeLimite * 100 + MoisLimite.

           perform Extraire-Cles-Gel.

           MOVE SPACES TO CommandeSysteme.
           STRING ': > ' DELIMITED SIZE
                  '/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -           '/archretlot_gels.txt; ' DELIMITED SIZE
                  'for f in ' DELIMITED SIZE
                  RepArchives DELIMITED SPACE
                  '/bundle_*.txt; ' DELIMITED SIZE
                  'do m=$(basename $f .txt); ' DELIMITED SIZE
                  'm=${m#bundle_}; ' DELIMITED SIZE
                  '[ "$m" -lt "' DELIMITED SIZE
                  MoisLimiteNum DELIMITED SIZE
                  '" ] 2>/dev/null || continue; ' DELIMITED SIZE
                  'if grep -q -F -f ' DELIMITED SIZE
                  '/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -           '/archretlot_cles_gel.txt "$f"; '
                  DELIMITED SIZE
                  'then echo "G;$m" >> ' DELIMITED SIZE
                  '/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -           '/archretlot_gels.txt; '
                  DELIMITED SIZE
                  'else rm -f "$f"; fi; done' DELIMITED SIZE
           INTO CommandeSysteme
           END-STRING.
           CALL "SYSTEM" USING CommandeSysteme
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           move 0 to Boucleur-gels.
           OPEN INPUT F-Gels.
           IF WS-GELS-STATUS = "00"
               perform Compter-Bundle-Gele
                   until Boucleur-gels = 1
               CLOSE F-Gels
           END-IF.

       Compter-Bundle-Gele.
           read F-Gels
               at end
                   move 1 to Boucleur-gels
               not at end
                   ADD 1 TO NbBundlesGeles
           end-read.

      ******************************************************************
      *****                 EXTRAIRE-CLES-GEL                      *****
      ******************************************************************
      *    Identifiants des objets sous gel actif et de leurs clients.
      *    Sans gel le fichier est vide et ne retient aucun
      *    regroupement ; si les gels sont illisibles, la cle INDEX;
      *    retient tous les regroupements echus.
       Extraire-Cles-Gel.
           OPEN OUTPUT F-ClesGel.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT LPAD(IDOBJET, 8, "0") ' DELIMITED SIZE
                  'FROM GELSJURIDIQUES WHERE STATUT = "1" '
                  DELIMITED SIZE
                  'UNION SELECT LPAD(IDCLIENT, 8, "0") ' DELIMITED SIZE
                  'FROM GELSJURIDIQUES WHERE STATUT = "1"'
                  DELIMITED SIZE
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
           ELSE
              MOVE 'INDEX;' TO E-ClesGel
              write E-ClesGel
              MOVE 0 TO RETURN-CODE
           END-IF.

           move 0 to Boucleur-gels.
           IF SQLCODE not = 0
               move 1 to Boucleur-gels
           END-IF.
           perform Ecrire-Cle-Gel until Boucleur-gels = 1.

           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.
           perform Close-BDD.
           CLOSE F-ClesGel.

       Ecrire-Cle-Gel.
           MOVE SPACES TO CleGelTexte.
           CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                        CleGelTexte
           END-CALL.
           IF SQLCA-RESULT (1) = NULL
               move 1 to Boucleur-gels
           ELSE
               INSPECT CleGelTexte REPLACING ALL LOW-VALUE BY SPACE
               MOVE SPACES TO E-ClesGel
               STRING ';' DELIMITED SIZE
                      CleGelTexte DELIMITED SPACE
                      ';' DELIMITED SIZE
               INTO E-ClesGel
               END-STRING
               write E-ClesGel
           END-IF.

       Reculer-Un-Mois.
           add 1 to iMois.
           IF MoisLimite = 1
