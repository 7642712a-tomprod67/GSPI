      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 LISTFICH.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Consultation du registre des fichiers entrants
      *    (FICHIERSENTRANTS, alimente par les lots via CPYFICHP) :
      *    empreinte, emetteur, totaux annonces et lus, statut
      *    (C en cours, T traite, R refuse) et motif de chaque
      *    fichier charge ou refuse. Filtres facultatifs sur le
      *    programme, le nom du fichier, l'emetteur, le statut et la
      *    periode de chargement (AAAA-MM-JJ).
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.

           select F-DataSubmited
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/liste_fichiers_entrants_requete.txt"
           organization is line sequential.

           select F-Response
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/liste_fichiers_entrants_response.txt"
           organization is line sequential access sequential.

           select F-Archive
           assign to WS-ARCHIVE-PATH
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD F-DataSubmited record varying from 0 to 255.
       01 E-DataSubmited pic x(255).

       FD F-Response record varying from 0 to 47500.
       01 E-Response pic x(47500).

       FD F-Archive record varying from 0 to 47500.
       01 E-Archive pic x(47500).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.

       01 ARCHIVE-AAMMJJ pic 9(6).
       01 ARCHIVE-HHMMSSCC pic 9(8).
       01 WS-ARCHIVE-PATH pic X(300).

       01 IdFichierRF pic X(8).
       01 ProgrammeRF pic X(12).
       01 NomFichierRF pic X(40).
       01 EmetteurRF pic X(20).
       01 EmpreinteRF pic X(27).
       01 NbLignesRF pic X(6).
       01 NbAnnonceRF pic X(6).
       01 MontantAnnonceRF pic X(14).
       01 NbLuRF pic X(6).
       01 MontantLuRF pic X(14).
       01 DateChargementRF pic X(19).
       01 StatutRF pic X(1).
       01 MotifRF pic X(80).

      *    Requete : page:N,pageSize:N,programme:X,fichier:X,
      *    emetteur:X,statut:X,dateDebut:AAAA-MM-JJ,dateFin:AAAA-MM-JJ
       01 champValeur.
         05 PageChamp Pic X(15).
         05 PageSizeChamp Pic X(15).
         05 ProgrammeChamp Pic X(25).
         05 FichierChamp Pic X(50).
         05 EmetteurChamp Pic X(30).
         05 StatutChamp Pic X(15).
         05 DateDebutChamp Pic X(25).
         05 DateFinChamp Pic X(25).

       01 trash pic X(15).

       01 PageNum pic 9(4) value 1.
       01 PageSizeNum pic 9(4) value 50.
       01 OffsetNum pic 9(8) value 0.

       01 ProgrammeFiltre pic X(12) value SPACES.
       01 FichierFiltre pic X(40) value SPACES.
       01 EmetteurFiltre pic X(20) value SPACES.
       01 StatutFiltre pic X(1) value SPACES.
       01 DateDebutFiltre pic X(10) value SPACES.
       01 DateFinFiltre pic X(10) value SPACES.

      *    Clause WHERE construite filtre par filtre.
       01 ClauseWhere pic X(400).
       01 ClauseWherePtr pic 9(3).

       01 indexFichier pic 9(4).
       01 DELIMITEUR pic X.

       01 DATA-RESPONSE pic X(47000).
       01 MESSAGE-RESPONSE pic X(150).
       01 STATUT-RESPONSE pic X(6).
       01 CODE-RETOUR pic 9(3).
       01 FICHIER-STRING.
           10 ONE-FICHIER OCCURS 100 PIC X(460).
       01 COMPLETE-RESPONSE pic X(47500).


      *    Identifiant de correlation optionnel (label correlation:)
      *    repris dans la reponse et le nom d'archive.
       01 CorrelationId pic X(30) value SPACES.
       01 CorrSuffixe pic X(31) value SPACES.
       01 posCorrelation pic 9(4).

       COPY CPYTOM OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
       PROCEDURE DIVISION.

       GSPI.
           perform GSPI-Init.
           perform GSPI-Trt.
           perform GSPI-Fin.

       GSPI-Init.
           perform Read-File-Submited.
       GSPI-Trt.
               perform List-Fichiers-Entrants.
               perform Write-Response-File.
               perform Archive-Request-Response.
       GSPI-Fin.
           stop run.

      ******************************************************************
      *****                    READ-FILE-SUBMITED                  *****
      ******************************************************************
       Read-File-Submited.
           perform Read-File-Submited-Init.
           perform Read-File-Submited-Trt until Boucleur-read-file = 1.
           perform Read-File-Submited-Fin.

       Read-File-Submited-Init.
           move 0 to Boucleur-read-file.
           open INPUT F-DataSubmited.

       Read-File-Submited-Trt.
           read F-DataSubmited
               at end
                   move 1 to Boucleur-read-file
               not at end
                     INSPECT E-DataSubmited
                         REPLACING ALL LOW-VALUE BY SPACE
                     perform Unstring-Line
           end-read.

       Read-File-Submited-Fin.
           close F-DataSubmited.
           perform Extraire-Correlation-Id.

      ******************************************************************
      *****                    UNSTRING-LINE                       *****
      ******************************************************************
       Unstring-Line.
           unstring E-DataSubmited delimited by "," or space into
            PageChamp of champValeur
            PageSizeChamp of champValeur
            ProgrammeChamp of champValeur
            FichierChamp of champValeur
            EmetteurChamp of champValeur
            StatutChamp of champValeur
            DateDebutChamp of champValeur
            DateFinChamp of champValeur
           end-unstring.

           unstring PageChamp of champValeur delimited by ":" into
            trash
            PageNum
           end-unstring.

           unstring PageSizeChamp of champValeur delimited by ":" into
            trash
            PageSizeNum
           end-unstring.

           IF PageNum equal 0
              MOVE 1 TO PageNum
           END-IF.

           IF PageSizeNum equal 0 or PageSizeNum greater than 100
              MOVE 100 TO PageSizeNum
           END-IF.

           COMPUTE OffsetNum = (PageNum - 1) * PageSizeNum.

           IF ProgrammeChamp of champValeur not = SPACES
               unstring ProgrammeChamp of champValeur delimited by ":"
                into trash ProgrammeFiltre
               end-unstring
           END-IF.

           IF FichierChamp of champValeur not = SPACES
               unstring FichierChamp of champValeur delimited by ":"
                into trash FichierFiltre
               end-unstring
           END-IF.

           IF EmetteurChamp of champValeur not = SPACES
               unstring EmetteurChamp of champValeur delimited by ":"
                into trash EmetteurFiltre
               end-unstring
           END-IF.

           IF StatutChamp of champValeur not = SPACES
               unstring StatutChamp of champValeur delimited by ":"
                into trash StatutFiltre
               end-unstring
           END-IF.

           IF DateDebutChamp of champValeur not = SPACES
               unstring DateDebutChamp of champValeur delimited by ":"
                into trash DateDebutFiltre
               end-unstring
           END-IF.

           IF DateFinChamp of champValeur not = SPACES
               unstring DateFinChamp of champValeur delimited by ":"
                into trash DateFinFiltre
               end-unstring
           END-IF.

       Unstring-Line-Fin.
           EXIT.

      ******************************************************************
      *****               LIST-FICHIERS-ENTRANTS                   *****
      ******************************************************************
       List-Fichiers-Entrants.
           perform List-Fichiers-Entrants-Init.
           perform List-Fichiers-Entrants-Trt.
           perform List-Fichiers-Entrants-Fin.

       List-Fichiers-Entrants-Init.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           MOVE 0 TO SQLCODE.
           MOVE 0 TO indexFichier.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).


       List-Fichiers-Entrants-Trt.
           perform Generate-ListFichiers-SQLCA-STATEMENT.
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

           if SQLCODE equal 0 and DB-OK
               PERFORM UNTIL NOT DB-OK OR indexFichier = PageSizeNum
                   add 1 to indexFichier
                   MOVE SPACES TO MotifRF
                   CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            IdFichierRF
                                            ProgrammeRF
                                            NomFichierRF
                                            EmetteurRF
                                            EmpreinteRF
                                            NbLignesRF
                                            NbAnnonceRF
                                            MontantAnnonceRF
                                            NbLuRF
                                            MontantLuRF
                                            DateChargementRF
                                            StatutRF
                                            MotifRF
                   END-CALL
                   IF SQLCA-RESULT (1) = NULL
                      MOVE 100 TO SQLCODE
                      SET DB-NOT-FOUND TO TRUE
                   ELSE
                       MOVE 0 TO SQLCODE
                   END-IF
                   if indexFichier equal 1 then
                        move '' to DELIMITEUR
                    else move ',' to DELIMITEUR
                    end-if
                   EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       continue
                   WHEN DB-OK
                       INSPECT MotifRF
                           REPLACING ALL LOW-VALUE BY SPACE
                       STRING DELIMITEUR DELIMITED SIZE
                           '"fichier_' DELIMITED SIZE
                           indexFichier DELIMITED SIZE
                           '" :' DELIMITED SIZE
                           '{' DELIMITED SIZE
                           '"idFichier" : "' DELIMITED SIZE
                           IdFichierRF DELIMITED SIZE
                           '","programme" : "' DELIMITED SIZE
                           ProgrammeRF DELIMITED SIZE
                           '","nomFichier" : "' DELIMITED SIZE
                           NomFichierRF DELIMITED SIZE
                           '","emetteur" : "' DELIMITED SIZE
                           EmetteurRF DELIMITED SIZE
                           '","empreinte" : "' DELIMITED SIZE
                           EmpreinteRF DELIMITED SIZE
                           '","nbLignes" : "' DELIMITED SIZE
                           NbLignesRF DELIMITED SIZE
                           '","nbAnnonce" : "' DELIMITED SIZE
                           NbAnnonceRF DELIMITED SIZE
                           '","montantAnnonce" : "' DELIMITED SIZE
                           MontantAnnonceRF DELIMITED SIZE
                           '","nbLu" : "' DELIMITED SIZE
                           NbLuRF DELIMITED SIZE
                           '","montantLu" : "' DELIMITED SIZE
                           MontantLuRF DELIMITED SIZE
                           '","dateChargement" : "' DELIMITED SIZE
                           DateChargementRF DELIMITED SIZE
                           '","statut" : "' DELIMITED SIZE
                           StatutRF DELIMITED SIZE
                           '","motif" : "' DELIMITED SIZE
                           MotifRF DELIMITED SIZE
                           '"}' DELIMITED SIZE
                           INTO ONE-FICHIER (indexFichier)
                       END-STRING
                   END-EVALUATE
               END-PERFORM
               SET DB-OK TO TRUE
           END-IF.

           MOVE "SUCCES = VOILA LES FICHIERS ENTRANTS"
           TO MESSAGE-RESPONSE.
           MOVE "SUCCES" TO STATUT-RESPONSE.
           MOVE 0 TO CODE-RETOUR.


       List-Fichiers-Entrants-Fin.
           perform close-BDD.
           EXIT.

       Write-Response-File.
           open output F-Response.
           MOVE SPACES TO DATA-RESPONSE.
           MOVE SPACES TO COMPLETE-RESPONSE.
           STRING '{"page" : "' DELIMITED SIZE
                   PageNum DELIMITED SIZE
                   '", "pageSize" : "' DELIMITED SIZE
                   PageSizeNum DELIMITED SIZE
                   '", "fichier" :{' DELIMITED SIZE
                   FICHIER-STRING DELIMITED SIZE
                   '}' DELIMITED SIZE
           INTO DATA-RESPONSE
           END-STRING.

           STRING '{' DELIMITED SIZE
                   '"statut" : ' DELIMITED SIZE
                   '"' DELIMITED SIZE
                   STATUT-RESPONSE DELIMITED SIZE
                   '"' DELIMITED SIZE
                   ',' DELIMITED SIZE
                   '"message" : ' DELIMITED SIZE
                   '"' DELIMITED SIZE
                   MESSAGE-RESPONSE DELIMITED SIZE
                   '"' DELIMITED SIZE
                   ',' DELIMITED SIZE
                   '"data" : ' DELIMITED SIZE
                   DATA-RESPONSE DELIMITED SIZE
                   '}}' DELIMITED SIZE
                   ',' DELIMITED SIZE
                   '"correlation_id" : "' DELIMITED SIZE
                   CorrelationId DELIMITED SPACE
                   '",' DELIMITED SIZE
                   '"code_retour" : ' DELIMITED SIZE
                   CODE-RETOUR DELIMITED SIZE
                   '}' DELIMITED SIZE
           INTO COMPLETE-RESPONSE
           END-STRING.

           write E-Response from COMPLETE-RESPONSE.
           close F-Response.
           EXIT.
      ******************************************************************
      *****             ARCHIVE-REQUEST-RESPONSE                   *****
      ******************************************************************
      ******************************************************************
      *****             EXTRAIRE-CORRELATION-ID                    *****
      ******************************************************************
      *    L'appelant peut ajouter un label correlation:XXX en fin de
      *    ligne de requete : il est repris dans la reponse JSON et
      *    dans le nom du fichier d'archive.
       Extraire-Correlation-Id.
           MOVE SPACES TO CorrelationId.
           MOVE SPACES TO CorrSuffixe.
           MOVE 0 TO posCorrelation.
           INSPECT E-DataSubmited TALLYING posCorrelation
               FOR CHARACTERS BEFORE INITIAL 'correlation:'.
           IF posCorrelation < 240
               unstring E-DataSubmited (posCorrelation + 13:)
                   delimited by ',' or space into CorrelationId
               end-unstring
           END-IF.
           IF CorrelationId not = SPACES
               STRING '_' DELIMITED SIZE
                      CorrelationId DELIMITED SPACE
               INTO CorrSuffixe
               END-STRING
           END-IF.

       Archive-Request-Response.
           ACCEPT ARCHIVE-AAMMJJ FROM DATE.
           ACCEPT ARCHIVE-HHMMSSCC FROM TIME.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -           "/archives/liste_fichiers_entrants_" DELIMITED SIZE
                   ARCHIVE-AAMMJJ DELIMITED SIZE
                   "_" DELIMITED SIZE
                   ARCHIVE-HHMMSSCC DELIMITED SIZE
                   CorrSuffixe DELIMITED SPACE
                   ".txt" DELIMITED SIZE
               INTO WS-ARCHIVE-PATH
           END-STRING.
           open output F-Archive.
           write E-Archive from E-DataSubmited.
           write E-Archive from COMPLETE-RESPONSE.
           close F-Archive.
           EXIT.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      ******************************************************************
      *****                GENERATE SQLCA SATTEMENT                *****
      ******************************************************************
      ******************************************************************
      ******************************************************************
      ******************************************************************

      ******************************************************************
      *****          GENERATE-LISTFICHIERS-SQLCA-STATEMENT         *****
      ******************************************************************
      *    Chaque filtre renseigne ajoute sa condition a la clause
      *    WHERE ; le nom de fichier et l'emetteur se cherchent par
      *    morceau (LIKE).
       Generate-ListFichiers-SQLCA-STATEMENT.
           MOVE SPACES TO ClauseWhere.
           MOVE 1 TO ClauseWherePtr.
           STRING 'WHERE 1 = 1 ' DELIMITED SIZE
           INTO ClauseWhere WITH POINTER ClauseWherePtr
           END-STRING.
           IF ProgrammeFiltre not = SPACES
               STRING 'AND PROGRAMME = "' DELIMITED SIZE
                      ProgrammeFiltre DELIMITED SPACE
                      '" ' DELIMITED SIZE
               INTO ClauseWhere WITH POINTER ClauseWherePtr
               END-STRING
           END-IF.
           IF FichierFiltre not = SPACES
               STRING 'AND NOMFICHIER LIKE "%' DELIMITED SIZE
                      FichierFiltre DELIMITED SPACE
                      '%" ' DELIMITED SIZE
               INTO ClauseWhere WITH POINTER ClauseWherePtr
               END-STRING
           END-IF.
           IF EmetteurFiltre not = SPACES
               STRING 'AND EMETTEUR LIKE "%' DELIMITED SIZE
                      EmetteurFiltre DELIMITED SPACE
                      '%" ' DELIMITED SIZE
               INTO ClauseWhere WITH POINTER ClauseWherePtr
               END-STRING
           END-IF.
           IF StatutFiltre not = SPACES
               STRING 'AND STATUT = "' DELIMITED SIZE
                      StatutFiltre DELIMITED SIZE
                      '" ' DELIMITED SIZE
               INTO ClauseWhere WITH POINTER ClauseWherePtr
               END-STRING
           END-IF.
           IF DateDebutFiltre not = SPACES
               STRING 'AND DATECHARGEMENT >= "' DELIMITED SIZE
                      DateDebutFiltre DELIMITED SIZE
                      '" ' DELIMITED SIZE
               INTO ClauseWhere WITH POINTER ClauseWherePtr
               END-STRING
           END-IF.
           IF DateFinFiltre not = SPACES
               STRING 'AND DATECHARGEMENT <= "' DELIMITED SIZE
                      DateFinFiltre DELIMITED SIZE
                      ' 23:59:59" ' DELIMITED SIZE
               INTO ClauseWhere WITH POINTER ClauseWherePtr
               END-STRING
           END-IF.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'IDFICHIER, ' DELIMITED SIZE
               'PROGRAMME, ' DELIMITED SIZE
               'NOMFICHIER, ' DELIMITED SIZE
               'EMETTEUR, ' DELIMITED SIZE
               'EMPREINTE, ' DELIMITED SIZE
               'NBLIGNES, ' DELIMITED SIZE
               'IFNULL(NBANNONCE, ""), ' DELIMITED SIZE
               'IFNULL(MONTANTANNONCE, ""), ' DELIMITED SIZE
               'NBLU, ' DELIMITED SIZE
               'MONTANTLU, ' DELIMITED SIZE
               'DATECHARGEMENT, ' DELIMITED SIZE
               'STATUT, ' DELIMITED SIZE
               'IFNULL(MOTIF, "") ' DELIMITED SIZE
               'FROM '    DELIMITED SIZE
               'FICHIERSENTRANTS '    DELIMITED SIZE
               ClauseWhere DELIMITED SIZE
               'ORDER BY IDFICHIER DESC ' DELIMITED SIZE
               'LIMIT '    DELIMITED SIZE
               PageSizeNum DELIMITED SIZE
               ' OFFSET '    DELIMITED SIZE
               OffsetNum DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
       Generate-ListFichiers-SQLCA-STATEMENT-Fin.
           EXIT.


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
           MOVE 'LISTFICH' TO PGCTB-PROGRAM-NAME.

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
