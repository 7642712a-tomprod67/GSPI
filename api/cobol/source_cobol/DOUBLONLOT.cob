      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 DOUBLONLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Rapport
           assign to RAPPORT-PATH
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Rapport record varying from 0 to 255.
       01 E-Rapport pic x(255).
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

      *    Rapport mensuel des doublons probables de frais de sante
      *    (voir CPYDOUB) : une ligne par prestation bloquee dans le
      *    mois, avec sa prestation d'origine, sa source et la decision
      *    prise par DECIDDOUB, puis le total des doublons detectes, le
      *    montant evite (doublons CONFIRME), le montant encore en
      *    attente d'examen (A REVOIR) et les doublons liberes. Un
      *    fichier par mois, relance possible dans le mois.
       01 RAPPORT-PATH pic X(300).
       01 PeriodeRapport pic X(7).

       01 PrestationTemp pic X(10).
       01 OrigineTemp pic X(10).
       01 ClientTemp pic X(10).
       01 ActeTemp pic X(5).
       01 DateSoinsTemp pic X(10).
       01 MontantTexte pic X(14).
       01 SourceTemp pic X(12).
       01 StatutTemp pic X(12).

       01 MontantDoublon pic 9(8)V99.
       01 MontantAffiche pic Z(7)9,99.

       01 NbLignes pic 9(6) value 0.
       01 NbConfirmes pic 9(6) value 0.
       01 NbARevoir pic 9(6) value 0.
       01 NbLiberes pic 9(6) value 0.
       01 MontantEvite pic 9(10)V99 value 0.
       01 MontantAttente pic 9(10)V99 value 0.
       01 MontantLibere pic 9(10)V99 value 0.
       01 TotalAffiche pic Z(9)9,99.
       01 AttenteAffiche pic Z(9)9,99.
       01 LibereAffiche pic Z(9)9,99.

       01 LIGNE-RAPPORT pic X(255).

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-TypeEntree pic X(5).
       01 JB-LignesLues pic 9(8) value 0.
       01 JB-LignesEcrites pic 9(8) value 0.
       01 JB-CodeSortie pic 9(2) value 0.
       01 JB-HeureActuelle pic 9(8).
       01 JB-Horodatage pic X(19).

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
           perform Get-Current-Date.
           perform Write-Journal-Batch-Debut.
           MOVE SPACES TO RAPPORT-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -          "/rapport_doublons_" DELIMITED SIZE
                   currentYear DELIMITED SIZE
                   MM DELIMITED SIZE
                   ".txt" DELIMITED SIZE
               INTO RAPPORT-PATH
           END-STRING.
           open output F-Rapport.

       GSPI-Trt.
           perform Rapporter-Doublons.

       GSPI-Fin.
           perform Write-Ligne-Total.
           close F-Rapport.
           display NbLignes.
           MOVE NbLignes TO JB-LignesLues.
           MOVE NbLignes TO JB-LignesEcrites.
      *    Des doublons encore a examiner sont signales au journal.
           IF NbARevoir > 0
               MOVE 4 TO JB-CodeSortie
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
           STRING MM DELIMITED SIZE
                  '/' DELIMITED SIZE
                  currentYear DELIMITED SIZE
           INTO PeriodeRapport
           END-STRING.

      ******************************************************************
      *****                 RAPPORTER-DOUBLONS                     *****
      ******************************************************************
       Rapporter-Doublons.
           perform Rapporter-Doublons-Init.
           perform Rapporter-Doublons-Trt.
           perform Rapporter-Doublons-Fin.

       Rapporter-Doublons-Init.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           MOVE 0 TO SQLCODE.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

       Rapporter-Doublons-Trt.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDPRESTATION, ' DELIMITED SIZE
                  'IDPRESTATIONORIGINE, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'CODEACTE, ' DELIMITED SIZE
                  'DATESOINS, ' DELIMITED SIZE
                  'REPLACE(MONTANT, ".", ","), ' DELIMITED SIZE
                  'SOURCE, ' DELIMITED SIZE
                  'STATUT ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'DOUBLONSPRESTATION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'DATEDETECTION LIKE "%/' DELIMITED SIZE
                  PeriodeRapport DELIMITED SIZE
                  '" ' DELIMITED SIZE
                  'ORDER BY IDDOUBLON' DELIMITED SIZE
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
               MOVE SPACES TO PrestationTemp
               MOVE SPACES TO OrigineTemp
               MOVE SPACES TO ClientTemp
               MOVE SPACES TO ActeTemp
               MOVE SPACES TO DateSoinsTemp
               MOVE SPACES TO MontantTexte
               MOVE SPACES TO SourceTemp
               MOVE SPACES TO StatutTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            PrestationTemp
                                            OrigineTemp
                                            ClientTemp
                                            ActeTemp
                                            DateSoinsTemp
                                            MontantTexte
                                            SourceTemp
                                            StatutTemp
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
                       perform Traiter-Doublon
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.

       Rapporter-Doublons-Fin.
           perform close-BDD.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           EXIT.

      ******************************************************************
      *****                  TRAITER-DOUBLON                       *****
      ******************************************************************
      *    Le montant evite est celui des doublons confirmes : leur
      *    prestation a ete rejetee au lieu d'etre payee une seconde
      *    fois.
       Traiter-Doublon.
           ADD 1 TO NbLignes.
           INSPECT PrestationTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT OrigineTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ClientTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ActeTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DateSoinsTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SourceTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT StatutTemp REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO MontantDoublon.
           IF MontantTexte not = SPACES
               COMPUTE MontantDoublon = FUNCTION NUMVAL(MontantTexte)
           END-IF.
           EVALUATE StatutTemp
               WHEN 'CONFIRME'
                   ADD 1 TO NbConfirmes
                   ADD MontantDoublon TO MontantEvite
               WHEN 'LIBERE'
                   ADD 1 TO NbLiberes
                   ADD MontantDoublon TO MontantLibere
               WHEN OTHER
                   ADD 1 TO NbARevoir
                   ADD MontantDoublon TO MontantAttente
           END-EVALUATE.
           perform Write-Ligne-Rapport.

      ******************************************************************
      *****               WRITE-LIGNE-RAPPORT                      *****
      ******************************************************************
       Write-Ligne-Rapport.
           MOVE MontantDoublon TO MontantAffiche.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING PrestationTemp DELIMITED SPACE
                   ';' DELIMITED SIZE
                   OrigineTemp DELIMITED SPACE
                   ';' DELIMITED SIZE
                   ClientTemp DELIMITED SPACE
                   ';' DELIMITED SIZE
                   ActeTemp DELIMITED SPACE
                   ';' DELIMITED SIZE
                   DateSoinsTemp DELIMITED SPACE
                   ';' DELIMITED SIZE
                   MontantAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   SourceTemp DELIMITED SPACE
                   ';' DELIMITED SIZE
                   StatutTemp DELIMITED '  '
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

      ******************************************************************
      *****                WRITE-LIGNE-TOTAL                       *****
      ******************************************************************
      *    TOTAL;periode;detectes;confirmes;montant evite;a revoir;
      *    montant en attente;liberes;montant libere;date du passage
       Write-Ligne-Total.
           MOVE MontantEvite TO TotalAffiche.
           MOVE MontantAttente TO AttenteAffiche.
           MOVE MontantLibere TO LibereAffiche.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TOTAL' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   PeriodeRapport DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbLignes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbConfirmes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbARevoir DELIMITED SIZE
                   ';' DELIMITED SIZE
                   AttenteAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbLiberes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   LibereAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.

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
           MOVE 'DOUBLONLOT' TO PGCTB-PROGRAM-NAME.

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
