      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 SURVLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Surveillance des passages de lots a partir de JOURNALBATCH.
      *    Lance par CHAINLOT apres chaque etape et planifie le matin.
      *    Chaque passage termine (ligne FIN) non encore analyse est
      *    rapproche des BC-NbPassagesHisto derniers passages reussis
      *    du meme lot (duree entre les lignes DEBUT et FIN, lignes
      *    lues, lignes ecrites) puis conserve dans ANALYSESLOTS.
      *    Anomalies (une par passage, par ordre de gravite) :
      *      ECHEC   code sortie 8 et plus
      *      DUREE   duree au-dela de la moyenne + BC-EcartPourcent %
      *              (passages de moins de BC-DureeMinimale secondes
      *              ignores)
      *      VOLUME  lignes lues ou ecrites a plus de BC-EcartPourcent
      *              % de la moyenne, dans un sens ou dans l'autre
      *      ABSENT  etape de la chaine (chaine_batch.txt) sans ligne
      *              FIN depuis BC-HeuresAttente heures
      *    L'ecart n'est mesure qu'a partir de trois passages
      *    d'historique. Chaque anomalie pousse une alerte
      *    ALERTE_LOT_<anomalie> (reference : le lot) dans l'outbox
      *    NOTIFICATIONS, une seule par lot, anomalie et jour ; le
      *    modele du type (MODELESNOTIF, canal EMAIL) porte l'adresse
      *    d'astreinte. Compte rendu du jour, complete a chaque
      *    passage (surveillance_lots_AAAAMMJJ.txt, separateur ;) :
      *      ENTETE;horodatage du passage
      *      R;lot;fin;duree;lues;ecrites;code sortie;duree moyenne;
      *        lues moyenne;ecrites moyenne;anomalie
      *      A;lot;ABSENT
      *      TOTAL;passages analyses;alertes
      *    La tendance hebdomadaire est editee par TENDLOT.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Chaine
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/chaine_batch.txt"
           organization is line sequential
           file status is WS-CHAINE-STATUS.

           select F-Rapport
           assign to RAPPORT-PATH
           organization is line sequential access sequential
           file status is WS-RAPPORT-STATUS.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Chaine record varying from 0 to 255.
       01 E-Chaine pic x(255).

       FD F-Rapport record varying from 0 to 255.
       01 E-Rapport pic x(255).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.
       01 WS-CHAINE-STATUS pic XX.
       01 WS-RAPPORT-STATUS pic XX.

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).
       01 HeurePassage pic 9(8).

       01 BusinessConstants.
         05 BC-EcartPourcent pic 9(3).
         05 BC-NbPassagesHisto pic 9(3).
         05 BC-DureeMinimale pic 9(5).
         05 BC-HeuresAttente pic 9(3).

       01 RAPPORT-PATH pic X(300).

      *    Passage analyse.
       01 ProgrammeTemp pic X(12).
       01 HorodatageTemp pic X(19).
       01 DureeTexte pic X(10).
       01 LignesLuesTexte pic X(10).
       01 LignesEcritesTexte pic X(10).
       01 CodeSortieTexte pic X(4).
       01 Duree pic 9(8).
       01 LignesLues pic 9(8).
       01 LignesEcrites pic 9(8).
       01 CodeSortie pic 9(2).

      *    Historique du lot.
       01 NbHistoTexte pic X(10).
       01 DureeMoyTexte pic X(12).
       01 LuesMoyTexte pic X(12).
       01 EcritesMoyTexte pic X(12).
       01 NbHisto pic 9(4).
       01 DureeMoy pic 9(8).
       01 LuesMoy pic 9(8).
       01 EcritesMoy pic 9(8).
       01 Ecart pic 9(8).

       01 Anomalie pic X(6).

      *    Etape de la chaine attendue.
       01 NomProgrammeEtape pic X(12).
       01 NbFinTexte pic X(10).

       01 NbPassagesAnalyses pic 9(6) value 0.
       01 NbAlertes pic 9(6) value 0.

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
           perform Read-Business-Constants.
           ACCEPT HeurePassage FROM TIME.
           MOVE SPACES TO RAPPORT-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -          "/surveillance_lots_" DELIMITED SIZE
                   currentYear DELIMITED SIZE
                   MM DELIMITED SIZE
                   JJ DELIMITED SIZE
                   ".txt" DELIMITED SIZE
               INTO RAPPORT-PATH
           END-STRING.
           open extend F-Rapport.
           IF WS-RAPPORT-STATUS not = "00"
               open output F-Rapport
           END-IF.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'ENTETE;' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  HeurePassage (1:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  HeurePassage (3:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  HeurePassage (5:2) DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

       GSPI-Trt.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           perform Analyser-Passages.
           perform Controler-Etapes-Attendues.
           perform close-BDD.

       GSPI-Fin.
           perform Write-Ligne-Total.
           close F-Rapport.
           display NbPassagesAnalyses.
           display NbAlertes.
           MOVE NbPassagesAnalyses TO JB-LignesLues.
           MOVE NbAlertes TO JB-LignesEcrites.
           IF NbAlertes > 0 AND JB-CodeSortie = 0
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

      ******************************************************************
      *****             READ-BUSINESS-CONSTANTS                    *****
      ******************************************************************
       Read-Business-Constants.
           MOVE 'SURVLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-EcartPourcent
                                              BC-NbPassagesHisto
                                              BC-DureeMinimale
                                              BC-HeuresAttente
           END-CALL.
           IF BC-EcartPourcent = 0
               MOVE 50 TO BC-EcartPourcent
           END-IF.
           IF BC-NbPassagesHisto = 0
               MOVE 10 TO BC-NbPassagesHisto
           END-IF.
           IF BC-DureeMinimale = 0
               MOVE 60 TO BC-DureeMinimale
           END-IF.
           IF BC-HeuresAttente = 0
               MOVE 26 TO BC-HeuresAttente
           END-IF.

      ******************************************************************
      *****                 ANALYSER-PASSAGES                      *****
      ******************************************************************
      *    Passages termines des sept derniers jours non encore
      *    analyses ; la duree court depuis la derniere ligne DEBUT
      *    du lot qui precede la ligne FIN.
       Analyser-Passages.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT F.PROGRAMME, F.HORODATAGE, ' DELIMITED SIZE
                  'IFNULL(TIMESTAMPDIFF(SECOND, ' DELIMITED SIZE
                  '(SELECT MAX(D.HORODATAGE) FROM JOURNALBATCH D '
                  DELIMITED SIZE
                  'WHERE D.PROGRAMME = F.PROGRAMME ' DELIMITED SIZE
                  'AND D.TYPEENTREE = "DEBUT" ' DELIMITED SIZE
                  'AND D.HORODATAGE <= F.HORODATAGE), ' DELIMITED SIZE
                  'F.HORODATAGE), 0), ' DELIMITED SIZE
                  'F.LIGNESLUES, F.LIGNESECRITES, F.CODESORTIE '
                  DELIMITED SIZE
                  'FROM JOURNALBATCH F ' DELIMITED SIZE
                  'WHERE F.TYPEENTREE = "FIN" ' DELIMITED SIZE
                  'AND F.PROGRAMME <> "SURVLOT" ' DELIMITED SIZE
                  'AND F.HORODATAGE >= DATE_FORMAT(DATE_SUB(NOW(), '
                  DELIMITED SIZE
                  'INTERVAL 7 DAY), "%Y-%m-%d %H:%i:%s") '
                  DELIMITED SIZE
                  'AND NOT EXISTS (SELECT 1 FROM ANALYSESLOTS A '
                  DELIMITED SIZE
                  'WHERE A.PROGRAMME = F.PROGRAMME ' DELIMITED SIZE
                  'AND A.HORODATAGE = F.HORODATAGE) ' DELIMITED SIZE
                  'ORDER BY F.HORODATAGE, F.PROGRAMME' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

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
               MOVE SPACES TO ProgrammeTemp
               MOVE SPACES TO HorodatageTemp
               MOVE SPACES TO DureeTexte
               MOVE SPACES TO LignesLuesTexte
               MOVE SPACES TO LignesEcritesTexte
               MOVE SPACES TO CodeSortieTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            ProgrammeTemp
                                            HorodatageTemp
                                            DureeTexte
                                            LignesLuesTexte
                                            LignesEcritesTexte
                                            CodeSortieTexte
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
                       perform Analyser-Un-Passage
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Analyser-Un-Passage.
           INSPECT ProgrammeTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT HorodatageTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DureeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT LignesLuesTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT LignesEcritesTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CodeSortieTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO Duree.
           MOVE 0 TO LignesLues.
           MOVE 0 TO LignesEcrites.
           MOVE 0 TO CodeSortie.
           IF DureeTexte not = SPACES
               COMPUTE Duree = FUNCTION NUMVAL(DureeTexte)
           END-IF.
           IF LignesLuesTexte not = SPACES
               COMPUTE LignesLues = FUNCTION NUMVAL(LignesLuesTexte)
           END-IF.
           IF LignesEcritesTexte not = SPACES
               COMPUTE LignesEcrites =
                   FUNCTION NUMVAL(LignesEcritesTexte)
           END-IF.
           IF CodeSortieTexte not = SPACES
               COMPUTE CodeSortie = FUNCTION NUMVAL(CodeSortieTexte)
           END-IF.
           ADD 1 TO NbPassagesAnalyses.
           perform Select-Historique.
           perform Qualifier-Passage.
           perform Inserer-Analyse.
           IF Anomalie not = SPACES
               perform Inserer-Alerte
           END-IF.
           perform Write-Ligne-Passage.

      *    Ecart mesure sur la valeur absolue de la difference a la
      *    moyenne, rapportee a la moyenne.
       Qualifier-Passage.
           MOVE SPACES TO Anomalie.
           EVALUATE TRUE
               WHEN CodeSortie >= 8
                   MOVE 'ECHEC' TO Anomalie
               WHEN NbHisto < 3
                   CONTINUE
               WHEN DureeMoy > 0 AND Duree >= BC-DureeMinimale
                AND Duree * 100 > DureeMoy * (100 + BC-EcartPourcent)
                   MOVE 'DUREE' TO Anomalie
               WHEN OTHER
                   perform Qualifier-Volumes
           END-EVALUATE.

       Qualifier-Volumes.
           IF LuesMoy > 0
               IF LignesLues > LuesMoy
                   COMPUTE Ecart = LignesLues - LuesMoy
               ELSE
                   COMPUTE Ecart = LuesMoy - LignesLues
               END-IF
               IF Ecart * 100 > LuesMoy * BC-EcartPourcent
                   MOVE 'VOLUME' TO Anomalie
               END-IF
           END-IF.
           IF EcritesMoy > 0
               IF LignesEcrites > EcritesMoy
                   COMPUTE Ecart = LignesEcrites - EcritesMoy
               ELSE
                   COMPUTE Ecart = EcritesMoy - LignesEcrites
               END-IF
               IF Ecart * 100 > EcritesMoy * BC-EcartPourcent
                   MOVE 'VOLUME' TO Anomalie
               END-IF
           END-IF.

      ******************************************************************
      *****                 SELECT-HISTORIQUE                      *****
      ******************************************************************
      *    Moyennes des derniers passages reussis (code sortie sous 8)
      *    anterieurs au passage analyse.
       Select-Historique.
           MOVE 0 TO NbHisto.
           MOVE 0 TO DureeMoy.
           MOVE 0 TO LuesMoy.
           MOVE 0 TO EcritesMoy.
           MOVE SPACES TO NbHistoTexte.
           MOVE SPACES TO DureeMoyTexte.
           MOVE SPACES TO LuesMoyTexte.
           MOVE SPACES TO EcritesMoyTexte.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT COUNT(*), ' DELIMITED SIZE
                  'ROUND(IFNULL(AVG(X.DUREE), 0)), ' DELIMITED SIZE
                  'ROUND(IFNULL(AVG(X.LIGNESLUES), 0)), '
                  DELIMITED SIZE
                  'ROUND(IFNULL(AVG(X.LIGNESECRITES), 0)) '
                  DELIMITED SIZE
                  'FROM (SELECT TIMESTAMPDIFF(SECOND, ' DELIMITED SIZE
                  '(SELECT MAX(D.HORODATAGE) FROM JOURNALBATCH D '
                  DELIMITED SIZE
                  'WHERE D.PROGRAMME = F.PROGRAMME ' DELIMITED SIZE
                  'AND D.TYPEENTREE = "DEBUT" ' DELIMITED SIZE
                  'AND D.HORODATAGE <= F.HORODATAGE), ' DELIMITED SIZE
                  'F.HORODATAGE) AS DUREE, ' DELIMITED SIZE
                  'F.LIGNESLUES, F.LIGNESECRITES ' DELIMITED SIZE
                  'FROM JOURNALBATCH F ' DELIMITED SIZE
                  'WHERE F.PROGRAMME = "' DELIMITED SIZE
                  ProgrammeTemp DELIMITED SPACE
                  '" AND F.TYPEENTREE = "FIN" ' DELIMITED SIZE
                  'AND F.CODESORTIE + 0 < 8 ' DELIMITED SIZE
                  'AND F.HORODATAGE < "' DELIMITED SIZE
                  HorodatageTemp DELIMITED SIZE
                  '" ORDER BY F.HORODATAGE DESC LIMIT ' DELIMITED SIZE
                  BC-NbPassagesHisto DELIMITED SIZE
                  ') X' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (2)
              END-CALL
              IF SQLCA-RESULT (2) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            NbHistoTexte
                                            DureeMoyTexte
                                            LuesMoyTexte
                                            EcritesMoyTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT NbHistoTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DureeMoyTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT LuesMoyTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT EcritesMoyTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND NbHistoTexte not = SPACES
               COMPUTE NbHisto = FUNCTION NUMVAL(NbHistoTexte)
               IF DureeMoyTexte not = SPACES
                   COMPUTE DureeMoy = FUNCTION NUMVAL(DureeMoyTexte)
               END-IF
               IF LuesMoyTexte not = SPACES
                   COMPUTE LuesMoy = FUNCTION NUMVAL(LuesMoyTexte)
               END-IF
               IF EcritesMoyTexte not = SPACES
                   COMPUTE EcritesMoy =
                       FUNCTION NUMVAL(EcritesMoyTexte)
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  INSERER-ANALYSE                       *****
      ******************************************************************
      *    Le passage analyse est conserve : il n'est plus repris et
      *    sert d'historique de surveillance.
       Inserer-Analyse.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'ANALYSESLOTS' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'PROGRAMME, ' DELIMITED SIZE
                  'HORODATAGE, ' DELIMITED SIZE
                  'DUREE, ' DELIMITED SIZE
                  'LIGNESLUES, ' DELIMITED SIZE
                  'LIGNESECRITES, ' DELIMITED SIZE
                  'CODESORTIE, ' DELIMITED SIZE
                  'DUREEMOYENNE, ' DELIMITED SIZE
                  'LUESMOYENNE, ' DELIMITED SIZE
                  'ECRITESMOYENNE, ' DELIMITED SIZE
                  'ANOMALIE, ' DELIMITED SIZE
                  'DATEANALYSE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  ProgrammeTemp DELIMITED SPACE
                  '","' DELIMITED SIZE
                  HorodatageTemp DELIMITED SIZE
                  '","' DELIMITED SIZE
                  Duree DELIMITED SIZE
                  '","' DELIMITED SIZE
                  LignesLues DELIMITED SIZE
                  '","' DELIMITED SIZE
                  LignesEcrites DELIMITED SIZE
                  '","' DELIMITED SIZE
                  CodeSortie DELIMITED SIZE
                  '","' DELIMITED SIZE
                  DureeMoy DELIMITED SIZE
                  '","' DELIMITED SIZE
                  LuesMoy DELIMITED SIZE
                  '","' DELIMITED SIZE
                  EcritesMoy DELIMITED SIZE
                  '","' DELIMITED SIZE
                  Anomalie DELIMITED SPACE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "ERREUR ANALYSE " ProgrammeTemp
               MOVE 8 TO JB-CodeSortie
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              CONTROLER-ETAPES-ATTENDUES                *****
      ******************************************************************
      *    Chaque etape de la chaine (nom tronque a 8 comme dans
      *    JOURNALBATCH) doit avoir termine dans la fenetre.
       Controler-Etapes-Attendues.
           move 0 to Boucleur-read-file.
           open INPUT F-Chaine.
           IF WS-CHAINE-STATUS = "00"
               perform Controler-Etapes-Attendues-Trt
                   until Boucleur-read-file = 1
               close F-Chaine
           END-IF.

       Controler-Etapes-Attendues-Trt.
           read F-Chaine
               at end
                   move 1 to Boucleur-read-file
               not at end
                   INSPECT E-Chaine
                       REPLACING ALL LOW-VALUE BY SPACE
                   MOVE SPACES TO NomProgrammeEtape
                   unstring E-Chaine delimited by ";" into
                       NomProgrammeEtape
                   end-unstring
                   IF NomProgrammeEtape not = SPACES
                       perform Controler-Une-Etape
                   END-IF
           end-read.

       Controler-Une-Etape.
           MOVE SPACES TO NbFinTexte.
           MOVE SPACES TO ProgrammeTemp.
           MOVE NomProgrammeEtape (1:8) TO ProgrammeTemp.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT COUNT(*) ' DELIMITED SIZE
                  'FROM JOURNALBATCH ' DELIMITED SIZE
                  'WHERE PROGRAMME = "' DELIMITED SIZE
                  ProgrammeTemp DELIMITED SPACE
                  '" AND TYPEENTREE = "FIN" ' DELIMITED SIZE
                  'AND HORODATAGE >= DATE_FORMAT(DATE_SUB(NOW(), '
                  DELIMITED SIZE
                  'INTERVAL ' DELIMITED SIZE
                  BC-HeuresAttente DELIMITED SIZE
                  ' HOUR), "%Y-%m-%d %H:%i:%s")' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (2)
              END-CALL
              IF SQLCA-RESULT (2) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            NbFinTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT NbFinTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           IF SQLCODE = 0 AND NbFinTexte = '0'
               MOVE 'ABSENT' TO Anomalie
               perform Inserer-Alerte
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'A;' DELIMITED SIZE
                      ProgrammeTemp DELIMITED SPACE
                      ';ABSENT' DELIMITED SIZE
               INTO LIGNE-RAPPORT
               END-STRING
               perform Write-Ligne-Rapport
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                   INSERER-ALERTE                       *****
      ******************************************************************
      *    Une alerte par lot, anomalie et jour, quel que soit le
      *    nombre de passages de la surveillance.
       Inserer-Alerte.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'NOTIFICATIONS' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'TYPEEVENEMENT, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'REFERENCE, ' DELIMITED SIZE
                  'DATEEVENEMENT, ' DELIMITED SIZE
                  'STATUT) ' DELIMITED SIZE
                  'SELECT "ALERTE_LOT_' DELIMITED SIZE
                  Anomalie DELIMITED SPACE
                  '", "", "' DELIMITED SIZE
                  ProgrammeTemp DELIMITED SPACE
                  '", "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", "0" FROM DUAL WHERE NOT EXISTS ' DELIMITED SIZE
                  '(SELECT 1 FROM NOTIFICATIONS ' DELIMITED SIZE
                  'WHERE TYPEEVENEMENT = "ALERTE_LOT_' DELIMITED SIZE
                  Anomalie DELIMITED SPACE
                  '" AND REFERENCE = "' DELIMITED SIZE
                  ProgrammeTemp DELIMITED SPACE
                  '" AND DATEEVENEMENT = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "ERREUR ALERTE " ProgrammeTemp
               MOVE 8 TO JB-CodeSortie
               MOVE 0 TO RETURN-CODE
           ELSE
               ADD 1 TO NbAlertes
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                    WRITE-RAPPORT                       *****
      ******************************************************************
       Write-Ligne-Passage.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'R;' DELIMITED SIZE
                  ProgrammeTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  HorodatageTemp DELIMITED SIZE
                  ';' DELIMITED SIZE
                  Duree DELIMITED SIZE
                  ';' DELIMITED SIZE
                  LignesLues DELIMITED SIZE
                  ';' DELIMITED SIZE
                  LignesEcrites DELIMITED SIZE
                  ';' DELIMITED SIZE
                  CodeSortie DELIMITED SIZE
                  ';' DELIMITED SIZE
                  DureeMoy DELIMITED SIZE
                  ';' DELIMITED SIZE
                  LuesMoy DELIMITED SIZE
                  ';' DELIMITED SIZE
                  EcritesMoy DELIMITED SIZE
                  ';' DELIMITED SIZE
                  Anomalie DELIMITED SPACE
           INTO LIGNE-RAPPORT
           END-STRING.
           perform Write-Ligne-Rapport.

       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TOTAL;' DELIMITED SIZE
                  NbPassagesAnalyses DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbAlertes DELIMITED SIZE
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
           MOVE 'SURVLOT' TO PGCTB-PROGRAM-NAME.

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
