      *    sont exportees dans les fichiers d'archive cumulatifs du
      *    repertoire archives puis supprimees de la table; HISTOAUD
      *    sait relire l'archive d'audit quand un litige ressort.
      *    Les lignes d'un client sous gel juridique (GELSJURIDIQUES,
      *    voir GESTGEL) restent en table quel que soit leur age :
      *    tentatives JOURNALCLIENT a ses nom, prenom et date de
      *    naissance, audit de sa fiche, de ses contrats, de ses
      *    sinistres (contentieux, fraude compris) et de ses gels
      *    actifs. Elles sont listees dans archjourlot_gels_AAAAMMJJ
      *    .txt (G;table;objet;lignes epargnees).
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
       input-output section.

       file-control.
           select F-Rapport
           assign to RAPPORT-PATH
           organization is line sequential access sequential.

           select F-ArchiveRequestlog
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/archives/requestlog_archive.txt"

       FILE SECTION.

       FD F-Rapport record varying from 0 to 255.
       01 E-Rapport pic x(255).

       FD F-ArchiveRequestlog record varying from 0 to 500.
       01 E-ArchiveRequestlog pic x(500).

       01 NbJournalClient pic 9(8) value 0.
       01 NbAudit pic 9(8) value 0.

      *    Predicats "ligne sous gel" de JOURNALCLIENT et AUDITJOURNAL,
      *    communs a l'export, a la purge et au compte rendu.
       01 ClauseGelJournal pic X(400).
       01 ClauseGelAudit pic X(1000).
       01 RAPPORT-PATH pic X(300).
       01 LIGNE-RAPPORT pic X(255).
       01 NbLignesGelees pic 9(8) value 0.

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-TypeEntree pic X(5).
       01 JB-LignesLues pic 9(8) value 0.
           perform Connexion-BDD.

       GSPI-Trt.
           perform Preparer-Clauses-Gel.
           MOVE SPACES TO RAPPORT-PATH.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -          "/archjourlot_gels_" DELIMITED SIZE
                   currentYear DELIMITED SIZE
                   MM DELIMITED SIZE
                   JJ DELIMITED SIZE
                   ".txt" DELIMITED SIZE
               INTO RAPPORT-PATH
           END-STRING.
           open output F-Rapport.
           perform Archiver-Requestlog.
           perform Archiver-Journal-Client.
           perform Archiver-Audit-Journal.
           perform Rapporter-Gels-Journal-Client.
           perform Rapporter-Gels-Audit.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'TOTAL;' DELIMITED SIZE
                  NbLignesGelees DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
           write E-Rapport from LIGNE-RAPPORT.
           close F-Rapport.

       GSPI-Fin.
           perform close-BDD.
           display NbRequestlog.
           display NbJournalClient.
           display NbAudit.
           display NbLignesGelees.
           COMPUTE JB-LignesLues = NbRequestlog + NbJournalClient
               + NbAudit.
           MOVE JB-LignesLues TO JB-LignesEcrites.
                      '< DATE_SUB(CURDATE(), INTERVAL '
                      DELIMITED SIZE
                      BC-JoursRetention DELIMITED SIZE
                      ' DAY) AND NOT ' DELIMITED SIZE
                      ClauseGelJournal DELIMITED '  '
               INTO SQLCA-STATEMENT
               END-STRING
               perform Executer-Purge
                  DELIMITED SIZE
                  '< DATE_SUB(CURDATE(), INTERVAL ' DELIMITED SIZE
                  BC-JoursRetention DELIMITED SIZE
                  ' DAY) AND NOT ' DELIMITED SIZE
                  ClauseGelJournal DELIMITED '  '
           INTO SQLCA-STATEMENT
           END-STRING.

                      '< DATE_SUB(CURDATE(), INTERVAL '
                      DELIMITED SIZE
                      BC-JoursRetention DELIMITED SIZE
                      ' DAY) AND NOT ' DELIMITED SIZE
                      ClauseGelAudit DELIMITED '  '
               INTO SQLCA-STATEMENT
               END-STRING
               perform Executer-Purge
                  DELIMITED SIZE
                  '< DATE_SUB(CURDATE(), INTERVAL ' DELIMITED SIZE
                  BC-JoursRetention DELIMITED SIZE
                  ' DAY) AND NOT ' DELIMITED SIZE
                  ClauseGelAudit DELIMITED '  '
           INTO SQLCA-STATEMENT
           END-STRING.

               ADD 1 TO NbAudit
           END-IF.

      ******************************************************************
      *****                PREPARER-CLAUSES-GEL                    *****
      ******************************************************************
      *    Le gel est reconnu par le client porteur (IDCLIENT de
      *    GELSJURIDIQUES) : un gel sur un contrat ou un sinistre
      *    protege toutes les lignes du client.
       Preparer-Clauses-Gel.
           MOVE SPACES TO ClauseGelJournal.
           STRING 'EXISTS (SELECT 1 FROM GELSJURIDIQUES G, CLIENTS C '
                  DELIMITED SIZE
                  'WHERE G.STATUT = "1" ' DELIMITED SIZE
                  'AND C.IDCLIENT = G.IDCLIENT ' DELIMITED SIZE
                  'AND C.NOM = JOURNALCLIENT.NOM ' DELIMITED SIZE
                  'AND C.PRENOM = JOURNALCLIENT.PRENOM ' DELIMITED SIZE
                  'AND C.DATENAISSANCE = JOURNALCLIENT.DATENAISSANCE)'
                  DELIMITED SIZE
           INTO ClauseGelJournal
           END-STRING.

           MOVE SPACES TO ClauseGelAudit.
           STRING '((AUDITJOURNAL.NOMTABLE = "CLIENTS" ' DELIMITED SIZE
                  'AND AUDITJOURNAL.IDENREGISTREMENT + 0 IN '
                  DELIMITED SIZE
                  '(SELECT G.IDCLIENT FROM GELSJURIDIQUES G '
                  DELIMITED SIZE
                  'WHERE G.STATUT = "1")) ' DELIMITED SIZE
                  'OR (AUDITJOURNAL.NOMTABLE = "CONTRATS" '
                  DELIMITED SIZE
                  'AND AUDITJOURNAL.IDENREGISTREMENT + 0 IN '
                  DELIMITED SIZE
                  '(SELECT C.IDCONTRAT FROM GELSJURIDIQUES G, '
                  DELIMITED SIZE
                  'CONTRATS C WHERE G.STATUT = "1" ' DELIMITED SIZE
                  'AND C.CLIENTID = G.IDCLIENT)) ' DELIMITED SIZE
                  'OR (AUDITJOURNAL.NOMTABLE IN ("SINISTRES", '
                  DELIMITED SIZE
                  '"CONTENTIEUX", "DOSSIERFRAUDE") ' DELIMITED SIZE
                  'AND AUDITJOURNAL.IDENREGISTREMENT + 0 IN '
                  DELIMITED SIZE
                  '(SELECT S.IDSINISTRE FROM GELSJURIDIQUES G, '
                  DELIMITED SIZE
                  'CONTRATS C, DOSSIER D, SINISTRES S ' DELIMITED SIZE
                  'WHERE G.STATUT = "1" AND C.CLIENTID = G.IDCLIENT '
                  DELIMITED SIZE
                  'AND D.CONTRATID = C.IDCONTRAT ' DELIMITED SIZE
                  'AND S.DOSSIERID = D.IDDOSSIER)) ' DELIMITED SIZE
                  'OR (AUDITJOURNAL.NOMTABLE = "GELSJURIDIQUES" '
                  DELIMITED SIZE
                  'AND AUDITJOURNAL.IDENREGISTREMENT + 0 IN '
                  DELIMITED SIZE
                  '(SELECT G.IDGEL FROM GELSJURIDIQUES G '
                  DELIMITED SIZE
                  'WHERE G.STATUT = "1")))' DELIMITED SIZE
           INTO ClauseGelAudit
           END-STRING.

      ******************************************************************
      *****                  RAPPORTER-GELS                        *****
      ******************************************************************
      *    Lignes agees epargnees par le gel, regroupees par personne
      *    pour JOURNALCLIENT et par enregistrement pour AUDITJOURNAL.
       Rapporter-Gels-Journal-Client.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.
           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT "JOURNALCLIENT", ' DELIMITED SIZE
                  'CONCAT(NOM, " ", PRENOM, " ", DATENAISSANCE), '
                  DELIMITED SIZE
                  'COUNT(*) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'JOURNALCLIENT ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STR_TO_DATE(DATETENTATIVE, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '< DATE_SUB(CURDATE(), INTERVAL ' DELIMITED SIZE
                  BC-JoursRetention DELIMITED SIZE
                  ' DAY) AND ' DELIMITED SIZE
                  ClauseGelJournal DELIMITED '  '
                  ' GROUP BY NOM, PRENOM, DATENAISSANCE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Rapporter-Gels.

       Rapporter-Gels-Audit.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.
           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT "AUDITJOURNAL", ' DELIMITED SIZE
                  'CONCAT(NOMTABLE, " ", IDENREGISTREMENT), '
                  DELIMITED SIZE
                  'COUNT(*) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'AUDITJOURNAL ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STR_TO_DATE(DATEAUDIT, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '< DATE_SUB(CURDATE(), INTERVAL ' DELIMITED SIZE
                  BC-JoursRetention DELIMITED SIZE
                  ' DAY) AND ' DELIMITED SIZE
                  ClauseGelAudit DELIMITED '  '
                  ' GROUP BY NOMTABLE, IDENREGISTREMENT' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Rapporter-Gels.

       Rapporter-Gels.
           perform Ouvrir-Curseur-1.
           MOVE 0 TO Boucleur-fetch.
           IF SQLCODE not = 0
               MOVE 1 TO Boucleur-fetch
           END-IF.
           perform Fetch-Ligne-Gel
               until Boucleur-fetch = 1.

           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

       Fetch-Ligne-Gel.
           perform Init-Colonnes.
           CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                        Col1Texte
                                        Col4Texte
                                        Col2Texte
           END-CALL.
           IF SQLCA-RESULT (1) = NULL
               MOVE 1 TO Boucleur-fetch
           ELSE
               perform Nettoyer-Colonnes
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'G;' DELIMITED SIZE
                      Col1Texte DELIMITED SPACE
                      ';' DELIMITED SIZE
                      Col4Texte DELIMITED '  '
                      ';' DELIMITED SIZE
                      Col2Texte DELIMITED SPACE
               INTO LIGNE-RAPPORT
               END-STRING
               write E-Rapport from LIGNE-RAPPORT
               COMPUTE NbLignesGelees = NbLignesGelees
                   + FUNCTION NUMVAL(Col2Texte)
           END-IF.

      ******************************************************************
      *****                 OUVRIR-CURSEUR-1                       *****
      ******************************************************************
