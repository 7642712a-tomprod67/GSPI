       01 DocsManquantsListe pic X(60).
       01 DocsTravail pic X(60).

      *    Exoneration de prime pendant un sinistre incapacite ou
      *    hospitalisation : le type de sinistre du catalogue porte le
      *    drapeau EXONERATIONPRIME. La periode d'exoneration du
      *    contrat (table EXONERATIONPRIME) s'ouvre a l'approbation du
      *    sinistre et se ferme a sa cloture ; FACTURLOT ne facture
      *    pas les jours exoneres.
       01 ExonerationTexte pic X(2).
       01 ContratExoneration pic X(10).
       01 NbExonerationsOuvertes pic 9(4).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYMVPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           MOVE 0 TO SQLCODE.

       Update-Statut-Sinistre-Trt.
           IF NouveauStatutNum = 5
               perform MVPR-Debut-Transaction
               perform Liberer-Provision-Cloture
           END-IF.
           perform Generate-Update-Sinistre-SQLCA-STATEMENT.
           display SQLCA-STATEMENT.

           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF NouveauStatutNum = 5
               perform MVPR-Fin-Transaction
           END-IF.
           if SQLCODE equal 0 then
               MOVE "SUCCES = LE STATUT DU SINISTRE A BIEN ETE MIS A JOU
      -        "R"
               perform Write-Audit-Trail
           END-IF.

           IF CODE-RETOUR = 0 AND NouveauStatutNum = 3
               perform Ouvrir-Exoneration-Prime
           END-IF.
           IF CODE-RETOUR = 0 AND NouveauStatutNum = 5
               perform Fermer-Exoneration-Prime
           END-IF.

       Update-Statut-Sinistre-Fin.
           perform Close-BDD.
           EXIT.

      ******************************************************************
      *****              LIBERER-PROVISION-CLOTURE                 *****
      ******************************************************************
      *    A la cloture, ce qui reste de la provision sort de la
      *    reserve : le mouvement est ecrit tant que le sinistre est
      *    encore ouvert, juste avant le passage au statut 5, dans la
      *    meme transaction que ce passage.
       Liberer-Provision-Cloture.
           perform Resoudre-Sinistre-Id.
           MOVE SinistreIdNum TO MVPR-IDSINISTRE.
           MOVE currentDate TO MVPR-DATE.
           MOVE 'CLOTURE' TO MVPR-NATURE.
           MOVE 0 TO MVPR-MONTANT.
           MOVE CommentaireTemp TO MVPR-REFERENCE.
           MOVE 'SINISTAT' TO MVPR-PROGRAMME.
           perform MVPR-Ecrire-Ecart.

      ******************************************************************
      *****              OUVRIR-EXONERATION-PRIME                  *****
      ******************************************************************
      *    Sinistre approuve dont le type ouvre droit a exoneration :
      *    la periode d'exoneration du contrat part du jour de
      *    l'approbation, sans date de fin tant que le sinistre n'est
      *    pas clos.
       Ouvrir-Exoneration-Prime.
           perform Resoudre-Sinistre-Id.
           MOVE SPACES TO ExonerationTexte.
           MOVE SPACES TO ContratExoneration.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(T.EXONERATIONPRIME, "0"), D.CONTRATID '
                  DELIMITED SIZE
                  'FROM SINISTRES S, DOSSIER D, TYPESINISTRE T '
                  DELIMITED SIZE
                  'WHERE S.IDSINISTRE = "' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '" AND D.IDDOSSIER = S.DOSSIERID ' DELIMITED SIZE
                  'AND T.CODE = S.TYPESINISTRE' DELIMITED SIZE
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
                                            ExonerationTexte
                                            ContratExoneration
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           INSPECT ContratExoneration REPLACING ALL LOW-VALUE BY SPACE.

           IF SQLCODE = 0 AND ExonerationTexte (1:1) = '1'
               perform Insert-Exoneration-Prime
           END-IF.
           MOVE 0 TO SQLCODE.

       Insert-Exoneration-Prime.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'EXONERATIONPRIME' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'CONTRATID, ' DELIMITED SIZE
                  'SINISTREID, ' DELIMITED SIZE
                  'DATEDEBUT, ' DELIMITED SIZE
                  'DATEFIN, ' DELIMITED SIZE
                  'STATUT) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  ContratExoneration DELIMITED SPACE
                  '","' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","","1")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE SPACES TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING 'CONTRAT ' DELIMITED SIZE
                      ContratExoneration DELIMITED SPACE
                      ' DEBUT ' DELIMITED SIZE
                      currentDate DELIMITED SIZE
               INTO AuditNouvelleValeur
               END-STRING
               MOVE SinistreIdNum TO AuditIdEnregistrement
               MOVE 'EXONERATIONPRIME' TO AuditNomTable
               MOVE 'INSERT' TO AuditOperation
               perform Write-Audit-Trail
           END-IF.

      ******************************************************************
      *****              FERMER-EXONERATION-PRIME                  *****
      ******************************************************************
      *    Cloture du sinistre : la periode d'exoneration ouverte par
      *    son approbation prend fin ce jour, la prime redevient due
      *    des le lendemain.
       Fermer-Exoneration-Prime.
           perform Resoudre-Sinistre-Id.
           MOVE 0 TO NbExonerationsOuvertes.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'EXONERATIONPRIME ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'SINISTREID ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '" AND STATUT = "1"' DELIMITED SIZE
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
                                            NbExonerationsOuvertes
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

           IF SQLCODE = 0 AND NbExonerationsOuvertes > 0
               perform Update-Exoneration-Close
           END-IF.
           MOVE 0 TO SQLCODE.

       Update-Exoneration-Close.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'EXONERATIONPRIME ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'DATEFIN = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", STATUT = "2" ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'SINISTREID ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '" AND STATUT = "1"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE 'OUVERTE' TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING 'FIN ' DELIMITED SIZE
                      currentDate DELIMITED SIZE
               INTO AuditNouvelleValeur
               END-STRING
               MOVE SinistreIdNum TO AuditIdEnregistrement
               MOVE 'EXONERATIONPRIME' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
           END-IF.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
           STRING 'INSERT INTO REQUESTLOG ' DELIMITED SIZE
                  '(EMPREINTE, PROGRAMME, DATEREQ, STATUT, '
                  DELIMITED SIZE
                  'MESSAGE, OPERATEUR, HEUREREQ, CODERETOUR) '
                  DELIMITED SIZE
                  'VALUES("' DELIMITED SIZE
                  EmpreinteRequete DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
                  STATUT-RESPONSE DELIMITED SIZE
                  '","' DELIMITED SIZE
                  MESSAGE-RESPONSE DELIMITED SIZE
                  '","' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '",CURTIME(),"' DELIMITED SIZE
                  CODE-RETOUR DELIMITED SIZE
                  '")' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYMVPRP OF "cobol/source_cobol".
