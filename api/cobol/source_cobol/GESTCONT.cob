               perform Update-Flag-Contentieux-Pose
           END-IF.

           IF SQLCODE = 0
               perform Poser-Gel-Juridique
           END-IF.

           IF SQLCODE = 0
               MOVE "SUCCES = LE CONTENTIEUX EST OUVERT, LE SINISTRE SOR
      -        "T DES HORLOGES SLA ET EST GELE" TO MESSAGE-RESPONSE
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE SPACES TO AuditAncienneValeur
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****               POSER-GEL-JURIDIQUE                      *****
      ******************************************************************
      *    Gel juridique CONTENTIEUX du sinistre (voir GESTGEL) : tant
      *    qu'il est actif, le client porteur n'est ni purge ni
      *    archive. Il n'est leve que par un superviseur, la
      *    procedure close.
       Poser-Gel-Juridique.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'GELSJURIDIQUES' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'TYPEOBJET, ' DELIMITED SIZE
                  'IDOBJET, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'MOTIF, ' DELIMITED SIZE
                  'REFERENCE, ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'DATEPOSE, ' DELIMITED SIZE
                  'OPERATEURPOSE, ' DELIMITED SIZE
                  'DATELEVEE, ' DELIMITED SIZE
                  'OPERATEURLEVEE, ' DELIMITED SIZE
                  'MOTIFLEVEE) ' DELIMITED SIZE
                  'SELECT "SINISTRE", "' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '", C.CLIENTID, "CONTENTIEUX", "' DELIMITED SIZE
                  TribunalContentieux DELIMITED '  '
                  '", "1", "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", "' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '", "", "", "" ' DELIMITED SIZE
                  'FROM SINISTRES S, DOSSIER D, CONTRATS C '
                  DELIMITED SIZE
                  'WHERE S.IDSINISTRE = "' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '" AND D.IDDOSSIER = S.DOSSIERID ' DELIMITED SIZE
                  'AND C.IDCONTRAT = D.CONTRATID ' DELIMITED SIZE
                  'AND NOT EXISTS (SELECT 1 FROM GELSJURIDIQUES G '
                  DELIMITED SIZE
                  'WHERE G.TYPEOBJET = "SINISTRE" ' DELIMITED SIZE
                  'AND G.IDOBJET = "' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '" AND G.MOTIF = "CONTENTIEUX" ' DELIMITED SIZE
                  'AND G.STATUT = "1")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****                 FIXER-AUDIENCE                         *****
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
