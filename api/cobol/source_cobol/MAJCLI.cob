       01 AncienneAdresse pic X(100).
       01 AncienCodePostal pic X(5).
       01 AncienneVille pic X(30).
       01 AncienneProfession pic X(6).
       01 AncienNpai pic X value '0'.

      *    Changement de commune ou de profession : la zone tarifaire
      *    (ZONETARIF) ou la classe de risque (CLASSERISQUE) du client
      *    peut en etre modifiee. Le changement est inscrit dans
      *    CHANGEMENTSRISQUE (statut 0) avec les anciennes valeurs,
      *    et REPRIXCLILOT reprice les contrats actifs du client a
      *    compter de la prochaine periode de facturation.
       01 ChangementRisque pic 9 value 0.

       01 SYSTEME-DATE.
           03 AA PIC 99.
       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYHADR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
                                            AncienneAdresse
                                            AncienCodePostal
                                            AncienneVille
                                            AncienneProfession
                                            AncienNpai
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
           MOVE 0 TO SQLCODE.

       Update-Adresse-Client-Trt.
           perform Resoudre-Client-Id.
           MOVE ClientIdResolu TO HADR-IDCLIENT.
           perform HADR-Amorcer-Historique.
           perform Generate-Update-Client-SQLCA-STATEMENT.
           display SQLCA-STATEMENT.

               MOVE 900 TO CODE-RETOUR
           end-if.

           IF SQLCODE equal 0
               perform Historiser-Adresse
           END-IF.

           IF SQLCODE equal 0
               STRING AncienneAdresse DELIMITED SIZE
                      '/' DELIMITED SIZE
               perform Update-Langue-Client
           END-IF.

           IF SQLCODE equal 0
               perform Detecter-Changement-Risque
           END-IF.

       Update-Adresse-Client-Fin.
           perform Close-BDD.
           EXIT.

      ******************************************************************
      *****                 HISTORISER-ADRESSE                     *****
      ******************************************************************
      *    Nouvelle version datee dans HISTOADRESSE (voir CPYHADR)
      *    quand l'adresse change ou quand la nouvelle saisie leve le
      *    drapeau NPAI ; une resaisie a l'identique ne cree rien.
       Historiser-Adresse.
           INSPECT AncienneAdresse REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AncienCodePostal REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AncienneVille REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AncienNpai REPLACING ALL LOW-VALUE BY SPACE.
           IF ClientAdresse of DataSubmited not = AncienneAdresse
               OR ClientCodePostal of DataSubmited
                  not = AncienCodePostal
               OR ClientVille of DataSubmited not = AncienneVille
               OR AncienNpai = '1'
               MOVE ClientAdresse of DataSubmited TO HADR-ADRESSE
               MOVE ClientCodePostal of DataSubmited TO HADR-CODEPOSTAL
               MOVE ClientVille of DataSubmited TO HADR-VILLE
               MOVE '0' TO HADR-NPAI
               MOVE 'MAJCLI' TO HADR-SOURCE
               MOVE OperateurSaisi TO HADR-OPERATEUR
               MOVE currentDate TO HADR-DATE
               perform HADR-Nouvelle-Version
           END-IF.

       Resoudre-Client-Id.
           evaluate TRUE
           when id1-bool
               MOVE ClientId-1 TO ClientIdResolu
           when id2-bool
               MOVE ClientId-2 TO ClientIdResolu
           when id3-bool
               MOVE ClientId-3 TO ClientIdResolu
           when id4-bool
               MOVE ClientId-4 TO ClientIdResolu
           when id5-bool
               MOVE ClientId-5 TO ClientIdResolu
           when id6-bool
               MOVE ClientId-6 TO ClientIdResolu
           when other
               MOVE 0 TO ClientIdResolu
           end-evaluate.

      ******************************************************************
      *****             DETECTER-CHANGEMENT-RISQUE                 *****
      ******************************************************************
      *    Compare l'adresse et la profession relues avant la mise a
      *    jour aux valeurs saisies. Le calcul des coefficients est
      *    laisse au lot : une commune dans la meme zone ou une
      *    profession de meme classe n'y changera aucun prix.
       Detecter-Changement-Risque.
           MOVE 0 TO ChangementRisque.
           INSPECT AncienCodePostal REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AncienneVille REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AncienneProfession
               REPLACING ALL LOW-VALUE BY SPACE.
           IF ClientCodePostal of DataSubmited not = AncienCodePostal
               OR ClientVille of DataSubmited not = AncienneVille
               MOVE 1 TO ChangementRisque
           END-IF.
           IF ProfessionSaisie not = SPACES
               AND ProfessionSaisie not = AncienneProfession
               MOVE 1 TO ChangementRisque
           END-IF.
           IF ChangementRisque = 1
               perform Insert-Changement-Risque
           END-IF.

       Insert-Changement-Risque.
           perform Resoudre-Client-Id.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'CHANGEMENTSRISQUE' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'ANCIENCODEPOSTAL, ' DELIMITED SIZE
                  'ANCIENNEVILLE, ' DELIMITED SIZE
                  'ANCIENNEPROFESSION, ' DELIMITED SIZE
                  'DATECHANGEMENT, ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'OPERATEUR) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  ClientIdResolu DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AncienCodePostal DELIMITED SPACE
                  '","' DELIMITED SIZE
                  AncienneVille DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AncienneProfession DELIMITED SPACE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","0","' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              UPDATE-LANGUE-CLIENT                      *****
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
               STRING 'SELECT ' DELIMITED SIZE
                   'ADRESSE, ' DELIMITED SIZE
                   'CODEPOSTAL, ' DELIMITED SIZE
                   'VILLE, ' DELIMITED SIZE
                   'IFNULL(CODEPROFESSION, ""), ' DELIMITED SIZE
                   'IFNULL(ADRESSENPAI, "0") ' DELIMITED SIZE
                   'FROM '    DELIMITED SIZE
                   'CLIENTS '    DELIMITED SIZE
                   'WHERE '    DELIMITED SIZE
               STRING 'SELECT ' DELIMITED SIZE
                   'ADRESSE, ' DELIMITED SIZE
                   'CODEPOSTAL, ' DELIMITED SIZE
                   'VILLE, ' DELIMITED SIZE
                   'IFNULL(CODEPROFESSION, ""), ' DELIMITED SIZE
                   'IFNULL(ADRESSENPAI, "0") ' DELIMITED SIZE
                   'FROM '    DELIMITED SIZE
                   'CLIENTS '    DELIMITED SIZE
                   'WHERE '    DELIMITED SIZE
               STRING 'SELECT ' DELIMITED SIZE
                   'ADRESSE, ' DELIMITED SIZE
                   'CODEPOSTAL, ' DELIMITED SIZE
                   'VILLE, ' DELIMITED SIZE
                   'IFNULL(CODEPROFESSION, ""), ' DELIMITED SIZE
                   'IFNULL(ADRESSENPAI, "0") ' DELIMITED SIZE
                   'FROM '    DELIMITED SIZE
                   'CLIENTS '    DELIMITED SIZE
                   'WHERE '    DELIMITED SIZE
               STRING 'SELECT ' DELIMITED SIZE
                   'ADRESSE, ' DELIMITED SIZE
                   'CODEPOSTAL, ' DELIMITED SIZE
                   'VILLE, ' DELIMITED SIZE
                   'IFNULL(CODEPROFESSION, ""), ' DELIMITED SIZE
                   'IFNULL(ADRESSENPAI, "0") ' DELIMITED SIZE
                   'FROM '    DELIMITED SIZE
                   'CLIENTS '    DELIMITED SIZE
                   'WHERE '    DELIMITED SIZE
               STRING 'SELECT ' DELIMITED SIZE
                   'ADRESSE, ' DELIMITED SIZE
                   'CODEPOSTAL, ' DELIMITED SIZE
                   'VILLE, ' DELIMITED SIZE
                   'IFNULL(CODEPROFESSION, ""), ' DELIMITED SIZE
                   'IFNULL(ADRESSENPAI, "0") ' DELIMITED SIZE
                   'FROM '    DELIMITED SIZE
                   'CLIENTS '    DELIMITED SIZE
                   'WHERE '    DELIMITED SIZE
               STRING 'SELECT ' DELIMITED SIZE
                   'ADRESSE, ' DELIMITED SIZE
                   'CODEPOSTAL, ' DELIMITED SIZE
                   'VILLE, ' DELIMITED SIZE
                   'IFNULL(CODEPROFESSION, ""), ' DELIMITED SIZE
                   'IFNULL(ADRESSENPAI, "0") ' DELIMITED SIZE
                   'FROM '    DELIMITED SIZE
                   'CLIENTS '    DELIMITED SIZE
                   'WHERE '    DELIMITED SIZE
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYHADRP OF "cobol/source_cobol".
