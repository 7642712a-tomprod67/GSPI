      *    les lots de courrier la suppriment et WORKLISTLOT pousse le
      *    client en recherche d'adresse. MAJCLI leve le drapeau des
      *    qu'une nouvelle adresse est enregistree.
      *    Une troisieme zone, facultative, porte l'identifiant du pli
      *    lu sur son code a barres (voir CPYIMPR) : le document
      *    revenu est alors retrouve dans PLISCOURRIER, le client en
      *    est deduit (la premiere zone peut rester vide) et
      *    l'adresse n'est marquee que si le pli est parti a la
      *    version d'adresse encore en cours.
       01 RetourIdClient pic X(10).
       01 RetourMotif pic X(100).
       01 RetourIdentifiant pic X(12).
       01 RetourIdentifiant-R redefines RetourIdentifiant.
           05 RetourIdPli pic 9(10).
           05 RetourClePli pic 9(2).

       01 PliQuotient pic 9(10).
       01 PliReste pic 9(2).
       01 PliCle pic 9(2).
       01 PliTrouve pic 9 value 0.
       01 PliIdClient pic X(10).
       01 PliTypeDocument pic X(20).
       01 PliReference pic X(30).
       01 PliDateRetour pic X(10).
       01 PliVersionEnvoiTexte pic X(10).
       01 PliVersionCouranteTexte pic X(10).
       01 PliVersionEnvoi pic 9(8).
       01 PliVersionCourante pic 9(8).
       01 PliIdClientNum pic 9(10).
       01 RetourIdClientNum pic 9(10).

       01 ClientTrouve pic 9 value 0.

       01 NbRetoursLus pic 9(8) value 0.
       01 NbClientsMarques pic 9(8) value 0.
       01 NbRetoursEnException pic 9(8) value 0.
       01 NbPlisIdentifies pic 9(8) value 0.

       01 AuditNomTable pic X(20).
       01 AuditIdEnregistrement pic X(20).
       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYHADR OF "cobol/source_cobol".
       COPY CPYFICH OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
       GSPI-Init.
           perform Get-Current-Date.
           perform Write-Journal-Batch-Debut.
           perform Controler-Fichier-Entrant.
           open output F-Exceptions.

       GSPI-Trt.
      *    Un fichier refuse au registre n'est pas traite.
           IF FICH-ACCEPTE
               perform Integrer-Retours-Courrier
           END-IF.

       GSPI-Fin.
           close F-Exceptions.
           perform FICH-Cloturer-Fichier.
           display NbRetoursLus.
           display NbClientsMarques.
           display NbRetoursEnException.
           display NbPlisIdentifies.
           MOVE NbRetoursLus TO JB-LignesLues.
           MOVE NbClientsMarques TO JB-LignesEcrites.
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
      *    Premiere lecture des retours de courrier pour le registre des
      *    fichiers entrants (voir CPYFICH). Lignes de controle de La
      *    Poste : ENTETE;emetteur et TOTAL;nombre de retours.
       Controler-Fichier-Entrant.
           MOVE 'NPAILOT' TO FICH-PROGRAMME.
           MOVE 'retours_npai_lot.txt' TO FICH-NOM.
           MOVE 'LA POSTE' TO FICH-EMETTEUR.
           perform FICH-Debut-Controle.
           move 0 to Boucleur-read-retours.
           open INPUT F-RetoursCourrier.
           perform Controler-Fichier-Entrant-Trt
               until Boucleur-read-retours = 1.
           close F-RetoursCourrier.
           perform FICH-Enregistrer-Fichier.

       Controler-Fichier-Entrant-Trt.
           read F-RetoursCourrier
               at end
                   move 1 to Boucleur-read-retours
               not at end
                   MOVE E-RetoursCourrier TO FICH-LIGNE
                   perform FICH-Cumuler-Ligne
           end-read.

      ******************************************************************
      *****            INTEGRER-RETOURS-COURRIER                   *****
      ******************************************************************
               at end
                   move 1 to Boucleur-read-retours
               not at end
                   MOVE E-RetoursCourrier TO FICH-LIGNE
                   perform FICH-Tester-Ligne
                   IF not FICH-LIGNE-CONTROLE
                       add 1 to NbRetoursLus
                       perform Traiter-Un-Retour
                   END-IF
           end-read.

       Integrer-Retours-Courrier-Fin.
       Traiter-Un-Retour.
           MOVE SPACES TO RetourIdClient.
           MOVE SPACES TO RetourMotif.
           MOVE SPACES TO RetourIdentifiant.
           unstring E-RetoursCourrier delimited by ";" into
            RetourIdClient
            RetourMotif
            RetourIdentifiant
           end-unstring.

           IF RetourIdentifiant = SPACES
               perform Traiter-Retour-Client
           ELSE
               perform Traiter-Retour-Pli
           END-IF.

       Traiter-Retour-Client.
           IF RetourIdClient = SPACES
               MOVE "LIGNE RETOUR NPAI MALFORMEE" TO MotifException
               perform Write-Ligne-Exception
               END-IF
           END-IF.

      ******************************************************************
      *****                 TRAITER-RETOUR-PLI                     *****
      ******************************************************************
      *    L'identifiant est controle par sa cle (97 moins le reste
      *    du numero divise par 97) avant toute lecture : un code a
      *    barres mal lu part en exception sans toucher au client.
       Traiter-Retour-Pli.
           MOVE 0 TO PliTrouve.
           MOVE 0 TO PliCle.
           IF RetourIdentifiant IS NUMERIC
               DIVIDE RetourIdPli BY 97 GIVING PliQuotient
                   REMAINDER PliReste
               COMPUTE PliCle = 97 - PliReste
           END-IF.
           IF PliCle = 0 OR PliCle not = RetourClePli
               MOVE "IDENTIFIANT DE PLI INVALIDE" TO MotifException
               perform Write-Ligne-Exception
           ELSE
               perform Select-Pli-Retour
               perform Traiter-Retour-Pli-Suite
           END-IF.

       Traiter-Retour-Pli-Suite.
           MOVE 0 TO RetourIdClientNum.
           IF RetourIdClient not = SPACES
               COMPUTE RetourIdClientNum =
                   FUNCTION NUMVAL (RetourIdClient)
           END-IF.
           EVALUATE TRUE
               WHEN PliTrouve = 0
                   MOVE "PLI INCONNU" TO MotifException
                   perform Write-Ligne-Exception
               WHEN RetourIdClient not = SPACES
                AND RetourIdClientNum not = PliIdClientNum
                   MOVE "PLI D UN AUTRE CLIENT" TO MotifException
                   perform Write-Ligne-Exception
               WHEN PliDateRetour not = SPACES
                   MOVE "PLI DEJA RETOURNE" TO MotifException
                   perform Write-Ligne-Exception
               WHEN OTHER
                   ADD 1 TO NbPlisIdentifies
                   MOVE PliIdClient TO RetourIdClient
                   perform Update-Pli-Retourne
                   perform Traiter-Retour-Pli-Adresse
           END-EVALUATE.

      *    Un pli parti a une version d'adresse deja remplacee ne
      *    marque pas l'adresse actuelle (version 0 : pli emis avant
      *    tout historique, l'adresse en cours est presumee).
       Traiter-Retour-Pli-Adresse.
           IF PliVersionEnvoi not = 0
              AND PliVersionEnvoi not = PliVersionCourante
               MOVE "ADRESSE MODIFIEE DEPUIS L ENVOI" TO MotifException
               perform Write-Ligne-Exception
           ELSE
               perform Traiter-Retour-Client
           END-IF.

      ******************************************************************
      *****                  SELECT-PLI-RETOUR                     *****
      ******************************************************************
       Select-Pli-Retour.
           MOVE 0 TO PliTrouve.
           MOVE SPACES TO PliIdClient.
           MOVE SPACES TO PliTypeDocument.
           MOVE SPACES TO PliReference.
           MOVE SPACES TO PliDateRetour.
           MOVE SPACES TO PliVersionEnvoiTexte.
           MOVE SPACES TO PliVersionCouranteTexte.
           MOVE 0 TO PliIdClientNum.
           MOVE 0 TO PliVersionEnvoi.
           MOVE 0 TO PliVersionCourante.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'P.IDCLIENT, P.TYPEDOCUMENT, P.REFERENCE, '
                  DELIMITED SIZE
                  'P.DATERETOUR, P.IDHISTOADRESSE, ' DELIMITED SIZE
                  'IFNULL((SELECT MAX(H.IDHISTOADRESSE) ' DELIMITED SIZE
                  'FROM HISTOADRESSE H ' DELIMITED SIZE
                  'WHERE H.IDCLIENT = P.IDCLIENT ' DELIMITED SIZE
                  'AND H.DATEFIN = ""), 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'PLISCOURRIER P ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'P.IDPLI ' DELIMITED SIZE
                  '= ' DELIMITED SIZE
                  RetourIdPli DELIMITED SIZE
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
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            PliIdClient
                                            PliTypeDocument
                                            PliReference
                                            PliDateRetour
                                            PliVersionEnvoiTexte
                                            PliVersionCouranteTexte
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO PliTrouve
               INSPECT PliIdClient REPLACING ALL LOW-VALUE BY SPACE
               INSPECT PliDateRetour REPLACING ALL LOW-VALUE BY SPACE
               INSPECT PliVersionEnvoiTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT PliVersionCouranteTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               COMPUTE PliIdClientNum = FUNCTION NUMVAL (PliIdClient)
               IF PliVersionEnvoiTexte not = SPACES
                   COMPUTE PliVersionEnvoi =
                       FUNCTION NUMVAL (PliVersionEnvoiTexte)
               END-IF
               IF PliVersionCouranteTexte not = SPACES
                   COMPUTE PliVersionCourante =
                       FUNCTION NUMVAL (PliVersionCouranteTexte)
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                UPDATE-PLI-RETOURNE                     *****
      ******************************************************************
      *    Le pli garde la date et le motif de son retour : le
      *    document revenu est identifie exactement (type, reference).
      *    Un bordereau d'envoi (REGROUPLOT) revenu marque aussi les
      *    plis regroupes sous son enveloppe.
       Update-Pli-Retourne.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'PLISCOURRIER ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'DATERETOUR = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", MOTIFRETOUR = "' DELIMITED SIZE
                  RetourMotif DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDPLI ' DELIMITED SIZE
                  '= ' DELIMITED SIZE
                  RetourIdPli DELIMITED SIZE
                  ' OR (ENVELOPPE = ' DELIMITED SIZE
                  RetourIdPli DELIMITED SIZE
                  ' AND DATERETOUR = "")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF DB-OK
               MOVE SPACES TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING PliTypeDocument DELIMITED SPACE
                      ' ' DELIMITED SIZE
                      PliReference DELIMITED SIZE
               INTO AuditNouvelleValeur
               END-STRING
               MOVE RetourIdentifiant TO AuditIdEnregistrement
               MOVE 'PLISCOURRIER' TO AuditNomTable
               MOVE 'RETOUR' TO AuditOperation
               perform Write-Audit-Trail
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               SELECT-CLIENT-RETOUR                     *****
      ******************************************************************

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'ADRESSE, ' DELIMITED SIZE
                  'CODEPOSTAL, ' DELIMITED SIZE
                  'VILLE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CLIENTS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
           END-IF.

           IF SQLCODE = 0
               MOVE SPACES TO HADR-ADRESSE
               MOVE SPACES TO HADR-CODEPOSTAL
               MOVE SPACES TO HADR-VILLE
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            RetourIdClient
                                            HADR-ADRESSE
                                            HADR-CODEPOSTAL
                                            HADR-VILLE
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
      ******************************************************************
      *****                UPDATE-CLIENT-NPAI                      *****
      ******************************************************************
      *    L'adresse marquee NPAI devient une nouvelle version de
      *    l'historique (voir CPYHADR) : les courriers envoyes avant le
      *    retour restent rattaches a la version encore distribuable.
       Update-Client-Npai.
           MOVE RetourIdClient TO HADR-IDCLIENT.
           perform HADR-Amorcer-Historique.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CLIENTS ' DELIMITED SIZE
           MOVE RETURN-CODE TO SQLCODE.

           IF DB-OK
               INSPECT HADR-ADRESSE REPLACING ALL LOW-VALUE BY SPACE
               INSPECT HADR-CODEPOSTAL REPLACING ALL LOW-VALUE BY SPACE
               INSPECT HADR-VILLE REPLACING ALL LOW-VALUE BY SPACE
               MOVE '1' TO HADR-NPAI
               MOVE 'NPAILOT' TO HADR-SOURCE
               MOVE currentDate TO HADR-DATE
               perform HADR-Nouvelle-Version
               ADD 1 TO NbClientsMarques
               MOVE SPACES TO AuditAncienneValeur
               MOVE RetourMotif TO AuditNouvelleValeur
                   MotifException DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
                   ';' DELIMITED SIZE
                   RetourIdentifiant DELIMITED SIZE
           INTO LIGNE-EXCEPTION
           END-STRING.
           write E-Exceptions from LIGNE-EXCEPTION.
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYFICHP OF "cobol/source_cobol".
       COPY CPYHADRP OF "cobol/source_cobol".
