      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ECHEANPRE.
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
           select F-DataSubmited
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/echeancier_prestation_requete.txt"
           organization is line sequential.

           select F-Response
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/echeancier_prestation_response.txt"
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

       FD F-Response record varying from 0 to 1000.
       01 E-Response pic x(1000).

       FD F-Archive record varying from 0 to 1000.
       01 E-Archive pic x(1000).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.

       01 ARCHIVE-AAMMJJ pic 9(6).
       01 ARCHIVE-HHMMSSCC pic 9(8).
       01 WS-ARCHIVE-PATH pic X(300).

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

       01 champValeur.
         05 SinistreChamp Pic x(20).
         05 ActionChamp Pic x(20).
         05 MontantChamp Pic x(25).
         05 PeriodiciteChamp Pic x(20).
         05 DebutChamp Pic x(25).
         05 FinChamp Pic x(25).
         05 PeriodesChamp Pic x(20).
         05 MotifChamp Pic x(50).

       01 trash pic X(255).

      *    Echeancier de prestations recurrentes : indemnite
      *    journaliere d'hospitalisation ou d'incapacite, rente apres
      *    un sinistre deces ou invalidite. CREER pose sur le sinistre
      *    le montant par periode, la periodicite (M mensuelle,
      *    T trimestrielle, S semestrielle, A annuelle), la date de
      *    premiere echeance et une date de fin et/ou un nombre maximal
      *    de periodes. ECHEANLOT emet chaque mois les prestations
      *    echues, qui suivent ensuite VALIDPRE et REGLEPRELOT. ARRETER
      *    interrompt l'echeancier a la main avec un motif. CERTIFIER
      *    enregistre le retour du certificat de vie demande chaque
      *    annee par CERTVIELOT et leve la suspension eventuelle.
      *    Un seul echeancier actif (statut 1) par sinistre.
       01 SinistreIdNum pic 9(8) value 0.
       01 ActionAUtiliser pic X(9) value 'CREER'.
       01 MontantPeriode pic 9(8) value 0.
       01 Periodicite pic X value SPACES.
       01 DateDebut pic X(10) value SPACES.
       01 DateFin pic X(10) value SPACES.
       01 NbPeriodesMax pic 9(4) value 0.
       01 MotifArret pic X(40) value SPACES.

       01 DateAControler pic X(10).
       01 DateCorrecte pic 9 value 0.

       01 SinistreTrouve pic 9 value 0.
       01 StatutSinistre pic 9.

       01 EcheancierActif pic 9 value 0.
       01 EcheancierIdTexte pic X(10).
       01 NbEmisesTexte pic X(6).

       01 MESSAGE-RESPONSE pic X(220).
       01 STATUT-RESPONSE pic X(6).
       01 CODE-RETOUR pic 9(3).

       01 LigneMalformee pic 9 value 0.
       01 WS-NbDeuxPoints pic 99 value 0.

       01 COMPLETE-RESPONSE pic X(1000).

       01 AuditNomTable pic X(20).
       01 AuditIdEnregistrement pic X(20).
       01 AuditOperation pic X(10).
       01 AuditAncienneValeur pic X(50).
       01 AuditNouvelleValeur pic X(50).

      *    Identifiant de correlation optionnel (label correlation:)
      *    repris dans la reponse, le nom d'archive et l'audit.
       01 CorrelationId pic X(30) value SPACES.
       01 CorrSuffixe pic X(31) value SPACES.
       01 posCorrelation pic 9(4).

       01 OperateurSaisi pic X(10) value SPACES.
      *    Identite operateur : label operateur: obligatoire sur la
      *    requete, controle contre la table UTILISATEURS avec le
      *    niveau d'habilitation de la fonction du programme.
       01 OperateurRefuse pic 9 value 0.
       01 NiveauHabilitation pic X.
       01 posOperateur pic 9(4).

      *    Garde anti-doublon : empreinte de la ligne de requete
      *    verifiee contre REQUESTLOG (requetes du jour), comme dans
      *    GESTCONT.
       01 EmpreinteRequete pic 9(9) value 0.
       01 iEmpreinte pic 9(3).
       01 RequeteDupliquee pic 9 value 0.
       01 StatutOrigine pic X(6).
       01 MessageOrigine pic X(150).

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
           perform Read-File-Submited.
           IF LigneMalformee = 0
               perform Sanitize-Champs-Libres
           END-IF.

       GSPI-Trt.
           IF LigneMalformee = 0
               perform Verifier-Operateur
           END-IF.
           IF LigneMalformee = 0 AND OperateurRefuse = 0
               perform Verifier-Requete-Dupliquee
           END-IF.
           EVALUATE TRUE
               WHEN LigneMalformee = 1
                   perform Rejeter-Ligne-Malformee
               WHEN OperateurRefuse = 1
                   CONTINUE
               WHEN RequeteDupliquee = 1
                   CONTINUE
               WHEN SinistreIdNum = 0
                   MOVE "ERREUR = NUMERO DE SINISTRE OBLIGATOIRE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN OTHER
                   perform Gerer-Echeancier
           END-EVALUATE.
           IF LigneMalformee = 0 AND OperateurRefuse = 0
               AND RequeteDupliquee = 0
               perform Enregistrer-Requete
           END-IF.
           perform Write-Response-File.
           perform Archive-Request-Response.
       GSPI-Fin.
           stop run.

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
                     perform Valider-Structure-Ligne
                     IF LigneMalformee = 0
                         perform Unstring-Line
                     END-IF
           end-read.

       Read-File-Submited-Fin.
           close F-DataSubmited.
           perform Extraire-Correlation-Id.
           perform Extraire-Operateur.

      ******************************************************************
      *****              VALIDER-STRUCTURE-LIGNE                   *****
      ******************************************************************
      *    Verifie que la ligne de requete contient au moins les 2
      *    champs "label:valeur" obligatoires (Sinistre, Action) en
      *    plus du label operateur:. Les autres champs ne sont requis
      *    que selon l'action et sont controles dans Gerer-Echeancier.
       Valider-Structure-Ligne.
           MOVE 0 TO LigneMalformee.
           MOVE 0 TO WS-NbDeuxPoints.
           IF E-DataSubmited = SPACES
               MOVE 1 TO LigneMalformee
           ELSE
               INSPECT E-DataSubmited TALLYING WS-NbDeuxPoints
                   FOR ALL ':'
               IF WS-NbDeuxPoints < 2
                   MOVE 1 TO LigneMalformee
               END-IF
           END-IF.

      ******************************************************************
      *****             REJETER-LIGNE-MALFORMEE                    *****
      ******************************************************************
       Rejeter-Ligne-Malformee.
           MOVE "ERREUR = REQUETE MALFORMEE" TO MESSAGE-RESPONSE.
           MOVE "ERREUR" TO STATUT-RESPONSE.
           MOVE 400 TO CODE-RETOUR.

      ******************************************************************
      *****                    UNSTRING-LINE                       *****
      ******************************************************************
       Unstring-Line.
           display E-DataSubmited.
           unstring E-DataSubmited delimited by "," into
            SinistreChamp of champValeur
            ActionChamp of champValeur
            MontantChamp of champValeur
            PeriodiciteChamp of champValeur
            DebutChamp of champValeur
            FinChamp of champValeur
            PeriodesChamp of champValeur
            MotifChamp of champValeur
           end-unstring.
           unstring SinistreChamp of champValeur delimited by ":" into
            trash
            SinistreIdNum
           end-unstring.
           IF ActionChamp of champValeur not = SPACES
               unstring ActionChamp of champValeur delimited by ":"
                into trash ActionAUtiliser
               end-unstring
           END-IF.
           IF MontantChamp of champValeur not = SPACES
               unstring MontantChamp of champValeur delimited by ":"
                into trash MontantPeriode
               end-unstring
           END-IF.
           IF PeriodiciteChamp of champValeur not = SPACES
               unstring PeriodiciteChamp of champValeur
                delimited by ":"
                into trash Periodicite
               end-unstring
           END-IF.
           IF DebutChamp of champValeur not = SPACES
               unstring DebutChamp of champValeur delimited by ":"
                into trash DateDebut
               end-unstring
           END-IF.
           IF FinChamp of champValeur not = SPACES
               unstring FinChamp of champValeur delimited by ":"
                into trash DateFin
               end-unstring
           END-IF.
           IF PeriodesChamp of champValeur not = SPACES
               unstring PeriodesChamp of champValeur delimited by ":"
                into trash NbPeriodesMax
               end-unstring
           END-IF.
           IF MotifChamp of champValeur not = SPACES
               unstring MotifChamp of champValeur delimited by ":"
                into trash MotifArret
               end-unstring
           END-IF.

       Unstring-Line-Fin.
           EXIT.

      ******************************************************************
      *****               SANITIZE-CHAMPS-LIBRES                   *****
      ******************************************************************
      *    Neutralise les guillemets des champs libres avant insertion
      *    dans une instruction SQL delimitee par des guillemets.
       Sanitize-Champs-Libres.
           INSPECT MotifArret REPLACING ALL '"' BY "'".
           INSPECT DateDebut REPLACING ALL '"' BY "'".
           INSPECT DateFin REPLACING ALL '"' BY "'".

      ******************************************************************
      *****                  GERER-ECHEANCIER                      *****
      ******************************************************************
       Gerer-Echeancier.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           perform Select-Sinistre-Echeancier.
           IF SinistreTrouve = 1
               perform Select-Echeancier-Actif
           END-IF.
           EVALUATE TRUE
               WHEN SinistreTrouve = 0
                   MOVE "ERREUR = SINISTRE INCONNU" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'CREER'
                AND StatutSinistre = 5
                   MOVE "ERREUR = SINISTRE CLOS, ECHEANCIER IMPOSSIBLE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'CREER'
                AND EcheancierActif = 1
                   MOVE "ERREUR = UN ECHEANCIER EST DEJA ACTIF SUR CE SI
      -            "NISTRE" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'CREER'
                   perform Creer-Echeancier
               WHEN ActionAUtiliser = 'ARRETER'
                AND EcheancierActif = 0
                   MOVE "ERREUR = AUCUN ECHEANCIER ACTIF POUR CE SINISTR
      -            "E" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'ARRETER'
                   perform Arreter-Echeancier
               WHEN ActionAUtiliser = 'CERTIFIER'
                AND EcheancierActif = 0
                   MOVE "ERREUR = AUCUN ECHEANCIER ACTIF POUR CE SINISTR
      -            "E" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ActionAUtiliser = 'CERTIFIER'
                   perform Update-Echeancier-Certifie
               WHEN OTHER
                   MOVE "ERREUR = ACTION INCONNUE (CREER, ARRETER OU CER
      -            "TIFIER)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
           END-EVALUATE.
           perform Close-BDD.

       Select-Sinistre-Echeancier.
           MOVE 0 TO SinistreTrouve.
           MOVE 0 TO StatutSinistre.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'STATUS ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'SINISTRES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDSINISTRE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           display SQLCA-STATEMENT.
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
                                            StatutSinistre
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO SinistreTrouve
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

       Select-Echeancier-Actif.
           MOVE 0 TO EcheancierActif.
           MOVE SPACES TO EcheancierIdTexte.
           MOVE SPACES TO NbEmisesTexte.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDECHEANCIER, ' DELIMITED SIZE
                  'IFNULL(NBPERIODESEMISES, 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ECHEANCIERPRESTATION ' DELIMITED SIZE
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
                                            EcheancierIdTexte
                                            NbEmisesTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO EcheancierActif
           END-IF.
           INSPECT EcheancierIdTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NbEmisesTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  CREER-ECHEANCIER                      *****
      ******************************************************************
      *    La premiere echeance tombe a la date de debut ; une borne
      *    (date de fin ou nombre de periodes) est exigee pour qu'un
      *    echeancier ne coure jamais sans limite en dehors du plafond
      *    de garantie.
       Creer-Echeancier.
           MOVE 1 TO DateCorrecte.
           MOVE DateDebut TO DateAControler.
           perform Controler-Format-Date.
           IF DateFin not = SPACES AND DateCorrecte = 1
               MOVE DateFin TO DateAControler
               perform Controler-Format-Date
           END-IF.
           EVALUATE TRUE
               WHEN MontantPeriode = 0
                   MOVE "ERREUR = MONTANT PAR PERIODE OBLIGATOIRE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN Periodicite not = 'M' AND Periodicite not = 'T'
                AND Periodicite not = 'S' AND Periodicite not = 'A'
                   MOVE "ERREUR = PERIODICITE M, T, S OU A"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN DateCorrecte = 0
                   MOVE "ERREUR = DATE ATTENDUE AU FORMAT JJ/MM/AAAA"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN DateFin = SPACES AND NbPeriodesMax = 0
                   MOVE "ERREUR = DATE DE FIN OU NOMBRE DE PERIODES OBLI
      -            "GATOIRE" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN OTHER
                   perform Insert-Echeancier
           END-EVALUATE.

       Controler-Format-Date.
           IF DateAControler (3:1) not = '/'
               OR DateAControler (6:1) not = '/'
               OR DateAControler (1:2) is not numeric
               OR DateAControler (4:2) is not numeric
               OR DateAControler (7:4) is not numeric
               MOVE 0 TO DateCorrecte
           END-IF.

       Insert-Echeancier.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'ECHEANCIERPRESTATION' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'SINISTREID, ' DELIMITED SIZE
                  'MONTANTPERIODE, ' DELIMITED SIZE
                  'PERIODICITE, ' DELIMITED SIZE
                  'DATEDEBUT, ' DELIMITED SIZE
                  'DATEFIN, ' DELIMITED SIZE
                  'NBPERIODESMAX, ' DELIMITED SIZE
                  'NBPERIODESEMISES, ' DELIMITED SIZE
                  'DATEPROCHAINE, ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'DATECREATION, ' DELIMITED SIZE
                  'OPERATEUR) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  SinistreIdNum DELIMITED SIZE
                  '","' DELIMITED SIZE
                  MontantPeriode DELIMITED SIZE
                  '","' DELIMITED SIZE
                  Periodicite DELIMITED SIZE
                  '","' DELIMITED SIZE
                  DateDebut DELIMITED SIZE
                  '","' DELIMITED SIZE
                  DateFin DELIMITED SPACE
                  '","' DELIMITED SIZE
                  NbPeriodesMax DELIMITED SIZE
                  '","0","' DELIMITED SIZE
                  DateDebut DELIMITED SIZE
                  '","1","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE "SUCCES = L ECHEANCIER DE PRESTATIONS EST ENREGISTRE
      -        " SUR LE SINISTRE" TO MESSAGE-RESPONSE
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE SPACES TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING MontantPeriode DELIMITED SIZE
                      ' / ' DELIMITED SIZE
                      Periodicite DELIMITED SIZE
                      ' DES ' DELIMITED SIZE
                      DateDebut DELIMITED SIZE
               INTO AuditNouvelleValeur
               END-STRING
               MOVE SinistreIdNum TO AuditIdEnregistrement
               MOVE 'ECHEANCIER' TO AuditNomTable
               MOVE 'INSERT' TO AuditOperation
               perform Write-Audit-Trail
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 900 TO CODE-RETOUR
               MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *****                 ARRETER-ECHEANCIER                     *****
      ******************************************************************
      *    Arret manuel (reprise du travail, conversion en capital...)
      *    : les prestations deja emises restent dans leur circuit.
       Arreter-Echeancier.
           IF MotifArret = SPACES
               MOVE "ERREUR = MOTIF OBLIGATOIRE POUR ARRETER"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 100 TO CODE-RETOUR
           ELSE
               perform Update-Echeancier-Arrete
           END-IF.

       Update-Echeancier-Arrete.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'ECHEANCIERPRESTATION ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "3", ' DELIMITED SIZE
                  'MOTIFARRET = "' DELIMITED SIZE
                  MotifArret DELIMITED SIZE
                  '", DATEARRET = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDECHEANCIER ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  EcheancierIdTexte DELIMITED SPACE
                  '" AND STATUT = "1"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE "SUCCES = L ECHEANCIER DE PRESTATIONS EST ARRETE"
               TO MESSAGE-RESPONSE
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE SPACES TO AuditAncienneValeur
               STRING 'EMISES ' DELIMITED SIZE
                      NbEmisesTexte DELIMITED SPACE
               INTO AuditAncienneValeur
               END-STRING
               MOVE MotifArret TO AuditNouvelleValeur
               MOVE SinistreIdNum TO AuditIdEnregistrement
               MOVE 'ECHEANCIER' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 900 TO CODE-RETOUR
               MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *****                UPDATE-ECHEANCIER-CERTIFIE              *****
      ******************************************************************
      *    Certificat de vie recu : l'echeancier suspendu par
      *    CERTVIELOT reprend, ECHEANLOT rattrape au passage suivant
      *    les periodes non emises pendant la suspension.
       Update-Echeancier-Certifie.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'ECHEANCIERPRESTATION ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'DATERETOURVIE = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", SUSPENDU = "0" ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDECHEANCIER ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  EcheancierIdTexte DELIMITED SPACE
                  '" AND STATUT = "1"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE "SUCCES = LE CERTIFICAT DE VIE EST ENREGISTRE"
               TO MESSAGE-RESPONSE
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE SPACES TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING 'CERTIFICAT DE VIE RECU LE ' DELIMITED SIZE
                      currentDate DELIMITED SIZE
               INTO AuditNouvelleValeur
               END-STRING
               MOVE SinistreIdNum TO AuditIdEnregistrement
               MOVE 'ECHEANCIER' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 900 TO CODE-RETOUR
               MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Appele pendant que la connexion ouverte par Gerer-Echeancier
      *    est encore active, avant son propre Close-BDD.
       Write-Audit-Trail.
           perform Write-Audit-Trail-Trt.
           perform Write-Audit-Trail-Fin.

       Write-Audit-Trail-Trt.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'AUDITJOURNAL' DELIMITED SIZE
                  '('    DELIMITED SIZE
                  'NOMTABLE, ' DELIMITED SIZE
                  'IDENREGISTREMENT, ' DELIMITED SIZE
                  'OPERATION, '    DELIMITED SIZE
                  'ANCIENNEVALEUR, '    DELIMITED SIZE
                  'NOUVELLEVALEUR, '    DELIMITED SIZE
                  'PROGRAMME, '    DELIMITED SIZE
                  'DATEAUDIT, '    DELIMITED SIZE
                  'CORRELATIONID, ' DELIMITED SIZE
                  'OPERATEUR) '    DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("'    DELIMITED SIZE
                  AuditNomTable DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AuditIdEnregistrement DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AuditOperation DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AuditAncienneValeur DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AuditNouvelleValeur DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  CorrelationId DELIMITED SPACE
                  '","' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

       Write-Audit-Trail-Fin.
           EXIT.

       Write-Response-File.
           open output F-Response.
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
       Archive-Request-Response.
           ACCEPT ARCHIVE-AAMMJJ FROM DATE.
           ACCEPT ARCHIVE-HHMMSSCC FROM TIME.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -          "/archives/echeancier_prestation_" DELIMITED SIZE
                   ARCHIVE-AAMMJJ DELIMITED SIZE
                   "_" DELIMITED SIZE
                   ARCHIVE-HHMMSSCC DELIMITED SIZE
                   "_" DELIMITED SIZE
                   SinistreIdNum DELIMITED SIZE
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
      *****             EXTRAIRE-CORRELATION-ID                    *****
      ******************************************************************
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

      ******************************************************************
      *****               EXTRAIRE-OPERATEUR                       *****
      ******************************************************************
       Extraire-Operateur.
           MOVE SPACES TO OperateurSaisi.
           MOVE 0 TO posOperateur.
           INSPECT E-DataSubmited TALLYING posOperateur
               FOR CHARACTERS BEFORE INITIAL 'operateur:'.
           IF posOperateur < 240
               unstring E-DataSubmited (posOperateur + 11:)
                   delimited by ',' or space into OperateurSaisi
               end-unstring
           END-IF.

      ******************************************************************
      *****               VERIFIER-OPERATEUR                       *****
      ******************************************************************
      *    L'operateur doit exister dans UTILISATEURS et disposer du
      *    niveau d'habilitation de la fonction du programme, sinon la
      *    transaction est refusee (410 inconnu, 411 non habilite).
       Verifier-Operateur.
           MOVE 0 TO OperateurRefuse.
           MOVE SPACES TO NiveauHabilitation.
           IF OperateurSaisi = SPACES
               MOVE 1 TO OperateurRefuse
               MOVE "ERREUR = CODE OPERATEUR OBLIGATOIRE (LABEL operateu
      -        "r:)" TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 410 TO CODE-RETOUR
           ELSE
               perform Verifier-Operateur-Suite
           END-IF.

       Verifier-Operateur-Suite.

           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           IF SQLCA-CURSOR-CTRL (9) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (9).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'NIVSINISTRES ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'UTILISATEURS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CODEOPERATEUR ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (9)
              END-CALL
              IF SQLCA-RESULT (9) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (9)
                                            NiveauHabilitation
               END-CALL
               IF SQLCA-RESULT (9) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 1 TO OperateurRefuse
                   MOVE "ERREUR = OPERATEUR INCONNU" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 410 TO CODE-RETOUR
               WHEN SQLCODE not = 0
                   MOVE 1 TO OperateurRefuse
                   MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 900 TO CODE-RETOUR
               WHEN NiveauHabilitation not = '1'
                   MOVE 1 TO OperateurRefuse
                   MOVE "ERREUR = OPERATEUR NON HABILITE POUR CETTE FONC
      -            "TION" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 411 TO CODE-RETOUR
           END-EVALUATE.

           MOVE 0 TO SQLCA-CURSOR-CTRL (9).
           MOVE 0 TO SQLCODE.
           perform Close-BDD.

      ******************************************************************
      *****            VERIFIER-REQUETE-DUPLIQUEE                  *****
      ******************************************************************
       Calculer-Empreinte.
           MOVE 0 TO EmpreinteRequete.
           MOVE 0 TO iEmpreinte.
           perform Cumuler-Empreinte until iEmpreinte = 255.

       Cumuler-Empreinte.
           add 1 to iEmpreinte.
           COMPUTE EmpreinteRequete = FUNCTION MOD(
               EmpreinteRequete * 31
               + FUNCTION ORD(E-DataSubmited (iEmpreinte:1)),
               999999937).

       Verifier-Requete-Dupliquee.
           MOVE 0 TO RequeteDupliquee.
           perform Calculer-Empreinte.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           IF SQLCA-CURSOR-CTRL (8) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (8).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'STATUT, MESSAGE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'REQUESTLOG ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'EMPREINTE = "' DELIMITED SIZE
                  EmpreinteRequete DELIMITED SIZE
                  '" AND PROGRAMME = "' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
                  '" AND DATEREQ = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (8)
              END-CALL
              IF SQLCA-RESULT (8) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE SPACES TO StatutOrigine
               MOVE SPACES TO MessageOrigine
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (8)
                                            StatutOrigine
                                            MessageOrigine
               END-CALL
               IF SQLCA-RESULT (8) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO RequeteDupliquee
               MOVE StatutOrigine TO STATUT-RESPONSE
               MOVE MessageOrigine TO MESSAGE-RESPONSE
               MOVE 230 TO CODE-RETOUR
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (8).
           MOVE 0 TO SQLCODE.
           perform Close-BDD.

      ******************************************************************
      *****               ENREGISTRER-REQUETE                      *****
      ******************************************************************
       Enregistrer-Requete.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT INTO REQUESTLOG ' DELIMITED SIZE
                  '(EMPREINTE, PROGRAMME, DATEREQ, STATUT, '
                  DELIMITED SIZE
                  'MESSAGE, OPERATEUR, HEUREREQ, CODERETOUR) '
                  DELIMITED SIZE
                  'VALUES("' DELIMITED SIZE
                  EmpreinteRequete DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
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
           MOVE 'ECHEANPRE' TO PGCTB-PROGRAM-NAME.

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
