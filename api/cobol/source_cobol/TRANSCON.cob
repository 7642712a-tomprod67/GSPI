      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 TRANSCON.
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
      -              "txt/transfert_requete.txt"
           organization is line sequential.

           select F-Response
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/transfert_response.txt"
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
         05 ContratChamp Pic x(20).
         05 ClientChamp Pic x(20).
         05 DateEffetChamp Pic x(25).

       01 trash pic X(255).

      *    Changement de souscripteur : le contrat passe a un autre
      *    client existant a une date d'effet (conjoint survivant,
      *    enfant devenu majeur, cession). Les dossiers, les assures
      *    et les beneficiaires suivent le contrat par son numero ; la
      *    date de souscription et l'historique du contrat sont
      *    conserves. Le prix n'est repris que si les facteurs de
      *    tarification du nouveau souscripteur (age, classe de risque
      *    de la profession, zone, surcharge de score) different de
      *    ceux de l'ancien, avec un avenant pour que FACTURLOT prorate
      *    le mois du transfert. Le transfert est historise dans
      *    TRANSFERTSCONTRAT.
       01 ContratIdNum pic 9(8) value 0.
       01 NouveauClientNum pic 9(8) value 0.
       01 DateEffetTransfert pic X(10) value SPACES.

       01 JourEffet pic 99.
       01 MoisEffet pic 99.
       01 AnneeEffet pic 9(4).
       01 JourMax pic 99.
       01 DateEffetValide pic X value '1'.
         88 DateEffetValide-Bool value '1'.

       01 ContratTrouve pic 9 value 0.
       01 StatutContrat pic 9.
       01 AncienClientNum pic 9(8).
       01 AncienPrixTexte pic X(10).
       01 TypeOfSinistre pic X(2).
       01 PayeurActuelTexte pic X(10).
       01 PayeurActuelNum pic 9(8) value 0.
       01 DateAnnulationTexte pic X(10).

      *    Contrat resilie par le deces du souscripteur (DECESCLI) et
      *    repris par un survivant : il est remis en vigueur.
       01 RepriseApresDeces pic 9 value 0.
       01 RetraitPayeur pic 9 value 0.

       01 DossierTrouve pic 9 value 0.
       01 GarantieTexte pic X(10).

       01 NouveauClientTrouve pic 9 value 0.
       01 MandatNouveauTexte pic X(10).
       01 ContratMemeTypeTexte pic X(10).

      *    Facteurs de tarification lus pour un client (ClientIdTemp)
      *    puis recopies sur l'ancien ou le nouveau souscripteur.
       01 ClientIdTemp pic X(10).
       01 ClientFacteursTrouve pic 9 value 0.
       01 Age pic 99.
       01 DateDecesTexte pic X(10).
       01 ProfessionClient pic X(6).
       01 CoefProfessionTexte pic X(6).
       01 CoefficientProfession pic 9v99 value 1,00.
       01 ScoreTexte pic X(4).
       01 ScoreClient pic 9(3) value 0.
       01 CodePostalClient pic X(5).
       01 VilleClient pic X(30).
       01 ZoneClient pic X(2) value SPACES.
       01 CoefficientZone pic 9v99 value 1,00.
       01 CoefZoneTexte pic X(6).
       01 CoefficientScore pic 9v99 value 1,00.

       01 AncienAge pic 99.
       01 AncienDateDeces pic X(10).
       01 AncienCoefProfession pic 9v99.
       01 AncienCoefZone pic 9v99.
       01 AncienCoefScore pic 9v99.
       01 NouveauAge pic 99.
       01 NouveauDateDeces pic X(10).
       01 NouveauCoefProfession pic 9v99.
       01 NouveauCoefZone pic 9v99.
       01 NouveauCoefScore pic 9v99.

       01 AgeMax pic 99.
       01 AncienDiffAge pic 99.
       01 NouveauDiffAge pic 99.
       01 AncienPrix pic 9999V99.
       01 PrixParMoisInt pic 9999V99.
       01 PrixParMoisFinal pic Z(4),99.
       01 Reprix pic 9 value 0.

       01 NumeroAvenant pic 9(4) value 0.
       01 NbAvenantsTexte pic X(10).

       01 BusinessConstants.
         05 BC-AgeMinimum pic 99.
         05 BC-AgeMaximum pic 99.
         05 BC-CoverageWindowYears pic 99.
         05 BC-SeuilScoreSurcharge pic 9(3).
         05 BC-SeuilScoreReferral pic 9(3).
         05 BC-SurchargeScorePct pic 9(2).

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
           perform Read-Business-Constants.
           perform Read-File-Submited.
           IF LigneMalformee = 0
               perform Verify-Date-Effet
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
               WHEN ContratIdNum = 0
                   MOVE "ERREUR = NUMERO DE CONTRAT OBLIGATOIRE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN NouveauClientNum = 0
                   MOVE "ERREUR = NUMERO DU NOUVEAU SOUSCRIPTEUR OBLIGAT
      -            "OIRE" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN NOT DateEffetValide-Bool
                   MOVE "ERREUR = DATE D EFFET INVALIDE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN OTHER
                   perform Transferer-Contrat
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
      *    champs "label:valeur" obligatoires (Contrat, Client) en
      *    plus du label operateur:. La date d'effet est controlee par
      *    Verify-Date-Effet.
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
            ContratChamp of champValeur
            ClientChamp of champValeur
            DateEffetChamp of champValeur
           end-unstring.
           unstring ContratChamp of champValeur delimited by ":" into
            trash
            ContratIdNum
           end-unstring.
           IF ClientChamp of champValeur not = SPACES
               unstring ClientChamp of champValeur delimited by ":"
                into trash NouveauClientNum
               end-unstring
           END-IF.
           IF DateEffetChamp of champValeur not = SPACES
               unstring DateEffetChamp of champValeur delimited by ":"
                into trash DateEffetTransfert
               end-unstring
           END-IF.

           unstring DateEffetTransfert delimited by "/" into
            JourEffet
            MoisEffet
            AnneeEffet
           end-unstring.

       Unstring-Line-Fin.
           EXIT.

      ******************************************************************
      *****                VERIFY-DATE-EFFET                       *****
      ******************************************************************
      *    Meme controle de validite calendaire que AVENANT sur la
      *    date d'effet du transfert.
       Verify-Date-Effet.
           MOVE '1' TO DateEffetValide.
           IF MoisEffet < 1 OR MoisEffet > 12
               MOVE '0' TO DateEffetValide
           ELSE
               EVALUATE MoisEffet
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                       MOVE 31 TO JourMax
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO JourMax
                   WHEN 2
                       IF FUNCTION MOD(AnneeEffet, 4) = 0 AND
                          (FUNCTION MOD(AnneeEffet, 100) NOT = 0
                           OR FUNCTION MOD(AnneeEffet, 400) = 0)
                           MOVE 29 TO JourMax
                       ELSE
                           MOVE 28 TO JourMax
                       END-IF
               END-EVALUATE
               IF JourEffet < 1 OR JourEffet > JourMax
                   MOVE '0' TO DateEffetValide
               END-IF
           END-IF.

      ******************************************************************
      *****                 TRANSFERER-CONTRAT                     *****
      ******************************************************************
      *    Controles avant transfert : contrat en vigueur (ou resilie
      *    par le deces de son souscripteur), nouveau souscripteur
      *    connu et vivant, sans autre contrat actif du meme type
      *    (meme regle que CREATCON), dans la limite d'age du tarif
      *    et titulaire d'un mandat actif s'il devient le payeur.
       Transferer-Contrat.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           perform Select-Contrat-Transfert.
           IF ContratTrouve = 1
               perform Lire-Facteurs-Transfert
           END-IF.
           EVALUATE TRUE
               WHEN ContratTrouve = 0
                   MOVE "ERREUR = CONTRAT INCONNU" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN NouveauClientNum = AncienClientNum
                   MOVE "ERREUR = LE CLIENT EST DEJA SOUSCRIPTEUR DU CON
      -            "TRAT" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN StatutContrat = 0 AND RepriseApresDeces = 0
                   MOVE "ERREUR = CONTRAT RESILIE, TRANSFERT IMPOSSIBLE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN NouveauClientTrouve = 0
                   MOVE "ERREUR = NOUVEAU SOUSCRIPTEUR INCONNU"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN NouveauDateDeces not = SPACES
                   MOVE "ERREUR = LE NOUVEAU SOUSCRIPTEUR EST DECEDE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ContratMemeTypeTexte not = SPACES
                AND ContratMemeTypeTexte not = '0'
                   MOVE "ERREUR = LE NOUVEAU SOUSCRIPTEUR A DEJA UN CONT
      -            "RAT ACTIF DE CE TYPE" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN NouveauAge >= AgeMax
                   MOVE "ERREUR = AGE DU NOUVEAU SOUSCRIPTEUR HORS LIMIT
      -            "E DU TARIF" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN (PayeurActuelNum = 0
                  OR RetraitPayeur = 1)
                AND (MandatNouveauTexte = SPACES
                  OR MandatNouveauTexte = '0')
                   MOVE "ERREUR = LE NOUVEAU SOUSCRIPTEUR DOIT AVOIR UN 
      -            "MANDAT SEPA ACTIF (GESTMAND)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN OTHER
                   perform Calculer-Prix-Transfert
                   perform Passer-Transfert
           END-EVALUATE.
           perform Close-BDD.

      *    Facteurs de l'ancien puis du nouveau souscripteur, lus par
      *    le meme paragraphe, et limite d'age du tarif du contrat.
       Lire-Facteurs-Transfert.
           MOVE AncienClientNum TO ClientIdTemp.
           perform Lire-Facteurs-Client.
           MOVE Age TO AncienAge.
           MOVE DateDecesTexte TO AncienDateDeces.
           MOVE CoefficientProfession TO AncienCoefProfession.
           MOVE CoefficientZone TO AncienCoefZone.
           MOVE CoefficientScore TO AncienCoefScore.

           MOVE 0 TO RepriseApresDeces.
           IF StatutContrat = 0 AND AncienDateDeces not = SPACES
               AND DateAnnulationTexte = AncienDateDeces
               MOVE 1 TO RepriseApresDeces
           END-IF.
           MOVE 0 TO RetraitPayeur.
           IF PayeurActuelNum not = 0
               AND PayeurActuelNum = NouveauClientNum
               MOVE 1 TO RetraitPayeur
           END-IF.

           perform Select-Nouveau-Souscripteur.
           MOVE NouveauClientNum TO ClientIdTemp.
           perform Lire-Facteurs-Client.
           MOVE Age TO NouveauAge.
           MOVE DateDecesTexte TO NouveauDateDeces.
           MOVE CoefficientProfession TO NouveauCoefProfession.
           MOVE CoefficientZone TO NouveauCoefZone.
           MOVE CoefficientScore TO NouveauCoefScore.

           perform Select-Tarif-En-Vigueur.

      ******************************************************************
      *****              SELECT-CONTRAT-TRANSFERT                  *****
      ******************************************************************
       Select-Contrat-Transfert.
           MOVE 0 TO ContratTrouve.
           MOVE 0 TO StatutContrat.
           MOVE 0 TO AncienClientNum.
           MOVE SPACES TO AncienPrixTexte.
           MOVE SPACES TO TypeOfSinistre.
           MOVE SPACES TO PayeurActuelTexte.
           MOVE SPACES TO DateAnnulationTexte.
           MOVE 0 TO PayeurActuelNum.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'STATUS, ' DELIMITED SIZE
                  'CLIENTID, ' DELIMITED SIZE
                  'PRIXPARMOIS, ' DELIMITED SIZE
                  'TYPESINISTRE, ' DELIMITED SIZE
                  'IFNULL(IDPAYEUR, ""), ' DELIMITED SIZE
                  'IFNULL(DATEANNULATION, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
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
                                            StatutContrat
                                            AncienClientNum
                                            AncienPrixTexte
                                            TypeOfSinistre
                                            PayeurActuelTexte
                                            DateAnnulationTexte
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO ContratTrouve
               INSPECT AncienPrixTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT PayeurActuelTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT DateAnnulationTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               IF PayeurActuelTexte not = SPACES
                   COMPUTE PayeurActuelNum =
                       FUNCTION NUMVAL(PayeurActuelTexte)
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****             SELECT-NOUVEAU-SOUSCRIPTEUR                *****
      ******************************************************************
      *    Mandats actifs du nouveau souscripteur et contrats actifs du
      *    meme type qu'il detient deja.
       Select-Nouveau-Souscripteur.
           MOVE 0 TO NouveauClientTrouve.
           MOVE SPACES TO MandatNouveauTexte.
           MOVE SPACES TO ContratMemeTypeTexte.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  '(SELECT COUNT(*) FROM MANDATS M ' DELIMITED SIZE
                  'WHERE M.IDCLIENT = C.IDCLIENT ' DELIMITED SIZE
                  'AND M.STATUT = "1"), ' DELIMITED SIZE
                  '(SELECT COUNT(*) FROM CONTRATS K ' DELIMITED SIZE
                  'WHERE K.CLIENTID = C.IDCLIENT ' DELIMITED SIZE
                  'AND K.TYPESINISTRE = "' DELIMITED SIZE
                  TypeOfSinistre DELIMITED SIZE
                  '" AND K.STATUS <> "0" ' DELIMITED SIZE
                  'AND K.IDCONTRAT <> "' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CLIENTS C ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'C.IDCLIENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  NouveauClientNum DELIMITED SIZE
                  '"' DELIMITED SIZE
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
                                            MandatNouveauTexte
                                            ContratMemeTypeTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO NouveauClientTrouve
               INSPECT MandatNouveauTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT ContratMemeTypeTexte
                   REPLACING ALL LOW-VALUE BY SPACE
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               LIRE-FACTEURS-CLIENT                     *****
      ******************************************************************
      *    Memes lectures que AVENANT pour le client ClientIdTemp :
      *    age, date de deces, profession, commune et score, puis
      *    coefficient de classe de risque (CLASSERISQUE), coefficient
      *    de zone (REFCOMMUNE + ZONETARIF) et surcharge de score.
       Lire-Facteurs-Client.
           MOVE 0 TO ClientFacteursTrouve.
           MOVE 0 TO Age.
           MOVE SPACES TO DateDecesTexte.
           MOVE SPACES TO ProfessionClient.
           MOVE 1,00 TO CoefficientProfession.
           MOVE 1,00 TO CoefficientScore.
           MOVE 0 TO ScoreClient.

           IF SQLCA-CURSOR-CTRL (4) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (4).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'AGE, ' DELIMITED SIZE
                  'IFNULL(DATEDECES, ""), ' DELIMITED SIZE
                  'IFNULL(CODEPROFESSION, ""), ' DELIMITED SIZE
                  'CODEPOSTAL, ' DELIMITED SIZE
                  'VILLE, ' DELIMITED SIZE
                  'IFNULL(SCORERISQUE, 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CLIENTS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCLIENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ClientIdTemp DELIMITED SPACE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (4)
              END-CALL
              IF SQLCA-RESULT (4) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE SPACES TO CodePostalClient
               MOVE SPACES TO VilleClient
               MOVE SPACES TO ScoreTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (4)
                                            Age
                                            DateDecesTexte
                                            ProfessionClient
                                            CodePostalClient
                                            VilleClient
                                            ScoreTexte
               END-CALL
               IF SQLCA-RESULT (4) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO ClientFacteursTrouve
           END-IF.
           INSPECT DateDecesTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ProfessionClient
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ScoreTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF ScoreTexte not = SPACES
               COMPUTE ScoreClient = FUNCTION NUMVAL(ScoreTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (4).
           MOVE 0 TO SQLCODE.

           IF ProfessionClient not = SPACES
               perform Select-Coefficient-Classe
           END-IF.
           perform Select-Coefficient-Zone.
           IF BC-SeuilScoreSurcharge > 0
               AND ScoreClient >= BC-SeuilScoreSurcharge
               compute CoefficientScore ROUNDED =
                   (100 + BC-SurchargeScorePct) / 100
           END-IF.

       Select-Coefficient-Classe.
           MOVE SPACES TO CoefProfessionTexte.

           IF SQLCA-CURSOR-CTRL (4) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (4).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COEFFICIENT ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CLASSERISQUE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CODEPROFESSION ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ProfessionClient DELIMITED SPACE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (4)
              END-CALL
              IF SQLCA-RESULT (4) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (4)
                                            CoefProfessionTexte
               END-CALL
               IF SQLCA-RESULT (4) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT CoefProfessionTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND CoefProfessionTexte not = SPACES
               COMPUTE CoefficientProfession =
                   FUNCTION NUMVAL(CoefProfessionTexte) / 100
           END-IF.
           IF CoefficientProfession = 0
               MOVE 1,00 TO CoefficientProfession
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (4).
           MOVE 0 TO SQLCODE.

       Select-Coefficient-Zone.
           MOVE SPACES TO ZoneClient.
           MOVE 1,00 TO CoefficientZone.
           MOVE SPACES TO CoefZoneTexte.
           INSPECT CodePostalClient
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT VilleClient REPLACING ALL LOW-VALUE BY SPACE.
           IF CodePostalClient = SPACES
               CONTINUE
           ELSE
               perform Select-Coefficient-Zone-2
           END-IF.

       Select-Coefficient-Zone-2.
           IF SQLCA-CURSOR-CTRL (4) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (4).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'Z.ZONE, ' DELIMITED SIZE
                  'Z.COEFFICIENT ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ZONETARIF Z, REFCOMMUNE R ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'R.CODEINSEE = Z.CODEINSEE ' DELIMITED SIZE
                  'AND R.CODEPOSTAL = "' DELIMITED SIZE
                  CodePostalClient DELIMITED SPACE
                  '" AND R.VILLE = "' DELIMITED SIZE
                  VilleClient DELIMITED SIZE
                  '" LIMIT 1' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (4)
              END-CALL
              IF SQLCA-RESULT (4) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (4)
                                            ZoneClient
                                            CoefZoneTexte
               END-CALL
               IF SQLCA-RESULT (4) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT ZoneClient REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CoefZoneTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND CoefZoneTexte not = SPACES
               COMPUTE CoefficientZone =
                   FUNCTION NUMVAL(CoefZoneTexte) / 100
           END-IF.
           IF CoefficientZone = 0
               MOVE 1,00 TO CoefficientZone
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (4).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              SELECT-TARIF-EN-VIGUEUR                   *****
      ******************************************************************
       Select-Tarif-En-Vigueur.
           MOVE BC-AgeMaximum TO AgeMax.

           IF SQLCA-CURSOR-CTRL (4) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (4).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'AGEMAX ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'TARIFSINISTRE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'TYPESINISTRE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  TypeOfSinistre DELIMITED SIZE
                  '"' DELIMITED SIZE
                  ' AND DATEEFFET <= CURDATE()' DELIMITED SIZE
                  ' ORDER BY DATEEFFET DESC LIMIT 1' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (4)
              END-CALL
              IF SQLCA-RESULT (4) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (4)
                                            AgeMax
               END-CALL
               IF SQLCA-RESULT (4) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (4).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              CALCULER-PRIX-TRANSFERT                   *****
      ******************************************************************
      *    Le prix en vigueur porte deja la garantie, la formule et les
      *    avenants passes : on ne le recalcule pas de zero mais on le
      *    corrige du rapport entre les facteurs du nouveau et de
      *    l'ancien souscripteur (formule de Calcul-Prix-Contrat de
      *    CREATCON). Facteurs identiques : prix inchange, sans
      *    avenant.
       Calculer-Prix-Transfert.
           MOVE 0 TO Reprix.
           MOVE 0 TO AncienPrix.
           IF AncienPrixTexte not = SPACES
               COMPUTE AncienPrix = FUNCTION NUMVAL(AncienPrixTexte)
           END-IF.
           IF AncienAge not = NouveauAge
               OR AncienCoefProfession not = NouveauCoefProfession
               OR AncienCoefZone not = NouveauCoefZone
               OR AncienCoefScore not = NouveauCoefScore
               MOVE 1 TO Reprix
           END-IF.

           IF Reprix = 1
               IF AncienAge < AgeMax
                   subtract AncienAge from AgeMax giving AncienDiffAge
               ELSE
                   MOVE 1 TO AncienDiffAge
               END-IF
               subtract NouveauAge from AgeMax giving NouveauDiffAge
               compute PrixParMoisInt ROUNDED =
                   AncienPrix * AncienDiffAge
                   * NouveauCoefProfession * NouveauCoefZone
                   * NouveauCoefScore
                   / (NouveauDiffAge * AncienCoefProfession
                      * AncienCoefZone * AncienCoefScore)
           ELSE
               MOVE AncienPrix TO PrixParMoisInt
           END-IF.
           move PrixParMoisInt to PrixParMoisFinal.
           display PrixParMoisFinal.

      ******************************************************************
      *****                  PASSER-TRANSFERT                      *****
      ******************************************************************
      *    Unite de travail unique comme l'avenant : changement de
      *    souscripteur, remise en vigueur eventuelle, retrait du tiers
      *    payeur devenu souscripteur, reprix et avenant, historique du
      *    transfert et trace d'audit entre START TRANSACTION et
      *    COMMIT. Au moindre echec tout est annule. DATESOUSCRIPTION
      *    n'est pas touchee.
       Passer-Transfert.
           IF Reprix = 1
               perform Select-Dossier-Transfert
               perform Select-Numero-Avenant
               ADD 1 TO NumeroAvenant
           END-IF.

           MOVE 0 TO SQLCODE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           MOVE 'START TRANSACTION' TO SQLCA-STATEMENT.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               perform Update-Souscripteur-Contrat
           END-IF.
           IF SQLCODE = 0 AND RepriseApresDeces = 1
               perform Update-Reprise-Contrat
           END-IF.
           IF SQLCODE = 0 AND RetraitPayeur = 1
               perform Update-Retrait-Payeur
           END-IF.
           IF SQLCODE = 0 AND Reprix = 1
               perform Update-Prix-Contrat
           END-IF.
           IF SQLCODE = 0 AND Reprix = 1
               perform Insert-Avenant
           END-IF.
           IF SQLCODE = 0
               perform Insert-Transfert
           END-IF.
           IF SQLCODE = 0
               MOVE SPACES TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING 'SOUSCRIPTEUR ' DELIMITED SIZE
                      AncienClientNum DELIMITED SIZE
               INTO AuditAncienneValeur
               END-STRING
               STRING 'SOUSCRIPTEUR ' DELIMITED SIZE
                      NouveauClientNum DELIMITED SIZE
                      ' EFFET ' DELIMITED SIZE
                      DateEffetTransfert DELIMITED SIZE
               INTO AuditNouvelleValeur
               END-STRING
               MOVE ContratIdNum TO AuditIdEnregistrement
               MOVE 'CONTRATS' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
           END-IF.

           IF SQLCODE = 0
               MOVE LOW-VALUES TO SQLCA-STATEMENT
               MOVE 'COMMIT' TO SQLCA-STATEMENT
               CALL 'MySQL_query' USING SQLCA-STATEMENT
               END-CALL
               MOVE RETURN-CODE TO SQLCODE
           END-IF.

           IF SQLCODE = 0
               MOVE SPACES TO MESSAGE-RESPONSE
               IF Reprix = 1
                   STRING "SUCCES = CONTRAT TRANSFERE AU CLIENT "
                          DELIMITED SIZE
                          NouveauClientNum DELIMITED SIZE
                          " A EFFET DU " DELIMITED SIZE
                          DateEffetTransfert DELIMITED SIZE
                          ", AVENANT " DELIMITED SIZE
                          NumeroAvenant DELIMITED SIZE
                          " NOUVEAU PRIX " DELIMITED SIZE
                          PrixParMoisFinal DELIMITED SIZE
                          " PAR MOIS" DELIMITED SIZE
                   INTO MESSAGE-RESPONSE
                   END-STRING
               ELSE
                   STRING "SUCCES = CONTRAT TRANSFERE AU CLIENT "
                          DELIMITED SIZE
                          NouveauClientNum DELIMITED SIZE
                          " A EFFET DU " DELIMITED SIZE
                          DateEffetTransfert DELIMITED SIZE
                          ", PRIX INCHANGE " DELIMITED SIZE
                          PrixParMoisFinal DELIMITED SIZE
                          " PAR MOIS" DELIMITED SIZE
                   INTO MESSAGE-RESPONSE
                   END-STRING
               END-IF
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
           ELSE
               MOVE LOW-VALUES TO SQLCA-STATEMENT
               MOVE 'ROLLBACK' TO SQLCA-STATEMENT
               CALL 'MySQL_query' USING SQLCA-STATEMENT
               END-CALL
               MOVE "ERREUR = LE TRANSFERT A ECHOUE ET A ETE ENTIEREMENT
      -        " ANNULE, AUCUNE DONNEE N A ETE MODIFIEE"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 910 TO CODE-RETOUR
               MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *****              SELECT-DOSSIER-TRANSFERT                  *****
      ******************************************************************
      *    Garantie du dossier du contrat, reportee telle quelle sur
      *    l'avenant de reprix (ancienne et nouvelle garantie egales).
       Select-Dossier-Transfert.
           MOVE 0 TO DossierTrouve.
           MOVE SPACES TO GarantieTexte.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'MONTANTGARANTIE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'DOSSIER ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'CONTRATID ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '" AND TYPESINISTRE = "' DELIMITED SIZE
                  TypeOfSinistre DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (3)
              END-CALL
              IF SQLCA-RESULT (3) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (3)
                                            GarantieTexte
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO DossierTrouve
           END-IF.
           INSPECT GarantieTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              SELECT-NUMERO-AVENANT                     *****
      ******************************************************************
      *    Numerotation des avenants par contrat : le rang suivant est
      *    le nombre d'avenants deja passes plus un.
       Select-Numero-Avenant.
           MOVE 0 TO NumeroAvenant.
           MOVE SPACES TO NbAvenantsTexte.

           IF SQLCA-CURSOR-CTRL (5) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (5).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'AVENANTS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (5)
              END-CALL
              IF SQLCA-RESULT (5) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (5)
                                            NbAvenantsTexte
               END-CALL
               IF SQLCA-RESULT (5) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0 AND NbAvenantsTexte not = SPACES
               COMPUTE NumeroAvenant =
                   FUNCTION NUMVAL(NbAvenantsTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (5).
           MOVE 0 TO SQLCODE.


      ******************************************************************
      *****            UPDATE-SOUSCRIPTEUR-CONTRAT                 *****
      ******************************************************************
      *    Enchaine sur la connexion et la transaction ouvertes par
      *    Passer-Transfert. Dossiers, assures et beneficiaires sont
      *    rattaches au contrat et le suivent sans mise a jour.
       Update-Souscripteur-Contrat.
           MOVE 0 TO SQLCODE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'CLIENTID ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  NouveauClientNum DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      *    Annule la resiliation posee par DECESCLI a la date du deces.
       Update-Reprise-Contrat.
           MOVE 0 TO SQLCODE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUS = "1", ' DELIMITED SIZE
                  'DATEANNULATION = "" ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      *    Le tiers payeur qui devient souscripteur paie desormais a
      *    ce titre : sa designation GESTPAYEUR est retiree.
       Update-Retrait-Payeur.
           MOVE 0 TO SQLCODE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'IDPAYEUR = "", ' DELIMITED SIZE
                  'LIENPAYEUR = "" ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****               UPDATE-PRIX-CONTRAT                      *****
      ******************************************************************
      *    Comme dans AVENANT, la date d'effet est posee sur le contrat
      *    pour que FACTURLOT prorate le mois du transfert.
       Update-Prix-Contrat.
           MOVE 0 TO SQLCODE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'PRIXPARMOIS ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  PrixParMoisFinal DELIMITED SIZE
                  '", DATEEFFETAVENANT = "' DELIMITED SIZE
                  DateEffetTransfert DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****                 INSERT-AVENANT                         *****
      ******************************************************************
      *    Avenant de reprix sans changement de garantie, numerote a la
      *    suite des avenants du contrat.
       Insert-Avenant.
           MOVE 0 TO SQLCODE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'AVENANTS' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'NUMEROAVENANT, ' DELIMITED SIZE
                  'TYPESINISTRE, ' DELIMITED SIZE
                  'ANCIENNEGARANTIE, ' DELIMITED SIZE
                  'NOUVELLEGARANTIE, ' DELIMITED SIZE
                  'ANCIENPRIX, ' DELIMITED SIZE
                  'NOUVEAUPRIX, ' DELIMITED SIZE
                  'DATEEFFET, ' DELIMITED SIZE
                  'DATECREATION) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '","' DELIMITED SIZE
                  NumeroAvenant DELIMITED SIZE
                  '","' DELIMITED SIZE
                  TypeOfSinistre DELIMITED SIZE
                  '","' DELIMITED SIZE
                  GarantieTexte DELIMITED SPACE
                  '","' DELIMITED SIZE
                  GarantieTexte DELIMITED SPACE
                  '","' DELIMITED SIZE
                  AncienPrixTexte DELIMITED SPACE
                  '","' DELIMITED SIZE
                  PrixParMoisFinal DELIMITED SIZE
                  '","' DELIMITED SIZE
                  DateEffetTransfert DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****                 INSERT-TRANSFERT                       *****
      ******************************************************************
      *    Historique des souscripteurs successifs du contrat : ancien
      *    et nouveau client, date d'effet, prix avant et apres.
       Insert-Transfert.
           MOVE 0 TO SQLCODE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'TRANSFERTSCONTRAT' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'ANCIENCLIENT, ' DELIMITED SIZE
                  'NOUVEAUCLIENT, ' DELIMITED SIZE
                  'DATEEFFET, ' DELIMITED SIZE
                  'ANCIENPRIX, ' DELIMITED SIZE
                  'NOUVEAUPRIX, ' DELIMITED SIZE
                  'DATECREATION, ' DELIMITED SIZE
                  'OPERATEUR) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AncienClientNum DELIMITED SIZE
                  '","' DELIMITED SIZE
                  NouveauClientNum DELIMITED SIZE
                  '","' DELIMITED SIZE
                  DateEffetTransfert DELIMITED SIZE
                  '","' DELIMITED SIZE
                  AncienPrixTexte DELIMITED SPACE
                  '","' DELIMITED SIZE
                  PrixParMoisFinal DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****              READ-BUSINESS-CONSTANTS                   *****
      ******************************************************************
       Read-Business-Constants.
      *    Recuperation des constantes métier (age max, etc.)
           MOVE 'TRANSCON' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-AgeMinimum
                                              BC-AgeMaximum
                                              BC-CoverageWindowYears
                                              BC-SeuilScoreSurcharge
                                              BC-SeuilScoreReferral
                                              BC-SurchargeScorePct
           END-CALL.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Appele pendant que la connexion et la transaction ouvertes
      *    par Passer-Transfert sont encore actives.
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
      -          "/archives/transfert_" DELIMITED SIZE
                   ARCHIVE-AAMMJJ DELIMITED SIZE
                   "_" DELIMITED SIZE
                   ARCHIVE-HHMMSSCC DELIMITED SIZE
                   "_" DELIMITED SIZE
                   ContratIdNum DELIMITED SIZE
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
                  'NIVSOUSCRIPTION ' DELIMITED SIZE
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
           MOVE 'TRANSCON' TO PGCTB-PROGRAM-NAME.

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
