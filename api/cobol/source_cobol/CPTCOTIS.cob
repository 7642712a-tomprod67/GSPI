      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 CPTCOTIS.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Consultation du compte cotisations d'un contrat : solde
      *    d'ouverture a la date de debut, mouvements dates de la
      *    periode avec le solde courant apres chacun, solde de
      *    cloture a la date de fin. L'impaye de la fiche contrat est
      *    rendu a cote pour que le gestionnaire voie un ecart sans
      *    attendre le controle de nuit (CTRLCPTLOT). Les trop-percus
      *    encore ouverts (TROPPERCUS) sont des credits au compte :
      *    ils sont rendus eux aussi et deduits de l'impaye attendu.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.

           select F-DataSubmited
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/compte_cotisations_requete.txt"
           organization is line sequential.

           select F-Response
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/compte_cotisations_response.txt"
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

       FD F-Response record varying from 0 to 42000.
       01 E-Response pic x(42000).

       FD F-Archive record varying from 0 to 42000.
       01 E-Archive pic x(42000).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.

       01 ARCHIVE-AAMMJJ pic 9(6).
       01 ARCHIVE-HHMMSSCC pic 9(8).
       01 WS-ARCHIVE-PATH pic X(300).

       01 DateMvt pic X(10).
       01 TypeMvt pic X(15).
       01 SensMvt pic X(1).
       01 MontantMvtTexte pic X(15).
       01 ReferenceMvt pic X(30).
       01 MontantMvt pic 9(8)V99 value 0.
       01 MontantMvtAffiche pic Z(7)9,99.

       01 champValeur.
         05 ContratChamp Pic X(20).
         05 DateDebutChamp Pic X(25).
         05 DateFinChamp Pic X(25).

       01 trash pic X(15).

       01 ContratIdNum pic 9(8) value 0.
       01 DateDebutFiltre pic X(10) value SPACES.
       01 DateFinFiltre pic X(10) value SPACES.
      *    Bornes effectives : l'origine et la fin des temps du compte
      *    quand la date correspondante n'est pas fournie.
       01 BorneDebut pic X(10) value '01/01/1900'.
       01 BorneFin pic X(10) value '31/12/9999'.

      *    Soldes du compte : debits - credits. Un solde positif est
      *    du par l'assure, un solde negatif est un credit en sa
      *    faveur.
       01 ContratTrouve pic 9 value 0.
       01 ImpayeTexte pic X(15).
       01 ImpayeContrat pic S9(8)V99 value 0.
       01 SoldeBorne pic X(10).
       01 SoldeComparaison pic X(2).
       01 SoldeTexte pic X(20).
       01 SoldeCalcule pic S9(8)V99 value 0.
       01 SoldeOuverture pic S9(8)V99 value 0.
       01 SoldeCourant pic S9(8)V99 value 0.
       01 SoldeCloture pic S9(8)V99 value 0.
       01 SoldeOuvertureAffiche pic -(7)9,99.
       01 SoldeCourantAffiche pic -(7)9,99.
       01 SoldeClotureAffiche pic -(7)9,99.
       01 ImpayeAffiche pic -(7)9,99.
       01 TropPercuTexte pic X(15).
       01 TropPercuContrat pic 9(8)V99 value 0.
       01 TropPercuAffiche pic Z(7)9,99.
       01 EcartCompte pic X(3) value 'NON'.

       01 indexMouvement pic 9(4).
       01 MaxMouvements pic 9(4) value 200.
       01 DELIMITEUR pic X.

       01 DATA-RESPONSE pic X(41000).
       01 MESSAGE-RESPONSE pic X(150).
       01 STATUT-RESPONSE pic X(6).
       01 CODE-RETOUR pic 9(3).
       01 MOUVEMENT-STRING.
           10 ONE-MOUVEMENT OCCURS 200 PIC X(200).
       01 COMPLETE-RESPONSE pic X(42000).


      *    Identifiant de correlation optionnel (label correlation:)
      *    repris dans la reponse, le nom d'archive et l'audit.
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
               perform List-Mouvements.
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
      *    ContratId:N,DateDebut:JJ/MM/AAAA,DateFin:JJ/MM/AAAA ; sans
      *    date de debut le compte est pris depuis son origine, sans
      *    date de fin jusqu'au dernier mouvement.
       Unstring-Line.
           unstring E-DataSubmited delimited by "," or space into
            ContratChamp of champValeur
            DateDebutChamp of champValeur
            DateFinChamp of champValeur
           end-unstring.

           unstring ContratChamp of champValeur delimited by ":" into
            trash
            ContratIdNum
           end-unstring.

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
      *****                  LIST-MOUVEMENTS                       *****
      ******************************************************************
       List-Mouvements.
           perform List-Mouvements-Init.
           perform List-Mouvements-Trt.
           perform List-Mouvements-Fin.

       List-Mouvements-Init.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           MOVE 0 TO SQLCODE.
           MOVE 0 TO indexMouvement.
           MOVE SPACES TO MOUVEMENT-STRING.

       List-Mouvements-Trt.
           perform Select-Contrat.
           EVALUATE ContratTrouve
               WHEN 0
                   MOVE "ERREUR = CONTRAT INCONNU" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN 9
                   MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 900 TO CODE-RETOUR
               WHEN OTHER
                   perform Restituer-Compte
           END-EVALUATE.

       List-Mouvements-Fin.
           perform close-BDD.
           EXIT.

      ******************************************************************
      *****                  RESTITUER-COMPTE                      *****
      ******************************************************************
      *    Le solde de cloture est recalcule en base plutot que deduit
      *    des lignes rendues : la reponse est limitee a 200
      *    mouvements, le solde doit rester juste au dela.
       Restituer-Compte.
           IF DateDebutFiltre not = SPACES
               MOVE DateDebutFiltre TO BorneDebut
           END-IF.
           IF DateFinFiltre not = SPACES
               MOVE DateFinFiltre TO BorneFin
           END-IF.

           MOVE BorneDebut TO SoldeBorne.
           MOVE '<' TO SoldeComparaison.
           perform Select-Solde.
           MOVE SoldeCalcule TO SoldeOuverture.

           MOVE BorneFin TO SoldeBorne.
           MOVE '<=' TO SoldeComparaison.
           perform Select-Solde.
           MOVE SoldeCalcule TO SoldeCloture.

           MOVE SoldeOuverture TO SoldeCourant.
           perform Select-Mouvements.

           MOVE 'NON' TO EcartCompte.
           IF DateFinFiltre = SPACES
               AND SoldeCloture not = ImpayeContrat - TropPercuContrat
               MOVE 'OUI' TO EcartCompte
           END-IF.

           IF indexMouvement >= MaxMouvements
               MOVE "SUCCES = VOILA LE COMPTE COTISATIONS DU CONTRAT (20
      -        "0 PREMIERS MOUVEMENTS DE LA PERIODE)"
               TO MESSAGE-RESPONSE
           ELSE
               MOVE "SUCCES = VOILA LE COMPTE COTISATIONS DU CONTRAT"
               TO MESSAGE-RESPONSE
           END-IF.
           MOVE "SUCCES" TO STATUT-RESPONSE.
           MOVE 0 TO CODE-RETOUR.

      ******************************************************************
      *****                   SELECT-CONTRAT                       *****
      ******************************************************************
       Select-Contrat.
           MOVE 0 TO ContratTrouve.
           MOVE 0 TO ImpayeContrat.
           MOVE SPACES TO ImpayeTexte.
           MOVE 0 TO TropPercuContrat.
           MOVE SPACES TO TropPercuTexte.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(MONTANTIMPAYE, 0), ' DELIMITED SIZE
                  'IFNULL((SELECT SUM(T.SOLDE) FROM TROPPERCUS T '
                  DELIMITED SIZE
                  'WHERE T.IDCONTRAT = CONTRATS.IDCONTRAT '
                  DELIMITED SIZE
                  'AND T.STATUT = "1"), 0) ' DELIMITED SIZE
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
                                            ImpayeTexte
                                            TropPercuTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 1 TO ContratTrouve
                   INSPECT ImpayeTexte
                       REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT ImpayeTexte REPLACING ALL '.' BY ','
                   IF ImpayeTexte not = SPACES
                       COMPUTE ImpayeContrat =
                           FUNCTION NUMVAL(ImpayeTexte)
                   END-IF
                   INSPECT TropPercuTexte
                       REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT TropPercuTexte REPLACING ALL '.' BY ','
                   IF TropPercuTexte not = SPACES
                       COMPUTE TropPercuContrat =
                           FUNCTION NUMVAL(TropPercuTexte)
                   END-IF
               WHEN 100
                   MOVE 0 TO ContratTrouve
               WHEN OTHER
                   MOVE 9 TO ContratTrouve
           END-EVALUATE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                    SELECT-SOLDE                        *****
      ******************************************************************
      *    Solde du compte a une date : somme des debits moins somme
      *    des credits des mouvements dont la date compare a
      *    SoldeBorne selon SoldeComparaison (< pour l'ouverture, <=
      *    pour la cloture).
       Select-Solde.
           MOVE 0 TO SoldeCalcule.
           MOVE SPACES TO SoldeTexte.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'IFNULL(SUM(IF(SENS = "D", MONTANT, -MONTANT)), 0) '
               DELIMITED SIZE
               'FROM '    DELIMITED SIZE
               'COMPTECOTISATION '    DELIMITED SIZE
               'WHERE '    DELIMITED SIZE
               'IDCONTRAT '    DELIMITED SIZE
               '= "' DELIMITED SIZE
               ContratIdNum DELIMITED SIZE
               '" AND STR_TO_DATE(DATEMOUVEMENT, "%d/%m/%Y") '
               DELIMITED SIZE
               SoldeComparaison DELIMITED SPACE
               ' STR_TO_DATE("' DELIMITED SIZE
               SoldeBorne DELIMITED SIZE
               '", "%d/%m/%Y")' DELIMITED SIZE
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
                                            SoldeTexte
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT SoldeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SoldeTexte REPLACING ALL '.' BY ','.
           IF SQLCODE = 0 AND SoldeTexte not = SPACES
               COMPUTE SoldeCalcule = FUNCTION NUMVAL(SoldeTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  SELECT-MOUVEMENTS                     *****
      ******************************************************************
       Select-Mouvements.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           perform Generate-Mouvements-SQLCA-STATEMENT.
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
               PERFORM UNTIL NOT DB-OK
                       OR indexMouvement = MaxMouvements
                   MOVE SPACES TO DateMvt
                   MOVE SPACES TO TypeMvt
                   MOVE SPACES TO SensMvt
                   MOVE SPACES TO MontantMvtTexte
                   MOVE SPACES TO ReferenceMvt
                   CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            DateMvt
                                            TypeMvt
                                            SensMvt
                                            MontantMvtTexte
                                            ReferenceMvt
                   END-CALL
                   IF SQLCA-RESULT (1) = NULL
                      MOVE 100 TO SQLCODE
                      SET DB-NOT-FOUND TO TRUE
                   ELSE
                       MOVE 0 TO SQLCODE
                   END-IF
                   EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       continue
                   WHEN DB-OK
                       add 1 to indexMouvement
                       perform Ajouter-Mouvement
                   END-EVALUATE
               END-PERFORM
               SET DB-OK TO TRUE
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

       Ajouter-Mouvement.
           INSPECT DateMvt REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TypeMvt REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SensMvt REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantMvtTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantMvtTexte REPLACING ALL '.' BY ','.
           INSPECT ReferenceMvt REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO MontantMvt.
           IF MontantMvtTexte not = SPACES
               COMPUTE MontantMvt = FUNCTION NUMVAL(MontantMvtTexte)
           END-IF.
           IF SensMvt = 'D'
               ADD MontantMvt TO SoldeCourant
           ELSE
               SUBTRACT MontantMvt FROM SoldeCourant
           END-IF.
           MOVE MontantMvt TO MontantMvtAffiche.
           MOVE SoldeCourant TO SoldeCourantAffiche.
           if indexMouvement equal 1 then
                move space to DELIMITEUR
            else move ',' to DELIMITEUR
           end-if.
           STRING DELIMITEUR DELIMITED SIZE
               '"mouvement_' DELIMITED SIZE
               indexMouvement DELIMITED SIZE
               '" :' DELIMITED SIZE
               '{' DELIMITED SIZE
               '"date" : ' DELIMITED SIZE
               '"' DELIMITED SIZE
               DateMvt DELIMITED SIZE
               '"' DELIMITED SIZE
               ',' DELIMITED SIZE
               '"type" : ' DELIMITED SIZE
               '"' DELIMITED SIZE
               TypeMvt DELIMITED SPACE
               '"' DELIMITED SIZE
               ',' DELIMITED SIZE
               '"sens" : ' DELIMITED SIZE
               '"' DELIMITED SIZE
               SensMvt DELIMITED SIZE
               '"' DELIMITED SIZE
               ',' DELIMITED SIZE
               '"montant" : ' DELIMITED SIZE
               '"' DELIMITED SIZE
               MontantMvtAffiche DELIMITED SIZE
               '"' DELIMITED SIZE
               ',' DELIMITED SIZE
               '"reference" : ' DELIMITED SIZE
               '"' DELIMITED SIZE
               ReferenceMvt DELIMITED SIZE
               '"' DELIMITED SIZE
               ',' DELIMITED SIZE
               '"solde" : ' DELIMITED SIZE
               '"' DELIMITED SIZE
               SoldeCourantAffiche DELIMITED SIZE
               '"' DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO ONE-MOUVEMENT (indexMouvement)
           END-STRING.

       Write-Response-File.
           open output F-Response.
           MOVE SoldeOuverture TO SoldeOuvertureAffiche.
           MOVE SoldeCloture TO SoldeClotureAffiche.
           MOVE ImpayeContrat TO ImpayeAffiche.
           MOVE TropPercuContrat TO TropPercuAffiche.
           MOVE SPACES TO DATA-RESPONSE.
           MOVE SPACES TO COMPLETE-RESPONSE.
           STRING '{"contratId" : "' DELIMITED SIZE
                   ContratIdNum DELIMITED SIZE
                   '", "dateDebut" : "' DELIMITED SIZE
                   DateDebutFiltre DELIMITED SIZE
                   '", "dateFin" : "' DELIMITED SIZE
                   DateFinFiltre DELIMITED SIZE
                   '", "soldeOuverture" : "' DELIMITED SIZE
                   SoldeOuvertureAffiche DELIMITED SIZE
                   '", "soldeCloture" : "' DELIMITED SIZE
                   SoldeClotureAffiche DELIMITED SIZE
                   '", "montantImpaye" : "' DELIMITED SIZE
                   ImpayeAffiche DELIMITED SIZE
                   '", "tropPercu" : "' DELIMITED SIZE
                   TropPercuAffiche DELIMITED SIZE
                   '", "ecart" : "' DELIMITED SIZE
                   EcartCompte DELIMITED SIZE
                   '", "mouvement" :{' DELIMITED SIZE
                   MOUVEMENT-STRING DELIMITED SIZE
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
      *****             EXTRAIRE-CORRELATION-ID                    *****
      ******************************************************************
      *    L'appelant peut ajouter un label correlation:XXX en fin de
      *    ligne de requete : il est repris dans la reponse JSON, dans
      *    le nom du fichier d'archive et sur les lignes d'audit, pour
      *    relier entre eux tous les traces d'une meme transaction.
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
      *****             ARCHIVE-REQUEST-RESPONSE                   *****
      ******************************************************************
       Archive-Request-Response.
           ACCEPT ARCHIVE-AAMMJJ FROM DATE.
           ACCEPT ARCHIVE-HHMMSSCC FROM TIME.
           STRING "/home/thomas/dev/projet_git/cobol-stage1/api/data_txt
      -           "/archives/compte_cotisations_" DELIMITED SIZE
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
      ******************************************************************
      ******************************************************************
      ******************************************************************
      *****                GENERATE SQLCA SATTEMENT                *****
      ******************************************************************
      ******************************************************************
      ******************************************************************
      ******************************************************************

      ******************************************************************
      *****          GENERATE-MOUVEMENTS-SQLCA-STATEMENT           *****
      ******************************************************************
       Generate-Mouvements-SQLCA-STATEMENT.
      *    Restitution chronologique : DATEMOUVEMENT est au format
      *    JJ/MM/AAAA, le tri passe donc par STR_TO_DATE, puis par
      *    l'ordre d'ecriture pour les mouvements d'un meme jour.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.

           STRING 'SELECT ' DELIMITED SIZE
               'DATEMOUVEMENT, ' DELIMITED SIZE
               'TYPEMOUVEMENT, ' DELIMITED SIZE
               'SENS, ' DELIMITED SIZE
               'MONTANT, ' DELIMITED SIZE
               'REFERENCE ' DELIMITED SIZE
               'FROM '    DELIMITED SIZE
               'COMPTECOTISATION '    DELIMITED SIZE
               'WHERE '    DELIMITED SIZE
               'IDCONTRAT '    DELIMITED SIZE
               '= "' DELIMITED SIZE
               ContratIdNum DELIMITED SIZE
               '" AND STR_TO_DATE(DATEMOUVEMENT, "%d/%m/%Y") '
               DELIMITED SIZE
               'BETWEEN STR_TO_DATE("' DELIMITED SIZE
               BorneDebut DELIMITED SIZE
               '", "%d/%m/%Y") AND STR_TO_DATE("' DELIMITED SIZE
               BorneFin DELIMITED SIZE
               '", "%d/%m/%Y") ' DELIMITED SIZE
               'ORDER BY STR_TO_DATE(DATEMOUVEMENT, "%d/%m/%Y"), '
               DELIMITED SIZE
               'IDMOUVEMENT' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
       Generate-Mouvements-SQLCA-STATEMENT-Fin.
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
           MOVE 'CPTCOTIS' TO PGCTB-PROGRAM-NAME.

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
