       01 MoisDejaFacture pic 9 value 0.
       01 CompteFactTexte pic X(10).
       01 MontantRembourseAffiche pic Z(4),99.

      *    Remise foyer (GESTFOYER) : la resiliation peut faire passer
      *    le foyer sous un palier de REMISEFOYER. Les autres contrats
      *    actifs du foyer sont alors reprices au nouveau taux, sur le
      *    prix en vigueur (prix / (1 - ancien taux) * (1 - nouveau)),
      *    a compter de la prochaine facturation FACTURLOT.
       01 TauxRemiseFoyer pic 9(3) value 0.
       01 TauxRemiseTexte pic X(10).
       01 IdContratFoyer pic 9(8).
       01 PrixContratFoyer pic 9999V99.
       01 AncienTauxTexte pic X(10).
       01 AncienTauxRemise pic 9(3) value 0.
       01 NouveauPrixFoyer pic 9999V99.
       01 NouveauPrixFoyerFinal pic Z(4),99.
       01 NbContratsFoyerReprices pic 9(4) value 0.
       01 DB-STATUS-SAVE pic X.
       01 currentYearNum pic 9(4).

       01 WS-REMBOURSEMENTS-STATUS pic XX.
       01 RibPresent pic 9 value 0.
       01 IbanTemp pic X(34).

      *    Motif de resiliation optionnel (label motif:). HAUSSETARIF :
      *    resiliation exercee dans la fenetre ouverte par un avis de
      *    hausse de cotisation (AVISREPRIX, voir AVISREPLOT). L'ancien
      *    prix, seul facture pendant la fenetre, est repose sur le
      *    contrat et sert au calcul de la prime non courue : la hausse
      *    n'est jamais facturee. Hors fenetre, refus en code 136.
       01 MotifAnnulation pic X(12) value SPACES.
       01 posMotif pic 9(4).
       01 AvisHausseOuvert pic 9 value 0.
       01 IdAvisTexte pic X(10).
       01 AncienPrixAvisTexte pic X(12).
       01 AncienPrixAvis pic 9999V99 value 0.
       01 AncienPrixAvisFinal pic Z(4),99.

       01 MESSAGE-RESPONSE pic X(150).
       01 STATUT-RESPONSE pic X(6).
       01 CODE-RETOUR pic 9(3).
       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYMVTC OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           close F-DataSubmited.
           perform Extraire-Correlation-Id.
           perform Extraire-Operateur.
           perform Extraire-Motif.

      ******************************************************************
      *****                    UNSTRING-LINE                       *****

       Update-Status-Contrat-Trt.
           perform Select-Contrat-A-Resilier.
           IF ContratIntrouvable = 0 AND MotifAnnulation not = SPACES
               perform Verifier-Motif-Annulation
           END-IF.
           IF ContratIntrouvable = 0
               perform Generate-Update-Contrat-SQLCA-STATEMENT
               display SQLCA-STATEMENT
               MOVE RETURN-CODE TO SQLCODE
               display SQLCODE
               if SQLCODE equal 0 then
                   IF AvisHausseOuvert = 1
                       perform Annuler-Hausse-Tarif
                   END-IF
                   perform Calculer-Remboursement
                   MOVE "SUCCES = CE CONTRAT A BIEN ETE RESILIE"
                   TO MESSAGE-RESPONSE
                   IF AvisHausseOuvert = 1
                       MOVE "SUCCES = CONTRAT RESILIE APRES HAUSSE DE CO
      -                "TISATION, ANCIEN PRIX MAINTENU"
                       TO MESSAGE-RESPONSE
                   END-IF
                   MOVE "SUCCES" TO STATUT-RESPONSE
                   MOVE 0 TO CODE-RETOUR
                   perform Inserer-Notification
                   perform Reprix-Contrats-Foyer
                   IF MontantRembourse > 0
                       perform Select-Rib-Client
                       IF RibPresent = 1
                           perform Write-Ordre-Remboursement
                           perform Ecrire-Mouvements-Ristourne
                       ELSE
      *    Resiliation acquise mais remboursement suspendu faute de
      *    coordonnees bancaires valides (a enregistrer via MAJRIB).
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****             VERIFIER-MOTIF-ANNULATION                  *****
      ******************************************************************
      *    Seul le motif HAUSSETARIF est connu. Il exige un avis de
      *    hausse encore ouvert sur le contrat : limite de resiliation
      *    non depassee, ou avis pas encore envoye. Le plus ancien avis
      *    ouvert donne le prix facture avant les hausses.
       Verifier-Motif-Annulation.
           MOVE 0 TO AvisHausseOuvert.
           IF MotifAnnulation not = 'HAUSSETARIF'
               move 1 to ContratIntrouvable
               MOVE "ERREUR = MOTIF INCONNU (SEUL HAUSSETARIF ADMIS)"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 100 TO CODE-RETOUR
           ELSE
               perform Select-Avis-Hausse-Ouvert
               IF AvisHausseOuvert = 0
                   move 1 to ContratIntrouvable
                   MOVE "ERREUR = AUCUNE HAUSSE DE COTISATION EN FENETRE
      -            " DE RESILIATION SUR CE CONTRAT" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 136 TO CODE-RETOUR
               ELSE
                   MOVE AncienPrixAvis TO PrixParMoisTemp
               END-IF
           END-IF.

       Select-Avis-Hausse-Ouvert.
           MOVE SPACES TO IdAvisTexte.
           MOVE SPACES TO AncienPrixAvisTexte.
           MOVE 0 TO AncienPrixAvis.

           IF SQLCA-CURSOR-CTRL (6) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (6).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDAVIS, ' DELIMITED SIZE
                  'ANCIENPRIX ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'AVISREPRIX ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT = "' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '" AND STATUT = "OUVERT" ' DELIMITED SIZE
                  'AND (IFNULL(DATELIMITERESIL, "") = "" '
                  DELIMITED SIZE
                  'OR STR_TO_DATE(DATELIMITERESIL, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '>= CURDATE()) ' DELIMITED SIZE
                  'ORDER BY IDAVIS LIMIT 1' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (6)
              END-CALL
              IF SQLCA-RESULT (6) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (6)
                                            IdAvisTexte
                                            AncienPrixAvisTexte
               END-CALL
               IF SQLCA-RESULT (6) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT IdAvisTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AncienPrixAvisTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AncienPrixAvisTexte REPLACING ALL '.' BY ','.
           IF SQLCODE = 0 AND IdAvisTexte not = SPACES
               AND AncienPrixAvisTexte not = SPACES
               MOVE 1 TO AvisHausseOuvert
               COMPUTE AncienPrixAvis =
                   FUNCTION NUMVAL(AncienPrixAvisTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (6).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                ANNULER-HAUSSE-TARIF                    *****
      ******************************************************************
      *    Sur la connexion encore ouverte par Update-Status-Contrat :
      *    l'ancien prix est repose sur le contrat resilie et les avis
      *    ouverts sont clos au statut RESILIE.
       Annuler-Hausse-Tarif.
           MOVE AncienPrixAvis TO AncienPrixAvisFinal.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'PRIXPARMOIS = "' DELIMITED SIZE
                  AncienPrixAvisFinal DELIMITED SIZE
                  '", MOTIFANNULATION = "' DELIMITED SIZE
                  MotifAnnulation DELIMITED SPACE
                  '", VERSION = VERSION + 1' DELIMITED SIZE
                  ' WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'AVISREPRIX ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "RESILIE", ' DELIMITED SIZE
                  'DATERESILIATION = "' DELIMITED SIZE
                  DateComplete DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ContratIdNum DELIMITED SIZE
                  '" AND STATUT = "OUVERT"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      *****              CALCULER-REMBOURSEMENT                    *****
      ******************************************************************
           MOVE 0 TO SQLCODE.
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      *****              REPRIX-CONTRATS-FOYER                     *****
      ******************************************************************
      *    Sur la connexion encore ouverte par Update-Status-Contrat.
      *    Seuls les contrats dont le taux pose differe du nouveau taux
      *    sont relus ; client hors foyer : aucune ligne. Un echec ici
      *    n'altere pas la resiliation deja enregistree, le reprix
      *    annuel RETARIFLOT remettant le foyer a niveau.
       Reprix-Contrats-Foyer.
           MOVE 0 TO NbContratsFoyerReprices.
           perform Select-Remise-Foyer.

           IF SQLCA-CURSOR-CTRL (4) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (4).
           SET DB-OK TO TRUE.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'K.IDCONTRAT, ' DELIMITED SIZE
                  'K.PRIXPARMOIS, ' DELIMITED SIZE
                  'IFNULL(K.TAUXREMISEFOYER, 0) ' DELIMITED SIZE
                  'FROM CONTRATS K, CLIENTS L, CLIENTS C '
                  DELIMITED SIZE
                  'WHERE C.IDCLIENT = "' DELIMITED SIZE
                  ClientIdTemp DELIMITED SPACE
                  '" AND C.IDFOYER <> ""' DELIMITED SIZE
                  ' AND L.IDFOYER = C.IDFOYER' DELIMITED SIZE
                  ' AND K.CLIENTID = L.IDCLIENT' DELIMITED SIZE
                  ' AND (K.STATUS = "1" OR K.STATUS = "2")'
                  DELIMITED SIZE
                  ' AND IFNULL(K.TAUXREMISEFOYER, 0) <> "'
                  DELIMITED SIZE
                  TauxRemiseFoyer DELIMITED SIZE
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
           IF SQLCODE not = 0
               SET DB-NOT-FOUND TO TRUE
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO AncienTauxTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (4)
                                            IdContratFoyer
                                            PrixContratFoyer
                                            AncienTauxTexte
               END-CALL

               IF SQLCA-RESULT (4) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       MOVE DB-STATUS-FLD TO DB-STATUS-SAVE
                       perform Reprix-Un-Contrat-Foyer
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (4).
           MOVE 0 TO SQLCODE.
           MOVE 0 TO RETURN-CODE.

       Reprix-Un-Contrat-Foyer.
           INSPECT AncienTauxTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO AncienTauxRemise.
           IF AncienTauxTexte not = SPACES
               COMPUTE AncienTauxRemise =
                   FUNCTION NUMVAL(AncienTauxTexte)
           END-IF.
           compute NouveauPrixFoyer ROUNDED =
               PrixContratFoyer * (100 - TauxRemiseFoyer)
               / (100 - AncienTauxRemise).
           move NouveauPrixFoyer to NouveauPrixFoyerFinal.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'PRIXPARMOIS = "' DELIMITED SIZE
                  NouveauPrixFoyerFinal DELIMITED SIZE
                  '", TAUXREMISEFOYER = "' DELIMITED SIZE
                  TauxRemiseFoyer DELIMITED SIZE
                  '", VERSION = VERSION + 1' DELIMITED SIZE
                  ' WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdContratFoyer DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE = 0
               ADD 1 TO NbContratsFoyerReprices
           END-IF.

      ******************************************************************
      *****                SELECT-REMISE-FOYER                     *****
      ******************************************************************
      *    Palier atteint par les contrats actifs (statut 1 ou 2) qui
      *    restent au foyer une fois le contrat resilie, meme calcul
      *    que CREATCON et RETARIFLOT.
       Select-Remise-Foyer.
           MOVE 0 TO TauxRemiseFoyer.
           MOVE SPACES TO TauxRemiseTexte.

           IF SQLCA-CURSOR-CTRL (5) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (5).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'R.TAUXREMISE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'REMISEFOYER R ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'R.NBCONTRATS <= ' DELIMITED SIZE
                  '(SELECT COUNT(*) ' DELIMITED SIZE
                  'FROM CONTRATS K, CLIENTS L, CLIENTS C '
                  DELIMITED SIZE
                  'WHERE C.IDCLIENT = "' DELIMITED SIZE
                  ClientIdTemp DELIMITED SPACE
                  '" AND C.IDFOYER <> ""' DELIMITED SIZE
                  ' AND L.IDFOYER = C.IDFOYER' DELIMITED SIZE
                  ' AND K.CLIENTID = L.IDCLIENT' DELIMITED SIZE
                  ' AND (K.STATUS = "1" OR K.STATUS = "2")) '
                  DELIMITED SIZE
                  'ORDER BY R.NBCONTRATS DESC LIMIT 1' DELIMITED SIZE
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
                                            TauxRemiseTexte
               END-CALL
               IF SQLCA-RESULT (5) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT TauxRemiseTexte REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND TauxRemiseTexte not = SPACES
               COMPUTE TauxRemiseFoyer =
                   FUNCTION NUMVAL(TauxRemiseTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (5).
           MOVE 0 TO SQLCODE.

       Write-Ordre-Remboursement.
           OPEN EXTEND F-Remboursements.
           IF WS-REMBOURSEMENTS-STATUS not = "00"
           write E-Remboursements from LIGNE-REMBOURSEMENT.
           CLOSE F-Remboursements.

      *    Compte cotisations : la prime non courue est creditee puis
      *    aussitot redebitee par l'ordre de remboursement, le solde
      *    du contrat ne bouge pas mais les deux mouvements restent
      *    visibles dans son historique.
       Ecrire-Mouvements-Ristourne.
           MOVE ContratIdNum TO MVTC-IDCONTRAT.
           MOVE DateComplete TO MVTC-DATE.
           MOVE MontantRembourse TO MVTC-MONTANT.
           MOVE 'PRIME NON COURUE RESILIATION' TO MVTC-REFERENCE.
           MOVE 'ANNULCON' TO MVTC-PROGRAMME.
           MOVE 'RISTOURNE' TO MVTC-TYPE.
           SET MVTC-CREDIT TO TRUE.
           perform MVTC-Ecrire-Mouvement.
           MOVE 'REMBOURSEMENT' TO MVTC-TYPE.
           SET MVTC-DEBIT TO TRUE.
           perform MVTC-Ecrire-Mouvement.


       Write-Response-File.
           open output F-Response.
               end-unstring
           END-IF.

      ******************************************************************
      *****                  EXTRAIRE-MOTIF                        *****
      ******************************************************************
       Extraire-Motif.
           MOVE SPACES TO MotifAnnulation.
           MOVE 0 TO posMotif.
           INSPECT E-DataSubmited TALLYING posMotif
               FOR CHARACTERS BEFORE INITIAL 'motif:'.
           IF posMotif < 240
               unstring E-DataSubmited (posMotif + 7:)
                   delimited by ',' or space into MotifAnnulation
               end-unstring
           END-IF.
           INSPECT MotifAnnulation REPLACING ALL '"' BY "'".
           INSPECT MotifAnnulation CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      ******************************************************************
      *****               VERIFIER-OPERATEUR                       *****
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

       COPY CPYMVTCP OF "cobol/source_cobol".
