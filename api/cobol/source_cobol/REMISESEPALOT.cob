      -              "txt/remise_sepa_lot.txt"
           organization is line sequential access sequential.

      *    Remise a la banque au format ISO 20022 pain.008, refaite a
      *    chaque passage ; remise_sepa_lot.txt reste la liste de
      *    controle de l'equipe encaissements.
           select F-Sepa
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/remise_sepa_lot.xml"
           organization is line sequential access sequential.

           select F-Ecartees
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/remise_sepa_ecartees_lot.txt"
       FD F-Remise record varying from 0 to 255.
       01 E-Remise pic x(255).

       FD F-Sepa record varying from 0 to 200.
       01 E-Sepa pic x(200).

       FD F-Ecartees record varying from 0 to 200.
       01 E-Ecartees pic x(200).


       01 MandatActifTrouve pic 9 value 0.
       01 ReferenceMandatTemp pic X(35).
       01 DateSignatureTemp pic X(10).
       01 RibPresent pic 9 value 0.
       01 IbanTemp pic X(34).
       01 BicTemp pic X(11).
       01 TitulaireTemp pic X(70).

      *    Identifiant de bout en bout du prelevement, renvoye par la
      *    banque sur le retour : PRLV, contrat, facture.
       01 EndToEndTemp pic X(35).

      *    Edition du fichier pain.008 a partir des presentations du
      *    passage (PRESENTATIONSEPA sans IDMESSAGE), un lot par
      *    sequence et date d'echeance.
       01 SepaHeure pic 9(8).
       01 NbTransactionsTexte pic X(10).
       01 TotalTransactionsTexte pic X(15).
       01 SequenceLotTemp pic X(4).
       01 DateEcheanceLotTemp pic X(10).
       01 MontantPresenteTexte pic X(15).
       01 MotifEcartee pic X(40).

      *    Sequencement SEPA du mandat : FRST pour la premiere

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYJOUVR OF "cobol/source_cobol".
       COPY CPYSEPA OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************

       GSPI-Trt.
           perform Remettre-Factures-Dues.
           perform Editer-Remise-Sepa.

       GSPI-Fin.
           perform Write-Ligne-Total.
      *    son motif : elle restera candidate au passage suivant, une
      *    fois le mandat signe via GESTMAND ou le RIB pose via MAJRIB.
       Presenter-Une-Facture.
           INSPECT MontantFactureTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantFactureTexte REPLACING ALL '.' BY ','.
           COMPUTE MontantFacture =
               FUNCTION NUMVAL(MontantFactureTexte).
           perform Select-Mandat-Actif.
               WHEN OTHER
                   perform Determiner-Sequence
                   perform Calculer-Date-Echeance
                   MOVE SPACES TO EndToEndTemp
                   STRING 'PRLV' DELIMITED SIZE
                          IdContratTemp DELIMITED SIZE
                          NumeroFactureTemp DELIMITED SIZE
                   INTO EndToEndTemp
                   END-STRING
                   ADD 1 TO NbPrelevementsEmis
                   ADD MontantFacture TO TotalMontantsRemis
                   perform Write-Ligne-Remise
       Select-Mandat-Actif.
           MOVE 0 TO MandatActifTrouve.
           MOVE SPACES TO ReferenceMandatTemp.
           MOVE SPACES TO DateSignatureTemp.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'REFERENCEMANDAT, ' DELIMITED SIZE
                  'IFNULL(DATESIGNATURE, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'MANDATS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            ReferenceMandatTemp
                                            DateSignatureTemp
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
       Select-Rib-Client.
           MOVE 0 TO RibPresent.
           MOVE SPACES TO IbanTemp.
           MOVE SPACES TO BicTemp.
           MOVE SPACES TO TitulaireTemp.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IBAN, ' DELIMITED SIZE
                  'IFNULL(BIC, ""), ' DELIMITED SIZE
                  'IFNULL(TITULAIRE, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'COORDONNEESBANCAIRES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (3)
                                            IbanTemp
                                            BicTemp
                                            TitulaireTemp
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
      *    Journal des presentations emises : c'est contre cette table
      *    que les retours bancaires integres par ENCAISSLOT peuvent
      *    etre rapproches, et elle porte le sequencement FRST/RCUR du
      *    mandat pour les passages suivants. Elle garde aussi tout ce
      *    que le fichier pain.008 reprend (identifiant de bout en
      *    bout, compte et titulaire debites, signature du mandat) ;
      *    IDMESSAGE reste vide jusqu'a l'edition du fichier.
       Insert-Presentation.
           INSPECT DateSignatureTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT BicTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TitulaireTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TitulaireTemp REPLACING ALL '"' BY ' '.
           MOVE MontantFacture TO MontantFactureAffiche.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'SEQUENCE, ' DELIMITED SIZE
                  'MONTANT, ' DELIMITED SIZE
                  'DATEECHEANCE, ' DELIMITED SIZE
                  'DATEREMISE, ' DELIMITED SIZE
                  'ENDTOENDID, ' DELIMITED SIZE
                  'IBAN, ' DELIMITED SIZE
                  'BIC, ' DELIMITED SIZE
                  'TITULAIRE, ' DELIMITED SIZE
                  'DATESIGNATURE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  NumeroFactureTemp DELIMITED SIZE
                  DateEcheance DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  EndToEndTemp DELIMITED SPACE
                  '","' DELIMITED SIZE
                  IbanTemp DELIMITED SPACE
                  '","' DELIMITED SIZE
                  BicTemp DELIMITED SPACE
                  '","' DELIMITED SIZE
                  TitulaireTemp DELIMITED '  '
                  '","' DELIMITED SIZE
                  DateSignatureTemp DELIMITED SPACE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****                 EDITER-REMISE-SEPA                     *****
      ******************************************************************
      *    Fichier pain.008 remis a la banque : toutes les
      *    presentations pas encore editees, y compris celles d'un
      *    passage interrompu puis repris, regroupees par sequence
      *    (FRST/RCUR) et date d'echeance. L'en-tete porte le nombre
      *    et la somme de controle du fichier, chaque lot les siens.
      *    Les presentations editees recoivent l'identifiant du
      *    message. Sans presentation, le fichier est vide.
       Editer-Remise-Sepa.
           perform Editer-Remise-Sepa-Init.
           IF SEPA-NB-TRANSACTIONS > 0
               perform Editer-Remise-Sepa-Trt
           END-IF.
           perform Editer-Remise-Sepa-Fin.

       Editer-Remise-Sepa-Init.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           open output F-Sepa.
           SET SEPA-PRELEVEMENT TO TRUE.
           ACCEPT SepaHeure FROM TIME.
           MOVE SPACES TO SEPA-ID-MESSAGE.
           STRING 'GSPI-PRLV-' DELIMITED SIZE
                  currentYear DELIMITED SIZE
                  MM of SYSTEME-DATE DELIMITED SIZE
                  JJ of SYSTEME-DATE DELIMITED SIZE
                  SepaHeure (1:6) DELIMITED SIZE
           INTO SEPA-ID-MESSAGE
           END-STRING.
           MOVE SPACES TO SEPA-HORODATAGE.
           STRING currentYear DELIMITED SIZE
                  '-' DELIMITED SIZE
                  MM of SYSTEME-DATE DELIMITED SIZE
                  '-' DELIMITED SIZE
                  JJ of SYSTEME-DATE DELIMITED SIZE
                  'T' DELIMITED SIZE
                  SepaHeure (1:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  SepaHeure (3:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  SepaHeure (5:2) DELIMITED SIZE
           INTO SEPA-HORODATAGE
           END-STRING.
           perform Select-Totaux-Remise.

       Editer-Remise-Sepa-Trt.
           perform SEPA-Ouvrir-Message.
           perform Editer-Lots-Sepa.
           perform SEPA-Fermer-Message.
           perform Marquer-Presentations-Editees.

       Editer-Remise-Sepa-Fin.
           close F-Sepa.
           perform close-BDD.
           display SEPA-NB-TRANSACTIONS.

       Select-Totaux-Remise.
           MOVE 0 TO SEPA-NB-TRANSACTIONS.
           MOVE 0 TO SEPA-TOTAL.
           MOVE SPACES TO NbTransactionsTexte.
           MOVE SPACES TO TotalTransactionsTexte.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*), ' DELIMITED SIZE
                  'IFNULL(SUM(REPLACE(TRIM(MONTANT), ",", ".")), 0) '
                  DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'PRESENTATIONSEPA ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'ENDTOENDID IS NOT NULL ' DELIMITED SIZE
                  'AND IDMESSAGE IS NULL' DELIMITED SIZE
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
                                            NbTransactionsTexte
                                            TotalTransactionsTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT NbTransactionsTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TotalTransactionsTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TotalTransactionsTexte REPLACING ALL '.' BY ','.
           IF SQLCODE = 0 AND NbTransactionsTexte not = SPACES
               COMPUTE SEPA-NB-TRANSACTIONS =
                   FUNCTION NUMVAL(NbTransactionsTexte)
               COMPUTE SEPA-TOTAL =
                   FUNCTION NUMVAL(TotalTransactionsTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                  EDITER-LOTS-SEPA                      *****
      ******************************************************************
       Editer-Lots-Sepa.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'SEQUENCE, ' DELIMITED SIZE
                  'DATEECHEANCE, ' DELIMITED SIZE
                  'COUNT(*), ' DELIMITED SIZE
                  'SUM(REPLACE(TRIM(MONTANT), ",", ".")) '
                  DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'PRESENTATIONSEPA ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'ENDTOENDID IS NOT NULL ' DELIMITED SIZE
                  'AND IDMESSAGE IS NULL ' DELIMITED SIZE
                  'GROUP BY SEQUENCE, DATEECHEANCE ' DELIMITED SIZE
                  'ORDER BY SEQUENCE, ' DELIMITED SIZE
                  'STR_TO_DATE(DATEECHEANCE, "%d/%m/%Y")'
                  DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           display SQLCA-STATEMENT.

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
               MOVE SPACES TO SequenceLotTemp
               MOVE SPACES TO DateEcheanceLotTemp
               MOVE SPACES TO NbTransactionsTexte
               MOVE SPACES TO TotalTransactionsTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            SequenceLotTemp
                                            DateEcheanceLotTemp
                                            NbTransactionsTexte
                                            TotalTransactionsTexte
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
                       perform Editer-Un-Lot-Sepa
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Editer-Un-Lot-Sepa.
           INSPECT NbTransactionsTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TotalTransactionsTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT TotalTransactionsTexte REPLACING ALL '.' BY ','.
           MOVE SequenceLotTemp TO SEPA-SEQUENCE.
           MOVE DateEcheanceLotTemp TO SEPA-DATE-EXECUTION.
           COMPUTE SEPA-LOT-NB = FUNCTION NUMVAL(NbTransactionsTexte).
           COMPUTE SEPA-LOT-TOTAL =
               FUNCTION NUMVAL(TotalTransactionsTexte).
           perform SEPA-Ouvrir-Lot.
           perform Editer-Transactions-Lot.
           perform SEPA-Fermer-Lot.

      *    Les presentations du lot, dans l'ordre des factures.
       Editer-Transactions-Lot.
           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'ENDTOENDID, ' DELIMITED SIZE
                  'REPLACE(TRIM(MONTANT), ",", "."), ' DELIMITED SIZE
                  'REFERENCEMANDAT, ' DELIMITED SIZE
                  'IFNULL(DATESIGNATURE, ""), ' DELIMITED SIZE
                  'IBAN, ' DELIMITED SIZE
                  'IFNULL(BIC, ""), ' DELIMITED SIZE
                  'IFNULL(TITULAIRE, ""), ' DELIMITED SIZE
                  'NUMEROFACTURE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'PRESENTATIONSEPA ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'ENDTOENDID IS NOT NULL ' DELIMITED SIZE
                  'AND IDMESSAGE IS NULL ' DELIMITED SIZE
                  'AND SEQUENCE = "' DELIMITED SIZE
                  SequenceLotTemp DELIMITED SPACE
                  '" AND DATEECHEANCE = "' DELIMITED SIZE
                  DateEcheanceLotTemp DELIMITED SIZE
                  '" ORDER BY NUMEROFACTURE' DELIMITED SIZE
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

           PERFORM UNTIL SQLCODE not = 0
               MOVE SPACES TO SEPA-END-TO-END
               MOVE SPACES TO MontantPresenteTexte
               MOVE SPACES TO SEPA-REF-MANDAT
               MOVE SPACES TO SEPA-DATE-SIGNATURE
               MOVE SPACES TO SEPA-IBAN
               MOVE SPACES TO SEPA-BIC
               MOVE SPACES TO SEPA-NOM
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (3)
                                            SEPA-END-TO-END
                                            MontantPresenteTexte
                                            SEPA-REF-MANDAT
                                            SEPA-DATE-SIGNATURE
                                            SEPA-IBAN
                                            SEPA-BIC
                                            SEPA-NOM
                                            NumeroFactureTemp
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
               IF SQLCODE = 0
                   perform Editer-Une-Transaction
               END-IF
           END-PERFORM.

           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

       Editer-Une-Transaction.
           INSPECT SEPA-END-TO-END REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantPresenteTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantPresenteTexte REPLACING ALL '.' BY ','.
           INSPECT SEPA-REF-MANDAT REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SEPA-DATE-SIGNATURE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SEPA-IBAN REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SEPA-BIC REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SEPA-NOM REPLACING ALL LOW-VALUE BY SPACE.
           COMPUTE SEPA-MONTANT = FUNCTION NUMVAL(MontantPresenteTexte).
           MOVE SPACES TO SEPA-LIBELLE.
           STRING 'PRIME ASSURANCE FACTURE ' DELIMITED SIZE
                  NumeroFactureTemp DELIMITED SIZE
           INTO SEPA-LIBELLE
           END-STRING.
           perform SEPA-Ecrire-Transaction.

      *    Les presentations editees sortent du fichier suivant.
       Marquer-Presentations-Editees.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'PRESENTATIONSEPA ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'IDMESSAGE = "' DELIMITED SIZE
                  SEPA-ID-MESSAGE DELIMITED SPACE
                  '" WHERE ' DELIMITED SIZE
                  'ENDTOENDID IS NOT NULL ' DELIMITED SIZE
                  'AND IDMESSAGE IS NULL' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE not = 0
               display "MARQUAGE PRESENTATIONS EDITEES EN ERREUR"
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      ******************************************************************
      ******************************************************************
      *    Factures jamais presentees en banque : celles qui n'ont pas
      *    encore de ligne dans PRESENTATIONSEPA. La reprise apres
      *    incident repart du dernier numero de facture journalise.
      *    Les avoirs (TYPEPIECE "A") ne sont jamais preleves. Le
      *    montant preleve est la prime diminuee du trop-percu que
      *    FACTURLOT a impute (MONTANTCREDIT) ; une facture couverte en
      *    entier par un trop-percu n'est pas presentee.
      *    Le debiteur est le client de la facture, donc le tiers
      *    payeur quand FACTURLOT a facture le contrat a un payeur
      *    (voir GESTPAYEUR) : mandat et RIB sont les siens.
       Generate-Select-Factures-SQLCA-STATEMENT.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'NUMEROFACTURE, ' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'REPLACE(MONTANT, ",", ".") - ' DELIMITED SIZE
                  'REPLACE(IFNULL(MONTANTCREDIT, "0"), ",", ".") '
                  DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'FACTURATION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'NUMEROFACTURE NOT IN ' DELIMITED SIZE
                  '(SELECT NUMEROFACTURE ' DELIMITED SIZE
                  'FROM PRESENTATIONSEPA) ' DELIMITED SIZE
                  'AND IFNULL(TYPEPIECE, "F") <> "A" ' DELIMITED SIZE
                  'AND REPLACE(MONTANT, ",", ".") - ' DELIMITED SIZE
                  'REPLACE(IFNULL(MONTANTCREDIT, "0"), ",", ".") > 0 '
                  DELIMITED SIZE
                  'AND NUMEROFACTURE > ' DELIMITED SIZE
                  LastCheckpointId DELIMITED SIZE
                  ' ORDER BY NUMEROFACTURE' DELIMITED SIZE
      *****        CALENDRIER DES JOURS OUVRES (CPYJOUVRP)         *****
      ******************************************************************
       COPY CPYJOUVRP OF "cobol/source_cobol".

      ******************************************************************
      *****           FICHIER ISO 20022 PAIN.008 (CPYSEPAP)        *****
      ******************************************************************
       COPY CPYSEPAP OF "cobol/source_cobol".
