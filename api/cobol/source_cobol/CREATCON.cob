           select F-Archive
           assign to WS-ARCHIVE-PATH
           organization is line sequential access sequential.

           select F-CondParticulieres
           assign to SIGN-CP-PATH
           organization is line sequential
           file status is SIGN-STATUS-CP.

           select F-DemandeSignature
           assign to SIGN-DEMANDE-PATH
           organization is line sequential
           file status is SIGN-STATUS-DEMANDE.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************

       FD F-Archive record varying from 0 to 1000.
       01 E-Archive pic x(1000).

       FD F-CondParticulieres record varying from 0 to 200.
       01 E-CondParticulieres pic x(200).

       FD F-DemandeSignature record varying from 0 to 250.
       01 E-DemandeSignature pic x(250).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
         88 AgeEligible-bool value '1'.

       01 NbTypeSinistre pic 9(4) value 0.
      *    Produit ferme a la souscription (TYPESINISTRE.DATEFERMETURE
      *    posee par FERMPROD) : le type reste au catalogue pour les
      *    contrats en cours mais n'est plus vendu, code retour 135.
       01 NbProduitFerme pic 9(4) value 0.
       01 ProduitFerme pic 9 value 0.
       01 TypeSinistreValide pic x value '1'.
         88 TypeSinistreValide-bool value '1'.

       01 ScoreClient pic 9(3) value 0.
       01 ScoreTexte pic X(4).

      *    Remise foyer (GESTFOYER) : le taux du palier REMISEFOYER
      *    atteint par les contrats actifs du foyer du client, le
      *    contrat souscrit compris, minore le prix. Il est pose sur le
      *    contrat (TAUXREMISEFOYER) pour que RETARIFLOT et ANNULCON
      *    puissent le recalculer.
       01 TauxRemiseFoyer pic 9(3) value 0.
       01 TauxRemiseTexte pic X(10).
       01 DevisRemiseTexte pic X(10).

       01 CodePostalClient pic X(5).
       01 VilleClient pic X(30).
       01 ZoneTarif pic X(2) value SPACES.
       01 DevisPrixTexte pic X(10).
       01 DevisGarantieTexte pic X(10).
       01 DevisClientTexte pic X(10).
      *    Apporteur et formule du devis, repris quand la demande ne
      *    les donne pas.
       01 DevisApporteurTexte pic X(10).
       01 DevisFormuleTexte pic X(10).
       01 DevisClientCompare pic 9(6).
       01 ClientIdCompare pic 9(6).

       01 OperateurSaisi pic X(10) value SPACES.

      *    Exclusions medicales a la souscription : labels optionnels
      *    exclusion:CODE et libelle:texte (jusqu'a la virgule). Le
      *    code est rapproche du code acte des prestations (prefixe)
      *    et de la circonstance declaree des sinistres.
       01 ExclusionSaisie pic X(10) value SPACES.
       01 LibelleExclusionSaisi pic X(60) value SPACES.
       01 posExclusion pic 9(4).
       01 posLibelleExclusion pic 9(4).

      *    Mode simulation (label simulation:1) : toutes les
      *    validations et le calcul de prix tournent mais aucune
      *    ecriture en base n'est faite; la reponse est marquee
       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYSIGN OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           perform Extraire-Formule.
           perform Extraire-Frequence.
           perform Extraire-Date-Effet.
           perform Extraire-Exclusion.

      ******************************************************************
      *****              VALIDER-STRUCTURE-LIGNE                   *****
       Verify-TypeSinistre-Valide-Init.
           MOVE '1' TO TypeSinistreValide.
           MOVE 0 TO NbTypeSinistre.
           MOVE 0 TO NbProduitFerme.
           MOVE 0 TO ProduitFerme.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           IF DB-OK
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            NbTypeSinistre
                                            NbProduitFerme
               END-CALL

               IF SQLCA-RESULT (1) = NULL

           IF NbTypeSinistre EQUAL 0
               MOVE '0' TO TypeSinistreValide
           ELSE
               IF NbProduitFerme > 0
                   MOVE '0' TO TypeSinistreValide
                   MOVE 1 TO ProduitFerme
               END-IF
           END-IF.

       Verify-TypeSinistre-Valide-Fin.
           perform close-BDD.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           IF ProduitFerme = 1
               MOVE "ERREUR = TYPE DE SINISTRE FERME A LA SOUSCRIPTION"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 135 TO CODE-RETOUR
           ELSE
           IF NOT TypeSinistreValide-bool
               MOVE "ERREUR = LE TYPE DE SINISTRE RENSEIGNE N'EXISTE PA
      -        "S DANS LE CATALOGUE" TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 100 TO CODE-RETOUR
           END-IF
           END-IF.
           EXIT.

       Generate-TypeSinistre-SQLCA-STATEMENT.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'COUNT(*), ' DELIMITED SIZE
               'IFNULL(SUM(IFNULL(DATEFERMETURE, "") <> "" '
               DELIMITED SIZE
               'AND DATEFERMETURE <= CURDATE()), 0) ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'TYPESINISTRE ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
           IF SQLCODE = 0 AND FrequenceSaisie not = SPACES
               perform Update-Frequence-Contrat
           END-IF.
           IF SQLCODE = 0 AND TauxRemiseFoyer > 0
               perform Update-Remise-Contrat
           END-IF.
           IF SQLCODE = 0 AND DateEffetSaisie not = SPACES
               perform Update-DateEffet-Contrat
           END-IF.
           IF SQLCODE = 0 AND ExclusionSaisie not = SPACES
               perform Insert-Exclusion-Contrat
           END-IF.
           IF SQLCODE = 0
               MOVE SPACES TO AuditAncienneValeur
               MOVE PrixParMoisFinal TO AuditNouvelleValeur
               perform Inserer-Notification
           END-IF.

      *    Le contrat valide, ses conditions particulieres partent a la
      *    signature electronique (contrat en attente d'acceptation
      *    compris) ; un echec de la demande ne remet pas en cause la
      *    creation, SIGNELOT ne relancant que les demandes emises.
           IF SQLCODE = 0
               perform Demander-Signature
           END-IF.

           IF SQLCODE = 0 AND EnAttenteAcceptation = 1
               MOVE "SUCCES = GARANTIE AU DELA DU SEUIL DU PRODUIT : CON
      -        "TRAT CREE EN ATTENTE D ACCEPTATION SOUSCRIPTION, SANS FA

           perform Close-BDD.

      ******************************************************************
      *****                  DEMANDER-SIGNATURE                    *****
      ******************************************************************
       Demander-Signature.
           MOVE SPACES TO SIGN-IDCONTRAT.
           MOVE NotifClient TO SIGN-IDCLIENT.
           MOVE TypeOfSinistre TO SIGN-TYPESINISTRE.
           MOVE PrixParMoisFinal TO SIGN-PRIME.
           MOVE GarantieFinal TO SIGN-GARANTIE.
           MOVE CodeApporteur TO SIGN-APPORTEUR.
           MOVE DateComplete TO SIGN-DATE.
           MOVE 'CREATCON' TO SIGN-PROGRAMME.
           perform SIGN-Demander-Signature.
           IF not SIGN-EMISE
               display "SIGNATURE NON DEMANDEE, CLIENT " SIGN-IDCLIENT
                       " RETOUR " SIGN-RETOUR
           END-IF.

      ******************************************************************
      *****                   INSERT-CONTRAT                       *****
      ******************************************************************
                   FUNCTION NUMVAL(DevisPrixTexte)
               COMPUTE GarantieMontant =
                   FUNCTION NUMVAL(DevisGarantieTexte)
               COMPUTE TauxRemiseFoyer =
                   FUNCTION NUMVAL(DevisRemiseTexte)
               move PrixParMoisInt to PrixParMoisFinal
               move GarantieMontant to GarantieFinal
           ELSE
                       PrixParMoisInt
                       * (100 + BC-SurchargeScorePct) / 100
               END-IF
               IF TauxRemiseFoyer > 0
                   compute PrixParMoisInt ROUNDED =
                       PrixParMoisInt
                       * (100 - TauxRemiseFoyer) / 100
               END-IF
               move PrixParMoisInt to PrixParMoisFinal
               move GarantieMontant to GarantieFinal
           END-IF.
               perform Select-Coefficient-Classe
           END-IF.
           perform Select-Coefficient-Zone.
           perform Select-Remise-Foyer.
           perform Close-BDD.

       Select-Coefficient-Classe.
               END-IF
           END-IF.

      ******************************************************************
      *****               EXTRAIRE-EXCLUSION                       *****
      ******************************************************************
      *    Le libelle peut contenir des espaces : il court jusqu'a la
      *    virgule suivante. Les guillemets sont neutralises pour ne
      *    pas casser la requete d'insertion.
       Extraire-Exclusion.
           MOVE SPACES TO ExclusionSaisie.
           MOVE SPACES TO LibelleExclusionSaisi.
           MOVE 0 TO posExclusion.
           INSPECT E-DataSubmited TALLYING posExclusion
               FOR CHARACTERS BEFORE INITIAL 'exclusion:'.
           IF posExclusion < 240
               unstring E-DataSubmited (posExclusion + 11:)
                   delimited by ',' or space into ExclusionSaisie
               end-unstring
           END-IF.
           MOVE 0 TO posLibelleExclusion.
           INSPECT E-DataSubmited TALLYING posLibelleExclusion
               FOR CHARACTERS BEFORE INITIAL 'libelle:'.
           IF posLibelleExclusion < 240
               unstring E-DataSubmited (posLibelleExclusion + 9:)
                   delimited by ',' into LibelleExclusionSaisi
               end-unstring
           END-IF.
           INSPECT ExclusionSaisie REPLACING ALL '"' BY "'".
           INSPECT LibelleExclusionSaisi REPLACING ALL '"' BY "'".

      ******************************************************************
      *****             INSERT-EXCLUSION-CONTRAT                   *****
      ******************************************************************
      *    Enchaine sur la connexion et la transaction ouvertes par
      *    Creer-Contrat-Unite-De-Travail : rattache l'exclusion au
      *    contrat qui vient d'etre cree (le plus recent du client pour
      *    ce type, comme Update-Frequence-Contrat).
       Insert-Exclusion-Contrat.
           evaluate TRUE
           when id1-bool
               MOVE ClientId-1 TO ClientIdCompare
           when id2-bool
               MOVE ClientId-2 TO ClientIdCompare
           when id3-bool
               MOVE ClientId-3 TO ClientIdCompare
           when id4-bool
               MOVE ClientId-4 TO ClientIdCompare
           when id5-bool
               MOVE ClientId-5 TO ClientIdCompare
           when id6-bool
               MOVE ClientId-6 TO ClientIdCompare
           when other
               MOVE 0 TO ClientIdCompare
           end-evaluate.
           MOVE 0 TO SQLCODE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT INTO EXCLUSIONSCONTRAT ' DELIMITED SIZE
                  '(CONTRATID, CODEEXCLUSION, LIBELLE, ' DELIMITED SIZE
                  'DATECREATION, OPERATEUR, STATUT) ' DELIMITED SIZE
                  'SELECT IDCONTRAT, "' DELIMITED SIZE
                  ExclusionSaisie DELIMITED SPACE
                  '", "' DELIMITED SIZE
                  LibelleExclusionSaisi DELIMITED SIZE
                  '", "' DELIMITED SIZE
                  DateComplete DELIMITED SIZE
                  '", "' DELIMITED SIZE
                  OperateurSaisi DELIMITED SPACE
                  '", "1" FROM CONTRATS ' DELIMITED SIZE
                  'WHERE CLIENTID = "' DELIMITED SIZE
                  ClientIdCompare DELIMITED SIZE
                  '" AND TYPESINISTRE = "' DELIMITED SIZE
                  TypeOfSinistre DELIMITED SIZE
                  '" ORDER BY IDCONTRAT DESC LIMIT 1' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE SPACES TO AuditAncienneValeur
               MOVE ExclusionSaisie TO AuditNouvelleValeur
               MOVE ClientIdCompare TO AuditIdEnregistrement
               MOVE 'EXCLUSIONSCONTRAT' TO AuditNomTable
               MOVE 'INSERT' TO AuditOperation
               perform Write-Audit-Trail
           END-IF.

      ******************************************************************
      *****            UPDATE-DATEEFFET-CONTRAT                    *****
      ******************************************************************
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      *    Le contrat vient d'etre insere dans la transaction : meme
      *    reperage que Update-Frequence-Contrat.
       Update-Remise-Contrat.
           evaluate TRUE
           when id1-bool
               MOVE ClientId-1 TO ClientIdCompare
           when id2-bool
               MOVE ClientId-2 TO ClientIdCompare
           when id3-bool
               MOVE ClientId-3 TO ClientIdCompare
           when id4-bool
               MOVE ClientId-4 TO ClientIdCompare
           when id5-bool
               MOVE ClientId-5 TO ClientIdCompare
           when id6-bool
               MOVE ClientId-6 TO ClientIdCompare
           when other
               MOVE 0 TO ClientIdCompare
           end-evaluate.
           MOVE 0 TO SQLCODE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'TAUXREMISEFOYER ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  TauxRemiseFoyer DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'CLIENTID ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  ClientIdCompare DELIMITED SIZE
                  '" AND TYPESINISTRE = "' DELIMITED SIZE
                  TypeOfSinistre DELIMITED SIZE
                  '" ORDER BY IDCONTRAT DESC LIMIT 1' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****                SELECT-REMISE-FOYER                     *****
      ******************************************************************
      *    Palier le plus eleve atteint par le nombre de contrats actifs
      *    (statut 1 ou 2) du foyer, plus le contrat demande. Client
      *    hors foyer ou sous le premier palier : pas de remise.
      *    Enchaine sur la connexion de Select-Classe-Risque-Client.
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
                  '(SELECT COUNT(*) + 1 ' DELIMITED SIZE
                  'FROM CONTRATS K, CLIENTS L, CLIENTS C '
                  DELIMITED SIZE
                  'WHERE C.IDCLIENT = "' DELIMITED SIZE
                  ClientIdCompare DELIMITED SIZE
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

      ******************************************************************
      *****               SELECT-DEVIS-VALIDE                      *****
      ******************************************************************
           MOVE SPACES TO DevisPrixTexte.
           MOVE SPACES TO DevisGarantieTexte.
           MOVE SPACES TO DevisClientTexte.
           MOVE SPACES TO DevisRemiseTexte.
           MOVE SPACES TO DevisApporteurTexte.
           MOVE SPACES TO DevisFormuleTexte.

           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'MONTANTGARANTIE, ' DELIMITED SIZE
                  'PRIXPARMOIS, ' DELIMITED SIZE
                  'IFNULL(TAUXREMISEFOYER, 0), ' DELIMITED SIZE
                  'IFNULL(CODEAPPORTEUR, ""), ' DELIMITED SIZE
                  'IFNULL(FORMULE, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'DEVIS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                                            DevisClientTexte
                                            DevisGarantieTexte
                                            DevisPrixTexte
                                            DevisRemiseTexte
                                            DevisApporteurTexte
                                            DevisFormuleTexte
               END-CALL
               IF SQLCA-RESULT (7) = NULL
                   MOVE 100 TO SQLCODE
           end-evaluate.
           IF DevisClientCompare = ClientIdCompare
               MOVE 1 TO DevisTrouve
               INSPECT DevisApporteurTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT DevisFormuleTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               IF CodeApporteur = SPACES
                   MOVE DevisApporteurTexte TO CodeApporteur
               END-IF
               IF FormuleSaisie = SPACES
                   MOVE DevisFormuleTexte TO FormuleSaisie
               END-IF
           ELSE
               MOVE 1 TO DevisRefuse
           END-IF.
      *    Enchaine sur la connexion et la transaction ouvertes par
      *    Creer-Contrat-Unite-De-Travail : le devis converti est ferme
      *    pour qu'il ne puisse pas servir a une seconde souscription.
      *    Le contrat cree (le plus recent du client pour ce type) et
      *    la date de conversion sont gardes pour CONVDEVISLOT.
       Update-Devis-Utilise.
           MOVE 0 TO SQLCODE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
                  'DEVIS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT ' DELIMITED SIZE
                  '= "2", ' DELIMITED SIZE
                  'DATECONVERSION = CURDATE(), ' DELIMITED SIZE
                  'IDCONTRAT = (SELECT MAX(IDCONTRAT) ' DELIMITED SIZE
                  'FROM CONTRATS WHERE CLIENTID = "' DELIMITED SIZE
                  ClientIdCompare DELIMITED SIZE
                  '" AND TYPESINISTRE = "' DELIMITED SIZE
                  TypeOfSinistre DELIMITED SIZE
                  '") ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'NUMERODEVIS ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
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

       COPY CPYSIGNP OF "cobol/source_cobol".
