      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AVOIRFACT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Emission d'un avoir contre une facture deja emise : une
      *    facture n'est plus jamais modifiee, l'avoir est une piece
      *    numerotee de FACTURATION (TYPEPIECE "A") qui reference la
      *    facture qu'elle annule, pour tout ou partie du montant, la
      *    taxe etant extournee au prorata. L'avoir est rattache au
      *    mois de son emission et pousse une ligne dans le fichier
      *    des avoirs emis que COMPTALOT comptabilise la nuit.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-DataSubmited
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/avoir_facture_requete.txt"
           organization is line sequential.

           select F-Response
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/avoir_facture_response.txt"
           organization is line sequential access sequential.

           select F-Archive
           assign to WS-ARCHIVE-PATH
           organization is line sequential access sequential.

           select F-Avoirs
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/avoirs_emis.txt"
           organization is line sequential
           file status is WS-AVOIRS-STATUS.

           select F-Remboursements
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/remboursements_annulation.txt"
           organization is line sequential
           file status is WS-REMBOURSEMENTS-STATUS.
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

       FD F-Avoirs record varying from 0 to 200.
       01 E-Avoirs pic x(200).

       FD F-Remboursements record varying from 0 to 200.
       01 E-Remboursements pic x(200).
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
       01 PeriodeCourante pic X(7).

       01 champValeur.
         05 FactureChamp Pic x(20).

       01 trash pic X(255).

      *    Requete : Facture:N obligatoire, montant: optionnel (avoir
      *    partiel, decimale au point), motif: libre, operateur:
      *    obligatoire. Sans montant l'avoir couvre tout le reste a
      *    crediter de la facture.
       01 NumeroFactureOrigine pic 9(9) value 0.
       01 MontantSaisiTexte pic X(12) value SPACES.
       01 MontantSaisi pic 9(6)V99 value 0.
       01 posMontant pic 9(4).
       01 MotifAvoir pic X(40) value SPACES.
       01 posMotif pic 9(4).

      *    Facture d'origine et avoirs deja emis contre elle : le
      *    cumul des avoirs ne peut depasser le montant facture.
       01 FactureTrouvee pic 9 value 0.
       01 IdContratFact pic X(10).
       01 IdClientFact pic X(10).
       01 MontantFactTexte pic X(12).
       01 TaxeFactTexte pic X(12).
       01 TauxTaxeFact pic X(10).
       01 TypePieceFact pic X(2).
       01 MontantFactNum pic 9(6)V99 value 0.
       01 TaxeFactNum pic 9(6)V99 value 0.
       01 CumulAvoirTexte pic X(15).
       01 CumulTaxeAvoirTexte pic X(15).
       01 CumulAvoirNum pic 9(6)V99 value 0.
       01 CumulTaxeAvoirNum pic 9(6)V99 value 0.
       01 ResteACrediter pic S9(6)V99 value 0.

      *    Avoir emis : montants stockes en negatif dans FACTURATION
      *    pour que les cumuls par periode (taxe, statistiques,
      *    releves) le deduisent d'eux-memes ; la ligne du fichier
      *    comptable porte les montants en positif, le sens de
      *    l'ecriture etant inverse par COMPTALOT.
       01 MontantAvoir pic 9(6)V99 value 0.
       01 TaxeAvoir pic 9(6)V99 value 0.
       01 NetAvoir pic 9(6)V99 value 0.
       01 MontantNegatif pic S9(6)V99.
       01 MontantAvoirStocke pic -(6)9,99.
       01 NetAvoirStocke pic -(6)9,99.
       01 TaxeAvoirStocke pic -(6)9,99.
       01 MontantAvoirAffiche pic Z(5)9,99.
       01 NetAvoirAffiche pic Z(5)9,99.
       01 TaxeAvoirAffiche pic Z(5)9,99.

      *    Numerotation des avoirs : plage a neuf chiffres au-dessus
      *    des plages de facture des partitions de FACTURLOT (huit
      *    chiffres), pour que les deux numerotations ne se croisent
      *    jamais.
       01 BorneNumAvoir pic 9(9) value 100000000.
       01 NumeroAvoir pic 9(9) value 0.
       01 NumeroAvoirTexte pic X(12).

      *    Controle des periodes comptables : pas d'avoir dans un mois
      *    clos par CLOTMOIS (table PERIODESCOMPTA).
       01 PeriodeFermee pic 9 value 0.
       01 StatutPeriodeTexte pic X(2).

       01 WS-AVOIRS-STATUS pic XX.
       01 LIGNE-AVOIR pic X(200).

      *    Imputation de l'avoir au compte cotisations : d'abord sur
      *    l'impaye du contrat, l'excedent est rembourse au client par
      *    un ordre de remboursement s'il a des coordonnees bancaires,
      *    sinon il reste en credit sur le compte, suivi comme
      *    trop-percu (voir CPYTROP).
       01 ImpayeContratTexte pic X(15).
       01 ImpayeContrat pic 9(8)V99 value 0.
       01 ImputationAvoir pic 9(6)V99 value 0.
       01 ExcedentAvoir pic 9(6)V99 value 0.
       01 ExcedentAffiche pic Z(4),99.
       01 NouvelImpaye pic 9(8)V99 value 0.
       01 ImpayeAffiche pic Z(7)9,99.
       01 RibPresent pic 9 value 0.
       01 IbanTemp pic X(34).
       01 WS-REMBOURSEMENTS-STATUS pic XX.
       01 LIGNE-REMBOURSEMENT pic X(200).

       01 MESSAGE-RESPONSE pic X(150).
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

      *    Garde anti-doublon : une resoumission identique dans la
      *    journee ne doit pas emettre un second avoir.
       01 EmpreinteRequete pic 9(9) value 0.
       01 iEmpreinte pic 9(3).
       01 RequeteDupliquee pic 9 value 0.
       01 StatutOrigine pic X(6).
       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYMVTC OF "cobol/source_cobol".
       COPY CPYTROP OF "cobol/source_cobol".
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
               perform Extraire-Montant-Avoir
               perform Extraire-Motif-Avoir
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
               WHEN NumeroFactureOrigine = 0
                   MOVE "ERREUR = NUMERO DE FACTURE OBLIGATOIRE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN OTHER
                   perform Emettre-Avoir
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
      *    Verifie que la ligne de requete contient au moins le champ
      *    "label:valeur" obligatoire Facture en plus du label
      *    operateur:. Montant et motif sont optionnels.
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
           unstring E-DataSubmited delimited by "," or space into
            FactureChamp of champValeur
           end-unstring.
           unstring FactureChamp of champValeur delimited by ":" into
            trash
            NumeroFactureOrigine
           end-unstring.

       Unstring-Line-Fin.
           EXIT.

      ******************************************************************
      *****               EXTRAIRE-MONTANT-AVOIR                   *****
      ******************************************************************
      *    Montant partiel optionnel (label montant:), decimale au
      *    point puisque la virgule separe les champs de la requete.
       Extraire-Montant-Avoir.
           MOVE SPACES TO MontantSaisiTexte.
           MOVE 0 TO MontantSaisi.
           MOVE 0 TO posMontant.
           INSPECT E-DataSubmited TALLYING posMontant
               FOR CHARACTERS BEFORE INITIAL 'montant:'.
           IF posMontant < 240
               unstring E-DataSubmited (posMontant + 9:)
                   delimited by ',' or space into MontantSaisiTexte
               end-unstring
           END-IF.
           IF MontantSaisiTexte not = SPACES
               INSPECT MontantSaisiTexte REPLACING ALL '.' BY ','
               COMPUTE MontantSaisi =
                   FUNCTION NUMVAL(MontantSaisiTexte)
           END-IF.

      ******************************************************************
      *****                EXTRAIRE-MOTIF-AVOIR                    *****
      ******************************************************************
       Extraire-Motif-Avoir.
           MOVE SPACES TO MotifAvoir.
           MOVE 0 TO posMotif.
           INSPECT E-DataSubmited TALLYING posMotif
               FOR CHARACTERS BEFORE INITIAL 'motif:'.
           IF posMotif < 240
               unstring E-DataSubmited (posMotif + 7:)
                   delimited by ',' into MotifAvoir
               end-unstring
           END-IF.

      ******************************************************************
      *****               SANITIZE-CHAMPS-LIBRES                   *****
      ******************************************************************
      *    Neutralise les guillemets des champs libres avant insertion
      *    dans une instruction SQL delimitee par des guillemets.
       Sanitize-Champs-Libres.
           INSPECT MotifAvoir REPLACING ALL '"' BY "'".

      ******************************************************************
      *****                    EMETTRE-AVOIR                       *****
      ******************************************************************
       Emettre-Avoir.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           STRING currentDate (4:2) DELIMITED SIZE
                  '/' DELIMITED SIZE
                  currentDate (7:4) DELIMITED SIZE
           INTO PeriodeCourante
           END-STRING.
           perform Verifier-Periode-Ouverte.
           IF PeriodeFermee = 0
               perform Select-Facture-Origine
           END-IF.
           IF PeriodeFermee = 0 AND FactureTrouvee = 1
               AND TypePieceFact (1:1) not = 'A'
               perform Select-Cumul-Avoirs
               perform Determiner-Montant-Avoir
           END-IF.
           EVALUATE TRUE
               WHEN PeriodeFermee = 1
                   MOVE "ERREUR = PERIODE COMPTABLE CLOSE, AVOIR IMPOSSI
      -            "BLE" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN FactureTrouvee = 9
                   MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 900 TO CODE-RETOUR
               WHEN FactureTrouvee = 0
                   MOVE "ERREUR = FACTURE INCONNUE" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN TypePieceFact (1:1) = 'A'
                   MOVE "ERREUR = CETTE PIECE EST DEJA UN AVOIR"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN ResteACrediter not > 0
                   MOVE "ERREUR = FACTURE DEJA INTEGRALEMENT CREDITEE"
                   TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN MontantSaisi > ResteACrediter
                   MOVE "ERREUR = MONTANT SUPERIEUR AU RESTE A CREDITER 
      -            "SUR LA FACTURE" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               WHEN OTHER
                   perform Select-Dernier-Numero-Avoir
                   perform Insert-Avoir
           END-EVALUATE.
           perform Close-BDD.

      ******************************************************************
      *****             VERIFIER-PERIODE-OUVERTE                   *****
      ******************************************************************
      *    Le mois courant doit etre ouvert dans PERIODESCOMPTA (une
      *    periode sans ligne est reputee ouverte).
       Verifier-Periode-Ouverte.
           MOVE 0 TO PeriodeFermee.
           MOVE SPACES TO StatutPeriodeTexte.

           IF SQLCA-CURSOR-CTRL (10) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (10).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'STATUT ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'PERIODESCOMPTA ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'PERIODE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  PeriodeCourante DELIMITED SPACE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (10)
              END-CALL
              IF SQLCA-RESULT (10) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF SQLCODE = 0
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (10)
                                            StatutPeriodeTexte
               END-CALL
               IF SQLCA-RESULT (10) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               AND StatutPeriodeTexte (1:1) = '0'
               MOVE 1 TO PeriodeFermee
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (10).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               SELECT-FACTURE-ORIGINE                   *****
      ******************************************************************
      *    FactureTrouvee : 1 facture lue, 0 inconnue, 9 erreur SQL.
       Select-Facture-Origine.
           MOVE 0 TO FactureTrouvee.
           MOVE SPACES TO IdContratFact.
           MOVE SPACES TO IdClientFact.
           MOVE SPACES TO MontantFactTexte.
           MOVE SPACES TO TaxeFactTexte.
           MOVE SPACES TO TauxTaxeFact.
           MOVE SPACES TO TypePieceFact.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDCONTRAT, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'MONTANT, ' DELIMITED SIZE
                  'IFNULL(MONTANTTAXE, "0"), ' DELIMITED SIZE
                  'IFNULL(TAUXTAXE, "0"), ' DELIMITED SIZE
                  'IFNULL(TYPEPIECE, "F") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'FACTURATION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'NUMEROFACTURE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  NumeroFactureOrigine DELIMITED SIZE
                  '"' DELIMITED SIZE
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
                                            IdContratFact
                                            IdClientFact
                                            MontantFactTexte
                                            TaxeFactTexte
                                            TauxTaxeFact
                                            TypePieceFact
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 1 TO FactureTrouvee
                   INSPECT MontantFactTexte
                       REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT TaxeFactTexte
                       REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT TauxTaxeFact
                       REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT MontantFactTexte REPLACING ALL '.' BY ','
                   INSPECT TaxeFactTexte REPLACING ALL '.' BY ','
                   COMPUTE MontantFactNum =
                       FUNCTION NUMVAL(MontantFactTexte)
                   COMPUTE TaxeFactNum =
                       FUNCTION NUMVAL(TaxeFactTexte)
               WHEN SQLCODE = 100
                   MOVE 0 TO FactureTrouvee
               WHEN OTHER
                   MOVE 9 TO FactureTrouvee
           END-EVALUATE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                 SELECT-CUMUL-AVOIRS                    *****
      ******************************************************************
      *    Avoirs deja emis contre la facture (stockes en negatif) :
      *    le reste a crediter est le montant facture diminue de leur
      *    cumul.
       Select-Cumul-Avoirs.
           MOVE SPACES TO CumulAvoirTexte.
           MOVE SPACES TO CumulTaxeAvoirTexte.
           MOVE 0 TO CumulAvoirNum.
           MOVE 0 TO CumulTaxeAvoirNum.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(-SUM(REPLACE(MONTANT, ",", ".")), 0), '
                  DELIMITED SIZE
                  'IFNULL(-SUM(REPLACE(MONTANTTAXE, ",", ".")), 0) '
                  DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'FACTURATION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'TYPEPIECE = "A" ' DELIMITED SIZE
                  'AND NUMEROFACTUREORIGINE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  NumeroFactureOrigine DELIMITED SIZE
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
                                            CumulAvoirTexte
                                            CumulTaxeAvoirTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               INSPECT CumulAvoirTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT CumulTaxeAvoirTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT CumulAvoirTexte REPLACING ALL '.' BY ','
               INSPECT CumulTaxeAvoirTexte REPLACING ALL '.' BY ','
               COMPUTE CumulAvoirNum =
                   FUNCTION NUMVAL(CumulAvoirTexte)
               COMPUTE CumulTaxeAvoirNum =
                   FUNCTION NUMVAL(CumulTaxeAvoirTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              DETERMINER-MONTANT-AVOIR                  *****
      ******************************************************************
      *    Sans montant saisi l'avoir solde la facture. La taxe suit
      *    le montant au prorata de la facture ; l'avoir qui solde la
      *    facture reprend exactement la taxe restante pour que les
      *    arrondis des avoirs partiels ne laissent aucun residu.
       Determiner-Montant-Avoir.
           COMPUTE ResteACrediter = MontantFactNum - CumulAvoirNum.
           IF MontantSaisi = 0
               MOVE ResteACrediter TO MontantAvoir
           ELSE
               MOVE MontantSaisi TO MontantAvoir
           END-IF.
           IF ResteACrediter > 0 AND MontantAvoir = ResteACrediter
               COMPUTE TaxeAvoir = TaxeFactNum - CumulTaxeAvoirNum
           ELSE
               IF MontantFactNum > 0
                   COMPUTE TaxeAvoir ROUNDED =
                       MontantAvoir * TaxeFactNum / MontantFactNum
               ELSE
                   MOVE 0 TO TaxeAvoir
               END-IF
           END-IF.
           IF TaxeAvoir > MontantAvoir
               MOVE MontantAvoir TO TaxeAvoir
           END-IF.
           SUBTRACT TaxeAvoir FROM MontantAvoir GIVING NetAvoir.

           COMPUTE MontantNegatif = 0 - MontantAvoir.
           MOVE MontantNegatif TO MontantAvoirStocke.
           COMPUTE MontantNegatif = 0 - NetAvoir.
           MOVE MontantNegatif TO NetAvoirStocke.
           COMPUTE MontantNegatif = 0 - TaxeAvoir.
           MOVE MontantNegatif TO TaxeAvoirStocke.
           MOVE MontantAvoir TO MontantAvoirAffiche.
           MOVE NetAvoir TO NetAvoirAffiche.
           MOVE TaxeAvoir TO TaxeAvoirAffiche.

      ******************************************************************
      *****            SELECT-DERNIER-NUMERO-AVOIR                 *****
      ******************************************************************
       Select-Dernier-Numero-Avoir.
           MOVE 0 TO NumeroAvoir.
           MOVE SPACES TO NumeroAvoirTexte.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(MAX(NUMEROFACTURE), 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'FACTURATION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'NUMEROFACTURE >= ' DELIMITED SIZE
                  BorneNumAvoir DELIMITED SIZE
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
                                            NumeroAvoirTexte
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0 AND NumeroAvoirTexte not = SPACES
               INSPECT NumeroAvoirTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               COMPUTE NumeroAvoir =
                   FUNCTION NUMVAL(NumeroAvoirTexte)
           END-IF.
           IF NumeroAvoir < BorneNumAvoir
               MOVE BorneNumAvoir TO NumeroAvoir
           END-IF.
           ADD 1 TO NumeroAvoir.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                    INSERT-AVOIR                        *****
      ******************************************************************
      *    L'avoir reprend le contrat, le client et le taux de taxe de
      *    la facture d'origine, sur la periode du jour : il est net
      *    dans le mois ou il est emis, pas dans celui de la facture.
       Insert-Avoir.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'FACTURATION' DELIMITED SIZE
                  '('    DELIMITED SIZE
                  'NUMEROFACTURE, ' DELIMITED SIZE
                  'PERIODE, ' DELIMITED SIZE
                  'IDCONTRAT, '    DELIMITED SIZE
                  'IDCLIENT, '    DELIMITED SIZE
                  'MONTANT, '    DELIMITED SIZE
                  'MONTANTNET, '    DELIMITED SIZE
                  'MONTANTTAXE, '    DELIMITED SIZE
                  'TAUXTAXE, '    DELIMITED SIZE
                  'DATEFACTURE, '    DELIMITED SIZE
                  'DATEECHEANCE, '    DELIMITED SIZE
                  'TYPEPIECE, '    DELIMITED SIZE
                  'NUMEROFACTUREORIGINE, '    DELIMITED SIZE
                  'MOTIFAVOIR) '    DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("'    DELIMITED SIZE
                  NumeroAvoir DELIMITED SIZE
                  '","' DELIMITED SIZE
                  PeriodeCourante DELIMITED SIZE
                  '","' DELIMITED SIZE
                  IdContratFact DELIMITED SPACE
                  '","' DELIMITED SIZE
                  IdClientFact DELIMITED SPACE
                  '","' DELIMITED SIZE
                  MontantAvoirStocke DELIMITED SIZE
                  '","' DELIMITED SIZE
                  NetAvoirStocke DELIMITED SIZE
                  '","' DELIMITED SIZE
                  TaxeAvoirStocke DELIMITED SIZE
                  '","' DELIMITED SIZE
                  TauxTaxeFact DELIMITED SPACE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","A","' DELIMITED SIZE
                  NumeroFactureOrigine DELIMITED SIZE
                  '","' DELIMITED SIZE
                  MotifAvoir DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE SPACES TO MESSAGE-RESPONSE
               STRING 'SUCCES = AVOIR ' DELIMITED SIZE
                      NumeroAvoir DELIMITED SIZE
                      ' EMIS POUR ' DELIMITED SIZE
                      MontantAvoirAffiche DELIMITED SIZE
                      ' EUROS SUR LA FACTURE ' DELIMITED SIZE
                      NumeroFactureOrigine DELIMITED SIZE
               INTO MESSAGE-RESPONSE
               END-STRING
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE SPACES TO AuditAncienneValeur
               MOVE SPACES TO AuditNouvelleValeur
               STRING 'FACTURE ' DELIMITED SIZE
                      NumeroFactureOrigine DELIMITED SIZE
               INTO AuditAncienneValeur
               END-STRING
               STRING 'AVOIR ' DELIMITED SIZE
                      MontantAvoirStocke DELIMITED SIZE
                      ' TAXE ' DELIMITED SIZE
                      TaxeAvoirStocke DELIMITED SIZE
               INTO AuditNouvelleValeur
               END-STRING
               MOVE NumeroAvoir TO AuditIdEnregistrement
               MOVE 'FACTURATION' TO AuditNomTable
               MOVE 'INSERT' TO AuditOperation
               perform Write-Audit-Trail
               perform Write-Ligne-Avoir
               perform Imputer-Avoir-Compte
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 900 TO CODE-RETOUR
               MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *****                  WRITE-LIGNE-AVOIR                     *****
      ******************************************************************
      *    Ajoute l'avoir au fichier des avoirs emis que COMPTALOT
      *    comptabilise puis vide (contrat, client, TTC, date, numero
      *    d'avoir, facture d'origine, net, taxe).
       Write-Ligne-Avoir.
           OPEN EXTEND F-Avoirs.
           IF WS-AVOIRS-STATUS not = "00"
               OPEN OUTPUT F-Avoirs
           END-IF.
           MOVE SPACES TO LIGNE-AVOIR.
           STRING IdContratFact DELIMITED SPACE
                   ';' DELIMITED SIZE
                   IdClientFact DELIMITED SPACE
                   ';' DELIMITED SIZE
                   MontantAvoirAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NumeroAvoir DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NumeroFactureOrigine DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NetAvoirAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TaxeAvoirAffiche DELIMITED SIZE
           INTO LIGNE-AVOIR
           END-STRING.
           write E-Avoirs from LIGNE-AVOIR.
           CLOSE F-Avoirs.

      ******************************************************************
      *****                IMPUTER-AVOIR-COMPTE                    *****
      ******************************************************************
      *    L'avoir est credite en entier au compte cotisations. La
      *    part qui couvre l'impaye du contrat l'apure (jours de retard
      *    et statut de relance remis a zero s'il est solde) ; le reste
      *    est rembourse, et redebite au compte, quand le client a un
      *    RIB. Sans RIB l'excedent reste en credit (code 130) et il
      *    est suivi comme trop-percu : TROPPERLOT l'imputera sur une
      *    prime due ou le remboursera des que le RIB sera connu.
       Imputer-Avoir-Compte.
           perform Select-Impaye-Contrat.
           IF ImpayeContrat > MontantAvoir
               MOVE MontantAvoir TO ImputationAvoir
           ELSE
               MOVE ImpayeContrat TO ImputationAvoir
           END-IF.
           COMPUTE ExcedentAvoir = MontantAvoir - ImputationAvoir.

           COMPUTE MVTC-IDCONTRAT = FUNCTION NUMVAL(IdContratFact).
           MOVE currentDate TO MVTC-DATE.
           MOVE SPACES TO MVTC-REFERENCE.
           STRING 'AVOIR ' DELIMITED SIZE
                  NumeroAvoir DELIMITED SIZE
                  ' FACT ' DELIMITED SIZE
                  NumeroFactureOrigine DELIMITED SIZE
           INTO MVTC-REFERENCE
           END-STRING.
           MOVE 'AVOIRFACT' TO MVTC-PROGRAMME.
           MOVE 'AVOIR' TO MVTC-TYPE.
           SET MVTC-CREDIT TO TRUE.
           MOVE MontantAvoir TO MVTC-MONTANT.
           perform MVTC-Ecrire-Mouvement.

           IF ImputationAvoir > 0
               perform Update-Impaye-Avoir
           END-IF.

           IF ExcedentAvoir > 0
               perform Select-Rib-Client
               IF RibPresent = 1
                   perform Write-Ordre-Remboursement
                   MOVE 'REMBOURSEMENT' TO MVTC-TYPE
                   SET MVTC-DEBIT TO TRUE
                   MOVE ExcedentAvoir TO MVTC-MONTANT
                   perform MVTC-Ecrire-Mouvement
               ELSE
                   MOVE ExcedentAvoir TO ExcedentAffiche
                   MOVE SPACES TO MESSAGE-RESPONSE
                   STRING 'SUCCES = AVOIR ' DELIMITED SIZE
                          NumeroAvoir DELIMITED SIZE
                          ' EMIS, EXCEDENT DE ' DELIMITED SIZE
                          ExcedentAffiche DELIMITED SIZE
                          ' EUROS EN CREDIT : AUCUNES COORDONNEES '
                              DELIMITED SIZE
                          'BANCAIRES' DELIMITED SIZE
                   INTO MESSAGE-RESPONSE
                   END-STRING
                   MOVE 130 TO CODE-RETOUR
                   COMPUTE TROP-IDCONTRAT =
                       FUNCTION NUMVAL(IdContratFact)
                   MOVE currentDate TO TROP-DATE
                   MOVE 'AVOIR' TO TROP-ORIGINE
                   MOVE ExcedentAvoir TO TROP-MONTANT
                   MOVE MVTC-REFERENCE TO TROP-REFERENCE
                   MOVE 'AVOIRFACT' TO TROP-PROGRAMME
                   SET TROP-SANS-MOUVEMENT TO TRUE
                   perform TROP-Creer-Credit
               END-IF
           END-IF.

       Select-Impaye-Contrat.
           MOVE 0 TO ImpayeContrat.
           MOVE SPACES TO ImpayeContratTexte.

           IF SQLCA-CURSOR-CTRL (4) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (4).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(MONTANTIMPAYE, 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdContratFact DELIMITED SPACE
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
                                            ImpayeContratTexte
               END-CALL
               IF SQLCA-RESULT (4) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT ImpayeContratTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ImpayeContratTexte
               REPLACING ALL '.' BY ','.
           IF SQLCODE = 0 AND ImpayeContratTexte not = SPACES
               COMPUTE ImpayeContrat =
                   FUNCTION NUMVAL(ImpayeContratTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (4).
           MOVE 0 TO SQLCODE.

      *    Meme remise a niveau que le reglement manuel (REMISCON) quand
      *    l'impaye est solde : plus de jours de retard, contrat en
      *    relance revenu au statut actif.
       Update-Impaye-Avoir.
           COMPUTE NouvelImpaye = ImpayeContrat - ImputationAvoir.
           MOVE ImputationAvoir TO MVTC-MONTANT.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           IF NouvelImpaye = 0
               STRING 'UPDATE ' DELIMITED SIZE
                      'CONTRATS ' DELIMITED SIZE
                      'SET ' DELIMITED SIZE
                      'MONTANTIMPAYE = "0", ' DELIMITED SIZE
                      'JOURSRETARD = "0", ' DELIMITED SIZE
                      'DATEPREMIERIMPAYE = "", ' DELIMITED SIZE
                      'STATUS = IF(STATUS = "2", "1", STATUS) '
                          DELIMITED SIZE
                      'WHERE ' DELIMITED SIZE
                      'IDCONTRAT ' DELIMITED SIZE
                      '= "' DELIMITED SIZE
                      IdContratFact DELIMITED SPACE
                      '"' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               END-STRING
           ELSE
               STRING 'UPDATE ' DELIMITED SIZE
                      'CONTRATS ' DELIMITED SIZE
                      'SET ' DELIMITED SIZE
                      'MONTANTIMPAYE = ' DELIMITED SIZE
                      'GREATEST(IFNULL(MONTANTIMPAYE, 0) - '
                          DELIMITED SIZE
                      MVTC-MONTANT-ENTIER DELIMITED SIZE
                      '.' DELIMITED SIZE
                      MVTC-MONTANT-CENTIMES DELIMITED SIZE
                      ', 0) ' DELIMITED SIZE
                      'WHERE ' DELIMITED SIZE
                      'IDCONTRAT ' DELIMITED SIZE
                      '= "' DELIMITED SIZE
                      IdContratFact DELIMITED SPACE
                      '"' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               END-STRING
           END-IF.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
               MOVE ImpayeContrat TO ImpayeAffiche
               MOVE ImpayeAffiche TO AuditAncienneValeur
               MOVE NouvelImpaye TO ImpayeAffiche
               MOVE ImpayeAffiche TO AuditNouvelleValeur
               MOVE IdContratFact TO AuditIdEnregistrement
               MOVE 'CONTRATS' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
           END-IF.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO RETURN-CODE.

       Select-Rib-Client.
           MOVE 0 TO RibPresent.
           MOVE SPACES TO IbanTemp.

           IF SQLCA-CURSOR-CTRL (5) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (5).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IBAN ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'COORDONNEESBANCAIRES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCLIENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdClientFact DELIMITED SPACE
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
                                            IbanTemp
               END-CALL
               IF SQLCA-RESULT (5) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT IbanTemp REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE = 0 AND IbanTemp not = SPACES
               MOVE 1 TO RibPresent
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (5).
           MOVE 0 TO SQLCODE.

      *    Meme fichier d'ordres que les resiliations (ANNULCON), que
      *    COMPTALOT comptabilise puis vide ; le motif AVOIR lui fait
      *    solder le compte client plutot que les primes.
       Write-Ordre-Remboursement.
           MOVE ExcedentAvoir TO ExcedentAffiche.
           OPEN EXTEND F-Remboursements.
           IF WS-REMBOURSEMENTS-STATUS not = "00"
               OPEN OUTPUT F-Remboursements
           END-IF.
           MOVE SPACES TO LIGNE-REMBOURSEMENT.
           STRING IdClientFact DELIMITED SPACE
                   ';' DELIMITED SIZE
                   IdContratFact DELIMITED SPACE
                   ';' DELIMITED SIZE
                   ExcedentAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   'AVOIR ' DELIMITED SIZE
                   NumeroAvoir DELIMITED SIZE
                   ' EXCEDENT REMBOURSE' DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-REMBOURSEMENT
           END-STRING.
           write E-Remboursements from LIGNE-REMBOURSEMENT.
           CLOSE F-Remboursements.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Appele pendant que la connexion ouverte par Emettre-Avoir
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
      -          "/archives/avoir_facture_" DELIMITED SIZE
                   ARCHIVE-AAMMJJ DELIMITED SIZE
                   "_" DELIMITED SIZE
                   ARCHIVE-HHMMSSCC DELIMITED SIZE
                   "_" DELIMITED SIZE
                   NumeroFactureOrigine DELIMITED SIZE
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
                  'NIVPAIEMENTS ' DELIMITED SIZE
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
           MOVE 'AVOIRFACT' TO PGCTB-PROGRAM-NAME.

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

       COPY CPYMVTCP OF "cobol/source_cobol".
       COPY CPYTROPP OF "cobol/source_cobol".
