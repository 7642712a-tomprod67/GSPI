      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 DAS2LOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Declaration annuelle des honoraires (DAS2) : totalise par
      *    beneficiaire les sommes reglees au cours de l'annee civile
      *    precedente aux experts (registre EXPERTS, honoraires
      *    d'expertise de FRAISGESTION), aux avocats (frais d'avocat de
      *    FRAISGESTION) et aux professionnels de sante payes en tiers
      *    payant (PRESTATION), ces deux derniers au registre
      *    PRESTATAIRES. Au dela du seuil legal le beneficiaire est
      *    porte au fichier de declaration TD/DAS2 du cahier des
      *    charges de la DGFiP, enregistrements de 672 caracteres :
      *      010 emetteur
      *      020 etablissement declarant
      *      210 beneficiaire (identite, adresse, sommes par nature)
      *      300 total de l'etablissement
      *      310 total de l'emetteur
      *    montants en euros entiers. L'emetteur et l'etablissement
      *    declarant sont la compagnie elle-meme : SIRET, raison
      *    sociale et adresse sont des constantes metier du lot ; sans
      *    elles le fichier de declaration reste vide et le passage
      *    sort en erreur.
      *    Le fichier de controle liste chaque beneficiaire (declare ou
      *    sous le seuil), signale ceux dont le SIRET ou l'adresse
      *    manque ou qui ont disparu du registre, puis rapproche les
      *    reglements de l'annee des ecritures passees par COMPTALOT.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Declaration
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/declaration_das2.txt"
           organization is line sequential access sequential.

           select F-Controle
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/controle_das2.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Declaration record varying from 0 to 672.
       01 E-Declaration pic x(672).

       FD F-Controle record varying from 0 to 250.
       01 E-Controle pic x(250).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-TypeEntree pic X(5).
       01 JB-LignesLues pic 9(8) value 0.
       01 JB-LignesEcrites pic 9(8) value 0.
       01 JB-CodeSortie pic 9(2) value 0.
       01 JB-HeureActuelle pic 9(8).
       01 JB-Horodatage pic X(19).

      *    Annee civile declaree : celle qui precede le passage, le lot
      *    tournant en janvier pour un depot avant l'echeance legale.
       01 AnneeDecl pic 9(4).

      *    Identite de la compagnie, emetteur et etablissement
      *    declarant : SIRET (SIREN + NIC), raison sociale et adresse
      *    decoupee comme au cahier des charges. Sans bureau
      *    distributeur, la commune en tient lieu.
       01 BusinessConstants.
         05 BC-SiretDeclarant pic X(14).
         05 BC-RaisonSociale pic X(50).
         05 BC-ComplementAdresse pic X(32).
         05 BC-NumeroVoie pic X(4).
         05 BC-IndiceRepetition pic X.
         05 BC-NatureNomVoie pic X(26).
         05 BC-CodeInsee pic X(5).
         05 BC-Commune pic X(26).
         05 BC-CodePostal pic X(5).
         05 BC-BureauDistributeur pic X(26).
       01 DeclarantValide pic 9 value 0.

      *    Seuil legal de declaration par beneficiaire et par an, en
      *    euros : seuls les beneficiaires au dela sont declares.
       01 SeuilDas2 pic 9(6) value 1200.

      *    Comptes de charge mouvementes par COMPTALOT : prestations
      *    (tiers payant compris) et frais de gestion des sinistres.
       01 ComptePrestations pic X(6) value '622000'.
       01 CompteFraisGestion pic X(6) value '622600'.

      *    Beneficiaire lu : registre E (EXPERTS) ou P (PRESTATAIRES).
       01 RegistreBenef pic X.
       01 CodeBenefTemp pic X(10).
       01 NomBenefTexte pic X(70).
       01 SiretBenefTexte pic X(20).
       01 HonorairesTexte pic X(15).
       01 AutresTexte pic X(15).
       01 NbReglementsTexte pic X(10).

      *    Adresse du beneficiaire au registre, code INSEE repris de
      *    REFCOMMUNE, et son decoupage en zones du cahier des charges
      *    (numero, indice bis/ter/quater, nature et nom de voie).
       01 AdresseBenefTexte pic X(60).
       01 CodePostalBenefTexte pic X(10).
       01 VilleBenefTexte pic X(30).
       01 CodeInseeBenefTexte pic X(10).
       01 ProfessionBenefTexte pic X(30).
       01 PtrAdresse pic 9(3).
       01 PtrAvantIndice pic 9(3).
       01 MotAdresse pic X(60).
       01 LgMotAdresse pic 9(3).
       01 NumeroVoieBenef pic 9(4).
       01 SiretValide pic 9.
       01 AdresseValide pic 9.
       01 PtrAnomalie pic 9(3).

       01 HonorairesBenef pic 9(10).
       01 AutresBenef pic 9(10).
       01 TotalBenef pic 9(10).
       01 NbReglementsBenef pic 9(6).
       01 SituationBenef pic X(10).
       01 AnomalieBenef pic X(40).

       01 NbBeneficiaires pic 9(6) value 0.
       01 NbDeclares pic 9(6) value 0.
       01 NbSousSeuil pic 9(6) value 0.
       01 NbSiretManquants pic 9(6) value 0.
       01 NbHorsRegistre pic 9(6) value 0.
       01 NbAdressesManquantes pic 9(6) value 0.
       01 TotalDeclare pic 9(12) value 0.
       01 TotalHonorairesDeclare pic 9(12) value 0.
       01 TotalAutresDeclare pic 9(12) value 0.
       01 TotalSousSeuil pic 9(12) value 0.

      *    Rapprochement comptable d'une source de reglements.
       01 LibelleSource pic X(20).
       01 NbSourceTexte pic X(10).
       01 MontantSourceTexte pic X(18).
       01 MontantComptaTexte pic X(18).
       01 NbSansEcritureTexte pic X(10).
       01 NbSource pic 9(8).
       01 NbSansEcriture pic 9(8).
       01 MontantSource pic 9(10)V99.
       01 MontantCompta pic 9(10)V99.
       01 EcartCompta pic S9(10)V99.
       01 MontantSourceAffiche pic Z(9)9,99.
       01 MontantComptaAffiche pic Z(9)9,99.
       01 EcartAffiche pic -(10)9,99.
       01 NbEcartsCompta pic 9 value 0.

      *    Enregistrements du fichier de declaration TD/DAS2, 672
      *    caracteres. Les enregistrements de l'etablissement (020,
      *    210, 300) portent le SIRET du declarant (SIREN + NIC), ceux
      *    de l'emetteur (010, 310) son seul SIREN. Une adresse se
      *    decoupe en complement, numero, indice de repetition, nature
      *    et nom de voie, code INSEE et nom de la commune, code postal
      *    et bureau distributeur. Une somme sans objet est a zero.
       01 DAS2-EMETTEUR.
           05 DAS2-E-Siren pic X(9).
           05 filler pic X(12) value SPACES.
           05 DAS2-E-Code pic X(3) value '010'.
           05 filler pic X(14) value SPACES.
           05 DAS2-E-RaisonSociale pic X(50).
           05 DAS2-E-ComplementAdresse pic X(32).
           05 DAS2-E-NumeroVoie pic X(4).
           05 DAS2-E-IndiceRepetition pic X.
           05 filler pic X value SPACE.
           05 DAS2-E-NatureNomVoie pic X(26).
           05 DAS2-E-CodeInsee pic X(5).
           05 filler pic X value SPACE.
           05 DAS2-E-Commune pic X(26).
           05 DAS2-E-CodePostal pic X(5).
           05 filler pic X value SPACE.
           05 DAS2-E-BureauDistributeur pic X(26).
           05 filler pic X(456) value SPACES.

       01 DAS2-ETABLISSEMENT.
           05 DAS2-D-Siren pic X(9).
           05 DAS2-D-Nic pic X(5).
           05 filler pic X(7) value SPACES.
           05 DAS2-D-Code pic X(3) value '020'.
           05 filler pic X(14) value SPACES.
           05 DAS2-D-RaisonSociale pic X(50).
           05 DAS2-D-ComplementAdresse pic X(32).
           05 DAS2-D-NumeroVoie pic X(4).
           05 DAS2-D-IndiceRepetition pic X.
           05 filler pic X value SPACE.
           05 DAS2-D-NatureNomVoie pic X(26).
           05 DAS2-D-CodeInsee pic X(5).
           05 filler pic X value SPACE.
           05 DAS2-D-Commune pic X(26).
           05 DAS2-D-CodePostal pic X(5).
           05 filler pic X value SPACE.
           05 DAS2-D-BureauDistributeur pic X(26).
           05 DAS2-D-Annee pic 9(4).
           05 filler pic X(452) value SPACES.

      *    Sommes par nature : honoraires et vacations, commissions,
      *    courtages, ristournes, jetons de presence, droits d'auteur,
      *    droits d'inventeur, autres remunerations, indemnites et
      *    remboursements, avantages en nature, retenue a la source.
      *    Les experts et avocats touchent des honoraires, les
      *    professionnels de sante payes en tiers payant d'autres
      *    remunerations. Le registre ne distingue pas personne
      *    physique et societe : le nom est porte en raison sociale.
       01 DAS2-BENEFICIAIRE.
           05 DAS2-B-Siren pic X(9).
           05 DAS2-B-Nic pic X(5).
           05 filler pic X(7) value SPACES.
           05 DAS2-B-Code pic X(3) value '210'.
           05 DAS2-B-Siret pic X(14).
           05 DAS2-B-Nom pic X(30) value SPACES.
           05 DAS2-B-Prenom pic X(20) value SPACES.
           05 DAS2-B-RaisonSociale pic X(50).
           05 DAS2-B-Profession pic X(30).
           05 DAS2-B-ComplementAdresse pic X(32).
           05 DAS2-B-NumeroVoie pic X(4).
           05 DAS2-B-IndiceRepetition pic X.
           05 filler pic X value SPACE.
           05 DAS2-B-NatureNomVoie pic X(26).
           05 DAS2-B-CodeInsee pic X(5).
           05 filler pic X value SPACE.
           05 DAS2-B-Commune pic X(26).
           05 DAS2-B-CodePostal pic X(5).
           05 filler pic X value SPACE.
           05 DAS2-B-BureauDistributeur pic X(26).
           05 DAS2-B-Honoraires pic 9(10).
           05 DAS2-B-Commissions pic 9(10) value 0.
           05 DAS2-B-Courtages pic 9(10) value 0.
           05 DAS2-B-Ristournes pic 9(10) value 0.
           05 DAS2-B-JetonsPresence pic 9(10) value 0.
           05 DAS2-B-DroitsAuteur pic 9(10) value 0.
           05 DAS2-B-DroitsInventeur pic 9(10) value 0.
           05 DAS2-B-Autres pic 9(10).
           05 DAS2-B-Indemnites pic 9(10) value 0.
           05 DAS2-B-AvantagesNature pic 9(10) value 0.
           05 DAS2-B-RetenueSource pic 9(10) value 0.
           05 DAS2-B-CodeAvantages pic X(4) value SPACES.
           05 DAS2-B-CodeIndemnites pic X(3) value SPACES.
           05 filler pic X(259) value SPACES.

       01 DAS2-TOTAL-ETABLISSEMENT.
           05 DAS2-T-Siren pic X(9).
           05 DAS2-T-Nic pic X(5).
           05 filler pic X(7) value SPACES.
           05 DAS2-T-Code pic X(3) value '300'.
           05 filler pic X(36) value SPACES.
           05 DAS2-T-Honoraires pic 9(12).
           05 DAS2-T-Commissions pic 9(12) value 0.
           05 DAS2-T-Courtages pic 9(12) value 0.
           05 DAS2-T-Ristournes pic 9(12) value 0.
           05 DAS2-T-JetonsPresence pic 9(12) value 0.
           05 DAS2-T-DroitsAuteur pic 9(12) value 0.
           05 DAS2-T-DroitsInventeur pic 9(12) value 0.
           05 DAS2-T-Autres pic 9(12).
           05 DAS2-T-Indemnites pic 9(12) value 0.
           05 DAS2-T-AvantagesNature pic 9(12) value 0.
           05 DAS2-T-RetenueSource pic 9(12) value 0.
           05 filler pic X(480) value SPACES.

       01 DAS2-TOTAL-EMETTEUR.
           05 DAS2-G-Siren pic X(9).
           05 filler pic X(12) value SPACES.
           05 DAS2-G-Code pic X(3) value '310'.
           05 DAS2-G-NbEtablissements pic 9(6) value 1.
           05 DAS2-G-NbBeneficiaires pic 9(6).
           05 DAS2-G-Honoraires pic 9(12).
           05 DAS2-G-Commissions pic 9(12) value 0.
           05 DAS2-G-Courtages pic 9(12) value 0.
           05 DAS2-G-Ristournes pic 9(12) value 0.
           05 DAS2-G-JetonsPresence pic 9(12) value 0.
           05 DAS2-G-DroitsAuteur pic 9(12) value 0.
           05 DAS2-G-DroitsInventeur pic 9(12) value 0.
           05 DAS2-G-Autres pic 9(12).
           05 DAS2-G-Indemnites pic 9(12) value 0.
           05 DAS2-G-AvantagesNature pic 9(12) value 0.
           05 DAS2-G-RetenueSource pic 9(12) value 0.
           05 filler pic X(504) value SPACES.

       01 LIGNE-CONTROLE pic X(250).

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
           perform Write-Journal-Batch-Debut.
           COMPUTE AnneeDecl = currentYear - 1.
           open output F-Declaration.
           open output F-Controle.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
           perform Write-Entete-Controle.
           perform Verifier-Declarant.
           IF DeclarantValide = 1
               perform Write-Entete-Declaration
           END-IF.
           perform Cumuler-Experts.
           perform Cumuler-Prestataires.
           IF DeclarantValide = 1
               perform Write-Total-Declaration
           END-IF.
           perform Write-Total-Controle.
           perform Rapprocher-Frais-Gestion.
           perform Rapprocher-Tiers-Payant.

       GSPI-Fin.
           perform close-BDD.
           close F-Declaration.
           close F-Controle.
           display NbBeneficiaires.
           display NbDeclares.
           display NbSiretManquants.
           display NbAdressesManquantes.
           MOVE NbBeneficiaires TO JB-LignesLues.
           MOVE NbDeclares TO JB-LignesEcrites.
      *    Un ecart avec la comptabilite laisse la declaration produite
      *    mais marque le passage pour revue avant depot.
           IF NbEcartsCompta > 0 AND JB-CodeSortie = 0
               MOVE 4 TO JB-CodeSortie
           END-IF.
           perform Write-Journal-Batch-Fin.
           stop run.

      ******************************************************************
      *****                  GET-CURRENT-DATE                      *****
      ******************************************************************
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
      *****             READ-BUSINESS-CONSTANTS                    *****
      ******************************************************************
       Read-Business-Constants.
           MOVE 'DAS2LOT' TO PGCTB-PROGRAM-NAME.
           MOVE SPACES TO BusinessConstants.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-SiretDeclarant
                                              BC-RaisonSociale
                                              BC-ComplementAdresse
                                              BC-NumeroVoie
                                              BC-IndiceRepetition
                                              BC-NatureNomVoie
                                              BC-CodeInsee
                                              BC-Commune
                                              BC-CodePostal
                                              BC-BureauDistributeur
           END-CALL.
           INSPECT BusinessConstants REPLACING ALL LOW-VALUE BY SPACE.
           IF BC-BureauDistributeur = SPACES
               MOVE BC-Commune TO BC-BureauDistributeur
           END-IF.

      ******************************************************************
      *****                 VERIFIER-DECLARANT                     *****
      ******************************************************************
      *    Un fichier sans SIRET, raison sociale ou adresse de la
      *    compagnie serait rejete au depot : il n'est pas produit, le
      *    controle dit ce qui manque et le passage sort en erreur.
       Verifier-Declarant.
           MOVE 1 TO DeclarantValide.
           MOVE SPACES TO LIGNE-CONTROLE.
           EVALUATE TRUE
               WHEN BC-SiretDeclarant is not numeric
                 OR BC-SiretDeclarant = ZERO
                   MOVE 'DECLARANT;SIRET DE LA COMPAGNIE NON PARAMETRE'
                   TO LIGNE-CONTROLE
               WHEN BC-RaisonSociale = SPACES
                   MOVE 'DECLARANT;RAISON SOCIALE NON PARAMETREE'
                   TO LIGNE-CONTROLE
               WHEN BC-NatureNomVoie = SPACES
                 OR BC-CodePostal is not numeric
                 OR BC-Commune = SPACES
                   MOVE 'DECLARANT;ADRESSE DE LA COMPAGNIE INCOMPLETE'
                   TO LIGNE-CONTROLE
           END-EVALUATE.
           IF LIGNE-CONTROLE not = SPACES
               MOVE 0 TO DeclarantValide
               MOVE 8 TO JB-CodeSortie
               write E-Controle from LIGNE-CONTROLE
               display "DECLARATION DAS2 NON PRODUITE, DECLARANT INCOMPL
      -        "ET"
           END-IF.

      ******************************************************************
      *****             WRITE-ENTETE-DECLARATION                   *****
      ******************************************************************
       Write-Entete-Declaration.
           MOVE BC-SiretDeclarant (1:9) TO DAS2-E-Siren.
           MOVE BC-RaisonSociale TO DAS2-E-RaisonSociale.
           MOVE BC-ComplementAdresse TO DAS2-E-ComplementAdresse.
           MOVE BC-NumeroVoie TO DAS2-E-NumeroVoie.
           MOVE BC-IndiceRepetition TO DAS2-E-IndiceRepetition.
           MOVE BC-NatureNomVoie TO DAS2-E-NatureNomVoie.
           MOVE BC-CodeInsee TO DAS2-E-CodeInsee.
           MOVE BC-Commune TO DAS2-E-Commune.
           MOVE BC-CodePostal TO DAS2-E-CodePostal.
           MOVE BC-BureauDistributeur TO DAS2-E-BureauDistributeur.
           write E-Declaration from DAS2-EMETTEUR.

           MOVE BC-SiretDeclarant (1:9) TO DAS2-D-Siren.
           MOVE BC-SiretDeclarant (10:5) TO DAS2-D-Nic.
           MOVE BC-RaisonSociale TO DAS2-D-RaisonSociale.
           MOVE BC-ComplementAdresse TO DAS2-D-ComplementAdresse.
           MOVE BC-NumeroVoie TO DAS2-D-NumeroVoie.
           MOVE BC-IndiceRepetition TO DAS2-D-IndiceRepetition.
           MOVE BC-NatureNomVoie TO DAS2-D-NatureNomVoie.
           MOVE BC-CodeInsee TO DAS2-D-CodeInsee.
           MOVE BC-Commune TO DAS2-D-Commune.
           MOVE BC-CodePostal TO DAS2-D-CodePostal.
           MOVE BC-BureauDistributeur TO DAS2-D-BureauDistributeur.
           MOVE AnneeDecl TO DAS2-D-Annee.
           write E-Declaration from DAS2-ETABLISSEMENT.

       Write-Entete-Controle.
           MOVE SPACES TO LIGNE-CONTROLE.
           STRING 'CONTROLE DAS2;ANNEE ' DELIMITED SIZE
                  AnneeDecl DELIMITED SIZE
                  ';SEUIL ' DELIMITED SIZE
                  SeuilDas2 DELIMITED SIZE
                  ';ETABLI LE ' DELIMITED SIZE
                  currentDate DELIMITED SIZE
           INTO LIGNE-CONTROLE
           END-STRING.
           write E-Controle from LIGNE-CONTROLE.
           MOVE SPACES TO LIGNE-CONTROLE.
           STRING 'REGISTRE;CODE;NOM;SIRET;REGLEMENTS;HONORAIRES;'
                  DELIMITED SIZE
                  'AUTRES REMUNERATIONS;TOTAL;SITUATION;ANOMALIE'
                  DELIMITED SIZE
           INTO LIGNE-CONTROLE
           END-STRING.
           write E-Controle from LIGNE-CONTROLE.

      ******************************************************************
      *****                  CUMULER-EXPERTS                       *****
      ******************************************************************
      *    Honoraires d'expertise reglees (statut 4) dans l'annee, par
      *    expert missionne. Le nom et le SIRET sont pris sur la fiche
      *    la plus recente du registre (un code radie puis recree n'en
      *    fait qu'un beneficiaire).
       Cumuler-Experts.
           MOVE 'E' TO RegistreBenef.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'T.CODE, ' DELIMITED SIZE
                  'IFNULL((SELECT MAX(X.NOM) FROM EXPERTS X '
                  DELIMITED SIZE
                  'WHERE X.CODEEXPERT = T.CODE), ""), ' DELIMITED SIZE
                  'IFNULL((SELECT MAX(X.SIRET) FROM EXPERTS X '
                  DELIMITED SIZE
                  'WHERE X.CODEEXPERT = T.CODE), ""), ' DELIMITED SIZE
                  'T.HON, 0, T.NB ' DELIMITED SIZE
                  'FROM (SELECT CODEEXPERT CODE, ' DELIMITED SIZE
                  'SUM(MONTANT) HON, COUNT(*) NB ' DELIMITED SIZE
                  'FROM FRAISGESTION ' DELIMITED SIZE
                  'WHERE STATUT = "4" ' DELIMITED SIZE
                  'AND TYPEFRAIS = "EXPERT" ' DELIMITED SIZE
                  'AND DATEREGLEMENT LIKE "%/' DELIMITED SIZE
                  AnneeDecl DELIMITED SIZE
                  '" GROUP BY CODEEXPERT) T ' DELIMITED SIZE
                  'ORDER BY T.CODE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Lire-Beneficiaires.

      ******************************************************************
      *****                CUMULER-PRESTATAIRES                    *****
      ******************************************************************
      *    Frais d'avocat regles dans l'annee (honoraires) et
      *    prestations versees en tiers payant au professionnel de
      *    sante (autres remunerations), par code du registre
      *    PRESTATAIRES. La date de remise de la prestation fait foi.
       Cumuler-Prestataires.
           MOVE 'P' TO RegistreBenef.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'T.CODE, ' DELIMITED SIZE
                  'IFNULL((SELECT MAX(P.NOM) FROM PRESTATAIRES P '
                  DELIMITED SIZE
                  'WHERE P.CODEPRESTATAIRE = T.CODE), ""), '
                  DELIMITED SIZE
                  'IFNULL((SELECT MAX(P.SIRET) FROM PRESTATAIRES P '
                  DELIMITED SIZE
                  'WHERE P.CODEPRESTATAIRE = T.CODE), ""), '
                  DELIMITED SIZE
                  'SUM(T.HON), SUM(T.AUT), SUM(T.NB) ' DELIMITED SIZE
                  'FROM (SELECT CODEPRESTATAIRE CODE, ' DELIMITED SIZE
                  'MONTANT HON, 0 AUT, 1 NB ' DELIMITED SIZE
                  'FROM FRAISGESTION ' DELIMITED SIZE
                  'WHERE STATUT = "4" ' DELIMITED SIZE
                  'AND TYPEFRAIS = "AVOCAT" ' DELIMITED SIZE
                  'AND DATEREGLEMENT LIKE "%/' DELIMITED SIZE
                  AnneeDecl DELIMITED SIZE
                  '" UNION ALL ' DELIMITED SIZE
                  'SELECT CODEPRESTATAIRE, ' DELIMITED SIZE
                  '0, MONTANTPAYE, 1 ' DELIMITED SIZE
                  'FROM PRESTATION ' DELIMITED SIZE
                  'WHERE REMISE = "1" ' DELIMITED SIZE
                  'AND IFNULL(CODEPRESTATAIRE, "") <> "" '
                  DELIMITED SIZE
                  'AND DATEREMISE LIKE "%/' DELIMITED SIZE
                  AnneeDecl DELIMITED SIZE
                  '") T ' DELIMITED SIZE
                  'GROUP BY T.CODE ' DELIMITED SIZE
                  'ORDER BY T.CODE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Lire-Beneficiaires.

      ******************************************************************
      *****                 LIRE-BENEFICIAIRES                     *****
      ******************************************************************
      *    Parcourt le cumul prepare dans SQLCA-STATEMENT : code, nom,
      *    SIRET, honoraires, autres remunerations, nombre de
      *    reglements.
       Lire-Beneficiaires.
           MOVE 0 TO SQLCODE.

           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

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
               MOVE SPACES TO CodeBenefTemp
               MOVE SPACES TO NomBenefTexte
               MOVE SPACES TO SiretBenefTexte
               MOVE SPACES TO HonorairesTexte
               MOVE SPACES TO AutresTexte
               MOVE SPACES TO NbReglementsTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            CodeBenefTemp
                                            NomBenefTexte
                                            SiretBenefTexte
                                            HonorairesTexte
                                            AutresTexte
                                            NbReglementsTexte
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
                       perform Traiter-Beneficiaire
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

      ******************************************************************
      *****               TRAITER-BENEFICIAIRE                     *****
      ******************************************************************
      *    Declare au dela du seuil. Le SIRET ou l'adresse manquant ne
      *    bloque pas la declaration mais est signale au controle pour
      *    regularisation dans le registre (actions SIRET et ADRESSE de
      *    GESTEXP ou GESTPRES) avant le depot.
       Traiter-Beneficiaire.
           INSPECT CodeBenefTemp REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NomBenefTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SiretBenefTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT NomBenefTexte REPLACING ALL ';' BY ','.
           COMPUTE HonorairesBenef = FUNCTION NUMVAL(HonorairesTexte).
           COMPUTE AutresBenef = FUNCTION NUMVAL(AutresTexte).
           COMPUTE NbReglementsBenef =
               FUNCTION NUMVAL(NbReglementsTexte).
           COMPUTE TotalBenef = HonorairesBenef + AutresBenef.
           ADD 1 TO NbBeneficiaires.

           MOVE 1 TO SiretValide.
           IF SiretBenefTexte (1:14) is not numeric
              OR SiretBenefTexte (15:6) not = SPACES
               MOVE 0 TO SiretValide
           END-IF.
           perform Select-Adresse-Beneficiaire.
           MOVE 1 TO AdresseValide.
           IF AdresseBenefTexte = SPACES
              OR CodePostalBenefTexte = SPACES
              OR VilleBenefTexte = SPACES
               MOVE 0 TO AdresseValide
           END-IF.

           MOVE SPACES TO AnomalieBenef.
           MOVE 1 TO PtrAnomalie.
           IF NomBenefTexte = SPACES
               MOVE 'ABSENT DU REGISTRE' TO AnomalieBenef
               ADD 1 TO NbHorsRegistre
           ELSE
               IF SiretValide = 0
                   STRING 'SIRET MANQUANT' DELIMITED SIZE
                   INTO AnomalieBenef WITH POINTER PtrAnomalie
                   END-STRING
                   ADD 1 TO NbSiretManquants
               END-IF
               IF AdresseValide = 0 AND SiretValide = 0
                   STRING ' / ' DELIMITED SIZE
                   INTO AnomalieBenef WITH POINTER PtrAnomalie
                   END-STRING
               END-IF
               IF AdresseValide = 0
                   STRING 'ADRESSE MANQUANTE' DELIMITED SIZE
                   INTO AnomalieBenef WITH POINTER PtrAnomalie
                   END-STRING
                   ADD 1 TO NbAdressesManquantes
               END-IF
           END-IF.

           IF TotalBenef > SeuilDas2
               MOVE 'DECLARE' TO SituationBenef
               ADD 1 TO NbDeclares
               ADD TotalBenef TO TotalDeclare
               ADD HonorairesBenef TO TotalHonorairesDeclare
               ADD AutresBenef TO TotalAutresDeclare
               IF DeclarantValide = 1
                   perform Write-Ligne-Declaration
               END-IF
           ELSE
               MOVE 'SOUS SEUIL' TO SituationBenef
               ADD 1 TO NbSousSeuil
               ADD TotalBenef TO TotalSousSeuil
           END-IF.
           perform Write-Ligne-Controle.

       Write-Ligne-Declaration.
           MOVE BC-SiretDeclarant (1:9) TO DAS2-B-Siren.
           MOVE BC-SiretDeclarant (10:5) TO DAS2-B-Nic.
           MOVE SPACES TO DAS2-B-Siret.
           IF SiretValide = 1
               MOVE SiretBenefTexte (1:14) TO DAS2-B-Siret
           END-IF.
           MOVE NomBenefTexte TO DAS2-B-RaisonSociale.
           MOVE ProfessionBenefTexte TO DAS2-B-Profession.
           perform Decouper-Adresse-Beneficiaire.
           MOVE CodeInseeBenefTexte TO DAS2-B-CodeInsee.
           MOVE VilleBenefTexte TO DAS2-B-Commune.
           MOVE CodePostalBenefTexte TO DAS2-B-CodePostal.
           MOVE VilleBenefTexte TO DAS2-B-BureauDistributeur.
           MOVE HonorairesBenef TO DAS2-B-Honoraires.
           MOVE AutresBenef TO DAS2-B-Autres.
           write E-Declaration from DAS2-BENEFICIAIRE.

      ******************************************************************
      *****            SELECT-ADRESSE-BENEFICIAIRE                 *****
      ******************************************************************
      *    Adresse et profession sur la fiche du registre, la fiche
      *    active d'abord ; le code INSEE vient du referentiel des
      *    communes par code postal et ville.
       Select-Adresse-Beneficiaire.
           MOVE SPACES TO AdresseBenefTexte.
           MOVE SPACES TO CodePostalBenefTexte.
           MOVE SPACES TO VilleBenefTexte.
           MOVE SPACES TO CodeInseeBenefTexte.
           MOVE SPACES TO ProfessionBenefTexte.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           IF RegistreBenef = 'E'
               STRING 'SELECT ' DELIMITED SIZE
                   'IFNULL(X.ADRESSE, ""), ' DELIMITED SIZE
                   'IFNULL(X.CODEPOSTAL, ""), ' DELIMITED SIZE
                   'IFNULL(X.VILLE, ""), ' DELIMITED SIZE
                   'IFNULL(R.CODEINSEE, ""), ' DELIMITED SIZE
                   '"EXPERT" ' DELIMITED SIZE
                   'FROM EXPERTS X ' DELIMITED SIZE
                   'LEFT JOIN REFCOMMUNE R ' DELIMITED SIZE
                   'ON R.CODEPOSTAL = X.CODEPOSTAL ' DELIMITED SIZE
                   'AND R.VILLE = X.VILLE AND R.ACTIF = "1" '
                   DELIMITED SIZE
                   'WHERE X.CODEEXPERT = "' DELIMITED SIZE
                   CodeBenefTemp DELIMITED SPACE
                   '" ORDER BY X.STATUT DESC LIMIT 1' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               END-STRING
           ELSE
               STRING 'SELECT ' DELIMITED SIZE
                   'IFNULL(X.ADRESSE, ""), ' DELIMITED SIZE
                   'IFNULL(X.CODEPOSTAL, ""), ' DELIMITED SIZE
                   'IFNULL(X.VILLE, ""), ' DELIMITED SIZE
                   'IFNULL(R.CODEINSEE, ""), ' DELIMITED SIZE
                   'IFNULL(X.TYPEPRESTATAIRE, "") ' DELIMITED SIZE
                   'FROM PRESTATAIRES X ' DELIMITED SIZE
                   'LEFT JOIN REFCOMMUNE R ' DELIMITED SIZE
                   'ON R.CODEPOSTAL = X.CODEPOSTAL ' DELIMITED SIZE
                   'AND R.VILLE = X.VILLE AND R.ACTIF = "1" '
                   DELIMITED SIZE
                   'WHERE X.CODEPRESTATAIRE = "' DELIMITED SIZE
                   CodeBenefTemp DELIMITED SPACE
                   '" ORDER BY X.STATUT DESC LIMIT 1' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               END-STRING
           END-IF.

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
                                            AdresseBenefTexte
                                            CodePostalBenefTexte
                                            VilleBenefTexte
                                            CodeInseeBenefTexte
                                            ProfessionBenefTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           INSPECT AdresseBenefTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CodePostalBenefTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT VilleBenefTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CodeInseeBenefTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ProfessionBenefTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.
           SET DB-OK TO TRUE.

      ******************************************************************
      *****           DECOUPER-ADRESSE-BENEFICIAIRE                *****
      ******************************************************************
      *    "12 BIS RUE DES LILAS" : numero 0012, indice B, voie
      *    "RUE DES LILAS". Une adresse qui ne commence pas par un
      *    numero passe entiere en nature et nom de voie.
       Decouper-Adresse-Beneficiaire.
           MOVE SPACES TO DAS2-B-ComplementAdresse.
           MOVE SPACES TO DAS2-B-NumeroVoie.
           MOVE SPACES TO DAS2-B-IndiceRepetition.
           MOVE AdresseBenefTexte TO DAS2-B-NatureNomVoie.

           MOVE 1 TO PtrAdresse.
           MOVE SPACES TO MotAdresse.
           MOVE 0 TO LgMotAdresse.
           UNSTRING AdresseBenefTexte DELIMITED BY ALL SPACE
               INTO MotAdresse COUNT IN LgMotAdresse
               WITH POINTER PtrAdresse
           END-UNSTRING.
           IF LgMotAdresse > 0 AND LgMotAdresse < 5
               IF MotAdresse (1:LgMotAdresse) is numeric
                   perform Decouper-Numero-Voie
               END-IF
           END-IF.

       Decouper-Numero-Voie.
           COMPUTE NumeroVoieBenef =
               FUNCTION NUMVAL(MotAdresse (1:LgMotAdresse)).
           MOVE NumeroVoieBenef TO DAS2-B-NumeroVoie.

           MOVE PtrAdresse TO PtrAvantIndice.
           MOVE SPACES TO MotAdresse.
           UNSTRING AdresseBenefTexte DELIMITED BY ALL SPACE
               INTO MotAdresse
               WITH POINTER PtrAdresse
           END-UNSTRING.
           EVALUATE MotAdresse
               WHEN 'BIS'
               WHEN 'B'
                   MOVE 'B' TO DAS2-B-IndiceRepetition
               WHEN 'TER'
               WHEN 'T'
                   MOVE 'T' TO DAS2-B-IndiceRepetition
               WHEN 'QUATER'
               WHEN 'Q'
                   MOVE 'Q' TO DAS2-B-IndiceRepetition
               WHEN OTHER
                   MOVE PtrAvantIndice TO PtrAdresse
           END-EVALUATE.
           IF PtrAdresse > 60
               MOVE SPACES TO DAS2-B-NatureNomVoie
           ELSE
               MOVE AdresseBenefTexte (PtrAdresse:)
               TO DAS2-B-NatureNomVoie
           END-IF.

       Write-Ligne-Controle.
           MOVE SPACES TO LIGNE-CONTROLE.
           STRING RegistreBenef DELIMITED SIZE
                  ';' DELIMITED SIZE
                  CodeBenefTemp DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NomBenefTexte DELIMITED '  '
                  ';' DELIMITED SIZE
                  SiretBenefTexte DELIMITED SPACE
                  ';' DELIMITED SIZE
                  NbReglementsBenef DELIMITED SIZE
                  ';' DELIMITED SIZE
                  HonorairesBenef DELIMITED SIZE
                  ';' DELIMITED SIZE
                  AutresBenef DELIMITED SIZE
                  ';' DELIMITED SIZE
                  TotalBenef DELIMITED SIZE
                  ';' DELIMITED SIZE
                  SituationBenef DELIMITED '  '
                  ';' DELIMITED SIZE
                  AnomalieBenef DELIMITED '  '
           INTO LIGNE-CONTROLE
           END-STRING.
           write E-Controle from LIGNE-CONTROLE.

      ******************************************************************
      *****              WRITE-TOTAL-DECLARATION                   *****
      ******************************************************************
       Write-Total-Declaration.
           MOVE BC-SiretDeclarant (1:9) TO DAS2-T-Siren.
           MOVE BC-SiretDeclarant (10:5) TO DAS2-T-Nic.
           MOVE TotalHonorairesDeclare TO DAS2-T-Honoraires.
           MOVE TotalAutresDeclare TO DAS2-T-Autres.
           write E-Declaration from DAS2-TOTAL-ETABLISSEMENT.

           MOVE BC-SiretDeclarant (1:9) TO DAS2-G-Siren.
           MOVE NbDeclares TO DAS2-G-NbBeneficiaires.
           MOVE TotalHonorairesDeclare TO DAS2-G-Honoraires.
           MOVE TotalAutresDeclare TO DAS2-G-Autres.
           write E-Declaration from DAS2-TOTAL-EMETTEUR.

       Write-Total-Controle.
           MOVE SPACES TO LIGNE-CONTROLE.
           STRING 'BENEFICIAIRES;' DELIMITED SIZE
                  NbBeneficiaires DELIMITED SIZE
                  ';DECLARES;' DELIMITED SIZE
                  NbDeclares DELIMITED SIZE
                  ';MONTANT DECLARE;' DELIMITED SIZE
                  TotalDeclare DELIMITED SIZE
                  ';SOUS SEUIL;' DELIMITED SIZE
                  NbSousSeuil DELIMITED SIZE
                  ';MONTANT SOUS SEUIL;' DELIMITED SIZE
                  TotalSousSeuil DELIMITED SIZE
                  ';SIRET MANQUANTS;' DELIMITED SIZE
                  NbSiretManquants DELIMITED SIZE
                  ';ABSENTS DU REGISTRE;' DELIMITED SIZE
                  NbHorsRegistre DELIMITED SIZE
                  ';ADRESSES MANQUANTES;' DELIMITED SIZE
                  NbAdressesManquantes DELIMITED SIZE
           INTO LIGNE-CONTROLE
           END-STRING.
           write E-Controle from LIGNE-CONTROLE.
           MOVE SPACES TO LIGNE-CONTROLE.
           STRING 'RAPPROCHEMENT COMPTABLE;REGLEMENTS;MONTANT REGLE;'
                  DELIMITED SIZE
                  'MONTANT COMPTABILISE;ECART;REGLEMENTS SANS ECRITURE'
                  DELIMITED SIZE
           INTO LIGNE-CONTROLE
           END-STRING.
           write E-Controle from LIGNE-CONTROLE.

      ******************************************************************
      *****              RAPPROCHER-FRAIS-GESTION                  *****
      ******************************************************************
      *    Factures de frais reglees dans l'annee contre les debits du
      *    compte des frais de gestion passes par COMPTALOT sous la
      *    reference FRAIS et numero de facture.
       Rapprocher-Frais-Gestion.
           MOVE 'FRAIS DE GESTION' TO LibelleSource.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*), ' DELIMITED SIZE
                  'IFNULL(SUM(F.MONTANT), 0), ' DELIMITED SIZE
                  'IFNULL(SUM(E.MONTANTCPT), 0), ' DELIMITED SIZE
                  'IFNULL(SUM(E.REFERENCE IS NULL), 0) ' DELIMITED SIZE
                  'FROM FRAISGESTION F ' DELIMITED SIZE
                  'LEFT JOIN (SELECT REFERENCE, ' DELIMITED SIZE
                  'SUM(REPLACE(TRIM(MONTANT), ",", ".")) MONTANTCPT '
                  DELIMITED SIZE
                  'FROM ECRITURECOMPTA ' DELIMITED SIZE
                  'WHERE COMPTE = "' DELIMITED SIZE
                  CompteFraisGestion DELIMITED SIZE
                  '" AND SENS = "D" ' DELIMITED SIZE
                  'GROUP BY REFERENCE) E ' DELIMITED SIZE
                  'ON E.REFERENCE = ' DELIMITED SIZE
                  'CONCAT("FRAIS ", LPAD(F.IDFRAIS, 8, "0")) '
                  DELIMITED SIZE
                  'WHERE F.STATUT = "4" ' DELIMITED SIZE
                  'AND F.DATEREGLEMENT LIKE "%/' DELIMITED SIZE
                  AnneeDecl DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Lire-Rapprochement.

      ******************************************************************
      *****              RAPPROCHER-TIERS-PAYANT                   *****
      ******************************************************************
      *    Prestations remises en tiers payant dans l'annee contre les
      *    debits du compte des prestations sous la reference
      *    PRESTATION et numero. Les interets de retard, passes sous la
      *    meme reference, sont retires du comptabilise : ils ne sont
      *    pas des remunerations du prestataire.
       Rapprocher-Tiers-Payant.
           MOVE 'TIERS PAYANT' TO LibelleSource.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'COUNT(*), ' DELIMITED SIZE
                  'IFNULL(SUM(P.MONTANTPAYE), 0), ' DELIMITED SIZE
                  'IFNULL(SUM(E.MONTANTCPT - ' DELIMITED SIZE
                  'REPLACE(TRIM(IFNULL(P.INTERETSRETARD, "0")), '
                  DELIMITED SIZE
                  '",", ".")), 0), ' DELIMITED SIZE
                  'IFNULL(SUM(E.REFERENCE IS NULL), 0) ' DELIMITED SIZE
                  'FROM PRESTATION P ' DELIMITED SIZE
                  'LEFT JOIN (SELECT REFERENCE, ' DELIMITED SIZE
                  'SUM(REPLACE(TRIM(MONTANT), ",", ".")) MONTANTCPT '
                  DELIMITED SIZE
                  'FROM ECRITURECOMPTA ' DELIMITED SIZE
                  'WHERE COMPTE = "' DELIMITED SIZE
                  ComptePrestations DELIMITED SIZE
                  '" AND SENS = "D" ' DELIMITED SIZE
                  'GROUP BY REFERENCE) E ' DELIMITED SIZE
                  'ON E.REFERENCE = ' DELIMITED SIZE
                  'CONCAT("PRESTATION ", LPAD(P.IDPRESTATION, 8, "0")) '
                  DELIMITED SIZE
                  'WHERE P.REMISE = "1" ' DELIMITED SIZE
                  'AND IFNULL(P.CODEPRESTATAIRE, "") <> "" '
                  DELIMITED SIZE
                  'AND P.DATEREMISE LIKE "%/' DELIMITED SIZE
                  AnneeDecl DELIMITED SIZE
                  '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Lire-Rapprochement.

      ******************************************************************
      *****                 LIRE-RAPPROCHEMENT                     *****
      ******************************************************************
      *    Lit la ligne de rapprochement preparee dans SQLCA-STATEMENT
      *    et l'ecrit au controle avec l'ecart regle - comptabilise.
       Lire-Rapprochement.
           MOVE SPACES TO NbSourceTexte.
           MOVE SPACES TO MontantSourceTexte.
           MOVE SPACES TO MontantComptaTexte.
           MOVE SPACES TO NbSansEcritureTexte.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

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
                                            NbSourceTexte
                                            MontantSourceTexte
                                            MontantComptaTexte
                                            NbSansEcritureTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

           MOVE 0 TO NbSource.
           MOVE 0 TO NbSansEcriture.
           MOVE 0 TO MontantSource.
           MOVE 0 TO MontantCompta.
           IF SQLCODE = 0
               INSPECT MontantSourceTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT MontantComptaTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT MontantSourceTexte REPLACING ALL '.' BY ','
               INSPECT MontantComptaTexte REPLACING ALL '.' BY ','
               COMPUTE NbSource = FUNCTION NUMVAL(NbSourceTexte)
               COMPUTE NbSansEcriture =
                   FUNCTION NUMVAL(NbSansEcritureTexte)
               COMPUTE MontantSource =
                   FUNCTION NUMVAL(MontantSourceTexte)
               COMPUTE MontantCompta =
                   FUNCTION NUMVAL(MontantComptaTexte)
           ELSE
               display "RAPPROCHEMENT EN ERREUR " LibelleSource
               MOVE 8 TO JB-CodeSortie
           END-IF.
           MOVE 0 TO SQLCODE.

           COMPUTE EcartCompta = MontantSource - MontantCompta.
           IF EcartCompta not = 0 OR NbSansEcriture > 0
               MOVE 1 TO NbEcartsCompta
           END-IF.
           MOVE MontantSource TO MontantSourceAffiche.
           MOVE MontantCompta TO MontantComptaAffiche.
           MOVE EcartCompta TO EcartAffiche.

           MOVE SPACES TO LIGNE-CONTROLE.
           STRING LibelleSource DELIMITED '  '
                  ';' DELIMITED SIZE
                  NbSource DELIMITED SIZE
                  ';' DELIMITED SIZE
                  MontantSourceAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  MontantComptaAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  EcartAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NbSansEcriture DELIMITED SIZE
           INTO LIGNE-CONTROLE
           END-STRING.
           write E-Controle from LIGNE-CONTROLE.

      ******************************************************************
      *****               WRITE-JOURNAL-BATCH                      *****
      ******************************************************************
      *    Trace le debut et la fin du passage dans JOURNALBATCH avec
      *    les volumes traites, sur une connexion dediee comme les
      *    lectures de MAJCLI. L'horodatage est en AAAA-MM-JJ pour que
      *    LISTJBAT puisse trier les passages par simple ORDER BY.
       Write-Journal-Batch-Debut.
           MOVE 'DEBUT' TO JB-TypeEntree.
           MOVE 0 TO JB-LignesLues.
           MOVE 0 TO JB-LignesEcrites.
           MOVE 0 TO JB-CodeSortie.
           perform Write-Journal-Batch.

       Write-Journal-Batch-Fin.
           MOVE 'FIN' TO JB-TypeEntree.
           perform Write-Journal-Batch.

       Write-Journal-Batch.
           ACCEPT JB-HeureActuelle FROM TIME.
           MOVE SPACES TO JB-Horodatage.
           STRING currentYear DELIMITED SIZE
                  '-' DELIMITED SIZE
                  MM of SYSTEME-DATE DELIMITED SIZE
                  '-' DELIMITED SIZE
                  JJ of SYSTEME-DATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  JB-HeureActuelle (1:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  JB-HeureActuelle (3:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  JB-HeureActuelle (5:2) DELIMITED SIZE
           INTO JB-Horodatage
           END-STRING.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'JOURNALBATCH' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'PROGRAMME, ' DELIMITED SIZE
                  'TYPEENTREE, ' DELIMITED SIZE
                  'HORODATAGE, ' DELIMITED SIZE
                  'LIGNESLUES, ' DELIMITED SIZE
                  'LIGNESECRITES, ' DELIMITED SIZE
                  'CODESORTIE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  PGCTB-PROGRAM-NAME DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-TypeEntree DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-Horodatage DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-LignesLues DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-LignesEcrites DELIMITED SIZE
                  '","' DELIMITED SIZE
                  JB-CodeSortie DELIMITED SIZE
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
           MOVE 'DAS2LOT' TO PGCTB-PROGRAM-NAME.

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
