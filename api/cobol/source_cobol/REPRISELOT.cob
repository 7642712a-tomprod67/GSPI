      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 REPRISELOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Reprise d'un portefeuille cede par un autre assureur : le
      *    fichier de migration de la cedante decrit ses clients, ses
      *    contrats avec leur date de souscription d'origine, la prime
      *    convenue, la date jusqu'a laquelle la cotisation est payee
      *    et les arrieres, puis ses sinistres ouverts avec leur
      *    provision et ce qui a deja ete regle. Chaque enregistrement
      *    est charge dans sa propre unite de travail et la
      *    correspondance reference cedante / identifiant GSPI est
      *    gardee dans REPRISEPORTEFEUILLE, ce qui permet de relier
      *    contrats et sinistres a ce qui a deja ete repris et de ne
      *    rien charger deux fois. Un fichier de disposition porte une
      *    ligne par enregistrement et un etat de controle rapproche
      *    nombres et montants charges des totaux de la cedante.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-DataSubmited
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/reprise_portefeuille.txt"
           organization is line sequential.

           select F-Disposition
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/reprise_portefeuille_disposition.txt"
           organization is line sequential access sequential.

           select F-Controle
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/reprise_portefeuille_controle.txt"
           organization is line sequential access sequential.

           select F-Checkpoint
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/repriselot_checkpoint.txt"
           organization is line sequential
           file status is WS-CHECKPOINT-STATUS.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-DataSubmited record varying from 0 to 500.
       01 E-DataSubmited pic x(500).

       FD F-Disposition record varying from 0 to 200.
       01 E-Disposition pic x(200).

       FD F-Controle record varying from 0 to 200.
       01 E-Controle pic x(200).

       FD F-Checkpoint record varying from 0 to 20.
       01 E-Checkpoint pic x(20).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.
       01 NumLigne pic 9(6) value 0.

      *    Fichier de la cedante, champs separes par ';' :
      *    ENTETE;code cedante
      *    CLI;refclient;nom;prenom;datenaissance;adresse;codepostal;
      *        ville
      *    CON;refcontrat;refclient;typesinistre;datesouscription;
      *        prime mensuelle;paye jusqu'au;arrieres;montantgarantie
      *    SIN;refsinistre;refcontrat;datesurvenance;provision;
      *        deja regle
      *    TOTAL;nombre d'enregistrements;primes;arrieres;provisions;
      *        regles;nombre de clients;de contrats;de sinistres
      *    Les clients precedent leurs contrats, les contrats leurs
      *    sinistres. Dates en JJ/MM/AAAA, montants avec decimales.
       01 champValeur.
         05 TypeEnregChamp Pic x(10).
         05 Zone1Champ Pic x(30).
         05 Zone2Champ Pic x(30).
         05 Zone3Champ Pic x(30).
         05 Zone4Champ Pic x(30).
         05 Zone5Champ Pic x(100).
         05 Zone6Champ Pic x(30).
         05 Zone7Champ Pic x(30).
         05 Zone8Champ Pic x(30).

       01 TypeEnreg pic X(3).
           88 Enreg-Client value 'CLI'.
           88 Enreg-Contrat value 'CON'.
           88 Enreg-Sinistre value 'SIN'.
       01 RefCedante pic X(20).
       01 RefParente pic X(20).
       01 CodeCedante pic X(20).

       01 ClientNom pic X(30).
       01 ClientPrenom pic X(30).
       01 ClientDateNaissance pic X(10).
       01 ClientAdresse pic X(100).
       01 ClientCodePostal pic X(5).
       01 ClientVille pic X(30).
       01 Naissance.
           05 Jour pic 99.
           05 Mois pic 99.
           05 Annee pic 9(4).
       01 Age pic 99.

       01 TypeOfSinistre pic X(2).
       01 DateSouscription pic X(10).
       01 DatePayeJusqua pic X(10).
       01 GarantieMontant pic 9(8).
       01 PrimeMontant pic 9(8)V99.
       01 ArrieresMontant pic 9(8)V99.
       01 PrixParMoisFinal pic Z(4),99.
       01 PrixParMoisInt pic 9999V99.

       01 DateSurvenance pic X(10).
       01 ProvisionMontant pic 9(8)V99.
       01 RegleMontant pic 9(8)V99.

      *    Montant ecrit avec un point decimal pour les colonnes
      *    numeriques, comme dans CPYMVTCP.
       01 MontantTravail pic 9(8)V99.
       01 MontantTravail-R REDEFINES MontantTravail.
           05 MontantTravailEntier pic 9(8).
           05 MontantTravailCentimes pic 99.
       01 MontantSql pic X(12).
       01 ArrieresSql pic X(12).
       01 ProvisionSql pic X(12).
       01 RegleSql pic X(12).
       01 MontantTexte pic X(30).

       01 DateControlee pic X(10).
       01 DateInvalide pic 9 value 0.

       01 ClientIdTemp pic X(10).
       01 ContratIdTemp pic X(10).
       01 DossierIdTemp pic X(10).
       01 TypeContratTemp pic X(2).
       01 IdGspiCree pic X(10).
       01 IdDejaRepris pic X(10).
       01 NbRefExistantes pic 9(6).
       01 NbTypeSinistre pic 9(4).

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

       01 MotifRejet pic X(60).
       01 LigneAcceptee pic 9 value 0.
       01 LigneDejaReprise pic 9 value 0.

       01 NbAcceptes pic 9(6) value 0.
       01 NbRejetes pic 9(6) value 0.
       01 NbDejaRepris pic 9(6) value 0.

      *    Totaux annonces par la cedante (ligne TOTAL) et totaux
      *    effectivement charges pour ce fichier, relus dans
      *    REPRISEPORTEFEUILLE pour couvrir un passage interrompu
      *    puis relance.
       01 TotalAnnonceRecu pic 9 value 0.
       01 AnnonceNbLignes pic 9(6) value 0.
       01 AnnonceNbClients pic 9(6) value 0.
       01 AnnonceNbContrats pic 9(6) value 0.
       01 AnnonceNbSinistres pic 9(6) value 0.
       01 AnnoncePrimes pic 9(10)V99 value 0.
       01 AnnonceArrieres pic 9(10)V99 value 0.
       01 AnnonceProvisions pic 9(10)V99 value 0.
       01 AnnonceRegles pic 9(10)V99 value 0.

       01 ChargeNbClients pic 9(6) value 0.
       01 ChargeNbContrats pic 9(6) value 0.
       01 ChargeNbSinistres pic 9(6) value 0.
       01 ChargePrimes pic 9(10)V99 value 0.
       01 ChargeArrieres pic 9(10)V99 value 0.
       01 ChargeProvisions pic 9(10)V99 value 0.
       01 ChargeRegles pic 9(10)V99 value 0.

       01 NbClientsTexte pic X(20).
       01 NbContratsTexte pic X(20).
       01 NbSinistresTexte pic X(20).
       01 PrimesTexte pic X(20).
       01 ArrieresTexte pic X(20).
       01 ProvisionsTexte pic X(20).
       01 ReglesTexte pic X(20).

       01 NbEcartsControle pic 9(2) value 0.
       01 LibelleControle pic X(12).
       01 NbAnnonceControle pic 9(6).
       01 NbChargeControle pic 9(6).
       01 EcartNbControle pic S9(6).
       01 MontantAnnonceControle pic 9(10)V99.
       01 MontantChargeControle pic 9(10)V99.
       01 EcartMontantControle pic S9(10)V99.
       01 NbAnnonceAffiche pic Z(5)9.
       01 NbChargeAffiche pic Z(5)9.
       01 EcartNbAffiche pic -(6)9.
       01 AnnonceAffiche pic -(10)9,99.
       01 ChargeAffiche pic -(10)9,99.
       01 EcartAffiche pic -(10)9,99.

       01 WS-CHECKPOINT-STATUS pic XX.
       01 LastCheckpointLigne pic 9(6) value 0.

       01 LIGNE-DISPOSITION pic X(200).
       01 LIGNE-CONTROLE pic X(200).
       01 ValeurLue pic X(20).

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-TypeEntree pic X(5).
       01 JB-LignesLues pic 9(8) value 0.
       01 JB-LignesEcrites pic 9(8) value 0.
       01 JB-CodeSortie pic 9(2) value 0.
       01 JB-HeureActuelle pic 9(8).
       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYFICH OF "cobol/source_cobol".
       COPY CPYMVTC OF "cobol/source_cobol".
       COPY CPYMVPR OF "cobol/source_cobol".
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
           perform Write-Journal-Batch-Debut.
           perform Read-Checkpoint.
           perform Controler-Fichier-Entrant.
           MOVE FICH-EMETTEUR TO CodeCedante.
           move 0 to Boucleur-read-file.
           move 0 to NumLigne.
           open INPUT F-DataSubmited.
           IF LastCheckpointLigne > 0
               open extend F-Disposition
           ELSE
               open output F-Disposition
           END-IF.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
      *    Un fichier refuse au registre n'est pas traite.
           IF FICH-ACCEPTE
               perform Read-File-Submited-Trt
                   until Boucleur-read-file = 1
           END-IF.

       GSPI-Fin.
           IF FICH-ACCEPTE
               perform Select-Totaux-Charges
           END-IF.
           perform close-BDD.
           perform FICH-Cloturer-Fichier.
           perform Write-Ligne-Total.
           close F-DataSubmited.
           close F-Disposition.
           IF FICH-ACCEPTE
               perform Write-Etat-Controle
           END-IF.
           perform Reset-Checkpoint.
           display NbAcceptes.
           display NbRejetes.
           display NbDejaRepris.
           COMPUTE JB-LignesLues = NbAcceptes + NbRejetes
               + NbDejaRepris.
           MOVE NbAcceptes TO JB-LignesEcrites.
           IF NbRejetes > 0 OR NbEcartsControle > 0
               MOVE 4 TO JB-CodeSortie
           END-IF.
           IF FICH-SANS-TOTAL = 1 AND JB-CodeSortie < 4
               MOVE 4 TO JB-CodeSortie
           END-IF.
           IF FICH-REFUSE
               MOVE 16 TO JB-CodeSortie
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
      *****                    READ-CHECKPOINT                     *****
      ******************************************************************
      *    Le checkpoint porte le numero de la derniere ligne du
      *    fichier entierement traitee : apres un incident, les
      *    lignes deja passees sont sautees a la reprise.
       Read-Checkpoint.
           MOVE 0 TO LastCheckpointLigne.
           OPEN INPUT F-Checkpoint.
           IF WS-CHECKPOINT-STATUS = "00"
               READ F-Checkpoint
                   AT END
                       MOVE 0 TO LastCheckpointLigne
                   NOT AT END
                       unstring E-Checkpoint delimited by space into
                           LastCheckpointLigne
                       end-unstring
               END-READ
               CLOSE F-Checkpoint
           END-IF.

       Write-Checkpoint.
           MOVE LastCheckpointLigne TO E-Checkpoint.
           OPEN OUTPUT F-Checkpoint.
           WRITE E-Checkpoint.
           CLOSE F-Checkpoint.

       Reset-Checkpoint.
           MOVE 0 TO LastCheckpointLigne.
           perform Write-Checkpoint.

      ******************************************************************
      *****             CONTROLER-FICHIER-ENTRANT                  *****
      ******************************************************************
      *    Premiere lecture pour le registre des fichiers entrants
      *    (voir CPYFICH) : l'entete donne le code de la cedante, le
      *    nombre d'enregistrements du TOTAL est controle a la
      *    reception ; les autres totaux sont rapproches en fin de lot.
       Controler-Fichier-Entrant.
           MOVE 'REPRISELOT' TO FICH-PROGRAMME.
           MOVE 'reprise_portefeuille.txt' TO FICH-NOM.
           MOVE 'CEDANTE' TO FICH-EMETTEUR.
           MOVE ';' TO FICH-SEPARATEUR.
           MOVE 0 TO FICH-RANG-MONTANT.
           perform FICH-Debut-Controle.
           move 0 to Boucleur-read-file.
           open INPUT F-DataSubmited.
           perform Controler-Fichier-Entrant-Trt
               until Boucleur-read-file = 1.
           close F-DataSubmited.
           perform FICH-Enregistrer-Fichier.

       Controler-Fichier-Entrant-Trt.
           read F-DataSubmited
               at end
                   move 1 to Boucleur-read-file
               not at end
                   MOVE E-DataSubmited TO FICH-LIGNE
                   perform FICH-Cumuler-Ligne
           end-read.

      ******************************************************************
      *****                    READ-FILE-SUBMITED                  *****
      ******************************************************************
      *    La ligne TOTAL est relue a chaque passage, y compris a la
      *    reprise apres incident, pour l'etat de controle.
       Read-File-Submited-Trt.
           read F-DataSubmited
               at end
                   move 1 to Boucleur-read-file
               not at end
                   INSPECT E-DataSubmited
                       REPLACING ALL LOW-VALUE BY SPACE
                   add 1 to NumLigne
                   MOVE E-DataSubmited TO FICH-LIGNE
                   perform FICH-Tester-Ligne
                   if FICH-LIGNE-TOTAL
                       perform Lire-Totaux-Cedante
                   end-if
                   if E-DataSubmited not = spaces
                       and NumLigne > LastCheckpointLigne
                       and not FICH-LIGNE-CONTROLE
                       perform Process-Une-Ligne
                       MOVE NumLigne TO LastCheckpointLigne
                       perform Write-Checkpoint
                   end-if
           end-read.

      ******************************************************************
      *****                 LIRE-TOTAUX-CEDANTE                    *****
      ******************************************************************
       Lire-Totaux-Cedante.
           MOVE 1 TO TotalAnnonceRecu.
           MOVE SPACES TO champValeur.
           unstring E-DataSubmited delimited by ";" into
            TypeEnregChamp of champValeur
            Zone1Champ of champValeur
            Zone2Champ of champValeur
            Zone3Champ of champValeur
            Zone4Champ of champValeur
            Zone5Champ of champValeur
            Zone6Champ of champValeur
            Zone7Champ of champValeur
            Zone8Champ of champValeur
           end-unstring.
           MOVE Zone1Champ of champValeur TO MontantTexte.
           perform Convertir-Montant.
           MOVE MontantTravail TO AnnonceNbLignes.
           MOVE Zone2Champ of champValeur TO MontantTexte.
           perform Convertir-Montant.
           MOVE MontantTravail TO AnnoncePrimes.
           MOVE Zone3Champ of champValeur TO MontantTexte.
           perform Convertir-Montant.
           MOVE MontantTravail TO AnnonceArrieres.
           MOVE Zone4Champ of champValeur TO MontantTexte.
           perform Convertir-Montant.
           MOVE MontantTravail TO AnnonceProvisions.
           MOVE Zone5Champ of champValeur TO MontantTexte.
           perform Convertir-Montant.
           MOVE MontantTravail TO AnnonceRegles.
           MOVE Zone6Champ of champValeur TO MontantTexte.
           perform Convertir-Montant.
           MOVE MontantTravail TO AnnonceNbClients.
           MOVE Zone7Champ of champValeur TO MontantTexte.
           perform Convertir-Montant.
           MOVE MontantTravail TO AnnonceNbContrats.
           MOVE Zone8Champ of champValeur TO MontantTexte.
           perform Convertir-Montant.
           MOVE MontantTravail TO AnnonceNbSinistres.

      *    Montant de la cedante, point ou virgule decimale.
       Convertir-Montant.
           MOVE 0 TO MontantTravail.
           INSPECT MontantTexte REPLACING ALL '.' BY ','.
           IF MontantTexte not = SPACES
               COMPUTE MontantTravail = FUNCTION NUMVAL(MontantTexte)
           END-IF.

       Editer-Montant-Sql.
           MOVE SPACES TO MontantSql.
           STRING MontantTravailEntier DELIMITED SIZE
                  '.' DELIMITED SIZE
                  MontantTravailCentimes DELIMITED SIZE
           INTO MontantSql
           END-STRING.

      ******************************************************************
      *****                  PROCESS-UNE-LIGNE                     *****
      ******************************************************************
       Process-Une-Ligne.
           MOVE SPACES TO MotifRejet.
           MOVE 0 TO LigneAcceptee.
           MOVE 0 TO LigneDejaReprise.
           MOVE SPACES TO IdGspiCree.
           MOVE SPACES TO IdDejaRepris.
           perform Unstring-Ligne.
           EVALUATE TRUE
               WHEN Enreg-Client
                   perform Reprendre-Client
               WHEN Enreg-Contrat
                   perform Reprendre-Contrat
               WHEN Enreg-Sinistre
                   perform Reprendre-Sinistre
               WHEN OTHER
                   MOVE 'TYPE D ENREGISTREMENT INCONNU' TO MotifRejet
           END-EVALUATE.
           IF LigneAcceptee = 1
               ADD 1 TO NbAcceptes
           ELSE
               IF LigneDejaReprise = 1
                   ADD 1 TO NbDejaRepris
               ELSE
                   ADD 1 TO NbRejetes
               END-IF
           END-IF.
           perform Write-Ligne-Disposition.

      ******************************************************************
      *****                   UNSTRING-LIGNE                       *****
      ******************************************************************
       Unstring-Ligne.
           MOVE SPACES TO champValeur.
           MOVE SPACES TO TypeEnreg.
           MOVE SPACES TO RefCedante.
           MOVE SPACES TO RefParente.
           unstring E-DataSubmited delimited by ";" into
            TypeEnregChamp of champValeur
            Zone1Champ of champValeur
            Zone2Champ of champValeur
            Zone3Champ of champValeur
            Zone4Champ of champValeur
            Zone5Champ of champValeur
            Zone6Champ of champValeur
            Zone7Champ of champValeur
            Zone8Champ of champValeur
           end-unstring.
           MOVE TypeEnregChamp of champValeur TO TypeEnreg.
           MOVE Zone1Champ of champValeur TO RefCedante.

      ******************************************************************
      *****                  CONTROLER-DATE                        *****
      ******************************************************************
      *    Date JJ/MM/AAAA de la cedante, controle de forme.
       Controler-Date.
           MOVE 0 TO DateInvalide.
           IF DateControlee (3:1) not = '/'
               OR DateControlee (6:1) not = '/'
               OR DateControlee (1:2) not numeric
               OR DateControlee (4:2) not numeric
               OR DateControlee (7:4) not numeric
               MOVE 1 TO DateInvalide
           ELSE
               IF DateControlee (1:2) = '00'
                   OR DateControlee (1:2) > '31'
                   OR DateControlee (4:2) = '00'
                   OR DateControlee (4:2) > '12'
                   MOVE 1 TO DateInvalide
               END-IF
           END-IF.

      ******************************************************************
      *****               SELECT-DEJA-REPRIS                       *****
      ******************************************************************
      *    Recherche l'identifiant GSPI deja attribue a une reference
      *    de la cedante pour le type d'objet donne (ValeurLue vide si
      *    la reference n'a pas encore ete reprise).
       Select-Deja-Repris.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'IDGSPI ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'REPRISEPORTEFEUILLE ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'CODECEDANTE = "' DELIMITED SIZE
               CodeCedante DELIMITED SPACE
               '" AND TYPEOBJET = "' DELIMITED SIZE
               TypeEnreg DELIMITED SIZE
               '" AND REFCEDANTE = "' DELIMITED SIZE
               RefCedante DELIMITED SPACE
               '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           INSPECT ValeurLue REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE not = 0
               MOVE SPACES TO ValeurLue
           END-IF.
           perform Rendre-Curseur-1.

       Controler-Deja-Repris.
           perform Select-Deja-Repris.
           IF ValeurLue not = SPACES
               MOVE ValeurLue TO IdDejaRepris
               MOVE 1 TO LigneDejaReprise
               MOVE 'DEJA REPRIS' TO MotifRejet
           END-IF.

      *    Identifiant GSPI d'un objet parent (client d'un contrat,
      *    contrat d'un sinistre) repris par un enregistrement
      *    precedent.
       Select-Parent-Repris.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'IDGSPI ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'REPRISEPORTEFEUILLE ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'CODECEDANTE = "' DELIMITED SIZE
               CodeCedante DELIMITED SPACE
               '" AND TYPEOBJET = "' DELIMITED SIZE
               TypeEnreg DELIMITED SIZE
               '" AND REFCEDANTE = "' DELIMITED SIZE
               RefParente DELIMITED SPACE
               '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           INSPECT ValeurLue REPLACING ALL LOW-VALUE BY SPACE.
           IF SQLCODE not = 0
               MOVE SPACES TO ValeurLue
           END-IF.
           perform Rendre-Curseur-1.

      ******************************************************************
      *****                   REPRENDRE-CLIENT                     *****
      ******************************************************************
      *    La reference de la cedante devient la reference client
      *    GSPI (REFCLIENT), comme dans CREATCLILOT.
       Reprendre-Client.
           MOVE Zone2Champ of champValeur TO ClientNom.
           MOVE Zone3Champ of champValeur TO ClientPrenom.
           MOVE Zone4Champ of champValeur (1:10)
               TO ClientDateNaissance.
           MOVE Zone5Champ of champValeur TO ClientAdresse.
           MOVE Zone6Champ of champValeur TO ClientCodePostal.
           MOVE Zone7Champ of champValeur TO ClientVille.
           perform Controler-Client.
           IF MotifRejet = SPACES
               perform Creer-Client-Unite-De-Travail
           END-IF.

       Controler-Client.
           IF RefCedante = SPACES OR ClientNom = SPACES
               OR ClientDateNaissance = SPACES
               MOVE 'LIGNE INCOMPLETE' TO MotifRejet
           END-IF.
           IF MotifRejet = SPACES
               perform Controler-Deja-Repris
           END-IF.
           IF MotifRejet = SPACES
               MOVE ClientDateNaissance TO DateControlee
               perform Controler-Date
               IF DateInvalide = 1
                   MOVE 'DATE DE NAISSANCE INVALIDE' TO MotifRejet
               END-IF
           END-IF.
           IF MotifRejet = SPACES
               perform Verify-Ref-Client-Libre
               IF NbRefExistantes > 0
                   MOVE 'REFERENCE CLIENT DEJA UTILISEE' TO MotifRejet
               END-IF
           END-IF.
           IF MotifRejet = SPACES
               perform Calcul-Age
           END-IF.

       Calcul-Age.
           unstring ClientDateNaissance delimited by "/" into
            Jour of Naissance
            Mois of Naissance
            Annee of Naissance
           end-unstring.
           COMPUTE Age = currentYear - Annee of Naissance.
           IF Mois of Naissance > MM of SYSTEME-DATE
               OR (Mois of Naissance = MM of SYSTEME-DATE
                   AND Jour of Naissance > JJ of SYSTEME-DATE)
               SUBTRACT 1 FROM Age
           END-IF.

       Verify-Ref-Client-Libre.
           MOVE 0 TO NbRefExistantes.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'COUNT(*) ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'CLIENTS ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'REFCLIENT = "' DELIMITED SIZE
               RefCedante DELIMITED SPACE
               '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           IF SQLCODE = 0
               COMPUTE NbRefExistantes = FUNCTION NUMVAL(ValeurLue)
           END-IF.
           perform Rendre-Curseur-1.

       Creer-Client-Unite-De-Travail.
           perform Debut-Transaction.
           IF SQLCODE = 0
               perform Insert-Client
           END-IF.
           IF SQLCODE = 0
               perform Recuperer-Id-Cree
           END-IF.
           IF SQLCODE = 0
               MOVE 0 TO MontantTravail
               perform Editer-Montant-Sql
               MOVE MontantSql TO ArrieresSql
               perform Insert-Correspondance
           END-IF.
           perform Fin-Transaction.

       Insert-Client.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'CLIENTS' DELIMITED SIZE
                  '('    DELIMITED SIZE
                  'NOM, ' DELIMITED SIZE
                  'PRENOM, ' DELIMITED SIZE
                  'DATENAISSANCE, '    DELIMITED SIZE
                  'ADRESSE, '    DELIMITED SIZE
                  'CODEPOSTAL, '    DELIMITED SIZE
                  'VILLE, '    DELIMITED SIZE
                  'AGE, '    DELIMITED SIZE
                  'REFCLIENT, '    DELIMITED SIZE
                  'CODELANGUE) '    DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("'    DELIMITED SIZE
                  ClientNom DELIMITED SIZE
                  '","' DELIMITED SIZE
                  ClientPrenom DELIMITED SIZE
                  '","' DELIMITED SIZE
                  ClientDateNaissance DELIMITED SPACE
                  '","' DELIMITED SIZE
                  ClientAdresse DELIMITED SIZE
                  '","' DELIMITED SIZE
                  ClientCodePostal DELIMITED SPACE
                  '","' DELIMITED SIZE
                  ClientVille DELIMITED SIZE
                  '","' DELIMITED SIZE
                  Age DELIMITED SIZE
                  '","' DELIMITED SIZE
                  RefCedante DELIMITED SPACE
                  '","FR")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****                  REPRENDRE-CONTRAT                     *****
      ******************************************************************
      *    Le contrat garde sa date de souscription d'origine et la
      *    prime convenue avec la cedante, sans passer par le tarif.
       Reprendre-Contrat.
           MOVE Zone2Champ of champValeur TO RefParente.
           MOVE Zone3Champ of champValeur TO TypeOfSinistre.
           MOVE Zone4Champ of champValeur (1:10) TO DateSouscription.
           MOVE Zone5Champ of champValeur TO MontantTexte.
           perform Convertir-Montant.
           MOVE MontantTravail TO PrimeMontant.
           MOVE Zone6Champ of champValeur (1:10) TO DatePayeJusqua.
           MOVE Zone7Champ of champValeur TO MontantTexte.
           perform Convertir-Montant.
           MOVE MontantTravail TO ArrieresMontant.
           perform Editer-Montant-Sql.
           MOVE MontantSql TO ArrieresSql.
           MOVE Zone8Champ of champValeur TO MontantTexte.
           perform Convertir-Montant.
           MOVE MontantTravail TO GarantieMontant.
           perform Controler-Contrat.
           IF MotifRejet = SPACES
               perform Creer-Contrat-Unite-De-Travail
           END-IF.

       Controler-Contrat.
           IF RefCedante = SPACES OR RefParente = SPACES
               OR TypeOfSinistre = SPACES
               OR DateSouscription = SPACES
               OR DatePayeJusqua = SPACES
               OR GarantieMontant = 0
               MOVE 'LIGNE INCOMPLETE' TO MotifRejet
           END-IF.
           IF MotifRejet = SPACES AND PrimeMontant = 0
               MOVE 'PRIME CONVENUE NULLE' TO MotifRejet
           END-IF.
           IF MotifRejet = SPACES AND PrimeMontant > 9999,99
               MOVE 'PRIME CONVENUE HORS LIMITE' TO MotifRejet
           END-IF.
           IF MotifRejet = SPACES
               perform Controler-Deja-Repris
           END-IF.
           IF MotifRejet = SPACES
               MOVE DateSouscription TO DateControlee
               perform Controler-Date
               IF DateInvalide = 1
                   MOVE 'DATE DE SOUSCRIPTION INVALIDE' TO MotifRejet
               END-IF
           END-IF.
           IF MotifRejet = SPACES
               MOVE DatePayeJusqua TO DateControlee
               perform Controler-Date
               IF DateInvalide = 1
                   MOVE 'DATE DE FIN DE PERIODE PAYEE INVALIDE'
                   TO MotifRejet
               END-IF
           END-IF.
           IF MotifRejet = SPACES
               perform Verify-TypeSinistre-Valide
               IF NbTypeSinistre = 0
                   MOVE 'TYPE DE SINISTRE INCONNU DU CATALOGUE'
                   TO MotifRejet
               END-IF
           END-IF.
           IF MotifRejet = SPACES
               MOVE 'CLI' TO TypeEnreg
               perform Select-Parent-Repris
               MOVE 'CON' TO TypeEnreg
               MOVE ValeurLue TO ClientIdTemp
               IF ClientIdTemp = SPACES
                   MOVE 'CLIENT NON REPRIS' TO MotifRejet
               END-IF
           END-IF.

       Verify-TypeSinistre-Valide.
           MOVE 0 TO NbTypeSinistre.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'COUNT(*) ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'TYPESINISTRE ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'CODE = "' DELIMITED SIZE
               TypeOfSinistre DELIMITED SIZE
               '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           IF SQLCODE = 0
               COMPUTE NbTypeSinistre =
                   FUNCTION NUMVAL(ValeurLue)
           END-IF.
           perform Rendre-Curseur-1.

      *    Meme unite de travail que CREATCONLOT (contrat, client,
      *    dossier) ; les arrieres de la cedante ouvrent le compte
      *    cotisations du contrat par un mouvement REPRISE au debit,
      *    pour que le solde egale MONTANTIMPAYE (voir CTRLCPTLOT).
       Creer-Contrat-Unite-De-Travail.
           MOVE PrimeMontant TO PrixParMoisInt.
           MOVE PrixParMoisInt TO PrixParMoisFinal.
           perform Debut-Transaction.
           IF SQLCODE = 0
               perform Insert-Contrat
           END-IF.
           IF SQLCODE = 0
               perform Recuperer-Id-Cree
           END-IF.
           IF SQLCODE = 0
               MOVE IdGspiCree TO ContratIdTemp
               perform Update-Client
           END-IF.
           IF SQLCODE = 0
               perform Create-Dossier
           END-IF.
           IF SQLCODE = 0 AND ArrieresMontant > 0
               COMPUTE MVTC-IDCONTRAT = FUNCTION NUMVAL(ContratIdTemp)
               MOVE currentDate TO MVTC-DATE
               MOVE 'REPRISE' TO MVTC-TYPE
               SET MVTC-DEBIT TO TRUE
               MOVE ArrieresMontant TO MVTC-MONTANT
               MOVE SPACES TO MVTC-REFERENCE
               STRING 'REPRISE ' DELIMITED SIZE
                      CodeCedante DELIMITED SPACE
                      ' ' DELIMITED SIZE
                      RefCedante DELIMITED SPACE
               INTO MVTC-REFERENCE
               END-STRING
               MOVE 'REPRISELOT' TO MVTC-PROGRAMME
               perform MVTC-Ecrire-Mouvement
           END-IF.
           IF SQLCODE = 0
               MOVE PrimeMontant TO MontantTravail
               perform Editer-Montant-Sql
               perform Insert-Correspondance
           END-IF.
           perform Fin-Transaction.

      *    DATEPAYEJUSQUA : fin de la periode deja encaissee par la
      *    cedante, FACTURLOT ne refacture pas les mois qu'elle
      *    couvre. Les arrieres sont portes en impaye a partir de
      *    cette date, RELANCLOT prend ensuite le relais.
       Insert-Contrat.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           IF ArrieresMontant > 0
               STRING 'INSERT INTO CONTRATS ' DELIMITED SIZE
                   '(CLIENTID, TYPESINISTRE, STATUS, ' DELIMITED SIZE
                   'DATESOUSCRIPTION, PRIXPARMOIS, CODEAPPORTEUR, '
                   DELIMITED SIZE
                   'DATEPAYEJUSQUA, MONTANTIMPAYE, JOURSRETARD, '
                   DELIMITED SIZE
                   'DATEPREMIERIMPAYE) ' DELIMITED SIZE
                   'VALUES("' DELIMITED SIZE
                   ClientIdTemp DELIMITED SPACE
                   '","' DELIMITED SIZE
                   TypeOfSinistre DELIMITED SIZE
                   '","1","' DELIMITED SIZE
                   DateSouscription DELIMITED SIZE
                   '","' DELIMITED SIZE
                   PrixParMoisFinal DELIMITED SIZE
                   '","' DELIMITED SIZE
                   CodeCedante DELIMITED SPACE
                   '","' DELIMITED SIZE
                   DatePayeJusqua DELIMITED SIZE
                   '",' DELIMITED SIZE
                   ArrieresSql DELIMITED SPACE
                   ',GREATEST(0, TIMESTAMPDIFF(DAY, STR_TO_DATE("'
                   DELIMITED SIZE
                   DatePayeJusqua DELIMITED SIZE
                   '", "%d/%m/%Y"), CURDATE())),"' DELIMITED SIZE
                   DatePayeJusqua DELIMITED SIZE
                   '")' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               END-STRING
           ELSE
               STRING 'INSERT INTO CONTRATS ' DELIMITED SIZE
                   '(CLIENTID, TYPESINISTRE, STATUS, ' DELIMITED SIZE
                   'DATESOUSCRIPTION, PRIXPARMOIS, CODEAPPORTEUR, '
                   DELIMITED SIZE
                   'DATEPAYEJUSQUA) ' DELIMITED SIZE
                   'VALUES("' DELIMITED SIZE
                   ClientIdTemp DELIMITED SPACE
                   '","' DELIMITED SIZE
                   TypeOfSinistre DELIMITED SIZE
                   '","1","' DELIMITED SIZE
                   DateSouscription DELIMITED SIZE
                   '","' DELIMITED SIZE
                   PrixParMoisFinal DELIMITED SIZE
                   '","' DELIMITED SIZE
                   CodeCedante DELIMITED SPACE
                   '","' DELIMITED SIZE
                   DatePayeJusqua DELIMITED SIZE
                   '")' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               END-STRING
           END-IF.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

       Update-Client.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE CLIENTS SET CONTRATID = "' DELIMITED SIZE
               ContratIdTemp DELIMITED SPACE
               '" WHERE IDCLIENT = "' DELIMITED SIZE
               ClientIdTemp DELIMITED SPACE
               '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

       Create-Dossier.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT INTO DOSSIER ' DELIMITED SIZE
               '(CONTRATID, TYPESINISTRE, MONTANTGARANTIE, '
               DELIMITED SIZE
               'DEVISE) VALUES("' DELIMITED SIZE
               ContratIdTemp DELIMITED SPACE
               '","' DELIMITED SIZE
               TypeOfSinistre DELIMITED SIZE
               '","' DELIMITED SIZE
               GarantieMontant DELIMITED SIZE
               '","EUR")' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****                  REPRENDRE-SINISTRE                    *****
      ******************************************************************
      *    Sinistre ouvert chez la cedante : cree ouvert (STATUS 1)
      *    avec sa provision ; ce qu'elle a deja regle est porte par
      *    une prestation payee, avec STATUS et REMISE poses comme
      *    dans IMPORTTPALOT pour que VALIDPRE et REGLEPRELOT ne la
      *    reglent pas une seconde fois.
       Reprendre-Sinistre.
           MOVE Zone2Champ of champValeur TO RefParente.
           MOVE Zone3Champ of champValeur (1:10) TO DateSurvenance.
           MOVE Zone4Champ of champValeur TO MontantTexte.
           perform Convertir-Montant.
           MOVE MontantTravail TO ProvisionMontant.
           perform Editer-Montant-Sql.
           MOVE MontantSql TO ProvisionSql.
           MOVE Zone5Champ of champValeur TO MontantTexte.
           perform Convertir-Montant.
           MOVE MontantTravail TO RegleMontant.
           perform Editer-Montant-Sql.
           MOVE MontantSql TO RegleSql.
           perform Controler-Sinistre.
           IF MotifRejet = SPACES
               perform Creer-Sinistre-Unite-De-Travail
           END-IF.

       Controler-Sinistre.
           IF RefCedante = SPACES OR RefParente = SPACES
               OR DateSurvenance = SPACES
               MOVE 'LIGNE INCOMPLETE' TO MotifRejet
           END-IF.
           IF MotifRejet = SPACES
               perform Controler-Deja-Repris
           END-IF.
           IF MotifRejet = SPACES
               MOVE DateSurvenance TO DateControlee
               perform Controler-Date
               IF DateInvalide = 1
                   MOVE 'DATE DE SURVENANCE INVALIDE' TO MotifRejet
               END-IF
           END-IF.
           IF MotifRejet = SPACES
               MOVE 'CON' TO TypeEnreg
               perform Select-Parent-Repris
               MOVE 'SIN' TO TypeEnreg
               MOVE ValeurLue TO ContratIdTemp
               IF ContratIdTemp = SPACES
                   MOVE 'CONTRAT NON REPRIS' TO MotifRejet
               END-IF
           END-IF.
           IF MotifRejet = SPACES
               perform Select-Dossier-Du-Contrat
               IF DossierIdTemp = SPACES
                   MOVE 'AUCUN DOSSIER AU CONTRAT' TO MotifRejet
               END-IF
           END-IF.

       Select-Dossier-Du-Contrat.
           MOVE SPACES TO DossierIdTemp.
           MOVE SPACES TO TypeContratTemp.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'IDDOSSIER ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'DOSSIER ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'CONTRATID = "' DELIMITED SIZE
               ContratIdTemp DELIMITED SPACE
               '" ORDER BY IDDOSSIER LIMIT 1' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           IF SQLCODE = 0
               MOVE ValeurLue TO DossierIdTemp
           END-IF.
           perform Rendre-Curseur-1.
           IF DossierIdTemp not = SPACES
               perform Prendre-Curseur-1
               MOVE LOW-VALUES TO SQLCA-STATEMENT
               STRING 'SELECT ' DELIMITED SIZE
                   'TYPESINISTRE ' DELIMITED SIZE
                   'FROM ' DELIMITED SIZE
                   'DOSSIER ' DELIMITED SIZE
                   'WHERE ' DELIMITED SIZE
                   'IDDOSSIER = "' DELIMITED SIZE
                   DossierIdTemp DELIMITED SPACE
                   '"' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               END-STRING
               perform Executer-Select-Simple
               IF SQLCODE = 0
                   MOVE ValeurLue TO TypeContratTemp
               END-IF
               perform Rendre-Curseur-1
           END-IF.

       Creer-Sinistre-Unite-De-Travail.
           perform Debut-Transaction.
           IF SQLCODE = 0
               perform Insert-Sinistre
           END-IF.
           IF SQLCODE = 0
               MOVE currentDate TO MVPR-DATE
               MOVE RefCedante TO MVPR-REFERENCE
               MOVE 'REPRISELOT' TO MVPR-PROGRAMME
               perform MVPR-Ecrire-Ouverture
               perform Recuperer-Id-Cree
           END-IF.
           IF SQLCODE = 0 AND RegleMontant > 0
               perform Insert-Prestation-Reglee
           END-IF.
           IF SQLCODE = 0
               MOVE ProvisionSql TO MontantSql
               MOVE RegleSql TO ArrieresSql
               perform Insert-Correspondance
           END-IF.
           perform Fin-Transaction.

       Insert-Sinistre.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'SINISTRES ' DELIMITED SIZE
                  '('    DELIMITED SIZE
                  'DOSSIERID, ' DELIMITED SIZE
                  'TYPESINISTRE, ' DELIMITED SIZE
                  'STATUS, '    DELIMITED SIZE
                  'DATEDECLARATION, '    DELIMITED SIZE
                  'DATESURVENANCE, '    DELIMITED SIZE
                  'CIRCONSTANCE, '    DELIMITED SIZE
                  'MONTANTPROVISION, '    DELIMITED SIZE
                  'REFERENCESDOCUMENTS '    DELIMITED SIZE
                  ') '    DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("'    DELIMITED SIZE
                  DossierIdTemp    DELIMITED SPACE
                  '","'    DELIMITED SIZE
                  TypeContratTemp  DELIMITED SPACE
                  '","1","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  DateSurvenance DELIMITED SIZE
                  '","' DELIMITED SIZE
                  'REPRIS DE ' DELIMITED SIZE
                  CodeCedante DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  RefCedante DELIMITED SPACE
                  '",' DELIMITED SIZE
                  ProvisionSql DELIMITED SPACE
                  ',"' DELIMITED SIZE
                  'REPRISE PORTEFEUILLE' DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

       Insert-Prestation-Reglee.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'PRESTATION ' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'SINISTREID, ' DELIMITED SIZE
                  'STATUS, ' DELIMITED SIZE
                  'MONTANTDEMANDE, ' DELIMITED SIZE
                  'MONTANTPAYE, ' DELIMITED SIZE
                  'REMISE, ' DELIMITED SIZE
                  'EXECUTIONVIR, ' DELIMITED SIZE
                  'DATEDEMANDE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  IdGspiCree DELIMITED SPACE
                  '","1",' DELIMITED SIZE
                  RegleSql DELIMITED SPACE
                  ',' DELIMITED SIZE
                  RegleSql DELIMITED SPACE
                  ',"1","E","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****               INSERT-CORRESPONDANCE                    *****
      ******************************************************************
      *    Correspondance reference cedante / identifiant GSPI, avec
      *    les montants repris (MONTANT1 prime ou provision, MONTANT2
      *    arrieres ou deja regle) pour l'etat de controle. Ecrite
      *    dans la meme unite de travail que l'objet repris.
       Insert-Correspondance.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'REPRISEPORTEFEUILLE ' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'IDFICHIER, ' DELIMITED SIZE
                  'CODECEDANTE, ' DELIMITED SIZE
                  'TYPEOBJET, ' DELIMITED SIZE
                  'REFCEDANTE, ' DELIMITED SIZE
                  'IDGSPI, ' DELIMITED SIZE
                  'MONTANT1, ' DELIMITED SIZE
                  'MONTANT2, ' DELIMITED SIZE
                  'NUMLIGNE, ' DELIMITED SIZE
                  'DATEREPRISE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  FICH-IDFICHIER DELIMITED SIZE
                  '","' DELIMITED SIZE
                  CodeCedante DELIMITED SPACE
                  '","' DELIMITED SIZE
                  TypeEnreg DELIMITED SIZE
                  '","' DELIMITED SIZE
                  RefCedante DELIMITED SPACE
                  '","' DELIMITED SIZE
                  IdGspiCree DELIMITED SPACE
                  '",' DELIMITED SIZE
                  MontantSql DELIMITED SPACE
                  ',' DELIMITED SIZE
                  ArrieresSql DELIMITED SPACE
                  ',"' DELIMITED SIZE
                  NumLigne DELIMITED SIZE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****                UNITE DE TRAVAIL                        *****
      ******************************************************************
       Debut-Transaction.
           MOVE 0 TO SQLCODE.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           MOVE 'START TRANSACTION' TO SQLCA-STATEMENT.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      *    Tout est annule au moindre echec.
       Fin-Transaction.
           IF SQLCODE = 0
               MOVE LOW-VALUES TO SQLCA-STATEMENT
               MOVE 'COMMIT' TO SQLCA-STATEMENT
               CALL 'MySQL_query' USING SQLCA-STATEMENT
               END-CALL
               MOVE RETURN-CODE TO SQLCODE
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO LigneAcceptee
           ELSE
               MOVE LOW-VALUES TO SQLCA-STATEMENT
               MOVE 'ROLLBACK' TO SQLCA-STATEMENT
               CALL 'MySQL_query' USING SQLCA-STATEMENT
               END-CALL
               MOVE 'ERREUR SQL, REPRISE ANNULEE' TO MotifRejet
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO SQLCODE
           END-IF.

       Recuperer-Id-Cree.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           MOVE 'SELECT LAST_INSERT_ID()' TO SQLCA-STATEMENT.
           perform Executer-Select-Simple.
           IF SQLCODE = 0
               MOVE ValeurLue TO IdGspiCree
           END-IF.
           perform Rendre-Curseur-1.

      ******************************************************************
      *****               WRITE-LIGNE-DISPOSITION                  *****
      ******************************************************************
      *    numligne;REPRIS;type;ref cedante;id GSPI
      *    numligne;DEJA REPRIS;type;ref cedante;id GSPI
      *    numligne;REJETE;motif
       Write-Ligne-Disposition.
           MOVE SPACES TO LIGNE-DISPOSITION.
           IF LigneAcceptee = 1
               STRING NumLigne DELIMITED SIZE
                       ';REPRIS;' DELIMITED SIZE
                       TypeEnreg DELIMITED SIZE
                       ';' DELIMITED SIZE
                       RefCedante DELIMITED SPACE
                       ';' DELIMITED SIZE
                       IdGspiCree DELIMITED SPACE
               INTO LIGNE-DISPOSITION
               END-STRING
           ELSE
               IF LigneDejaReprise = 1
                   STRING NumLigne DELIMITED SIZE
                           ';DEJA REPRIS;' DELIMITED SIZE
                           TypeEnreg DELIMITED SIZE
                           ';' DELIMITED SIZE
                           RefCedante DELIMITED SPACE
                           ';' DELIMITED SIZE
                           IdDejaRepris DELIMITED SPACE
                   INTO LIGNE-DISPOSITION
                   END-STRING
               ELSE
                   STRING NumLigne DELIMITED SIZE
                           ';REJETE;' DELIMITED SIZE
                           MotifRejet DELIMITED SIZE
                   INTO LIGNE-DISPOSITION
                   END-STRING
               END-IF
           END-IF.
           write E-Disposition from LIGNE-DISPOSITION.

       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-DISPOSITION.
           STRING 'TOTAL;' DELIMITED SIZE
                   NbAcceptes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbRejetes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbDejaRepris DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-DISPOSITION
           END-STRING.
           write E-Disposition from LIGNE-DISPOSITION.

      ******************************************************************
      *****               SELECT-TOTAUX-CHARGES                    *****
      ******************************************************************
      *    Totaux repris pour ce fichier, passages interrompus compris.
       Select-Totaux-Charges.
           MOVE SPACES TO NbClientsTexte.
           MOVE SPACES TO NbContratsTexte.
           MOVE SPACES TO NbSinistresTexte.
           MOVE SPACES TO PrimesTexte.
           MOVE SPACES TO ArrieresTexte.
           MOVE SPACES TO ProvisionsTexte.
           MOVE SPACES TO ReglesTexte.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'SUM(TYPEOBJET = "CLI"), ' DELIMITED SIZE
               'SUM(TYPEOBJET = "CON"), ' DELIMITED SIZE
               'SUM(TYPEOBJET = "SIN"), ' DELIMITED SIZE
               'SUM(IF(TYPEOBJET = "CON", MONTANT1, 0)), '
               DELIMITED SIZE
               'SUM(IF(TYPEOBJET = "CON", MONTANT2, 0)), '
               DELIMITED SIZE
               'SUM(IF(TYPEOBJET = "SIN", MONTANT1, 0)), '
               DELIMITED SIZE
               'SUM(IF(TYPEOBJET = "SIN", MONTANT2, 0)) '
               DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'REPRISEPORTEFEUILLE ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'IDFICHIER = "' DELIMITED SIZE
               FICH-IDFICHIER DELIMITED SIZE
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
                                            NbClientsTexte
                                            NbContratsTexte
                                            NbSinistresTexte
                                            PrimesTexte
                                            ArrieresTexte
                                            ProvisionsTexte
                                            ReglesTexte
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           perform Rendre-Curseur-1.

           MOVE NbClientsTexte TO MontantTexte.
           perform Convertir-Texte-Lu.
           MOVE MontantTravail TO ChargeNbClients.
           MOVE NbContratsTexte TO MontantTexte.
           perform Convertir-Texte-Lu.
           MOVE MontantTravail TO ChargeNbContrats.
           MOVE NbSinistresTexte TO MontantTexte.
           perform Convertir-Texte-Lu.
           MOVE MontantTravail TO ChargeNbSinistres.
           MOVE PrimesTexte TO MontantTexte.
           perform Convertir-Texte-Lu.
           MOVE MontantTravail TO ChargePrimes.
           MOVE ArrieresTexte TO MontantTexte.
           perform Convertir-Texte-Lu.
           MOVE MontantTravail TO ChargeArrieres.
           MOVE ProvisionsTexte TO MontantTexte.
           perform Convertir-Texte-Lu.
           MOVE MontantTravail TO ChargeProvisions.
           MOVE ReglesTexte TO MontantTexte.
           perform Convertir-Texte-Lu.
           MOVE MontantTravail TO ChargeRegles.

       Convertir-Texte-Lu.
           INSPECT MontantTexte REPLACING ALL LOW-VALUE BY SPACE.
           perform Convertir-Montant.

      ******************************************************************
      *****                WRITE-ETAT-CONTROLE                     *****
      ******************************************************************
      *    Etat de controle de la reprise : pour chaque nombre et
      *    chaque montant, total annonce par la cedante, total charge
      *    et ecart ; la derniere ligne donne le resultat du
      *    rapprochement. Sans ligne TOTAL, rien n'est rapproche.
       Write-Etat-Controle.
           open output F-Controle.
           MOVE 0 TO NbEcartsControle.
           MOVE SPACES TO LIGNE-CONTROLE.
           STRING 'REPRISE;' DELIMITED SIZE
                   CodeCedante DELIMITED SPACE
                   ';FICHIER;' DELIMITED SIZE
                   FICH-IDFICHIER DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-CONTROLE
           END-STRING.
           write E-Controle from LIGNE-CONTROLE.
           MOVE 'OBJET;ANNONCE;CHARGE;ECART' TO LIGNE-CONTROLE.
           write E-Controle from LIGNE-CONTROLE.
           IF TotalAnnonceRecu = 1
               MOVE 'CLIENTS' TO LibelleControle
               MOVE AnnonceNbClients TO NbAnnonceControle
               MOVE ChargeNbClients TO NbChargeControle
               perform Write-Ligne-Controle-Nombre
               MOVE 'CONTRATS' TO LibelleControle
               MOVE AnnonceNbContrats TO NbAnnonceControle
               MOVE ChargeNbContrats TO NbChargeControle
               perform Write-Ligne-Controle-Nombre
               MOVE 'SINISTRES' TO LibelleControle
               MOVE AnnonceNbSinistres TO NbAnnonceControle
               MOVE ChargeNbSinistres TO NbChargeControle
               perform Write-Ligne-Controle-Nombre
               MOVE 'PRIMES' TO LibelleControle
               MOVE AnnoncePrimes TO MontantAnnonceControle
               MOVE ChargePrimes TO MontantChargeControle
               perform Write-Ligne-Controle-Montant
               MOVE 'ARRIERES' TO LibelleControle
               MOVE AnnonceArrieres TO MontantAnnonceControle
               MOVE ChargeArrieres TO MontantChargeControle
               perform Write-Ligne-Controle-Montant
               MOVE 'PROVISIONS' TO LibelleControle
               MOVE AnnonceProvisions TO MontantAnnonceControle
               MOVE ChargeProvisions TO MontantChargeControle
               perform Write-Ligne-Controle-Montant
               MOVE 'REGLEMENTS' TO LibelleControle
               MOVE AnnonceRegles TO MontantAnnonceControle
               MOVE ChargeRegles TO MontantChargeControle
               perform Write-Ligne-Controle-Montant
           ELSE
               MOVE 'ANNONCE ABSENT' TO LIGNE-CONTROLE
               write E-Controle from LIGNE-CONTROLE
               ADD 1 TO NbEcartsControle
           END-IF.
           MOVE SPACES TO LIGNE-CONTROLE.
           IF NbEcartsControle = 0
               STRING 'RESULTAT;CONCORDANT;' DELIMITED SIZE
                       NbRejetes DELIMITED SIZE
                       ' REJETS' DELIMITED SIZE
               INTO LIGNE-CONTROLE
               END-STRING
           ELSE
               STRING 'RESULTAT;ECART;' DELIMITED SIZE
                       NbRejetes DELIMITED SIZE
                       ' REJETS' DELIMITED SIZE
               INTO LIGNE-CONTROLE
               END-STRING
           END-IF.
           write E-Controle from LIGNE-CONTROLE.
           close F-Controle.

       Write-Ligne-Controle-Nombre.
           COMPUTE EcartNbControle =
               NbAnnonceControle - NbChargeControle.
           IF EcartNbControle not = 0
               ADD 1 TO NbEcartsControle
           END-IF.
           MOVE NbAnnonceControle TO NbAnnonceAffiche.
           MOVE NbChargeControle TO NbChargeAffiche.
           MOVE EcartNbControle TO EcartNbAffiche.
           MOVE SPACES TO LIGNE-CONTROLE.
           STRING LibelleControle DELIMITED SPACE
                   ';' DELIMITED SIZE
                   NbAnnonceAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbChargeAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   EcartNbAffiche DELIMITED SIZE
           INTO LIGNE-CONTROLE
           END-STRING.
           write E-Controle from LIGNE-CONTROLE.

       Write-Ligne-Controle-Montant.
           COMPUTE EcartMontantControle =
               MontantAnnonceControle - MontantChargeControle.
           IF EcartMontantControle not = 0
               ADD 1 TO NbEcartsControle
           END-IF.
           MOVE MontantAnnonceControle TO AnnonceAffiche.
           MOVE MontantChargeControle TO ChargeAffiche.
           MOVE EcartMontantControle TO EcartAffiche.
           MOVE SPACES TO LIGNE-CONTROLE.
           STRING LibelleControle DELIMITED SPACE
                   ';' DELIMITED SIZE
                   AnnonceAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   ChargeAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   EcartAffiche DELIMITED SIZE
           INTO LIGNE-CONTROLE
           END-STRING.
           write E-Controle from LIGNE-CONTROLE.

      ******************************************************************
      *****             EXECUTER-SELECT-SIMPLE                     *****
      ******************************************************************
      *    Execute le SELECT monocolonne prepare dans SQLCA-STATEMENT
      *    et place la valeur lue dans ValeurLue (SQLCODE 100 si aucune
      *    ligne).
       Executer-Select-Simple.
           MOVE SPACES TO ValeurLue.
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
                                            ValeurLue
               END-CALL
               IF SQLCA-RESULT (1) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

       Prendre-Curseur-1.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.
           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

       Rendre-Curseur-1.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

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
           MOVE 'REPRISELOT' TO PGCTB-PROGRAM-NAME.

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
       COPY CPYFICHP OF "cobol/source_cobol".
       COPY CPYMVTCP OF "cobol/source_cobol".
       COPY CPYMVPRP OF "cobol/source_cobol".
