      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 NOEMIELOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Integration des decomptes electroniques du regime
      *    obligatoire : chaque ligne decrit un soin deja rembourse en
      *    partie par la Securite sociale. Le client et son dossier
      *    couvert sont retrouves, le complement du est calcule au
      *    taux de la nomenclature des actes, puis une prestation est
      *    creee a valider (statut 0) sur le sinistre ouvert du
      *    dossier. Les lignes inexploitables sont reportees avec leur
      *    motif dans le fichier de disposition, comme IMPORTTPALOT.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-DataSubmited
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/noemie_decomptes_requete.txt"
           organization is line sequential.

           select F-Disposition
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/noemie_decomptes_disposition.txt"
           organization is line sequential access sequential.

           select F-Checkpoint
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/noemielot_checkpoint.txt"
           organization is line sequential
           file status is WS-CHECKPOINT-STATUS.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-DataSubmited record varying from 0 to 255.
       01 E-DataSubmited pic x(255).

       FD F-Disposition record varying from 0 to 200.
       01 E-Disposition pic x(200).

       FD F-Checkpoint record varying from 0 to 20.
       01 E-Checkpoint pic x(20).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.
       01 NumLigne pic 9(6) value 0.

      *    Ligne de decompte : refclient:X,acte:CODE,
      *    datesoins:JJ/MM/AAAA,depense:NNNN,remboursement:NNNN,
      *    refdecompte:X (montant rembourse par le regime obligatoire).
       01 champValeur.
         05 RefChamp Pic x(35).
         05 ActeChamp Pic x(20).
         05 DateSoinsChamp Pic x(30).
         05 DepenseChamp Pic x(25).
         05 RembourseChamp Pic x(30).
         05 RefDecompteChamp Pic x(40).

       01 trash pic X(255).

       01 ClientRef pic X(20).
       01 CodeActe pic X(5).
       01 DateSoins pic X(10).
       01 DepenseTexte pic X(12).
       01 RembourseTexte pic X(12).
       01 RefDecompte pic X(25).

       01 MontantDepense pic 9(8)V99.
       01 MontantRembourseRO pic 9(8)V99.
       01 MontantCouvert pic 9(8)V99.
       01 MontantComplement pic 9(8).
       01 MontantComplementAffiche pic Z(7)9.

      *    Type de sinistre des dossiers sante, parametrable. A blanc,
      *    le dernier dossier actif du client est retenu.
       01 BusinessConstants.
         05 BC-TypeSinistreSante pic X(2).

       01 ClientIdTemp pic X(10).
       01 DossierIdTemp pic X(10).
       01 TypeDossierTemp pic X(2).
       01 SinistreIdTemp pic X(10).

       01 TauxActe pic 9(3).

      *    Statut de creation de la prestation : 5 (bloquee) quand la
      *    depense a deja ete remboursee a l'assure sur un autre
      *    sinistre (voir CPYDOUB), 0 sinon.
       01 StatutCreation pic X value "0".

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

       01 MotifRejet pic X(60).
       01 LigneAcceptee pic 9 value 0.

       01 NbAcceptes pic 9(6) value 0.
       01 NbRejetes pic 9(6) value 0.
       01 NbSinistresCrees pic 9(6) value 0.

       01 WS-CHECKPOINT-STATUS pic XX.
       01 LastCheckpointLigne pic 9(6) value 0.

       01 LIGNE-DISPOSITION pic X(200).
       01 PtrDisposition pic 9(3).
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
       COPY CPYDOUB OF "cobol/source_cobol".
       COPY CPYAVMD OF "cobol/source_cobol".
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
           perform Read-Business-Constants.
           perform Read-Checkpoint.
           perform Controler-Fichier-Entrant.
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
           perform close-BDD.
           perform FICH-Cloturer-Fichier.
           close F-DataSubmited.
           close F-Disposition.
           perform Reset-Checkpoint.
           display NbAcceptes.
           display NbRejetes.
           display NbSinistresCrees.
           display DOUB-NB-BLOQUES.
           display AVMD-NB-ORIENTEES.
           COMPUTE JB-LignesLues = NbAcceptes + NbRejetes.
           MOVE NbAcceptes TO JB-LignesEcrites.
           IF NbRejetes > 0 OR DOUB-NB-BLOQUES > 0
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
      *****             READ-BUSINESS-CONSTANTS                    *****
      ******************************************************************
       Read-Business-Constants.
      *    Type de sinistre portant la garantie frais de sante.
           MOVE 'NOEMIELOT' TO PGCTB-PROGRAM-NAME.
           MOVE SPACES TO BC-TypeSinistreSante.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-TypeSinistreSante
           END-CALL.
           INSPECT BC-TypeSinistreSante
               REPLACING ALL LOW-VALUE BY SPACE.

      ******************************************************************
      *****                    READ-CHECKPOINT                     *****
      ******************************************************************
      *    Le checkpoint porte le numero de la derniere ligne du
      *    fichier de decomptes entierement traitee : apres un
      *    incident, les lignes deja passees sont sautees a la reprise.
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
      *    Premiere lecture du fichier de decomptes pour le registre des
      *    fichiers entrants (voir CPYFICH). Lignes de controle :
      *    ENTETE:caisse et TOTAL:nombre,montant rembourse par le
      *    regime obligatoire (champ remboursement).
       Controler-Fichier-Entrant.
           MOVE 'NOEMIELOT' TO FICH-PROGRAMME.
           MOVE 'noemie_decomptes_requete.txt' TO FICH-NOM.
           MOVE 'REGIME OBLIGATOIRE' TO FICH-EMETTEUR.
           MOVE ',' TO FICH-SEPARATEUR.
           MOVE 5 TO FICH-RANG-MONTANT.
           MOVE 'ENTETE:' TO FICH-PREFIXE-ENTETE.
           MOVE 'TOTAL:' TO FICH-PREFIXE-TOTAL.
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
                   if E-DataSubmited not = spaces
                       and NumLigne > LastCheckpointLigne
                       and not FICH-LIGNE-CONTROLE
                       perform Process-Une-Ligne
                       MOVE NumLigne TO LastCheckpointLigne
                       perform Write-Checkpoint
                   end-if
           end-read.

      ******************************************************************
      *****                  PROCESS-UNE-LIGNE                     *****
      ******************************************************************
       Process-Une-Ligne.
           MOVE SPACES TO MotifRejet.
           MOVE 0 TO LigneAcceptee.
           perform Unstring-Ligne.
           perform Controler-Ligne.
           IF MotifRejet = SPACES
               perform Calculer-Complement
           END-IF.
           IF MotifRejet = SPACES
               perform Creer-Prestation-Complement
           END-IF.
           IF LigneAcceptee = 1
               ADD 1 TO NbAcceptes
           ELSE
               ADD 1 TO NbRejetes
           END-IF.
           perform Write-Ligne-Disposition.

      ******************************************************************
      *****                   UNSTRING-LIGNE                       *****
      ******************************************************************
       Unstring-Ligne.
           MOVE SPACES TO champValeur.
           MOVE SPACES TO ClientRef.
           MOVE SPACES TO CodeActe.
           MOVE SPACES TO DateSoins.
           MOVE SPACES TO DepenseTexte.
           MOVE SPACES TO RembourseTexte.
           MOVE SPACES TO RefDecompte.
           MOVE 0 TO MontantDepense.
           MOVE 0 TO MontantRembourseRO.
           MOVE 0 TO MontantComplement.
           unstring E-DataSubmited delimited by "," into
            RefChamp of champValeur
            ActeChamp of champValeur
            DateSoinsChamp of champValeur
            DepenseChamp of champValeur
            RembourseChamp of champValeur
            RefDecompteChamp of champValeur
           end-unstring.
           unstring RefChamp of champValeur delimited by ":" into
            trash
            ClientRef
           end-unstring.
           unstring ActeChamp of champValeur delimited by ":" into
            trash
            CodeActe
           end-unstring.
           unstring DateSoinsChamp of champValeur delimited by ":"
            into
            trash
            DateSoins
           end-unstring.
           unstring DepenseChamp of champValeur delimited by ":" into
            trash
            DepenseTexte
           end-unstring.
           unstring RembourseChamp of champValeur delimited by ":"
            into
            trash
            RembourseTexte
           end-unstring.
           unstring RefDecompteChamp of champValeur delimited by ":"
            into
            trash
            RefDecompte
           end-unstring.
           IF DepenseTexte not = SPACES
               COMPUTE MontantDepense =
                   FUNCTION NUMVAL(DepenseTexte)
           END-IF.
           IF RembourseTexte not = SPACES
               COMPUTE MontantRembourseRO =
                   FUNCTION NUMVAL(RembourseTexte)
           END-IF.

      ******************************************************************
      *****                  CONTROLER-LIGNE                       *****
      ******************************************************************
      *    Le premier controle en echec donne le motif de rejet :
      *    ligne complete, decompte pas deja integre, client connu,
      *    dossier couvert actif, acte connu de la nomenclature.
       Controler-Ligne.
           IF ClientRef = SPACES OR CodeActe = SPACES
               OR DateSoins = SPACES
               OR DepenseTexte = SPACES
               OR RembourseTexte = SPACES
               OR RefDecompte = SPACES
               MOVE 'LIGNE INCOMPLETE' TO MotifRejet
           END-IF.
           IF MotifRejet = SPACES AND MontantDepense = 0
               MOVE 'DEPENSE NULLE' TO MotifRejet
           END-IF.
           IF MotifRejet = SPACES
               AND MontantRembourseRO > MontantDepense
               MOVE 'REMBOURSEMENT REGIME SUPERIEUR A LA DEPENSE'
               TO MotifRejet
           END-IF.
           IF MotifRejet = SPACES
               perform Verify-Doublon-Decompte
           END-IF.
           IF MotifRejet = SPACES
               perform Select-Client-Par-Reference
               IF ClientIdTemp = SPACES
                   MOVE 'CLIENT INCONNU DU PORTEFEUILLE'
                   TO MotifRejet
               END-IF
           END-IF.
           IF MotifRejet = SPACES
               perform Select-Dossier-Couvert
               IF DossierIdTemp = SPACES
                   MOVE 'AUCUN DOSSIER COUVERT ACTIF POUR CE CLIENT'
                   TO MotifRejet
               END-IF
           END-IF.
           IF MotifRejet = SPACES
               perform Select-Taux-Acte
               IF ValeurLue = SPACES
                   MOVE 'ACTE INCONNU DE LA NOMENCLATURE'
                   TO MotifRejet
               END-IF
           END-IF.

      ******************************************************************
      *****              VERIFY-DOUBLON-DECOMPTE                   *****
      ******************************************************************
      *    La reference du decompte est portee par la prestation : un
      *    fichier recharge apres incident ne cree pas deux fois le
      *    meme complement.
       Verify-Doublon-Decompte.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'COUNT(*) ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'PRESTATION ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'REFDECOMPTE = "' DELIMITED SIZE
               RefDecompte DELIMITED SPACE
               '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           IF SQLCODE = 0 AND FUNCTION NUMVAL(ValeurLue) > 0
               MOVE 'DECOMPTE DEJA INTEGRE' TO MotifRejet
           END-IF.
           perform Rendre-Curseur-1.

      ******************************************************************
      *****             SELECT-CLIENT-PAR-REFERENCE                *****
      ******************************************************************
       Select-Client-Par-Reference.
           MOVE SPACES TO ClientIdTemp.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'IDCLIENT ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'CLIENTS ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'REFCLIENT = "' DELIMITED SIZE
               ClientRef DELIMITED SPACE
               '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           IF SQLCODE = 0
               MOVE ValeurLue TO ClientIdTemp
           END-IF.
           perform Rendre-Curseur-1.

      ******************************************************************
      *****               SELECT-DOSSIER-COUVERT                   *****
      ******************************************************************
      *    Dossier actif (STATUS 1) d'un contrat du client, du type
      *    sante parametre s'il l'est, le plus recent sinon.
       Select-Dossier-Couvert.
           MOVE SPACES TO DossierIdTemp.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           IF BC-TypeSinistreSante = SPACES
               STRING 'SELECT ' DELIMITED SIZE
                   'IDDOSSIER ' DELIMITED SIZE
                   'FROM ' DELIMITED SIZE
                   'DOSSIER ' DELIMITED SIZE
                   'WHERE ' DELIMITED SIZE
                   'STATUS = "1" ' DELIMITED SIZE
                   'AND CONTRATID IN ' DELIMITED SIZE
                   '(SELECT IDCONTRAT FROM CONTRATS ' DELIMITED SIZE
                   'WHERE CLIENTID = "' DELIMITED SIZE
                   ClientIdTemp DELIMITED SPACE
                   '") ORDER BY IDDOSSIER DESC LIMIT 1' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               END-STRING
           ELSE
               STRING 'SELECT ' DELIMITED SIZE
                   'IDDOSSIER ' DELIMITED SIZE
                   'FROM ' DELIMITED SIZE
                   'DOSSIER ' DELIMITED SIZE
                   'WHERE ' DELIMITED SIZE
                   'TYPESINISTRE = "' DELIMITED SIZE
                   BC-TypeSinistreSante DELIMITED SIZE
                   '" AND STATUS = "1" ' DELIMITED SIZE
                   'AND CONTRATID IN ' DELIMITED SIZE
                   '(SELECT IDCONTRAT FROM CONTRATS ' DELIMITED SIZE
                   'WHERE CLIENTID = "' DELIMITED SIZE
                   ClientIdTemp DELIMITED SPACE
                   '") ORDER BY IDDOSSIER DESC LIMIT 1' DELIMITED SIZE
               INTO SQLCA-STATEMENT
               END-STRING
           END-IF.
           perform Executer-Select-Simple.
           IF SQLCODE = 0
               MOVE ValeurLue TO DossierIdTemp
           END-IF.
           perform Rendre-Curseur-1.
           IF DossierIdTemp not = SPACES
               perform Select-Type-Dossier
           END-IF.

       Select-Type-Dossier.
           MOVE SPACES TO TypeDossierTemp.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'TYPESINISTRE ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'DOSSIER ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'IDDOSSIER = "' DELIMITED SIZE
               DossierIdTemp DELIMITED SPACE
               '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           IF SQLCODE = 0
               MOVE ValeurLue TO TypeDossierTemp
           END-IF.
           perform Rendre-Curseur-1.

      ******************************************************************
      *****                  SELECT-TAUX-ACTE                      *****
      ******************************************************************
       Select-Taux-Acte.
           MOVE 0 TO TauxActe.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'TAUXREMBOURSEMENT ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'NOMENCLATUREACTES ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'CODEACTE = "' DELIMITED SIZE
               CodeActe DELIMITED SPACE
               '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           IF SQLCODE = 0
               COMPUTE TauxActe = FUNCTION NUMVAL(ValeurLue)
           ELSE
               MOVE SPACES TO ValeurLue
           END-IF.
           perform Rendre-Curseur-1.

      ******************************************************************
      *****                CALCULER-COMPLEMENT                     *****
      ******************************************************************
      *    La part couverte par le contrat est la depense au taux de
      *    l'acte ; le complement du est cette part diminuee de ce que
      *    le regime obligatoire a deja rembourse. Le plafond annuel de
      *    l'acte reste controle par VALIDPRE a la validation.
       Calculer-Complement.
           COMPUTE MontantCouvert ROUNDED =
               MontantDepense * TauxActe / 100.
           IF MontantCouvert > MontantRembourseRO
               COMPUTE MontantComplement ROUNDED =
                   MontantCouvert - MontantRembourseRO
           ELSE
               MOVE 0 TO MontantComplement
           END-IF.
           IF MontantComplement = 0
               MOVE 'AUCUN COMPLEMENT DU APRES REGIME OBLIGATOIRE'
               TO MotifRejet
           END-IF.

      ******************************************************************
      *****             CREER-PRESTATION-COMPLEMENT                *****
      ******************************************************************
      *    La prestation est rattachee au sinistre ouvert (STATUS 1)
      *    le plus recent du dossier ; a defaut un sinistre est ouvert
      *    pour le soin. Elle part en statut 0 pour suivre le circuit
      *    VALIDPRE/REGLEPRELOT ; la reference du decompte indique a
      *    VALIDPRE que le montant demande est deja le complement. Une
      *    depense deja remboursee a l'assure part bloquee en statut 5
      *    en attendant la decision DECIDDOUB. Un soin relevant d'une
      *    regle du medecin conseil (voir CPYAVMD) ouvre sa demande
      *    d'avis des la creation.
       Creer-Prestation-Complement.
           perform Controler-Doublon-Soins.
           perform Select-Sinistre-Ouvert.
           IF SinistreIdTemp = SPACES
               perform Creer-Sinistre-Soin
           END-IF.
           IF MotifRejet = SPACES
               perform Orienter-Avis-Medical
               perform Insert-Prestation-Complement
           END-IF.

       Orienter-Avis-Medical.
           MOVE SinistreIdTemp TO AVMD-IDSINISTRE.
           MOVE CodeActe TO AVMD-CODEACTE.
           MOVE MontantComplement TO AVMD-MONTANT.
           perform AVMD-Rechercher.

       Controler-Doublon-Soins.
           MOVE "0" TO StatutCreation.
           MOVE ClientIdTemp TO DOUB-IDCLIENT.
           MOVE CodeActe TO DOUB-CODEACTE.
           MOVE DateSoins TO DOUB-DATESOINS.
           MOVE MontantDepense TO DOUB-MONTANT.
           perform DOUB-Rechercher.
           IF DOUB-PROBABLE
               MOVE "5" TO StatutCreation
           END-IF.

       Select-Sinistre-Ouvert.
           MOVE SPACES TO SinistreIdTemp.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'IDSINISTRE ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'SINISTRES ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'DOSSIERID = "' DELIMITED SIZE
               DossierIdTemp DELIMITED SPACE
               '" AND STATUS = "1" ' DELIMITED SIZE
               'ORDER BY IDSINISTRE DESC LIMIT 1' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           IF SQLCODE = 0
               MOVE ValeurLue TO SinistreIdTemp
           END-IF.
           perform Rendre-Curseur-1.

       Creer-Sinistre-Soin.
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
                  TypeDossierTemp  DELIMITED SIZE
                  '","1","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '","' DELIMITED SIZE
                  DateSoins DELIMITED SPACE
                  '","' DELIMITED SIZE
                  'DECOMPTE REGIME OBLIGATOIRE ' DELIMITED SIZE
                  RefDecompte DELIMITED SPACE
                  '","' DELIMITED SIZE
                  MontantComplement DELIMITED SIZE
                  '","' DELIMITED SIZE
                  'DECOMPTE NOEMIE' DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE = 0
               ADD 1 TO NbSinistresCrees
               MOVE currentDate TO MVPR-DATE
               MOVE RefDecompte TO MVPR-REFERENCE
               MOVE 'NOEMIELOT' TO MVPR-PROGRAMME
               perform MVPR-Ecrire-Ouverture
               perform Select-Sinistre-Ouvert
           ELSE
               MOVE 'ERREUR SQL A LA CREATION DU SINISTRE'
               TO MotifRejet
               MOVE 0 TO SQLCODE
           END-IF.

       Insert-Prestation-Complement.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'INSERT ' DELIMITED SIZE
                  'INTO ' DELIMITED SIZE
                  'PRESTATION ' DELIMITED SIZE
                  '(' DELIMITED SIZE
                  'SINISTREID, ' DELIMITED SIZE
                  'STATUS, ' DELIMITED SIZE
                  'MONTANTDEMANDE, ' DELIMITED SIZE
                  'CODEACTE, ' DELIMITED SIZE
                  'DEPENSEENGAGEE, ' DELIMITED SIZE
                  'MONTANTREGIMEBASE, ' DELIMITED SIZE
                  'REFDECOMPTE, ' DELIMITED SIZE
                  'DATESOINS, ' DELIMITED SIZE
                  'DATEDEMANDE) ' DELIMITED SIZE
                  'VALUES' DELIMITED SIZE
                  '("' DELIMITED SIZE
                  SinistreIdTemp DELIMITED SPACE
                  '","' DELIMITED SIZE
                  StatutCreation DELIMITED SIZE
                  '","' DELIMITED SIZE
                  MontantComplement DELIMITED SIZE
                  '","' DELIMITED SIZE
                  CodeActe DELIMITED SPACE
                  '","' DELIMITED SIZE
                  DepenseTexte DELIMITED SPACE
                  '","' DELIMITED SIZE
                  RembourseTexte DELIMITED SPACE
                  '","' DELIMITED SIZE
                  RefDecompte DELIMITED SPACE
                  '","' DELIMITED SIZE
                  DateSoins DELIMITED SPACE
                  '","' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE = 0
               MOVE 1 TO LigneAcceptee
               IF AVMD-AVIS-REQUIS
                   MOVE 'NOEMIELOT' TO AVMD-SOURCE
                   MOVE currentDate TO AVMD-DATE
                   perform AVMD-Enregistrer
               END-IF
               IF DOUB-PROBABLE
                   MOVE 'NOEMIELOT' TO DOUB-SOURCE
                   MOVE currentDate TO DOUB-DATE
                   perform DOUB-Enregistrer
               END-IF
           ELSE
               MOVE 'ERREUR SQL A LA CREATION DE LA PRESTATION'
               TO MotifRejet
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              WRITE-LIGNE-DISPOSITION                   *****
      ******************************************************************
      *    Une prestation creee bloquee est signalee BLOQUE avec la
      *    prestation d'origine dont elle est le doublon probable ; une
      *    prestation soumise au medecin conseil porte AVIS MEDICAL.
       Write-Ligne-Disposition.
           MOVE SPACES TO LIGNE-DISPOSITION.
           IF LigneAcceptee = 1 AND DOUB-PROBABLE
               MOVE MontantComplement TO MontantComplementAffiche
               STRING NumLigne DELIMITED SIZE
                       ';BLOQUE;' DELIMITED SIZE
                       RefDecompte DELIMITED SPACE
                       ';' DELIMITED SIZE
                       SinistreIdTemp DELIMITED SPACE
                       ';' DELIMITED SIZE
                       MontantComplementAffiche DELIMITED SIZE
                       ';DOUBLON PROBABLE DE LA PRESTATION '
                       DELIMITED SIZE
                       DOUB-IDORIGINE DELIMITED SPACE
               INTO LIGNE-DISPOSITION
               END-STRING
           END-IF.
           IF LigneAcceptee = 1 AND DOUB-AUCUN
               MOVE MontantComplement TO MontantComplementAffiche
               MOVE 1 TO PtrDisposition
               STRING NumLigne DELIMITED SIZE
                       ';CREE;' DELIMITED SIZE
                       RefDecompte DELIMITED SPACE
                       ';' DELIMITED SIZE
                       SinistreIdTemp DELIMITED SPACE
                       ';' DELIMITED SIZE
                       MontantComplementAffiche DELIMITED SIZE
               INTO LIGNE-DISPOSITION
               WITH POINTER PtrDisposition
               END-STRING
               IF AVMD-AVIS-REQUIS
                   STRING ';AVIS MEDICAL' DELIMITED SIZE
                   INTO LIGNE-DISPOSITION
                   WITH POINTER PtrDisposition
                   END-STRING
               END-IF
           END-IF.
           IF LigneAcceptee = 0
               STRING NumLigne DELIMITED SIZE
                       ';REJETE;' DELIMITED SIZE
                       RefDecompte DELIMITED SPACE
                       ';' DELIMITED SIZE
                       MotifRejet DELIMITED SIZE
               INTO LIGNE-DISPOSITION
               END-STRING
           END-IF.
           write E-Disposition from LIGNE-DISPOSITION.

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
           INSPECT ValeurLue REPLACING ALL LOW-VALUE BY SPACE.

       Prendre-Curseur-1.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.
           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

       Rendre-Curseur-1.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).
           MOVE 0 TO SQLCODE.

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
           MOVE 'NOEMIELOT' TO PGCTB-PROGRAM-NAME.

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
       COPY CPYDOUBP OF "cobol/source_cobol".
       COPY CPYAVMDP OF "cobol/source_cobol".
       COPY CPYMVPRP OF "cobol/source_cobol".
