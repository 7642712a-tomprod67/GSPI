      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 RECOUVRETLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Integration du fichier retour de l'agence de recouvrement
      *    (dossiers transmis par RECOUVLOT), au format de l'agence :
      *      E;agence                           entete
      *      D;contrat;code;montant;date;motif  un evenement du dossier
      *      T;nombre;montant                   fin de fichier : nombre
      *                                         de lignes D et total de
      *                                         leurs montants
      *    Codes retour :
      *      REC  somme recouvree (point ou virgule decimale) : elle
      *           est imputee sur l'impaye comme un encaissement et
      *           solde le dossier (STATUT 3) quand l'impaye est apure ;
      *           ce qui depasse l'impaye est garde en trop-percu
      *      ACC  accord de paiement : le dossier passe en STATUT 2 et
      *           n'est plus candidat au passage en perte a l'anciennete
      *      IRR  creance declaree irrecouvrable : l'impaye restant
      *           est passe en perte, motif de l'agence ou IRRECOUVRABLE
      *    Apres le fichier, les dossiers encore au STATUT 1 dont
      *    l'impaye a plus de BC-AgeMaxCreance jours sont passes en
      *    perte avec le motif ANCIENNETE.
      *    Chaque encaissement et chaque perte est ecrit au compte
      *    cotisations et dans recouvrement_agence_lot.txt, que
      *    COMPTALOT comptabilise ; un passage en perte est trace dans
      *    AUDITJOURNAL (operation PERTE). Les lignes inexploitables
      *    sont reportees dans le fichier de disposition comme pour
      *    NOEMIELOT. Le fichier retour est vide en fin de lot pour
      *    qu'aucune somme ne soit imputee deux fois.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-DataSubmited
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/recouvrement_agence_retour.txt"
           organization is line sequential
           file status is WS-RETOUR-STATUS.

           select F-Disposition
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/recouvrement_agence_disposition.txt"
           organization is line sequential access sequential.

           select F-Checkpoint
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/recouvretlot_checkpoint.txt"
           organization is line sequential
           file status is WS-CHECKPOINT-STATUS.

           select F-Comptable
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/recouvrement_agence_lot.txt"
           organization is line sequential access sequential
           file status is WS-COMPTABLE-STATUS.
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

       FD F-Comptable record varying from 0 to 200.
       01 E-Comptable pic x(200).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 Boucleur-read-file pic 9.
       01 NumLigne pic 9(6) value 0.

       01 TypeLigne pic X(2).
       01 ContratTexte pic X(10).
       01 CodeRetour pic X(5).
       01 MontantTexte pic X(15).
       01 DateRetour pic X(10).
       01 MotifAgence pic X(20).

      *    Anciennete maximale d'un impaye chez l'agence avant passage
      *    en perte (730 jours si le parametre n'est pas renseigne).
       01 BusinessConstants.
         05 BC-AgeMaxCreance pic 9(4).

       01 DB-STATUS-SAVE pic X.

       01 IdContratTemp pic 9(8).
       01 StatutDossier pic X.
       01 StatusContrat pic X.
       01 NouveauStatusContrat pic X.
       01 ImpayeTexte pic X(15).

       01 MontantRecouvre pic 9(8)V99.
       01 ImpayeContrat pic 9(8)V99.
       01 MontantImpute pic 9(8)V99.
       01 MontantImpute-R REDEFINES MontantImpute.
           05 MontantImputeEntier pic 9(8).
           05 MontantImputeCentimes pic 99.
       01 MontantExcedent pic 9(8)V99.
       01 NouvelImpaye pic 9(8)V99.
       01 NouvelImpaye-R REDEFINES NouvelImpaye.
           05 NouvelImpayeEntier pic 9(8).
           05 NouvelImpayeCentimes pic 99.
       01 MontantAffiche pic Z(7)9,99.
       01 ExcedentAffiche pic Z(7)9,99.

       01 MotifPerte pic X(20).
       01 NouveauStatutDossier pic X.
       01 TypeComptable pic X(8).

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

       01 MotifRejet pic X(60).
       01 LigneAcceptee pic 9 value 0.
       01 ResultatLigne pic X(10).

       01 NbAcceptes pic 9(6) value 0.
       01 NbRejetes pic 9(6) value 0.
       01 NbRecouvrements pic 9(6) value 0.
       01 NbAccords pic 9(6) value 0.
       01 NbPertes pic 9(6) value 0.
       01 NbPertesAnciennete pic 9(6) value 0.
       01 TotalRecouvre pic 9(10)V99 value 0.
       01 TotalPertes pic 9(10)V99 value 0.
       01 TotalAffiche pic Z(9)9,99.

       01 WS-RETOUR-STATUS pic XX.
       01 WS-CHECKPOINT-STATUS pic XX.
       01 WS-COMPTABLE-STATUS pic XX.
       01 LastCheckpointLigne pic 9(6) value 0.

       01 LIGNE-DISPOSITION pic X(200).
       01 LIGNE-COMPTABLE pic X(200).
       01 ValeurLue pic X(20).

       01 AuditNomTable pic X(20).
       01 AuditIdEnregistrement pic X(20).
       01 AuditOperation pic X(10).
       01 AuditAncienneValeur pic X(50).
       01 AuditNouvelleValeur pic X(50).

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
           perform Write-Journal-Batch-Debut.
           perform Read-Business-Constants.
           perform Read-Checkpoint.
           perform Controler-Fichier-Entrant.
           move 0 to Boucleur-read-file.
           move 0 to NumLigne.
           open INPUT F-DataSubmited.
           IF WS-RETOUR-STATUS not = "00"
               move 1 to Boucleur-read-file
           END-IF.
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
           perform Perdre-Creances-Anciennes.

       GSPI-Fin.
           perform close-BDD.
           perform FICH-Cloturer-Fichier.
           IF WS-RETOUR-STATUS = "00"
               close F-DataSubmited
           END-IF.
      *    Fichier consomme une fois integre (voir COMPTALOT) ; un
      *    fichier refuse reste en place pour examen.
           IF WS-RETOUR-STATUS = "00" AND FICH-ACCEPTE
               open output F-DataSubmited
               close F-DataSubmited
           END-IF.
           perform Write-Ligne-Total.
           close F-Disposition.
           perform Reset-Checkpoint.
           display NbAcceptes.
           display NbRejetes.
           display NbRecouvrements.
           display NbAccords.
           display NbPertes.
           display NbPertesAnciennete.
           COMPUTE JB-LignesLues = NbAcceptes + NbRejetes.
           COMPUTE JB-LignesEcrites = NbAcceptes + NbPertesAnciennete.
           IF NbRejetes > 0
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
           MOVE 'RECOUVRETLOT' TO PGCTB-PROGRAM-NAME.
           CALL "read_business_params" USING PGCTB-PROGRAM-NAME
                                              BC-AgeMaxCreance
           END-CALL.
           IF BC-AgeMaxCreance = 0
               MOVE 730 TO BC-AgeMaxCreance
           END-IF.

      ******************************************************************
      *****                    READ-CHECKPOINT                     *****
      ******************************************************************
      *    Le checkpoint porte le numero de la derniere ligne du
      *    fichier retour entierement traitee : apres un incident, les
      *    lignes deja imputees sont sautees a la reprise.
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
      *    Premiere lecture du fichier de l'agence pour le registre des
      *    fichiers entrants (voir CPYFICH) : l'entete E donne l'agence,
      *    la fin de fichier T le nombre de lignes D et leur total.
       Controler-Fichier-Entrant.
           MOVE 'RECOUVRETLOT' TO FICH-PROGRAMME.
           MOVE 'recouvrement_agence_retour.txt' TO FICH-NOM.
           MOVE 'AGENCE' TO FICH-EMETTEUR.
           MOVE 4 TO FICH-RANG-MONTANT.
           MOVE 'E;' TO FICH-PREFIXE-ENTETE.
           MOVE 'T;' TO FICH-PREFIXE-TOTAL.
           MOVE 'D;' TO FICH-PREFIXE-DETAIL.
           perform FICH-Debut-Controle.
           move 0 to Boucleur-read-file.
           open INPUT F-DataSubmited.
           IF WS-RETOUR-STATUS = "00"
               perform Controler-Fichier-Entrant-Trt
                   until Boucleur-read-file = 1
               close F-DataSubmited
           END-IF.
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
                   if E-DataSubmited not = spaces
                       and NumLigne > LastCheckpointLigne
                       perform Process-Une-Ligne
                       MOVE NumLigne TO LastCheckpointLigne
                       perform Write-Checkpoint
                   end-if
           end-read.

      ******************************************************************
      *****                  PROCESS-UNE-LIGNE                     *****
      ******************************************************************
      *    Seules les lignes de detail D decrivent un dossier ; l'entete
      *    et la fin de fichier de l'agence ne sont pas reportees.
       Process-Une-Ligne.
           perform Unstring-Ligne.
           IF TypeLigne = 'D'
               perform Process-Une-Ligne-Detail
           END-IF.

       Process-Une-Ligne-Detail.
           MOVE SPACES TO MotifRejet.
           MOVE SPACES TO ResultatLigne.
           MOVE 0 TO LigneAcceptee.
           MOVE 0 TO MontantImpute.
           MOVE 0 TO MontantExcedent.
           perform Controler-Ligne.
           IF MotifRejet = SPACES
               EVALUATE CodeRetour
                   WHEN 'REC'
                       perform Imputer-Recouvrement
                   WHEN 'ACC'
                       perform Enregistrer-Accord
                   WHEN 'IRR'
                       IF MotifAgence = SPACES
                           MOVE 'IRRECOUVRABLE' TO MotifPerte
                       ELSE
                           MOVE MotifAgence TO MotifPerte
                       END-IF
                       perform Passer-En-Perte
                       IF SQLCODE = 0
                           MOVE 1 TO LigneAcceptee
                           ADD 1 TO NbPertes
                       ELSE
                           MOVE 'ERREUR SQL AU PASSAGE EN PERTE'
                           TO MotifRejet
                       END-IF
               END-EVALUATE
           END-IF.
           MOVE 0 TO SQLCODE.
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
           MOVE SPACES TO TypeLigne.
           MOVE SPACES TO ContratTexte.
           MOVE SPACES TO CodeRetour.
           MOVE SPACES TO MontantTexte.
           MOVE SPACES TO DateRetour.
           MOVE SPACES TO MotifAgence.
           MOVE 0 TO MontantRecouvre.
           unstring E-DataSubmited delimited by ";" into
            TypeLigne
            ContratTexte
            CodeRetour
            MontantTexte
            DateRetour
            MotifAgence
           end-unstring.
           INSPECT MontantTexte REPLACING ALL '.' BY ','.
           IF MontantTexte not = SPACES
               COMPUTE MontantRecouvre =
                   FUNCTION NUMVAL(MontantTexte)
           END-IF.
           IF DateRetour = SPACES
               MOVE currentDate TO DateRetour
           END-IF.

      ******************************************************************
      *****                  CONTROLER-LIGNE                       *****
      ******************************************************************
      *    Le premier controle en echec donne le motif de rejet :
      *    ligne complete, code connu, montant pour un recouvrement,
      *    dossier en cours a l'agence pour ce contrat.
       Controler-Ligne.
           IF ContratTexte = SPACES OR CodeRetour = SPACES
               MOVE 'LIGNE INCOMPLETE' TO MotifRejet
           END-IF.
           IF MotifRejet = SPACES
               AND CodeRetour not = 'REC'
               AND CodeRetour not = 'ACC'
               AND CodeRetour not = 'IRR'
               MOVE 'CODE RETOUR AGENCE INCONNU' TO MotifRejet
           END-IF.
           IF MotifRejet = SPACES AND CodeRetour = 'REC'
               AND MontantRecouvre = 0
               MOVE 'MONTANT RECOUVRE NUL' TO MotifRejet
           END-IF.
           IF MotifRejet = SPACES
               MOVE 0 TO IdContratTemp
               IF ContratTexte IS NUMERIC
                   MOVE ContratTexte TO IdContratTemp
               ELSE
                   COMPUTE IdContratTemp =
                       FUNCTION NUMVAL(ContratTexte)
               END-IF
               perform Select-Dossier-En-Cours
               IF StatutDossier = SPACES
                   MOVE 'AUCUN DOSSIER EN COURS A L AGENCE'
                   TO MotifRejet
               END-IF
           END-IF.
           IF MotifRejet = SPACES
               perform Select-Contrat
           END-IF.

      ******************************************************************
      *****              SELECT-DOSSIER-EN-COURS                   *****
      ******************************************************************
       Select-Dossier-En-Cours.
           MOVE SPACES TO StatutDossier.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'STATUT ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'RECOUVREMENTS ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'IDCONTRAT = "' DELIMITED SIZE
               IdContratTemp DELIMITED SIZE
               '" AND STATUT IN ("1", "2")' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           IF SQLCODE = 0
               MOVE ValeurLue TO StatutDossier
           END-IF.
           perform Rendre-Curseur-1.

      ******************************************************************
      *****                   SELECT-CONTRAT                       *****
      ******************************************************************
      *    Impaye et statut courants du contrat, relus au moment de
      *    l'imputation : des encaissements directs ont pu le reduire
      *    depuis la transmission.
       Select-Contrat.
           MOVE 0 TO ImpayeContrat.
           MOVE SPACES TO StatusContrat.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'IFNULL(MONTANTIMPAYE, 0) ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'CONTRATS ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'IDCONTRAT = "' DELIMITED SIZE
               IdContratTemp DELIMITED SIZE
               '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           IF SQLCODE = 0
               MOVE ValeurLue TO ImpayeTexte
               INSPECT ImpayeTexte REPLACING ALL '.' BY ','
               IF ImpayeTexte not = SPACES
                   COMPUTE ImpayeContrat =
                       FUNCTION NUMVAL(ImpayeTexte)
               END-IF
           END-IF.
           perform Rendre-Curseur-1.
           perform Prendre-Curseur-1.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'STATUS ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'CONTRATS ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
               'IDCONTRAT = "' DELIMITED SIZE
               IdContratTemp DELIMITED SIZE
               '"' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Select-Simple.
           IF SQLCODE = 0
               MOVE ValeurLue TO StatusContrat
           END-IF.
           perform Rendre-Curseur-1.

      ******************************************************************
      *****               IMPUTER-RECOUVREMENT                     *****
      ******************************************************************
      *    La somme recouvree est imputee comme un encaissement, dans
      *    la limite de l'impaye courant : l'excedent eventuel reste au
      *    compte cotisations comme trop-percu (voir CPYTROP), signale
      *    dans la disposition, et la ligne comptable porte la somme
      *    entiere recue de l'agence. Impaye apure : le contrat sort de
      *    la mise en demeure comme dans RELANCLOT et le dossier est
      *    solde.
       Imputer-Recouvrement.
           IF ImpayeContrat = 0
               MOVE 'AUCUN IMPAYE A APURER SUR LE CONTRAT'
               TO MotifRejet
           ELSE
               perform Imputer-Recouvrement-Suite
           END-IF.

       Imputer-Recouvrement-Suite.
           IF MontantRecouvre > ImpayeContrat
               MOVE ImpayeContrat TO MontantImpute
               COMPUTE MontantExcedent =
                   MontantRecouvre - ImpayeContrat
           ELSE
               MOVE MontantRecouvre TO MontantImpute
           END-IF.
           COMPUTE NouvelImpaye = ImpayeContrat - MontantImpute.
           IF NouvelImpaye = 0
               MOVE '3' TO NouveauStatutDossier
               IF StatusContrat = '2'
                   MOVE '1' TO NouveauStatusContrat
               ELSE
                   MOVE StatusContrat TO NouveauStatusContrat
               END-IF
           ELSE
               MOVE StatutDossier TO NouveauStatutDossier
               MOVE StatusContrat TO NouveauStatusContrat
           END-IF.

           MOVE IdContratTemp TO MVTC-IDCONTRAT.
           MOVE DateRetour TO MVTC-DATE.
           MOVE 'ENCAISSEMENT' TO MVTC-TYPE.
           SET MVTC-CREDIT TO TRUE.
           MOVE NouvelImpaye TO MVTC-MONTANT.
           MOVE 'AGENCE RECOUVREMENT' TO MVTC-REFERENCE.
           MOVE 'RECOUVRETLOT' TO MVTC-PROGRAMME.
           perform MVTC-Ecrire-Mouvement-Ecart.

           perform Update-Contrat-Impaye.
           IF SQLCODE = 0
               perform Update-Dossier-Recouvre
           END-IF.
           IF SQLCODE = 0
               MOVE 1 TO LigneAcceptee
               MOVE 'RECOUVRE' TO ResultatLigne
               ADD 1 TO NbRecouvrements
               ADD MontantImpute TO TotalRecouvre
               IF MontantExcedent > 0
                   perform Enregistrer-Trop-Percu
               END-IF
               MOVE 'ENCAISSE' TO TypeComptable
               MOVE 'AGENCE' TO MotifPerte
               perform Write-Ligne-Comptable
           ELSE
               MOVE 'ERREUR SQL A L IMPUTATION DU RECOUVREMENT'
               TO MotifRejet
           END-IF.

       Enregistrer-Trop-Percu.
           MOVE IdContratTemp TO TROP-IDCONTRAT.
           MOVE DateRetour TO TROP-DATE.
           MOVE 'AGENCE' TO TROP-ORIGINE.
           MOVE MontantExcedent TO TROP-MONTANT.
           MOVE 'AGENCE RECOUVREMENT' TO TROP-REFERENCE.
           MOVE 'RECOUVRETLOT' TO TROP-PROGRAMME.
           SET TROP-AVEC-MOUVEMENT TO TRUE.
           perform TROP-Creer-Credit.

      *    Impaye apure : retard et date du premier impaye remis a
      *    blanc comme a l'apurement par RELANCLOT.
       Update-Contrat-Impaye.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           IF NouvelImpaye = 0
               STRING 'UPDATE ' DELIMITED SIZE
                      'CONTRATS ' DELIMITED SIZE
                      'SET ' DELIMITED SIZE
                      'STATUS = "' DELIMITED SIZE
                      NouveauStatusContrat DELIMITED SIZE
                      '", MONTANTIMPAYE = 0, ' DELIMITED SIZE
                      'JOURSRETARD = 0, ' DELIMITED SIZE
                      'DATEPREMIERIMPAYE = "" ' DELIMITED SIZE
                      'WHERE ' DELIMITED SIZE
                      'IDCONTRAT = "' DELIMITED SIZE
                      IdContratTemp DELIMITED SIZE
                      '"' DELIMITED SIZE
                  INTO SQLCA-STATEMENT
               END-STRING
           ELSE
               STRING 'UPDATE ' DELIMITED SIZE
                      'CONTRATS ' DELIMITED SIZE
                      'SET ' DELIMITED SIZE
                      'MONTANTIMPAYE = ' DELIMITED SIZE
                      NouvelImpayeEntier DELIMITED SIZE
                      '.' DELIMITED SIZE
                      NouvelImpayeCentimes DELIMITED SIZE
                      ' WHERE ' DELIMITED SIZE
                      'IDCONTRAT = "' DELIMITED SIZE
                      IdContratTemp DELIMITED SIZE
                      '"' DELIMITED SIZE
                  INTO SQLCA-STATEMENT
               END-STRING
           END-IF.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE = 0
               MOVE 'CONTRATS' TO AuditNomTable
               MOVE IdContratTemp TO AuditIdEnregistrement
               MOVE 'UPDATE' TO AuditOperation
               MOVE ImpayeContrat TO MontantAffiche
               MOVE MontantAffiche TO AuditAncienneValeur
               MOVE NouvelImpaye TO MontantAffiche
               MOVE MontantAffiche TO AuditNouvelleValeur
               perform Write-Audit-Trail
               MOVE 0 TO SQLCODE
           END-IF.

       Update-Dossier-Recouvre.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'RECOUVREMENTS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'MONTANTRECOUVRE = IFNULL(MONTANTRECOUVRE, 0) + '
                  DELIMITED SIZE
                  MontantImputeEntier DELIMITED SIZE
                  '.' DELIMITED SIZE
                  MontantImputeCentimes DELIMITED SIZE
                  ', STATUT = "' DELIMITED SIZE
                  NouveauStatutDossier DELIMITED SIZE
                  '", DATEDERNIERRETOUR = "' DELIMITED SIZE
                  DateRetour DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDCONTRAT = "' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
                  '" AND STATUT IN ("1", "2")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****                ENREGISTRER-ACCORD                      *****
      ******************************************************************
      *    Un accord de paiement suspend le passage en perte a
      *    l'anciennete ; les versements arrivent ensuite en REC.
       Enregistrer-Accord.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'RECOUVREMENTS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "2", ' DELIMITED SIZE
                  'DATEACCORD = "' DELIMITED SIZE
                  DateRetour DELIMITED SIZE
                  '", DATEDERNIERRETOUR = "' DELIMITED SIZE
                  DateRetour DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDCONTRAT = "' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
                  '" AND STATUT IN ("1", "2")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.
           IF SQLCODE = 0
               MOVE 1 TO LigneAcceptee
               MOVE 'ACCORD' TO ResultatLigne
               ADD 1 TO NbAccords
           ELSE
               MOVE 'ERREUR SQL A L ENREGISTREMENT DE L ACCORD'
               TO MotifRejet
           END-IF.

      ******************************************************************
      *****                  PASSER-EN-PERTE                       *****
      ******************************************************************
      *    L'impaye restant sort du compte cotisations (mouvement
      *    PERTE) et de la fiche contrat ; le dossier est clos au
      *    STATUT 4 avec son motif. Le statut du contrat n'est pas
      *    modifie, la resiliation reste du ressort d'ANNULCON. Un
      *    dossier dont l'impaye a ete apure entre-temps par un
      *    encaissement direct est simplement solde.
       Passer-En-Perte.
           MOVE ImpayeContrat TO MontantImpute.
           MOVE 0 TO NouvelImpaye.
           MOVE 'PERTE' TO ResultatLigne.
           IF ImpayeContrat = 0
               MOVE '3' TO NouveauStatutDossier
               MOVE 'SOLDE' TO ResultatLigne
           ELSE
               MOVE '4' TO NouveauStatutDossier
               MOVE IdContratTemp TO MVTC-IDCONTRAT
               MOVE currentDate TO MVTC-DATE
               MOVE 'PERTE' TO MVTC-TYPE
               SET MVTC-CREDIT TO TRUE
               MOVE 0 TO MVTC-MONTANT
               MOVE SPACES TO MVTC-REFERENCE
               STRING 'PERTE ' DELIMITED SIZE
                      MotifPerte DELIMITED SIZE
               INTO MVTC-REFERENCE
               END-STRING
               MOVE 'RECOUVRETLOT' TO MVTC-PROGRAMME
               perform MVTC-Ecrire-Mouvement-Ecart
               perform Update-Contrat-Perte
           END-IF.
           IF SQLCODE = 0
               perform Update-Dossier-Perte
           END-IF.
           IF SQLCODE = 0 AND ImpayeContrat > 0
               ADD ImpayeContrat TO TotalPertes
               MOVE 'PERTE' TO TypeComptable
               perform Write-Ligne-Comptable
               MOVE 'CONTRATS' TO AuditNomTable
               MOVE IdContratTemp TO AuditIdEnregistrement
               MOVE 'PERTE' TO AuditOperation
               MOVE ImpayeContrat TO MontantAffiche
               MOVE MontantAffiche TO AuditAncienneValeur
               MOVE MotifPerte TO AuditNouvelleValeur
               perform Write-Audit-Trail
               MOVE 0 TO SQLCODE
           END-IF.

       Update-Contrat-Perte.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'MONTANTIMPAYE = 0, ' DELIMITED SIZE
                  'JOURSRETARD = 0, ' DELIMITED SIZE
                  'DATEPREMIERIMPAYE = "" ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT = "' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

       Update-Dossier-Perte.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'RECOUVREMENTS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "' DELIMITED SIZE
                  NouveauStatutDossier DELIMITED SIZE
                  '", MOTIFPERTE = "' DELIMITED SIZE
                  MotifPerte DELIMITED SPACE
                  '", MONTANTPERTE = ' DELIMITED SIZE
                  MontantImputeEntier DELIMITED SIZE
                  '.' DELIMITED SIZE
                  MontantImputeCentimes DELIMITED SIZE
                  ', DATEPERTE = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '", DATEDERNIERRETOUR = "' DELIMITED SIZE
                  DateRetour DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDCONTRAT = "' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
                  '" AND STATUT IN ("1", "2")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.
           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

      ******************************************************************
      *****              PERDRE-CREANCES-ANCIENNES                 *****
      ******************************************************************
      *    Dossiers transmis sans accord ni solde dont l'impaye date
      *    de plus de BC-AgeMaxCreance jours (date du premier impaye,
      *    a defaut date de transmission a l'agence).
       Perdre-Creances-Anciennes.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'R.IDCONTRAT, ' DELIMITED SIZE
                  'IFNULL(K.MONTANTIMPAYE, 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'RECOUVREMENTS R, CONTRATS K ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'R.IDCONTRAT = K.IDCONTRAT ' DELIMITED SIZE
                  'AND R.STATUT = "1" ' DELIMITED SIZE
                  'AND STR_TO_DATE(IF(IFNULL(K.DATEPREMIERIMPAYE, "")'
                  DELIMITED SIZE
                  ' = "", R.DATETRANSMISSION, K.DATEPREMIERIMPAYE), '
                  DELIMITED SIZE
                  '"%d/%m/%Y") < DATE_SUB(CURDATE(), INTERVAL '
                  DELIMITED SIZE
                  BC-AgeMaxCreance DELIMITED SIZE
                  ' DAY) ' DELIMITED SIZE
                  'ORDER BY R.IDCONTRAT' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           display SQLCA-STATEMENT.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (2)
              END-CALL
              IF SQLCA-RESULT (2) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO ImpayeTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            IdContratTemp
                                            ImpayeTexte
               END-CALL

               IF SQLCA-RESULT (2) = NULL
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
                       perform Perdre-Une-Creance
                       MOVE DB-STATUS-SAVE TO DB-STATUS-FLD
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

       Perdre-Une-Creance.
           INSPECT ImpayeTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ImpayeTexte REPLACING ALL '.' BY ','.
           MOVE 0 TO ImpayeContrat.
           IF ImpayeTexte not = SPACES
               COMPUTE ImpayeContrat = FUNCTION NUMVAL(ImpayeTexte)
           END-IF.
           MOVE currentDate TO DateRetour.
           MOVE 'ANCIENNETE' TO MotifPerte.
           perform Passer-En-Perte.
           IF SQLCODE = 0
               ADD 1 TO NbPertesAnciennete
           ELSE
               display "PASSAGE EN PERTE EN ERREUR CONTRAT "
                       IdContratTemp
           END-IF.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****               WRITE-LIGNE-COMPTABLE                    *****
      ******************************************************************
      *    Ligne reprise par COMPTALOT : nature (ENCAISSE, PERTE),
      *    contrat, montant, date et motif, separes par des
      *    points-virgules. Un encaissement porte aussi l'excedent
      *    garde en trop-percu : c'est la somme versee par l'agence.
       Write-Ligne-Comptable.
           OPEN EXTEND F-Comptable.
           IF WS-COMPTABLE-STATUS not = "00"
               OPEN OUTPUT F-Comptable
           END-IF.
           IF TypeComptable = 'ENCAISSE'
               COMPUTE MontantAffiche = MontantImpute + MontantExcedent
           ELSE
               MOVE MontantImpute TO MontantAffiche
           END-IF.
           MOVE SPACES TO LIGNE-COMPTABLE.
           STRING TypeComptable DELIMITED SPACE
                   ';' DELIMITED SIZE
                   IdContratTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DateRetour DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MotifPerte DELIMITED SPACE
           INTO LIGNE-COMPTABLE
           END-STRING.
           write E-Comptable from LIGNE-COMPTABLE.
           CLOSE F-Comptable.

      ******************************************************************
      *****              WRITE-LIGNE-DISPOSITION                   *****
      ******************************************************************
       Write-Ligne-Disposition.
           MOVE SPACES TO LIGNE-DISPOSITION.
           IF LigneAcceptee = 1
               MOVE MontantImpute TO MontantAffiche
               MOVE MontantExcedent TO ExcedentAffiche
               IF MontantExcedent > 0
                   STRING NumLigne DELIMITED SIZE
                           ';' DELIMITED SIZE
                           ResultatLigne DELIMITED SPACE
                           ';' DELIMITED SIZE
                           ContratTexte DELIMITED SPACE
                           ';' DELIMITED SIZE
                           MontantAffiche DELIMITED SIZE
                           ';EXCEDENT EN TROP-PERCU ' DELIMITED SIZE
                           ExcedentAffiche DELIMITED SIZE
                   INTO LIGNE-DISPOSITION
                   END-STRING
               ELSE
                   STRING NumLigne DELIMITED SIZE
                           ';' DELIMITED SIZE
                           ResultatLigne DELIMITED SPACE
                           ';' DELIMITED SIZE
                           ContratTexte DELIMITED SPACE
                           ';' DELIMITED SIZE
                           MontantAffiche DELIMITED SIZE
                   INTO LIGNE-DISPOSITION
                   END-STRING
               END-IF
           ELSE
               STRING NumLigne DELIMITED SIZE
                       ';REJETE;' DELIMITED SIZE
                       ContratTexte DELIMITED SPACE
                       ';' DELIMITED SIZE
                       MotifRejet DELIMITED SIZE
               INTO LIGNE-DISPOSITION
               END-STRING
           END-IF.
           write E-Disposition from LIGNE-DISPOSITION.

      *    Totaux du passage, passages en perte a l'anciennete compris.
       Write-Ligne-Total.
           MOVE SPACES TO LIGNE-DISPOSITION.
           MOVE TotalRecouvre TO TotalAffiche.
           STRING 'TOTAL;RECOUVRE;' DELIMITED SIZE
                   NbRecouvrements DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalAffiche DELIMITED SIZE
           INTO LIGNE-DISPOSITION
           END-STRING.
           write E-Disposition from LIGNE-DISPOSITION.
           MOVE SPACES TO LIGNE-DISPOSITION.
           MOVE TotalPertes TO TotalAffiche.
           STRING 'TOTAL;PERTE;' DELIMITED SIZE
                   NbPertes DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbPertesAnciennete DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalAffiche DELIMITED SIZE
           INTO LIGNE-DISPOSITION
           END-STRING.
           write E-Disposition from LIGNE-DISPOSITION.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
      ******************************************************************
      *    Appele pendant que la connexion ouverte par GSPI-Init est
      *    encore active. L'operation PERTE trace dans HISTOAUD les
      *    impayes passes en perte avec leur motif.
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
                  'DATEAUDIT) '    DELIMITED SIZE
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
                  '")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

       Write-Audit-Trail-Fin.
           EXIT.

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
           MOVE 'RECOUVRETLOT' TO PGCTB-PROGRAM-NAME.

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
       COPY CPYFICHP OF "cobol/source_cobol".
