           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/encaissement_exceptions_lot.txt"
           organization is line sequential access sequential.

           select F-Recouvrements
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/recouvrements_tiers_lot.txt"
           organization is line sequential access sequential
           file status is WS-RECOUVREMENTS-STATUS.

           select F-Quarantaine
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/retours_bancaires_refuses.txt"
           organization is line sequential access sequential
           file status is WS-QUARANTAINE-STATUS.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************

       FD F-Exceptions record varying from 0 to 255.
       01 E-Exceptions pic x(255).

       FD F-Recouvrements record varying from 0 to 200.
       01 E-Recouvrements pic x(200).

       FD F-Quarantaine record varying from 0 to 255.
       01 E-Quarantaine pic x(255).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************

      *    Table des lignes de facturation emises par FACTURLOT, chargee
      *    en memoire pour rapprocher chaque retour bancaire de la ligne
      *    qui l'a provoque. Le montant retenu est celui qui a ete
      *    preleve (dernier champ), la prime diminuee du trop-percu
      *    impute ; une ligne qui ne le porte pas est prelevee en
      *    entier.
       01 NbLignesFacturation pic 9(4) value 0.
       01 NbFacturationIgnorees pic 9(4) value 0.
       01 FacturationTable.
               10 FT-Montant pic 9(6)V99.
       01 FT-MontantTexte pic X(10).
       01 FT-ClientTexte pic X(10).
       01 FT-PreleveTexte pic X(10).
       01 FT-ChampIgnore pic X(20).
       01 indexFacturation pic 9(4).
       01 FacturationTrouvee pic 9 value 0.

       01 RetourReference pic X(35).
       01 RetourIdContrat pic X(10).
       01 RetourMontant pic X(10).
       01 RetourFlag pic X(2).
       01 NouveauJoursRetard pic 9(4).
       01 NouvelleDatePremierImpaye pic X(10).
       01 NouveauStatusTemp pic 9.
       01 ContratMisAJour pic 9 value 0.

      *    Prelevement encaisse superieur a l'impaye qu'il apure :
      *    l'excedent reste au compte comme trop-percu (CPYTROP).
       01 MontantTropPercu pic 9(6)V99 value 0.
       01 NbTropPercus pic 9(8) value 0.

       01 MotifException pic X(50).

      *    Recouvrement sur recours contre tiers (voir RECTIERS) : la
      *    ligne bancaire porte RC suivi du numero de sinistre a la
      *    place du contrat. Le montant encaisse vient s'ajouter au
      *    recouvre du recours actif, qui passe en partiel (3) ou
      *    solde (4), et part dans le fichier des recouvrements repris
      *    par COMPTALOT.
       01 SinistreRecoursTemp pic 9(8).
       01 RecoursTrouve pic 9 value 0.
       01 StatutRecoursTemp pic 9.
       01 MontantReclameTexte pic X(12).
       01 MontantRecouvreTexte pic X(12).
       01 MontantReclameTemp pic 9(8)V99.
       01 MontantRecouvreTemp pic 9(8)V99.
       01 NouveauMontantRecouvre pic 9(8)V99.
       01 NouveauMontantRecouvre-R REDEFINES NouveauMontantRecouvre.
           05 NouveauRecouvreEntier pic 9(8).
           05 NouveauRecouvreCentimes pic 99.
       01 MontantRecoursAffiche pic Z(7)9,99.
       01 NouveauStatutRecours pic 9.
       01 MontantRecouvrementAffiche pic Z(5),99.
       01 WS-RECOUVREMENTS-STATUS pic XX.
       01 WS-QUARANTAINE-STATUS pic XX.
       01 LIGNE-RECOUVREMENT pic X(200).

       01 AuditNomTable pic X(20).
       01 AuditIdEnregistrement pic X(20).
       01 AuditOperation pic X(10).
       01 NbRetoursRejetes pic 9(8) value 0.
       01 NbRetoursEnException pic 9(8) value 0.
       01 NbRetoursEnAttente pic 9(8) value 0.
       01 NbRecouvrementsTiers pic 9(8) value 0.

       01 LIGNE-EXCEPTION pic X(255).

       01 PeriodeCourante pic X(7).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYFICH OF "cobol/source_cobol".
       COPY CPYMVTC OF "cobol/source_cobol".
       COPY CPYTROP OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           perform Get-Current-Date.
           perform Write-Journal-Batch-Debut.
           perform Charger-Table-Facturation.
           perform Controler-Fichier-Entrant.
           open output F-Exceptions.

       GSPI-Trt.
               display "PERIODE COMPTABLE CLOSE, ENCAISSEMENT REFUSE"
               MOVE 8 TO JB-CodeSortie
           ELSE
               IF FICH-ACCEPTE
                   perform Encaisser-Retours-Bancaires
               ELSE
                   perform Mettre-En-Quarantaine
               END-IF
           END-IF.

       GSPI-Fin.
           close F-Exceptions.
           IF PeriodeFermee = 0
               perform FICH-Cloturer-Fichier
           END-IF.
           display NbRetoursLus.
           display NbRetoursPayes.
           display NbRetoursRejetes.
           display NbRetoursEnException.
           display NbRetoursEnAttente.
           display NbRecouvrementsTiers.
           display NbTropPercus.
           MOVE NbRetoursLus TO JB-LignesLues.
           COMPUTE JB-LignesEcrites =
               NbRetoursPayes + NbRetoursRejetes + NbRecouvrementsTiers.
           IF FICH-SANS-TOTAL = 1 AND JB-CodeSortie < 4
               MOVE 4 TO JB-CodeSortie
           END-IF.
           IF FICH-REFUSE
               MOVE 16 TO JB-CodeSortie
           END-IF.
           perform Write-Journal-Batch-Fin.
           stop run.

                   ELSE
                       add 1 to NbLignesFacturation
                       MOVE SPACES TO FT-MontantTexte
                       MOVE SPACES TO FT-PreleveTexte
                       unstring E-Facturation delimited by ";" into
                        FT-IdContrat (NbLignesFacturation)
                        FT-ClientTexte
                        FT-MontantTexte
                        FT-ChampIgnore
                        FT-ChampIgnore
                        FT-ChampIgnore
                        FT-ChampIgnore
                        FT-ChampIgnore
                        FT-ChampIgnore
                        FT-ChampIgnore
                        FT-PreleveTexte
                       end-unstring
                       IF FT-PreleveTexte not = SPACES
                           MOVE FT-PreleveTexte TO FT-MontantTexte
                       END-IF
                       IF FT-MontantTexte = SPACES
                           MOVE 0 TO FT-Montant (NbLignesFacturation)
                       ELSE
                       NbFacturationIgnorees
           END-IF.

      ******************************************************************
      *****             CONTROLER-FICHIER-ENTRANT                  *****
      ******************************************************************
      *    Premiere lecture du fichier de retours pour le registre des
      *    fichiers entrants (voir CPYFICH). Lignes de controle de la
      *    banque : ENTETE;banque et TOTAL;nombre;montant, le montant
      *    etant la somme des montants de toutes les lignes.
       Controler-Fichier-Entrant.
           MOVE 'ENCAISSLOT' TO FICH-PROGRAMME.
           MOVE 'retours_bancaires_lot.txt' TO FICH-NOM.
           MOVE 'BANQUE' TO FICH-EMETTEUR.
           MOVE 2 TO FICH-RANG-MONTANT.
           perform FICH-Debut-Controle.
           move 0 to Boucleur-read-retours.
           open INPUT F-RetoursBancaires.
           perform Controler-Fichier-Entrant-Trt
               until Boucleur-read-retours = 1.
           close F-RetoursBancaires.
           perform FICH-Enregistrer-Fichier.

       Controler-Fichier-Entrant-Trt.
           read F-RetoursBancaires
               at end
                   move 1 to Boucleur-read-retours
               not at end
                   MOVE E-RetoursBancaires TO FICH-LIGNE
                   perform FICH-Cumuler-Ligne
           end-read.

      ******************************************************************
      *****               METTRE-EN-QUARANTAINE                    *****
      ******************************************************************
      *    Un fichier de retours refuse est recopie, precede d'une
      *    ligne REFUSE;horodatage;motif, dans le fichier des retours
      *    refuses, puis vide : COMPTALOT, qui comptabilise le meme
      *    fichier, ne doit pas passer les ecritures d'un fichier
      *    deja charge ou non conforme a son total.
       Mettre-En-Quarantaine.
           OPEN EXTEND F-Quarantaine.
           IF WS-QUARANTAINE-STATUS not = "00"
               OPEN OUTPUT F-Quarantaine
           END-IF.
           MOVE SPACES TO E-Quarantaine.
           STRING 'REFUSE;' DELIMITED SIZE
                  FICH-HORODATAGE DELIMITED SIZE
                  ';' DELIMITED SIZE
                  FICH-MOTIF DELIMITED SIZE
           INTO E-Quarantaine
           END-STRING.
           WRITE E-Quarantaine.
           move 0 to Boucleur-read-retours.
           open INPUT F-RetoursBancaires.
           perform Mettre-En-Quarantaine-Trt
               until Boucleur-read-retours = 1.
           close F-RetoursBancaires.
           close F-Quarantaine.
           open output F-RetoursBancaires.
           close F-RetoursBancaires.

       Mettre-En-Quarantaine-Trt.
           read F-RetoursBancaires
               at end
                   move 1 to Boucleur-read-retours
               not at end
                   MOVE E-RetoursBancaires TO E-Quarantaine
                   WRITE E-Quarantaine
           end-read.

      ******************************************************************
      *****            ENCAISSER-RETOURS-BANCAIRES                 *****
      ******************************************************************
               at end
                   move 1 to Boucleur-read-retours
               not at end
                   MOVE E-RetoursBancaires TO FICH-LIGNE
                   perform FICH-Tester-Ligne
                   IF not FICH-LIGNE-CONTROLE
                       add 1 to NbRetoursLus
                       perform Traiter-Un-Retour
                   END-IF
           end-read.

       Encaisser-Retours-Bancaires-Fin.
      ******************************************************************
      *    Une ligne de retour bancaire porte l'identifiant du contrat
      *    preleve, le montant, le drapeau OK (preleve) ou KO (rejete)
      *    et le motif de rejet, separes par des points-virgules. Une
      *    reference RC suivie d'un numero de sinistre a la place du
      *    contrat designe un recouvrement sur recours contre tiers.
      *    Un prelevement remis en pain.008 revient avec son
      *    identifiant de bout en bout (PRLV, contrat sur 8 chiffres,
      *    facture, voir REMISESEPALOT) : le contrat en est extrait.
       Traiter-Un-Retour.
           MOVE SPACES TO RetourReference.
           MOVE SPACES TO RetourIdContrat.
           MOVE SPACES TO RetourMontant.
           MOVE SPACES TO RetourFlag.
           MOVE SPACES TO RetourMotif.
           unstring E-RetoursBancaires delimited by ";" into
            RetourReference
            RetourMontant
            RetourFlag
            RetourMotif
           end-unstring.
           IF RetourReference (1:4) = "PRLV"
               MOVE RetourReference (5:8) TO RetourIdContrat
           ELSE
               MOVE RetourReference TO RetourIdContrat
           END-IF.

           IF RetourIdContrat (1:2) = "RC"
               AND RetourMontant not = SPACES
               perform Traiter-Recouvrement-Tiers
           ELSE
               perform Traiter-Retour-Contrat
           END-IF.

       Traiter-Retour-Contrat.
           IF RetourIdContrat = SPACES OR RetourMontant = SPACES
               MOVE "LIGNE RETOUR MALFORMEE" TO MotifException
               perform Write-Ligne-Exception
               GIVING NouveauMontantImpaye.
           MOVE StatusTemp TO NouveauStatusTemp.
           ADD 1 TO NbRetoursRejetes.
           MOVE 'REJET' TO MVTC-TYPE.
           SET MVTC-DEBIT TO TRUE.
           perform Update-Contrat-Impaye.

       Traiter-Retour-Paye.
           MOVE 0 TO MontantTropPercu.
           IF MontantRetourTemp >= MontantImpayeTemp
               IF MontantImpayeTemp > 0
                   SUBTRACT MontantImpayeTemp FROM MontantRetourTemp
                       GIVING MontantTropPercu
               END-IF
               MOVE 0 TO NouveauMontantImpaye
           ELSE
               SUBTRACT MontantRetourTemp FROM MontantImpayeTemp
               MOVE StatusTemp TO NouveauStatusTemp
           END-IF.
           ADD 1 TO NbRetoursPayes.
           MOVE 'ENCAISSEMENT' TO MVTC-TYPE.
           SET MVTC-CREDIT TO TRUE.
           IF MontantImpayeTemp > 0
               perform Update-Contrat-Impaye
               IF ContratMisAJour = 1 AND MontantTropPercu > 0
                   perform Enregistrer-Trop-Percu
               END-IF
           END-IF.

      ******************************************************************
      *****              ENREGISTRER-TROP-PERCU                    *****
      ******************************************************************
      *    L'impaye est apure et il reste de l'argent : au lieu d'etre
      *    perdu, l'excedent est credite au compte cotisations et suivi
      *    comme trop-percu, que TROPPERLOT imputera ou remboursera.
       Enregistrer-Trop-Percu.
           MOVE IdContratTemp TO TROP-IDCONTRAT.
           MOVE currentDate TO TROP-DATE.
           MOVE 'PRELEVEMENT' TO TROP-ORIGINE.
           MOVE MontantTropPercu TO TROP-MONTANT.
           MOVE 'RETOUR PRELEVEMENT OK' TO TROP-REFERENCE.
           MOVE 'ENCAISSLOT' TO TROP-PROGRAMME.
           SET TROP-AVEC-MOUVEMENT TO TRUE.
           perform TROP-Creer-Credit.
           IF TROP-OK
               ADD 1 TO NbTropPercus
           END-IF.

      ******************************************************************
      *****              UPDATE-CONTRAT-IMPAYE                     *****
      ******************************************************************
      *    Le mouvement du compte cotisations est ecrit avant la mise a
      *    jour : il porte l'ecart entre l'impaye en base et le nouveau.
       Update-Contrat-Impaye.
           MOVE 0 TO ContratMisAJour.
           MOVE IdContratTemp TO MVTC-IDCONTRAT.
           MOVE currentDate TO MVTC-DATE.
           MOVE NouveauMontantImpaye TO MVTC-MONTANT.
           MOVE SPACES TO MVTC-REFERENCE.
           STRING 'RETOUR PRELEVEMENT ' DELIMITED SIZE
                  RetourFlag DELIMITED SIZE
           INTO MVTC-REFERENCE
           END-STRING.
           MOVE 'ENCAISSLOT' TO MVTC-PROGRAMME.
           perform MVTC-Ecrire-Mouvement-Ecart.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
           MOVE RETURN-CODE TO SQLCODE.

           IF DB-OK
               MOVE 1 TO ContratMisAJour
               MOVE MontantImpayeTemp TO AuditAncienneValeur
               MOVE NouveauMontantImpaye TO AuditNouvelleValeur
               MOVE IdContratTemp TO AuditIdEnregistrement
               perform Write-Audit-Trail
           END-IF.

      ******************************************************************
      *****            TRAITER-RECOUVREMENT-TIERS                  *****
      ******************************************************************
      *    Un recouvrement obtenu du tiers responsable ou de son
      *    assureur. Sans recours actif sur le sinistre, la recette est
      *    parquee en attente comme toute recette non rapprochee : le
      *    gestionnaire l'affectera par MATCHENC (action RECOUVRER).
       Traiter-Recouvrement-Tiers.
           COMPUTE MontantRetourTemp =
               FUNCTION NUMVAL(RetourMontant).
           IF RetourFlag not = "OK"
               MOVE "RECOUVREMENT TIERS NON ENCAISSE" TO MotifException
               perform Write-Ligne-Exception
           ELSE
               COMPUTE SinistreRecoursTemp =
                   FUNCTION NUMVAL(RetourIdContrat (3:8))
               perform Select-Recours-Tiers
               IF RecoursTrouve = 0
                   MOVE "AUCUN RECOURS TIERS ACTIF SUR CE SINISTRE"
                   TO MotifException
                   perform Write-Ligne-Exception
                   perform Insert-Attente-Bancaire
               ELSE
                   perform Appliquer-Recouvrement-Tiers
               END-IF
           END-IF.

       Select-Recours-Tiers.
           MOVE 0 TO RecoursTrouve.
           MOVE SPACES TO MontantReclameTexte.
           MOVE SPACES TO MontantRecouvreTexte.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'STATUT, ' DELIMITED SIZE
                  'IFNULL(MONTANTRECLAME, 0), ' DELIMITED SIZE
                  'IFNULL(MONTANTRECOUVRE, 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'RECOURSTIERS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDSINISTRE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SinistreRecoursTemp DELIMITED SIZE
                  '" AND STATUT IN ("1","2","3")' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

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

           IF DB-OK
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            StatutRecoursTemp
                                            MontantReclameTexte
                                            MontantRecouvreTexte
               END-CALL
               IF SQLCA-RESULT (2) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF DB-OK
               MOVE 1 TO RecoursTrouve
               INSPECT MontantReclameTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT MontantRecouvreTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT MontantReclameTexte REPLACING ALL '.' BY ','
               INSPECT MontantRecouvreTexte REPLACING ALL '.' BY ','
               COMPUTE MontantReclameTemp =
                   FUNCTION NUMVAL(MontantReclameTexte)
               COMPUTE MontantRecouvreTemp =
                   FUNCTION NUMVAL(MontantRecouvreTexte)
           END-IF.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

       Appliquer-Recouvrement-Tiers.
           ADD MontantRetourTemp TO MontantRecouvreTemp
               GIVING NouveauMontantRecouvre.
           IF NouveauMontantRecouvre >= MontantReclameTemp
               MOVE 4 TO NouveauStatutRecours
           ELSE
               MOVE 3 TO NouveauStatutRecours
           END-IF.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'RECOURSTIERS ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'MONTANTRECOUVRE = "' DELIMITED SIZE
                  NouveauRecouvreEntier DELIMITED SIZE
                  '.' DELIMITED SIZE
                  NouveauRecouvreCentimes DELIMITED SIZE
                  '", STATUT = "' DELIMITED SIZE
                  NouveauStatutRecours DELIMITED SIZE
                  '", DATEDERNIERRECOUVREMENT = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDSINISTRE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  SinistreRecoursTemp DELIMITED SIZE
                  '" AND STATUT IN ("1","2","3")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF DB-OK
               ADD 1 TO NbRecouvrementsTiers
               perform Write-Ligne-Recouvrement
               MOVE MontantRecouvreTemp TO MontantRecoursAffiche
               MOVE MontantRecoursAffiche TO AuditAncienneValeur
               MOVE NouveauMontantRecouvre TO MontantRecoursAffiche
               MOVE MontantRecoursAffiche TO AuditNouvelleValeur
               MOVE SinistreRecoursTemp TO AuditIdEnregistrement
               MOVE 'RECOURSTIERS' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
           ELSE
               MOVE "ERREUR SQL SUR MISE A JOUR DU RECOURS TIERS"
               TO MotifException
               perform Write-Ligne-Exception
           END-IF.
           MOVE 0 TO SQLCODE.

      *    Ligne reprise par COMPTALOT : sinistre, montant, date et
      *    programme d'origine, separes par des points-virgules.
       Write-Ligne-Recouvrement.
           OPEN EXTEND F-Recouvrements.
           IF WS-RECOUVREMENTS-STATUS not = "00"
               OPEN OUTPUT F-Recouvrements
           END-IF.
           MOVE MontantRetourTemp TO MontantRecouvrementAffiche.
           MOVE SPACES TO LIGNE-RECOUVREMENT.
           STRING SinistreRecoursTemp DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantRecouvrementAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
                   ';' DELIMITED SIZE
                   'ENCAISSLOT' DELIMITED SIZE
           INTO LIGNE-RECOUVREMENT
           END-STRING.
           write E-Recouvrements from LIGNE-RECOUVREMENT.
           CLOSE F-Recouvrements.

      ******************************************************************
      *****             INSERT-ATTENTE-BANCAIRE                    *****
      ******************************************************************
           CALL "MySQL_close"
           END-CALL.
           EXIT.

       COPY CPYMVTCP OF "cobol/source_cobol".
       COPY CPYTROPP OF "cobol/source_cobol".
       COPY CPYFICHP OF "cobol/source_cobol".
