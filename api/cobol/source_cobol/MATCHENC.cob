      -              "txt/remboursements_annulation.txt"
           organization is line sequential
           file status is WS-REMBOURSEMENTS-STATUS.

           select F-Recouvrements
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/recouvrements_tiers_lot.txt"
           organization is line sequential
           file status is WS-RECOUVREMENTS-STATUS.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************

       FD F-Remboursements record varying from 0 to 200.
       01 E-Remboursements pic x(200).

       FD F-Recouvrements record varying from 0 to 200.
       01 E-Recouvrements pic x(200).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       01 IdContratFacture pic X(10).
       01 IdClientFacture pic X(10).

      *    Recette affectee a une facture deja reglee, ou superieure a
      *    l'impaye du contrat : l'excedent n'est pas perdu, il reste
      *    au compte cotisations comme trop-percu (voir CPYTROP).
       01 ImpayeFactureTexte pic X(15).
       01 ImpayeFacture pic 9(8)V99 value 0.
       01 MontantTropPercu pic 9(6)V99 value 0.

      *    Imputation d'une recette en attente sur une creance d'indu
      *    (voir CREAINDU) : action IMPUTER avec le label Creance:, le
      *    solde restant de la creance descend du montant de la recette
       01 SoldeCreanceTexte pic X(12).
       01 SoldeCreance pic 9(6)V99.

      *    Affectation d'une recette en attente a un recours contre
      *    tiers (voir RECTIERS) : action RECOUVRER avec le label
      *    Recours: portant le numero de sinistre. Le recouvre du
      *    recours augmente du montant, le recours passe en partiel (3)
      *    ou solde (4), et la ligne d'attente est fermee statut 4.
       01 IdSinistreRecours pic 9(8) value 0.
       01 RecoursTrouve pic 9 value 0.
       01 StatutRecours pic 9.
       01 MontantReclameTexte pic X(12).
       01 MontantRecouvreTexte pic X(12).
       01 MontantReclame pic 9(8)V99.
       01 MontantRecouvre pic 9(8)V99.
       01 NouveauMontantRecouvre pic 9(8)V99.
       01 NouveauMontantRecouvre-R REDEFINES NouveauMontantRecouvre.
           05 NouveauRecouvreEntier pic 9(8).
           05 NouveauRecouvreCentimes pic 99.
       01 MontantRecoursAffiche pic Z(7)9,99.
       01 NouveauStatutRecours pic 9.
       01 WS-RECOUVREMENTS-STATUS pic XX.
       01 LIGNE-RECOUVREMENT pic X(200).

       01 MontantAttenteAffiche pic Z(5),99.
       01 WS-REMBOURSEMENTS-STATUS pic XX.
       01 LIGNE-REMBOURSEMENT pic X(200).
       01 MessageOrigine pic X(150).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYMVTC OF "cobol/source_cobol".
       COPY CPYTROP OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
                into trash IdCreanceNum
               end-unstring
           END-IF.
           IF FactureChamp of champValeur not = SPACES
               AND FactureChamp of champValeur (1:8) = 'Recours:'
               unstring FactureChamp of champValeur delimited by ":"
                into trash IdSinistreRecours
               end-unstring
           END-IF.

       Unstring-Line-Fin.
           EXIT.
                   perform Imputer-Sur-Creance
               WHEN ActionAUtiliser = 'REMBOURSER'
                   perform Rembourser-Attente
               WHEN ActionAUtiliser = 'RECOUVRER'
                   perform Recouvrer-Sur-Recours
               WHEN OTHER
                   MOVE "ERREUR = ACTION INCONNUE (AFFECTER, IMPUTER, RE
      -            "MBOURSER OU RECOUVRER)" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
           END-EVALUATE.
           END-IF.

       Affecter-Sur-Facture-Suite.
           perform Select-Impaye-Facture.
           MOVE 0 TO MontantTropPercu.
           IF MontantAttente > ImpayeFacture
               COMPUTE MontantTropPercu = MontantAttente - ImpayeFacture
           END-IF.
           perform Update-Impaye-Contrat.
           IF SQLCODE = 0
               perform Update-Attente-Affectee
           END-IF.
           IF SQLCODE = 0 AND MontantTropPercu > 0
               perform Enregistrer-Trop-Percu
           END-IF.
           IF SQLCODE = 0
               IF MontantTropPercu > 0
                   MOVE "SUCCES = LA RECETTE EN ATTENTE A ETE AFFECTEE A
      -            " LA FACTURE, L IMPAYE DU CONTRAT APURE ET L EXCEDENT
      -            " GARDE EN TROP-PERCU"
                   TO MESSAGE-RESPONSE
               ELSE
                   MOVE "SUCCES = LA RECETTE EN ATTENTE A ETE AFFECTEE A
      -            " LA FACTURE ET L IMPAYE DU CONTRAT APURE"
                   TO MESSAGE-RESPONSE
               END-IF
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE 'EN ATTENTE' TO AuditAncienneValeur
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).
           MOVE 0 TO SQLCODE.

      *    Impaye du contrat avant affectation : ce qui le depasse dans
      *    la recette est un trop-percu.
       Select-Impaye-Facture.
           MOVE 0 TO ImpayeFacture.
           MOVE SPACES TO ImpayeFactureTexte.

           IF SQLCA-CURSOR-CTRL (5) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (5).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(MONTANTIMPAYE, 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdContratFacture DELIMITED SPACE
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
                                            ImpayeFactureTexte
               END-CALL
               IF SQLCA-RESULT (5) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               INSPECT ImpayeFactureTexte
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT ImpayeFactureTexte REPLACING ALL '.' BY ','
               IF ImpayeFactureTexte not = SPACES
                   COMPUTE ImpayeFacture =
                       FUNCTION NUMVAL(ImpayeFactureTexte)
               END-IF
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (5).
           MOVE 0 TO SQLCODE.

       Enregistrer-Trop-Percu.
           COMPUTE TROP-IDCONTRAT = FUNCTION NUMVAL(IdContratFacture).
           MOVE currentDate TO TROP-DATE.
           MOVE 'AFFECTATION' TO TROP-ORIGINE.
           MOVE MontantTropPercu TO TROP-MONTANT.
           MOVE SPACES TO TROP-REFERENCE.
           STRING 'ATTENTE ' DELIMITED SIZE
                  IdAttenteNum DELIMITED SIZE
                  ' FACT ' DELIMITED SIZE
                  NumeroFactureNum DELIMITED SIZE
           INTO TROP-REFERENCE
           END-STRING.
           MOVE 'MATCHENC' TO TROP-PROGRAMME.
           SET TROP-AVEC-MOUVEMENT TO TRUE.
           perform TROP-Creer-Credit.

      *    Le credit au compte cotisations est plafonne a l'impaye du
      *    contrat comme la mise a jour qui suit, et ecrit avant elle.
       Update-Impaye-Contrat.
           MOVE MontantAttente TO MontantAttenteAffiche.
           COMPUTE MVTC-IDCONTRAT = FUNCTION NUMVAL(IdContratFacture).
           MOVE currentDate TO MVTC-DATE.
           MOVE 'ENCAISSEMENT' TO MVTC-TYPE.
           SET MVTC-CREDIT TO TRUE.
           MOVE MontantAttente TO MVTC-MONTANT.
           MOVE SPACES TO MVTC-REFERENCE.
           STRING 'ATTENTE ' DELIMITED SIZE
                  IdAttenteNum DELIMITED SIZE
                  ' FACT ' DELIMITED SIZE
                  NumeroFactureNum DELIMITED SIZE
           INTO MVTC-REFERENCE
           END-STRING.
           MOVE 'MATCHENC' TO MVTC-PROGRAMME.
           perform MVTC-Ecrire-Mouvement-Impaye.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'CONTRATS ' DELIMITED SIZE
                  'MONTANTIMPAYE = ' DELIMITED SIZE
                  'GREATEST(IFNULL(MONTANTIMPAYE, 0) - '
                  DELIMITED SIZE
                  MVTC-MONTANT-ENTIER DELIMITED SIZE
                  '.' DELIMITED SIZE
                  MVTC-MONTANT-CENTIMES DELIMITED SIZE
                  ', 0) ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'IDCONTRAT ' DELIMITED SIZE
           write E-Remboursements from LIGNE-REMBOURSEMENT.
           CLOSE F-Remboursements.

      ******************************************************************
      *****               RECOUVRER-SUR-RECOURS                    *****
      ******************************************************************
      *    Affecte la recette parquee au recours contre tiers actif du
      *    sinistre designe (recouvrement arrive sans la reference RC
      *    attendue par ENCAISSLOT). Le recouvrement part aussi dans le
      *    fichier repris par COMPTALOT.
       Recouvrer-Sur-Recours.
           IF IdSinistreRecours = 0
               MOVE "ERREUR = NUMERO DE SINISTRE OBLIGATOIRE POUR RECOUV
      -        "RER" TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 100 TO CODE-RETOUR
           ELSE
               perform Select-Recours-Actif
               IF RecoursTrouve = 0
                   MOVE "ERREUR = AUCUN RECOURS TIERS ACTIF SUR CE SINIS
      -            "TRE" TO MESSAGE-RESPONSE
                   MOVE "ERREUR" TO STATUT-RESPONSE
                   MOVE 100 TO CODE-RETOUR
               ELSE
                   perform Recouvrer-Sur-Recours-Suite
               END-IF
           END-IF.

       Recouvrer-Sur-Recours-Suite.
           ADD MontantAttente TO MontantRecouvre
               GIVING NouveauMontantRecouvre.
           IF NouveauMontantRecouvre >= MontantReclame
               MOVE 4 TO NouveauStatutRecours
           ELSE
               MOVE 3 TO NouveauStatutRecours
           END-IF.
           perform Update-Recouvre-Recours.
           IF SQLCODE = 0
               perform Update-Attente-Recouvree
           END-IF.
           IF SQLCODE = 0
               perform Write-Ligne-Recouvrement
               MOVE "SUCCES = LA RECETTE EN ATTENTE A ETE AFFECTEE AU RE
      -        "COURS CONTRE TIERS" TO MESSAGE-RESPONSE
               MOVE "SUCCES" TO STATUT-RESPONSE
               MOVE 0 TO CODE-RETOUR
               MOVE MontantRecouvre TO MontantRecoursAffiche
               MOVE MontantRecoursAffiche TO AuditAncienneValeur
               MOVE NouveauMontantRecouvre TO MontantRecoursAffiche
               MOVE MontantRecoursAffiche TO AuditNouvelleValeur
               MOVE IdSinistreRecours TO AuditIdEnregistrement
               MOVE 'RECOURSTIERS' TO AuditNomTable
               MOVE 'UPDATE' TO AuditOperation
               perform Write-Audit-Trail
           ELSE
               MOVE "ERREUR = UNE ERREUR SQL NON GEREE EST SURVENUE"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 900 TO CODE-RETOUR
               MOVE 0 TO RETURN-CODE
           END-IF.

       Select-Recours-Actif.
           MOVE 0 TO RecoursTrouve.
           MOVE 0 TO StatutRecours.
           MOVE SPACES TO MontantReclameTexte.
           MOVE SPACES TO MontantRecouvreTexte.

           IF SQLCA-CURSOR-CTRL (4) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (4).

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
                  IdSinistreRecours DELIMITED SIZE
                  '" AND STATUT IN ("1","2","3")' DELIMITED SIZE
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
                                            StatutRecours
                                            MontantReclameTexte
                                            MontantRecouvreTexte
               END-CALL
               IF SQLCA-RESULT (4) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE 1 TO RecoursTrouve
           END-IF.
           INSPECT MontantReclameTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantRecouvreTexte
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantReclameTexte REPLACING ALL '.' BY ','.
           INSPECT MontantRecouvreTexte REPLACING ALL '.' BY ','.
           IF SQLCODE = 0
               COMPUTE MontantReclame =
                   FUNCTION NUMVAL(MontantReclameTexte)
               COMPUTE MontantRecouvre =
                   FUNCTION NUMVAL(MontantRecouvreTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (4).
           MOVE 0 TO SQLCODE.

       Update-Recouvre-Recours.
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
                  IdSinistreRecours DELIMITED SIZE
                  '" AND STATUT IN ("1","2","3")' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

       Update-Attente-Recouvree.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'UPDATE ' DELIMITED SIZE
                  'ATTENTEBANCAIRE ' DELIMITED SIZE
                  'SET ' DELIMITED SIZE
                  'STATUT = "4", ' DELIMITED SIZE
                  'DATETRAITEMENT = "' DELIMITED SIZE
                  currentDate DELIMITED SIZE
                  '" WHERE ' DELIMITED SIZE
                  'IDATTENTE ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdAttenteNum DELIMITED SIZE
                  '"' DELIMITED SIZE
              INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

       Write-Ligne-Recouvrement.
           OPEN EXTEND F-Recouvrements.
           IF WS-RECOUVREMENTS-STATUS not = "00"
               OPEN OUTPUT F-Recouvrements
           END-IF.
           MOVE MontantAttente TO MontantAttenteAffiche.
           MOVE SPACES TO LIGNE-RECOUVREMENT.
           STRING IdSinistreRecours DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantAttenteAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
                   ';' DELIMITED SIZE
                   'MATCHENC' DELIMITED SIZE
           INTO LIGNE-RECOUVREMENT
           END-STRING.
           write E-Recouvrements from LIGNE-RECOUVREMENT.
           CLOSE F-Recouvrements.

      ******************************************************************
      *****                WRITE-AUDIT-TRAIL                       *****
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
       COPY CPYTROPP OF "cobol/source_cobol".
