           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/worklist_adresses_npai.txt"
           organization is line sequential access sequential.

           select F-CertificatsVie
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/worklist_certificats_vie.txt"
           organization is line sequential access sequential.

           select F-RelancesContacts
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/worklist_relances_contacts.txt"
           organization is line sequential access sequential.

           select F-ReclamationsEnRetard
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/worklist_reclamations_retard.txt"
           organization is line sequential access sequential.

           select F-AlertesCriblage
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/worklist_criblage.txt"
           organization is line sequential access sequential.

           select F-RecherchesBenef
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/worklist_recherches_beneficiaires.txt"
           organization is line sequential access sequential.

           select F-RappelsRib
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/worklist_rappels_rib.txt"
           organization is line sequential access sequential.

           select F-AvisMedicaux
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/worklist_avis_medicaux.txt"
           organization is line sequential access sequential.

           select F-SignaturesATraiter
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/worklist_signatures.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************

       FD F-AdressesNpai record varying from 0 to 200.
       01 E-AdressesNpai pic x(200).

       FD F-CertificatsVie record varying from 0 to 200.
       01 E-CertificatsVie pic x(200).

       FD F-RelancesContacts record varying from 0 to 200.
       01 E-RelancesContacts pic x(200).

       FD F-ReclamationsEnRetard record varying from 0 to 200.
       01 E-ReclamationsEnRetard pic x(200).

       FD F-AlertesCriblage record varying from 0 to 200.
       01 E-AlertesCriblage pic x(200).

       FD F-RecherchesBenef record varying from 0 to 200.
       01 E-RecherchesBenef pic x(200).

       FD F-RappelsRib record varying from 0 to 200.
       01 E-RappelsRib pic x(200).

       FD F-AvisMedicaux record varying from 0 to 200.
       01 E-AvisMedicaux pic x(200).

       FD F-SignaturesATraiter record varying from 0 to 200.
       01 E-SignaturesATraiter pic x(200).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       01 NomClientNpai pic X(30).
       01 VilleClientNpai pic X(30).

      *    Echeanciers suspendus faute de certificat de vie (voir
      *    CERTVIELOT), a relancer par un gestionnaire.
       01 IdEcheancierVie pic 9(8).
       01 SinistreIdVie pic 9(8).
       01 DateLimiteVie pic X(10).

      *    Contacts client dont la date de relance est depassee sans
      *    contact de suite (voir CONTACTCLI), a rappeler par
      *    l'operateur qui les a pris.
       01 IdContactRelance pic X(10).
       01 ClientIdRelance pic X(10).
       01 DateRelanceTemp pic X(10).
       01 ObjetRelanceTemp pic X(10).
       01 OperateurRelance pic X(10).

      *    Reclamations dont l'echeance reglementaire d'accuse de
      *    reception ou de reponse est depassee (voir GESTRECLAM).
       01 IdReclamRetard pic X(10).
       01 ClientIdReclam pic X(10).
       01 CategorieReclam pic X(10).
       01 EcheanceReclam pic X(10).
       01 RetardReclam pic X(30).
       01 OperateurReclam pic X(10).

      *    Alertes de criblage sanctions / PPE a trancher par la
      *    conformite (voir CPYCRIB et DECIDCRIB).
       01 IdAlerteCrib pic X(10).
       01 TypePersonneCrib pic X(12).
       01 IdPersonneCrib pic X(20).
       01 NomPersonneCrib pic X(60).
       01 TypeListeCrib pic X(10).
       01 RefListeCrib pic X(30).
       01 DateAlerteCrib pic X(10).

      *    Recherches de beneficiaires de capitaux deces non reclames
      *    encore ouvertes (voir DECESRETLOT et RECHBENEF).
       01 IdRechercheBenef pic X(10).
       01 TypePersonneRech pic X.
       01 IdPersonneRech pic X(10).
       01 NomPersonneRech pic X(60).
       01 DossierRech pic X(10).
       01 DateDecesRech pic X(10).
       01 DateOuvertureRech pic X(10).
       01 StatutRech pic X(10).

      *    Reglements retenus apres un changement de RIB, client a
      *    rappeler avant liberation (voir REGLEPRELOT et LIBERIB).
       01 IdRetenueRib pic X(10).
       01 IdPrestationRib pic X(10).
       01 ClientIdRib pic X(10).
       01 NomClientRib pic X(60).
       01 IbanRib pic X(34).
       01 DateMajRib pic X(10).
       01 MontantRib pic X(12).
       01 DateRetenueRib pic X(10).

      *    Prestations orientees vers le medecin conseil dont l'avis
      *    est encore attendu (voir CPYAVMD et AVISMED) ; elles sortent
      *    de la file des prestations a valider jusqu'a l'avis.
       01 IdPrestationAvis pic X(10).
       01 SinistreIdAvis pic X(10).
       01 CodeActeAvis pic X(5).
       01 MontantAvis pic X(12).
       01 RegleAvis pic X(60).
       01 DateDemandeAvis pic X(10).

      *    Contrats restes sans signature des conditions particulieres
      *    (refus, expiration ou echeance depassee, voir SIGNELOT),
      *    a regulariser ou a annuler par le gestionnaire.
       01 ReferenceSignature pic X(10).
       01 ContratIdSignature pic X(10).
       01 ClientIdSignature pic X(10).
       01 NomClientSignature pic X(60).
       01 StatutSignature pic X(10).
       01 DateDemandeSignature pic X(10).
       01 DateStatutSignature pic X(10).

       01 NbSinistresAExaminer pic 9(8) value 0.
       01 NbPrestationsAValider pic 9(8) value 0.
       01 NbContratsEnEscalade pic 9(8) value 0.
       01 NbDossiersPremierExamen pic 9(8) value 0.
       01 NbAdressesNpai pic 9(8) value 0.
       01 NbCertificatsVie pic 9(8) value 0.
       01 NbRelancesContacts pic 9(8) value 0.
       01 NbReclamationsEnRetard pic 9(8) value 0.
       01 NbAlertesCriblage pic 9(8) value 0.
       01 NbRecherchesBenef pic 9(8) value 0.
       01 NbRappelsRib pic 9(8) value 0.
       01 NbAvisMedicaux pic 9(8) value 0.
       01 NbSignaturesATraiter pic 9(8) value 0.

       01 LIGNE-WORKLIST pic X(200).

           open output F-ContratsEnEscalade.
           open output F-DossiersPremierExamen.
           open output F-AdressesNpai.
           open output F-CertificatsVie.
           open output F-RelancesContacts.
           open output F-ReclamationsEnRetard.
           open output F-AlertesCriblage.
           open output F-RecherchesBenef.
           open output F-RappelsRib.
           open output F-AvisMedicaux.
           open output F-SignaturesATraiter.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           perform Lister-Contrats-En-Escalade.
           perform Lister-Dossiers-Premier-Examen.
           perform Lister-Adresses-Npai.
           perform Lister-Certificats-Vie.
           perform Lister-Relances-Contacts.
           perform Lister-Reclamations-En-Retard.
           perform Lister-Alertes-Criblage.
           perform Lister-Recherches-Benef.
           perform Lister-Rappels-Rib.
           perform Lister-Avis-Medicaux.
           perform Lister-Signatures-A-Traiter.

       GSPI-Fin.
           perform close-BDD.
           close F-ContratsEnEscalade.
           close F-DossiersPremierExamen.
           close F-AdressesNpai.
           close F-CertificatsVie.
           close F-RelancesContacts.
           close F-ReclamationsEnRetard.
           close F-AlertesCriblage.
           close F-RecherchesBenef.
           close F-RappelsRib.
           close F-AvisMedicaux.
           close F-SignaturesATraiter.
           display NbSinistresAExaminer.
           display NbPrestationsAValider.
           display NbContratsEnEscalade.
           display NbDossiersPremierExamen.
           display NbAdressesNpai.
           display NbCertificatsVie.
           display NbRelancesContacts.
           display NbReclamationsEnRetard.
           display NbAlertesCriblage.
           display NbRecherchesBenef.
           display NbRappelsRib.
           display NbAvisMedicaux.
           display NbSignaturesATraiter.
           COMPUTE JB-LignesLues =
               NbSinistresAExaminer + NbPrestationsAValider
               + NbContratsEnEscalade + NbDossiersPremierExamen
               + NbAdressesNpai + NbCertificatsVie
               + NbRelancesContacts + NbReclamationsEnRetard
               + NbAlertesCriblage + NbRecherchesBenef
               + NbRappelsRib + NbAvisMedicaux
               + NbSignaturesATraiter.
           MOVE JB-LignesLues TO JB-LignesEcrites.
           perform Write-Journal-Batch-Fin.
           stop run.
                  'PRESTATION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STATUS = "0" ' DELIMITED SIZE
                  'AND IDPRESTATION NOT IN ' DELIMITED SIZE
                  '(SELECT IDPRESTATION FROM AVISMEDICAUX '
                  DELIMITED SIZE
                  'WHERE STATUT = "EN ATTENTE") ' DELIMITED SIZE
                  'ORDER BY IDPRESTATION' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (5).

      ******************************************************************
      *****             LISTER-CERTIFICATS-VIE                     *****
      ******************************************************************
      *    Echeanciers suspendus par CERTVIELOT : le certificat de vie
      *    n'est pas revenu a la date limite, aucune echeance n'est
      *    emise ni payee jusqu'a son enregistrement par ECHEANPRE.
       Lister-Certificats-Vie.
           IF SQLCA-CURSOR-CTRL (6) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (6).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDECHEANCIER, ' DELIMITED SIZE
                  'SINISTREID, ' DELIMITED SIZE
                  'DATELIMITEVIE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ECHEANCIERPRESTATION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STATUT = "1" ' DELIMITED SIZE
                  'AND SUSPENDU = "1" ' DELIMITED SIZE
                  'ORDER BY IDECHEANCIER' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (6)
              END-CALL
              IF SQLCA-RESULT (6) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO DateLimiteVie
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (6)
                                            IdEcheancierVie
                                            SinistreIdVie
                                            DateLimiteVie
               END-CALL

               IF SQLCA-RESULT (6) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       ADD 1 TO NbCertificatsVie
                       INSPECT DateLimiteVie
                           REPLACING ALL LOW-VALUE BY SPACE
                       MOVE SPACES TO LIGNE-WORKLIST
                       STRING IdEcheancierVie DELIMITED SIZE
                               ';' DELIMITED SIZE
                               SinistreIdVie DELIMITED SIZE
                               ';' DELIMITED SIZE
                               DateLimiteVie DELIMITED SIZE
                               ';' DELIMITED SIZE
                               'CERTIFICAT DE VIE NON RECU'
                               DELIMITED SIZE
                       INTO LIGNE-WORKLIST
                       END-STRING
                       write E-CertificatsVie from LIGNE-WORKLIST
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (6).

      ******************************************************************
      *****             LISTER-RELANCES-CONTACTS                   *****
      ******************************************************************
      *    Contacts dont la relance est en attente (statut 0) et la
      *    date depassee, tries par operateur pour servir d'extrait
      *    individuel, la relance la plus ancienne en tete.
       Lister-Relances-Contacts.
           IF SQLCA-CURSOR-CTRL (7) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (7).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDCONTACT, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'DATERELANCE, ' DELIMITED SIZE
                  'CODEOBJET, ' DELIMITED SIZE
                  'OPERATEUR ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'CONTACTSCLIENT ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STATUTRELANCE = "0" ' DELIMITED SIZE
                  'AND STR_TO_DATE(DATERELANCE, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '< CURDATE() ' DELIMITED SIZE
                  'ORDER BY OPERATEUR, ' DELIMITED SIZE
                  'STR_TO_DATE(DATERELANCE, "%d/%m/%Y")'
                  DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (7)
              END-CALL
              IF SQLCA-RESULT (7) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO IdContactRelance
               MOVE SPACES TO ClientIdRelance
               MOVE SPACES TO DateRelanceTemp
               MOVE SPACES TO ObjetRelanceTemp
               MOVE SPACES TO OperateurRelance
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (7)
                                            IdContactRelance
                                            ClientIdRelance
                                            DateRelanceTemp
                                            ObjetRelanceTemp
                                            OperateurRelance
               END-CALL

               IF SQLCA-RESULT (7) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       ADD 1 TO NbRelancesContacts
                       INSPECT OperateurRelance
                           REPLACING ALL LOW-VALUE BY SPACE
                       MOVE SPACES TO LIGNE-WORKLIST
                       STRING IdContactRelance DELIMITED SPACE
                               ';' DELIMITED SIZE
                               ClientIdRelance DELIMITED SPACE
                               ';' DELIMITED SIZE
                               DateRelanceTemp DELIMITED SPACE
                               ';' DELIMITED SIZE
                               ObjetRelanceTemp DELIMITED SPACE
                               ';' DELIMITED SIZE
                               OperateurRelance DELIMITED SPACE
                               ';' DELIMITED SIZE
                               'RELANCE CLIENT EN RETARD'
                               DELIMITED SIZE
                       INTO LIGNE-WORKLIST
                       END-STRING
                       write E-RelancesContacts from LIGNE-WORKLIST
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (7).

      ******************************************************************
      *****          LISTER-RECLAMATIONS-EN-RETARD                 *****
      ******************************************************************
      *    Reclamations non repondues dont la reponse est due (deux
      *    mois) ou, a defaut, non accusees dont l'accuse est du (J+10
      *    ouvres) : l'echeance affichee est celle qui est depassee.
      *    Tri par operateur, la reclamation la plus ancienne en tete.
       Lister-Reclamations-En-Retard.
           IF SQLCA-CURSOR-CTRL (8) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (8).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDRECLAMATION, ' DELIMITED SIZE
                  'IDCLIENT, ' DELIMITED SIZE
                  'CATEGORIE, ' DELIMITED SIZE
                  'CASE WHEN STR_TO_DATE(ECHEANCEREPONSE, "%d/%m/%Y")'
                  DELIMITED SIZE
                  ' < CURDATE() THEN ECHEANCEREPONSE ' DELIMITED SIZE
                  'ELSE ECHEANCEACCUSE END, ' DELIMITED SIZE
                  'CASE WHEN STR_TO_DATE(ECHEANCEREPONSE, "%d/%m/%Y")'
                  DELIMITED SIZE
                  ' < CURDATE() THEN "REPONSE EN RETARD" '
                  DELIMITED SIZE
                  'ELSE "ACCUSE RECEPTION EN RETARD" END, '
                  DELIMITED SIZE
                  'OPERATEUR ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'RECLAMATIONS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  '(STATUT = "OUVERTE" ' DELIMITED SIZE
                  'AND STR_TO_DATE(ECHEANCEACCUSE, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '< CURDATE()) ' DELIMITED SIZE
                  'OR (STATUT IN ("OUVERTE", "ACCUSEE") ' DELIMITED SIZE
                  'AND STR_TO_DATE(ECHEANCEREPONSE, "%d/%m/%Y") '
                  DELIMITED SIZE
                  '< CURDATE()) ' DELIMITED SIZE
                  'ORDER BY OPERATEUR, ' DELIMITED SIZE
                  'STR_TO_DATE(DATEOUVERTURE, "%d/%m/%Y")'
                  DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (8)
              END-CALL
              IF SQLCA-RESULT (8) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO IdReclamRetard
               MOVE SPACES TO ClientIdReclam
               MOVE SPACES TO CategorieReclam
               MOVE SPACES TO EcheanceReclam
               MOVE SPACES TO RetardReclam
               MOVE SPACES TO OperateurReclam
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (8)
                                            IdReclamRetard
                                            ClientIdReclam
                                            CategorieReclam
                                            EcheanceReclam
                                            RetardReclam
                                            OperateurReclam
               END-CALL

               IF SQLCA-RESULT (8) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       ADD 1 TO NbReclamationsEnRetard
                       INSPECT RetardReclam
                           REPLACING ALL LOW-VALUE BY SPACE
                       INSPECT OperateurReclam
                           REPLACING ALL LOW-VALUE BY SPACE
                       MOVE SPACES TO LIGNE-WORKLIST
                       STRING IdReclamRetard DELIMITED SPACE
                               ';' DELIMITED SIZE
                               ClientIdReclam DELIMITED SPACE
                               ';' DELIMITED SIZE
                               CategorieReclam DELIMITED SPACE
                               ';' DELIMITED SIZE
                               EcheanceReclam DELIMITED SPACE
                               ';' DELIMITED SIZE
                               OperateurReclam DELIMITED SPACE
                               ';' DELIMITED SIZE
                               RetardReclam DELIMITED SIZE
                       INTO LIGNE-WORKLIST
                       END-STRING
                       write E-ReclamationsEnRetard
                           from LIGNE-WORKLIST
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (8).

      ******************************************************************
      *****              LISTER-ALERTES-CRIBLAGE                   *****
      ******************************************************************
      *    File de revue conformite : alertes encore A REVOIR, la plus
      *    ancienne en tete. Les reglements de la personne restent
      *    geles jusqu'a la decision.
       Lister-Alertes-Criblage.
           IF SQLCA-CURSOR-CTRL (9) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (9).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDALERTE, ' DELIMITED SIZE
                  'TYPEPERSONNE, ' DELIMITED SIZE
                  'IDPERSONNE, ' DELIMITED SIZE
                  'NOMPERSONNE, ' DELIMITED SIZE
                  'TYPELISTE, ' DELIMITED SIZE
                  'REFLISTE, ' DELIMITED SIZE
                  'DATEALERTE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'ALERTESCRIBLAGE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STATUT = "A REVOIR" ' DELIMITED SIZE
                  'ORDER BY STR_TO_DATE(DATEALERTE, "%d/%m/%Y"), '
                  DELIMITED SIZE
                  'IDALERTE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (9)
              END-CALL
              IF SQLCA-RESULT (9) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO IdAlerteCrib
               MOVE SPACES TO TypePersonneCrib
               MOVE SPACES TO IdPersonneCrib
               MOVE SPACES TO NomPersonneCrib
               MOVE SPACES TO TypeListeCrib
               MOVE SPACES TO RefListeCrib
               MOVE SPACES TO DateAlerteCrib
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (9)
                                            IdAlerteCrib
                                            TypePersonneCrib
                                            IdPersonneCrib
                                            NomPersonneCrib
                                            TypeListeCrib
                                            RefListeCrib
                                            DateAlerteCrib
               END-CALL

               IF SQLCA-RESULT (9) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       ADD 1 TO NbAlertesCriblage
                       INSPECT NomPersonneCrib
                           REPLACING ALL LOW-VALUE BY SPACE
                       INSPECT RefListeCrib
                           REPLACING ALL LOW-VALUE BY SPACE
                       MOVE SPACES TO LIGNE-WORKLIST
                       STRING IdAlerteCrib DELIMITED SPACE
                               ';' DELIMITED SIZE
                               TypePersonneCrib DELIMITED SPACE
                               ';' DELIMITED SIZE
                               IdPersonneCrib DELIMITED SPACE
                               ';' DELIMITED SIZE
                               NomPersonneCrib DELIMITED '  '
                               ';' DELIMITED SIZE
                               TypeListeCrib DELIMITED SPACE
                               ';' DELIMITED SIZE
                               RefListeCrib DELIMITED SPACE
                               ';' DELIMITED SIZE
                               DateAlerteCrib DELIMITED SPACE
                       INTO LIGNE-WORKLIST
                       END-STRING
                       write E-AlertesCriblage
                           from LIGNE-WORKLIST
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (9).

      ******************************************************************
      *****              LISTER-RECHERCHES-BENEF                   *****
      ******************************************************************
      *    Recherches de beneficiaires OUVERTE ou CONTACTE, la plus
      *    ancienne en tete : le gestionnaire contacte puis clot par
      *    RECHBENEF.
       Lister-Recherches-Benef.
           IF SQLCA-CURSOR-CTRL (10) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (10).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IDRECHERCHE, ' DELIMITED SIZE
                  'TYPEPERSONNE, ' DELIMITED SIZE
                  'IDPERSONNE, ' DELIMITED SIZE
                  'CONCAT(NOMPERSONNE, " ", PRENOMPERSONNE), '
                  DELIMITED SIZE
                  'IDDOSSIER, ' DELIMITED SIZE
                  'DATEDECES, ' DELIMITED SIZE
                  'DATEOUVERTURE, ' DELIMITED SIZE
                  'STATUT ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'RECHERCHEBENEF ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STATUT IN ("OUVERTE", "CONTACTE") ' DELIMITED SIZE
                  'ORDER BY STR_TO_DATE(DATEOUVERTURE, "%d/%m/%Y"), '
                  DELIMITED SIZE
                  'IDRECHERCHE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (10)
              END-CALL
              IF SQLCA-RESULT (10) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO IdRechercheBenef
               MOVE SPACES TO TypePersonneRech
               MOVE SPACES TO IdPersonneRech
               MOVE SPACES TO NomPersonneRech
               MOVE SPACES TO DossierRech
               MOVE SPACES TO DateDecesRech
               MOVE SPACES TO DateOuvertureRech
               MOVE SPACES TO StatutRech
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (10)
                                            IdRechercheBenef
                                            TypePersonneRech
                                            IdPersonneRech
                                            NomPersonneRech
                                            DossierRech
                                            DateDecesRech
                                            DateOuvertureRech
                                            StatutRech
               END-CALL

               IF SQLCA-RESULT (10) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       ADD 1 TO NbRecherchesBenef
                       INSPECT NomPersonneRech
                           REPLACING ALL LOW-VALUE BY SPACE
                       INSPECT StatutRech
                           REPLACING ALL LOW-VALUE BY SPACE
                       MOVE SPACES TO LIGNE-WORKLIST
                       STRING IdRechercheBenef DELIMITED SPACE
                               ';' DELIMITED SIZE
                               TypePersonneRech DELIMITED SPACE
                               ';' DELIMITED SIZE
                               IdPersonneRech DELIMITED SPACE
                               ';' DELIMITED SIZE
                               NomPersonneRech DELIMITED '  '
                               ';' DELIMITED SIZE
                               DossierRech DELIMITED SPACE
                               ';' DELIMITED SIZE
                               DateDecesRech DELIMITED SPACE
                               ';' DELIMITED SIZE
                               DateOuvertureRech DELIMITED SPACE
                               ';' DELIMITED SIZE
                               StatutRech DELIMITED SPACE
                       INTO LIGNE-WORKLIST
                       END-STRING
                       write E-RecherchesBenef
                           from LIGNE-WORKLIST
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (10).

      ******************************************************************
      *****                 LISTER-RAPPELS-RIB                     *****
      ******************************************************************
      *    File de rappel : reglements encore RETENUE, le plus ancien
      *    en tete, avec l'IBAN a faire confirmer par le client.
       Lister-Rappels-Rib.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'R.IDRETENUE, ' DELIMITED SIZE
                  'R.IDPRESTATION, ' DELIMITED SIZE
                  'R.IDCLIENT, ' DELIMITED SIZE
                  'IFNULL(CONCAT(L.NOM, " ", L.PRENOM), ""), '
                  DELIMITED SIZE
                  'R.IBAN, ' DELIMITED SIZE
                  'R.DATEMAJRIB, ' DELIMITED SIZE
                  'R.MONTANT, ' DELIMITED SIZE
                  'R.DATERETENUE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'RETENUESRIB R ' DELIMITED SIZE
                  'LEFT JOIN CLIENTS L ' DELIMITED SIZE
                  'ON L.IDCLIENT = R.IDCLIENT ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'R.STATUT = "RETENUE" ' DELIMITED SIZE
                  'ORDER BY STR_TO_DATE(R.DATERETENUE, "%d/%m/%Y"), '
                  DELIMITED SIZE
                  'R.IDRETENUE' DELIMITED SIZE
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

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO IdRetenueRib
               MOVE SPACES TO IdPrestationRib
               MOVE SPACES TO ClientIdRib
               MOVE SPACES TO NomClientRib
               MOVE SPACES TO IbanRib
               MOVE SPACES TO DateMajRib
               MOVE SPACES TO MontantRib
               MOVE SPACES TO DateRetenueRib
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            IdRetenueRib
                                            IdPrestationRib
                                            ClientIdRib
                                            NomClientRib
                                            IbanRib
                                            DateMajRib
                                            MontantRib
                                            DateRetenueRib
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
                       ADD 1 TO NbRappelsRib
                       INSPECT NomClientRib
                           REPLACING ALL LOW-VALUE BY SPACE
                       INSPECT IbanRib
                           REPLACING ALL LOW-VALUE BY SPACE
                       INSPECT MontantRib
                           REPLACING ALL LOW-VALUE BY SPACE
                       MOVE SPACES TO LIGNE-WORKLIST
                       STRING IdRetenueRib DELIMITED SPACE
                               ';' DELIMITED SIZE
                               IdPrestationRib DELIMITED SPACE
                               ';' DELIMITED SIZE
                               ClientIdRib DELIMITED SPACE
                               ';' DELIMITED SIZE
                               NomClientRib DELIMITED '  '
                               ';' DELIMITED SIZE
                               IbanRib DELIMITED SPACE
                               ';' DELIMITED SIZE
                               DateMajRib DELIMITED SPACE
                               ';' DELIMITED SIZE
                               MontantRib DELIMITED SPACE
                               ';' DELIMITED SIZE
                               DateRetenueRib DELIMITED SPACE
                       INTO LIGNE-WORKLIST
                       END-STRING
                       write E-RappelsRib
                           from LIGNE-WORKLIST
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

      ******************************************************************
      *****                LISTER-AVIS-MEDICAUX                    *****
      ******************************************************************
      *    File du medecin conseil : demandes d'avis EN ATTENTE, la
      *    plus ancienne en tete, avec la regle qui a oriente la
      *    prestation. Aucune note n'y figure.
       Lister-Avis-Medicaux.
           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'A.IDPRESTATION, ' DELIMITED SIZE
                  'P.SINISTREID, ' DELIMITED SIZE
                  'IFNULL(P.CODEACTE, ""), ' DELIMITED SIZE
                  'IFNULL(P.MONTANTDEMANDE, ""), ' DELIMITED SIZE
                  'IFNULL(R.LIBELLE, A.IDREGLE), ' DELIMITED SIZE
                  'A.DATEDEMANDE ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'AVISMEDICAUX A ' DELIMITED SIZE
                  'JOIN PRESTATION P ' DELIMITED SIZE
                  'ON P.IDPRESTATION = A.IDPRESTATION ' DELIMITED SIZE
                  'LEFT JOIN REGLESAVISMEDICAL R ' DELIMITED SIZE
                  'ON R.IDREGLE = A.IDREGLE ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'A.STATUT = "EN ATTENTE" ' DELIMITED SIZE
                  'ORDER BY STR_TO_DATE(A.DATEDEMANDE, "%d/%m/%Y"), '
                  DELIMITED SIZE
                  'A.IDPRESTATION' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (3)
              END-CALL
              IF SQLCA-RESULT (3) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO IdPrestationAvis
               MOVE SPACES TO SinistreIdAvis
               MOVE SPACES TO CodeActeAvis
               MOVE SPACES TO MontantAvis
               MOVE SPACES TO RegleAvis
               MOVE SPACES TO DateDemandeAvis
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (3)
                                            IdPrestationAvis
                                            SinistreIdAvis
                                            CodeActeAvis
                                            MontantAvis
                                            RegleAvis
                                            DateDemandeAvis
               END-CALL

               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       ADD 1 TO NbAvisMedicaux
                       INSPECT CodeActeAvis
                           REPLACING ALL LOW-VALUE BY SPACE
                       INSPECT MontantAvis
                           REPLACING ALL LOW-VALUE BY SPACE
                       INSPECT RegleAvis
                           REPLACING ALL LOW-VALUE BY SPACE
                       MOVE SPACES TO LIGNE-WORKLIST
                       STRING IdPrestationAvis DELIMITED SPACE
                               ';' DELIMITED SIZE
                               SinistreIdAvis DELIMITED SPACE
                               ';' DELIMITED SIZE
                               CodeActeAvis DELIMITED SPACE
                               ';' DELIMITED SIZE
                               MontantAvis DELIMITED SPACE
                               ';' DELIMITED SIZE
                               RegleAvis DELIMITED '  '
                               ';' DELIMITED SIZE
                               DateDemandeAvis DELIMITED SPACE
                       INTO LIGNE-WORKLIST
                       END-STRING
                       write E-AvisMedicaux
                           from LIGNE-WORKLIST
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).

      ******************************************************************
      *****             LISTER-SIGNATURES-A-TRAITER                *****
      ******************************************************************
      *    Contrats en vigueur marques non signes (STATUTSIGNATURE 2),
      *    avec la derniere demande et son issue, la plus ancienne en
      *    tete. Une signature tardive ou l'annulation les retire.
       Lister-Signatures-A-Traiter.
           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'S.REFERENCE, ' DELIMITED SIZE
                  'S.IDCONTRAT, ' DELIMITED SIZE
                  'S.IDCLIENT, ' DELIMITED SIZE
                  'IFNULL(CONCAT(C.NOM, " ", C.PRENOM), ""), '
                  DELIMITED SIZE
                  'S.STATUT, ' DELIMITED SIZE
                  'DATE_FORMAT(S.DATEDEMANDE, "%d/%m/%Y"), '
                  DELIMITED SIZE
                  'IFNULL(DATE_FORMAT(S.DATESTATUT, "%d/%m/%Y"), "") '
                  DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'SIGNATURESCONTRAT S ' DELIMITED SIZE
                  'JOIN CONTRATS K ' DELIMITED SIZE
                  'ON K.IDCONTRAT = S.IDCONTRAT ' DELIMITED SIZE
                  'LEFT JOIN CLIENTS C ' DELIMITED SIZE
                  'ON C.IDCLIENT = S.IDCLIENT ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'K.STATUTSIGNATURE = "2" ' DELIMITED SIZE
                  'AND K.STATUS <> "0" ' DELIMITED SIZE
                  'AND S.STATUT IN ("A TRAITER", "REFUSE", "EXPIRE") '
                  DELIMITED SIZE
                  'ORDER BY S.DATEDEMANDE, S.REFERENCE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.

           MOVE RETURN-CODE TO SQLCODE.
           IF DB-OK
              CALL 'MySQL_use_result' USING SQLCA-RESULT (3)
              END-CALL
              IF SQLCA-RESULT (3) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO ReferenceSignature
               MOVE SPACES TO ContratIdSignature
               MOVE SPACES TO ClientIdSignature
               MOVE SPACES TO NomClientSignature
               MOVE SPACES TO StatutSignature
               MOVE SPACES TO DateDemandeSignature
               MOVE SPACES TO DateStatutSignature
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (3)
                                            ReferenceSignature
                                            ContratIdSignature
                                            ClientIdSignature
                                            NomClientSignature
                                            StatutSignature
                                            DateDemandeSignature
                                            DateStatutSignature
               END-CALL

               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
                   SET DB-NOT-FOUND TO TRUE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF

               EVALUATE TRUE
                   WHEN DB-NOT-FOUND
                       CONTINUE
                   WHEN DB-OK
                       ADD 1 TO NbSignaturesATraiter
                       INSPECT NomClientSignature
                           REPLACING ALL LOW-VALUE BY SPACE
                       INSPECT StatutSignature
                           REPLACING ALL LOW-VALUE BY SPACE
                       INSPECT DateStatutSignature
                           REPLACING ALL LOW-VALUE BY SPACE
                       MOVE SPACES TO LIGNE-WORKLIST
                       STRING ReferenceSignature DELIMITED SPACE
                               ';' DELIMITED SIZE
                               ContratIdSignature DELIMITED SPACE
                               ';' DELIMITED SIZE
                               ClientIdSignature DELIMITED SPACE
                               ';' DELIMITED SIZE
                               NomClientSignature DELIMITED '  '
                               ';' DELIMITED SIZE
                               StatutSignature DELIMITED '  '
                               ';' DELIMITED SIZE
                               DateDemandeSignature DELIMITED SPACE
                               ';' DELIMITED SIZE
                               DateStatutSignature DELIMITED SPACE
                       INTO LIGNE-WORKLIST
                       END-STRING
                       write E-SignaturesATraiter
                           from LIGNE-WORKLIST
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).

      ******************************************************************
      *****               WRITE-JOURNAL-BATCH                      *****
      ******************************************************************
