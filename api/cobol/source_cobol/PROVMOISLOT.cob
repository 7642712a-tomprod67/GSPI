      **************************************************************************
      *I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 PROVMOISLOT.
       AUTHOR.                     Thomas.


      **************************************************************************
      *E N V I R O N M E N T    D I V I S I O N                              *
      **************************************************************************
      *    Mouvement mensuel des provisions de sinistres, par type de
      *    sinistre, a partir de l'historique MOUVEMENTSPROVISION (voir
      *    CPYMVPR) : provision d'ouverture (mouvements anterieurs au
      *    mois), sinistres nouveaux, revisions a la hausse et a la
      *    baisse, requalifications, reouvertures, paiements,
      *    liberations a la cloture et provision de cloture
      *    (mouvements jusqu'a la fin du mois).
      *    Controle : le solde de tous les mouvements d'un type doit
      *    egaler la somme des MONTANTPROVISION des sinistres ouverts
      *    de ce type ; pour le mois courant c'est la provision de
      *    cloture. Un ecart signale une provision modifiee sans
      *    mouvement et fait sortir le lot en code retour 4.
      *    Les sinistres ouverts avant la tenue de l'historique y
      *    entrent d'abord par une ouverture a leur date de
      *    declaration.
      *    Le mois calcule est le mois courant, ou celui donne dans le
      *    fichier parametre (PERIODE:MM/AAAA) ; un mois illisible est
      *    refuse (code retour 8).
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           Decimal-Point is Comma.
       input-output section.

       file-control.
           select F-Parametre
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/provmoislot_parametre.txt"
           organization is line sequential
           file status is WS-PARAMETRE-STATUS.

           select F-Mouvement
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/provisions_mouvement_lot.txt"
           organization is line sequential access sequential.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD F-Parametre record varying from 0 to 80.
       01 E-Parametre pic x(80).

       FD F-Mouvement record varying from 0 to 255.
       01 E-Mouvement pic x(255).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       WORKING-STORAGE SECTION.

       01 WS-PARAMETRE-STATUS pic XX.

       01 SYSTEME-DATE.
           03 AA PIC 99.
           03 MM PIC 99.
           03 JJ PIC 99.

       01 currentYear pic 9(4).
       01 currentDate pic X(10).

      *    Mois calcule (MM/AAAA) et sa cle de tri AAAAMM.
       01 PeriodeCalcul pic X(7).
       01 PeriodeCalculR REDEFINES PeriodeCalcul.
           05 PeriodeMois pic 99.
           05 PeriodeSep pic X.
           05 PeriodeAnnee pic 9(4).
       01 PeriodeCle pic X(6).
       01 PeriodeValide pic 9 value 1.

      *    Cumuls lus pour un type de sinistre.
       01 TypeSinistreTexte pic X(20).
       01 OuvertureTexte pic X(20).
       01 NouveauxTexte pic X(20).
       01 HaussesTexte pic X(20).
       01 BaissesTexte pic X(20).
       01 RequalifTexte pic X(20).
       01 ReouverturesTexte pic X(20).
       01 PaiementsTexte pic X(20).
       01 LiberationsTexte pic X(20).
       01 ClotureTexte pic X(20).
       01 RegistreTexte pic X(20).
       01 MontantTexte pic X(20).
       01 MontantLu pic S9(10)V99.

      *    Mouvement du mois par type de sinistre ; le registre est le
      *    solde de tous les mouvements, a comparer aux provisions des
      *    sinistres ouverts.
       01 NbGroupes pic 9(3) value 0.
       01 GroupesTable.
           05 Groupe OCCURS 200.
               10 GRP-TypeSinistre pic X(20).
               10 GRP-Ouverture pic S9(10)V99.
               10 GRP-Nouveaux pic S9(10)V99.
               10 GRP-Hausses pic S9(10)V99.
               10 GRP-Baisses pic S9(10)V99.
               10 GRP-Requalif pic S9(10)V99.
               10 GRP-Reouvertures pic S9(10)V99.
               10 GRP-Paiements pic S9(10)V99.
               10 GRP-Liberations pic S9(10)V99.
               10 GRP-Cloture pic S9(10)V99.
               10 GRP-Registre pic S9(10)V99.
               10 GRP-ProvOuvertes pic S9(10)V99.
       01 indexGroupe pic 9(3).
       01 GroupeTrouve pic 9(3).

       01 TotalOuverture pic S9(10)V99 value 0.
       01 TotalNouveaux pic S9(10)V99 value 0.
       01 TotalHausses pic S9(10)V99 value 0.
       01 TotalBaisses pic S9(10)V99 value 0.
       01 TotalRequalif pic S9(10)V99 value 0.
       01 TotalReouvertures pic S9(10)V99 value 0.
       01 TotalPaiements pic S9(10)V99 value 0.
       01 TotalLiberations pic S9(10)V99 value 0.
       01 TotalCloture pic S9(10)V99 value 0.

       01 EcartProvision pic S9(10)V99.
       01 ResultatControle pic X(5).

       01 NbEcarts pic 9(8) value 0.
       01 NbAnomalies pic 9(8) value 0.
       01 NbLignes pic 9(8) value 0.

       01 OuvertureAffiche pic -(9)9,99.
       01 NouveauxAffiche pic -(9)9,99.
       01 HaussesAffiche pic -(9)9,99.
       01 BaissesAffiche pic -(9)9,99.
       01 RequalifAffiche pic -(9)9,99.
       01 ReouverturesAffiche pic -(9)9,99.
       01 PaiementsAffiche pic -(9)9,99.
       01 LiberationsAffiche pic -(9)9,99.
       01 ClotureAffiche pic -(9)9,99.
       01 RegistreAffiche pic -(9)9,99.
       01 ProvOuvertesAffiche pic -(9)9,99.
       01 EcartAffiche pic -(9)9,99.

       01 LIGNE-MOUVEMENT pic X(255).

      *    Suivi d'execution du lot dans JOURNALBATCH (voir LISTJBAT).
       01 JB-TypeEntree pic X(5).
       01 JB-LignesLues pic 9(8) value 0.
       01 JB-LignesEcrites pic 9(8) value 0.
       01 JB-CodeSortie pic 9(2) value 0.
       01 JB-HeureActuelle pic 9(8).
       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
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
           perform Read-Parametre.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

       GSPI-Trt.
           IF PeriodeValide = 0
               display "PERIODE INVALIDE, MOUVEMENT NON CALCULE "
                       PeriodeCalcul
               MOVE 8 TO JB-CodeSortie
           ELSE
               perform Reprendre-Historique-Provisions
               perform Cumuler-Mouvements
               perform Cumuler-Provisions-Ouvertes
               open output F-Mouvement
               perform Write-Mouvement
               perform Write-Controle
               close F-Mouvement
           END-IF.

       GSPI-Fin.
           perform close-BDD.
           display NbGroupes.
           display NbEcarts.
           display NbAnomalies.
           MOVE NbGroupes TO JB-LignesLues.
           MOVE NbLignes TO JB-LignesEcrites.
           IF (NbEcarts > 0 OR NbAnomalies > 0) AND JB-CodeSortie < 4
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
      *****                   READ-PARAMETRE                       *****
      ******************************************************************
      *    PERIODE:MM/AAAA pour recalculer un mois donne ; sans fichier
      *    ou sans ligne PERIODE, le mois courant.
       Read-Parametre.
           MOVE currentDate (4:7) TO PeriodeCalcul.
           OPEN INPUT F-Parametre.
           IF WS-PARAMETRE-STATUS = "00"
               READ F-Parametre
                   AT END
                       CONTINUE
                   NOT AT END
                       IF E-Parametre (1:8) = "PERIODE:"
                           MOVE E-Parametre (9:7) TO PeriodeCalcul
                       END-IF
               END-READ
               CLOSE F-Parametre
           END-IF.
           IF PeriodeMois is not numeric
              OR PeriodeAnnee is not numeric
              OR PeriodeSep not = '/'
               MOVE 0 TO PeriodeValide
           ELSE
               IF PeriodeMois < 1 OR PeriodeMois > 12
                   MOVE 0 TO PeriodeValide
               END-IF
           END-IF.
           IF PeriodeValide = 1
               MOVE SPACES TO PeriodeCle
               STRING PeriodeAnnee DELIMITED SIZE
                      PeriodeMois DELIMITED SIZE
               INTO PeriodeCle
               END-STRING
           END-IF.

      ******************************************************************
      *****          REPRENDRE-HISTORIQUE-PROVISIONS                 *****
      ******************************************************************
      *    Les sinistres ouverts sans aucun mouvement (anterieurs a
      *    l'historique) recoivent leur ouverture avant le calcul.
       Reprendre-Historique-Provisions.
           MOVE currentDate TO MVPR-DATE.
           MOVE 'REPRISE HISTORIQUE' TO MVPR-REFERENCE.
           MOVE 'PROVMOISLOT' TO MVPR-PROGRAMME.
           perform MVPR-Reprendre-Historique.
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                 CUMULER-MOUVEMENTS                     *****
      ******************************************************************
      *    Un passage sur MOUVEMENTSPROVISION : les mouvements sont
      *    classes par rapport au mois calcule sur la cle AAAAMM de leur
      *    PERIODE.
       Cumuler-Mouvements.
           IF SQLCA-CURSOR-CTRL (1) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (1).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT X.T, ' DELIMITED SIZE
                  'SUM(IF(X.K < "' DELIMITED SIZE
                  PeriodeCle DELIMITED SIZE
                  '", X.M, 0)), ' DELIMITED SIZE
                  'SUM(IF(X.K = "' DELIMITED SIZE
                  PeriodeCle DELIMITED SIZE
                  '" AND X.N = "OUVERTURE", X.M, 0)), ' DELIMITED SIZE
                  'SUM(IF(X.K = "' DELIMITED SIZE
                  PeriodeCle DELIMITED SIZE
                  '" AND X.N = "REVISION" AND X.M > 0, X.M, 0)), '
                  DELIMITED SIZE
                  'SUM(IF(X.K = "' DELIMITED SIZE
                  PeriodeCle DELIMITED SIZE
                  '" AND X.N = "REVISION" AND X.M < 0, X.M, 0)), '
                  DELIMITED SIZE
                  'SUM(IF(X.K = "' DELIMITED SIZE
                  PeriodeCle DELIMITED SIZE
                  '" AND X.N = "REQUALIF", X.M, 0)), ' DELIMITED SIZE
                  'SUM(IF(X.K = "' DELIMITED SIZE
                  PeriodeCle DELIMITED SIZE
                  '" AND X.N = "REOUVERTURE", X.M, 0)), '
                  DELIMITED SIZE
                  'SUM(IF(X.K = "' DELIMITED SIZE
                  PeriodeCle DELIMITED SIZE
                  '" AND X.N = "PAIEMENT", X.M, 0)), ' DELIMITED SIZE
                  'SUM(IF(X.K = "' DELIMITED SIZE
                  PeriodeCle DELIMITED SIZE
                  '" AND X.N = "CLOTURE", X.M, 0)), ' DELIMITED SIZE
                  'SUM(IF(X.K <= "' DELIMITED SIZE
                  PeriodeCle DELIMITED SIZE
                  '", X.M, 0)), ' DELIMITED SIZE
                  'SUM(X.M) ' DELIMITED SIZE
                  'FROM (SELECT ' DELIMITED SIZE
                  'IFNULL(TYPESINISTRE, "") AS T, ' DELIMITED SIZE
                  'NATURE AS N, ' DELIMITED SIZE
                  'IFNULL(MONTANT, 0) + 0 AS M, ' DELIMITED SIZE
                  'CONCAT(SUBSTR(PERIODE, 4, 4), ' DELIMITED SIZE
                  'SUBSTR(PERIODE, 1, 2)) ' DELIMITED SIZE
                  'AS K ' DELIMITED SIZE
                  'FROM MOUVEMENTSPROVISION) X ' DELIMITED SIZE
                  'GROUP BY X.T ORDER BY X.T' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

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
           ELSE
               display "LECTURE DES MOUVEMENTS DE PROVISION EN ERREUR"
               ADD 1 TO NbAnomalies
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO TypeSinistreTexte
               MOVE SPACES TO OuvertureTexte
               MOVE SPACES TO NouveauxTexte
               MOVE SPACES TO HaussesTexte
               MOVE SPACES TO BaissesTexte
               MOVE SPACES TO RequalifTexte
               MOVE SPACES TO ReouverturesTexte
               MOVE SPACES TO PaiementsTexte
               MOVE SPACES TO LiberationsTexte
               MOVE SPACES TO ClotureTexte
               MOVE SPACES TO RegistreTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            TypeSinistreTexte
                                            OuvertureTexte
                                            NouveauxTexte
                                            HaussesTexte
                                            BaissesTexte
                                            RequalifTexte
                                            ReouverturesTexte
                                            PaiementsTexte
                                            LiberationsTexte
                                            ClotureTexte
                                            RegistreTexte
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
                       perform Cumuler-Mouvements-Type
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (1).

       Cumuler-Mouvements-Type.
           perform Lire-Groupe.
           IF GroupeTrouve > 0
               MOVE OuvertureTexte TO MontantTexte
               perform Convertir-Montant
               MOVE MontantLu TO GRP-Ouverture (GroupeTrouve)
               MOVE NouveauxTexte TO MontantTexte
               perform Convertir-Montant
               MOVE MontantLu TO GRP-Nouveaux (GroupeTrouve)
               MOVE HaussesTexte TO MontantTexte
               perform Convertir-Montant
               MOVE MontantLu TO GRP-Hausses (GroupeTrouve)
               MOVE BaissesTexte TO MontantTexte
               perform Convertir-Montant
               MOVE MontantLu TO GRP-Baisses (GroupeTrouve)
               MOVE RequalifTexte TO MontantTexte
               perform Convertir-Montant
               MOVE MontantLu TO GRP-Requalif (GroupeTrouve)
               MOVE ReouverturesTexte TO MontantTexte
               perform Convertir-Montant
               MOVE MontantLu TO GRP-Reouvertures (GroupeTrouve)
               MOVE PaiementsTexte TO MontantTexte
               perform Convertir-Montant
               MOVE MontantLu TO GRP-Paiements (GroupeTrouve)
               MOVE LiberationsTexte TO MontantTexte
               perform Convertir-Montant
               MOVE MontantLu TO GRP-Liberations (GroupeTrouve)
               MOVE ClotureTexte TO MontantTexte
               perform Convertir-Montant
               MOVE MontantLu TO GRP-Cloture (GroupeTrouve)
               MOVE RegistreTexte TO MontantTexte
               perform Convertir-Montant
               MOVE MontantLu TO GRP-Registre (GroupeTrouve)
           END-IF.

      ******************************************************************
      *****             CUMULER-PROVISIONS-OUVERTES                *****
      ******************************************************************
       Cumuler-Provisions-Ouvertes.
           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (2).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(TYPESINISTRE, ""), ' DELIMITED SIZE
                  'SUM(IFNULL(MONTANTPROVISION, 0) + 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'SINISTRES ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'STATUS >= "1" AND STATUS <= "4" ' DELIMITED SIZE
                  'GROUP BY IFNULL(TYPESINISTRE, "")' DELIMITED SIZE
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
           ELSE
               display "LECTURE DES PROVISIONS OUVERTES EN ERREUR"
               ADD 1 TO NbAnomalies
           END-IF.

           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO TypeSinistreTexte
               MOVE SPACES TO MontantTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (2)
                                            TypeSinistreTexte
                                            MontantTexte
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
                       perform Cumuler-Provisions-Type
               END-EVALUATE
           END-PERFORM.

           SET DB-OK TO TRUE.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO SQLCA-CURSOR-CTRL (2).

       Cumuler-Provisions-Type.
           perform Lire-Groupe.
           IF GroupeTrouve > 0
               perform Convertir-Montant
               MOVE MontantLu TO GRP-ProvOuvertes (GroupeTrouve)
           END-IF.

      *    Montant SUM() renvoye par la base (point decimal, vide si
      *    aucun mouvement).
       Convertir-Montant.
           INSPECT MontantTexte REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT MontantTexte REPLACING ALL '.' BY ','.
           MOVE 0 TO MontantLu.
           IF MontantTexte not = SPACES
               COMPUTE MontantLu = FUNCTION NUMVAL(MontantTexte)
           END-IF.

      *    Retrouve (ou cree) le groupe de TypeSinistreTexte ;
      *    GroupeTrouve a 0 si la table est pleine.
       Lire-Groupe.
           INSPECT TypeSinistreTexte REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO GroupeTrouve.
           MOVE 0 TO indexGroupe.
           perform Chercher-Groupe
               until GroupeTrouve > 0 OR indexGroupe >= NbGroupes.
           IF GroupeTrouve = 0
               IF NbGroupes < 200
                   ADD 1 TO NbGroupes
                   MOVE NbGroupes TO GroupeTrouve
                   MOVE TypeSinistreTexte
                   TO GRP-TypeSinistre (GroupeTrouve)
                   MOVE 0 TO GRP-Ouverture (GroupeTrouve)
                   MOVE 0 TO GRP-Nouveaux (GroupeTrouve)
                   MOVE 0 TO GRP-Hausses (GroupeTrouve)
                   MOVE 0 TO GRP-Baisses (GroupeTrouve)
                   MOVE 0 TO GRP-Requalif (GroupeTrouve)
                   MOVE 0 TO GRP-Reouvertures (GroupeTrouve)
                   MOVE 0 TO GRP-Paiements (GroupeTrouve)
                   MOVE 0 TO GRP-Liberations (GroupeTrouve)
                   MOVE 0 TO GRP-Cloture (GroupeTrouve)
                   MOVE 0 TO GRP-Registre (GroupeTrouve)
                   MOVE 0 TO GRP-ProvOuvertes (GroupeTrouve)
               ELSE
                   display "TABLE DES TYPES DE SINISTRE PLEINE"
                   ADD 1 TO NbAnomalies
               END-IF
           END-IF.

       Chercher-Groupe.
           ADD 1 TO indexGroupe.
           IF GRP-TypeSinistre (indexGroupe) = TypeSinistreTexte
               MOVE indexGroupe TO GroupeTrouve
           END-IF.

      ******************************************************************
      *****                  WRITE-MOUVEMENT                       *****
      ******************************************************************
      *    mois;type sinistre;provision d'ouverture;nouveaux sinistres;
      *    revisions a la hausse;revisions a la baisse;requalifications;
      *    reouvertures;paiements;liberations;provision de cloture,
      *    puis TOTAL.
       Write-Mouvement.
           MOVE 0 TO indexGroupe.
           perform Write-Ligne-Groupe
               until indexGroupe >= NbGroupes.
           MOVE TotalOuverture TO OuvertureAffiche.
           MOVE TotalNouveaux TO NouveauxAffiche.
           MOVE TotalHausses TO HaussesAffiche.
           MOVE TotalBaisses TO BaissesAffiche.
           MOVE TotalRequalif TO RequalifAffiche.
           MOVE TotalReouvertures TO ReouverturesAffiche.
           MOVE TotalPaiements TO PaiementsAffiche.
           MOVE TotalLiberations TO LiberationsAffiche.
           MOVE TotalCloture TO ClotureAffiche.
           MOVE 'TOTAL' TO TypeSinistreTexte.
           perform Write-Ligne-Mouvement.

       Write-Ligne-Groupe.
           ADD 1 TO indexGroupe.
           ADD GRP-Ouverture (indexGroupe) TO TotalOuverture.
           ADD GRP-Nouveaux (indexGroupe) TO TotalNouveaux.
           ADD GRP-Hausses (indexGroupe) TO TotalHausses.
           ADD GRP-Baisses (indexGroupe) TO TotalBaisses.
           ADD GRP-Requalif (indexGroupe) TO TotalRequalif.
           ADD GRP-Reouvertures (indexGroupe) TO TotalReouvertures.
           ADD GRP-Paiements (indexGroupe) TO TotalPaiements.
           ADD GRP-Liberations (indexGroupe) TO TotalLiberations.
           ADD GRP-Cloture (indexGroupe) TO TotalCloture.
           MOVE GRP-Ouverture (indexGroupe) TO OuvertureAffiche.
           MOVE GRP-Nouveaux (indexGroupe) TO NouveauxAffiche.
           MOVE GRP-Hausses (indexGroupe) TO HaussesAffiche.
           MOVE GRP-Baisses (indexGroupe) TO BaissesAffiche.
           MOVE GRP-Requalif (indexGroupe) TO RequalifAffiche.
           MOVE GRP-Reouvertures (indexGroupe) TO ReouverturesAffiche.
           MOVE GRP-Paiements (indexGroupe) TO PaiementsAffiche.
           MOVE GRP-Liberations (indexGroupe) TO LiberationsAffiche.
           MOVE GRP-Cloture (indexGroupe) TO ClotureAffiche.
           MOVE GRP-TypeSinistre (indexGroupe) TO TypeSinistreTexte.
           perform Write-Ligne-Mouvement.

       Write-Ligne-Mouvement.
           MOVE SPACES TO LIGNE-MOUVEMENT.
           STRING PeriodeCalcul DELIMITED SIZE
                  ';' DELIMITED SIZE
                  TypeSinistreTexte DELIMITED '  '
                  ';' DELIMITED SIZE
                  OuvertureAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  NouveauxAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  HaussesAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  BaissesAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  RequalifAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  ReouverturesAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  PaiementsAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  LiberationsAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  ClotureAffiche DELIMITED SIZE
           INTO LIGNE-MOUVEMENT
           END-STRING.
           write E-Mouvement from LIGNE-MOUVEMENT.
           ADD 1 TO NbLignes.

      ******************************************************************
      *****                   WRITE-CONTROLE                       *****
      ******************************************************************
      *    mois;CONTROLE;type sinistre;solde des mouvements;provisions
      *    des sinistres ouverts;ecart;OK|ECART
       Write-Controle.
           MOVE 0 TO indexGroupe.
           perform Write-Controle-Groupe
               until indexGroupe >= NbGroupes.

       Write-Controle-Groupe.
           ADD 1 TO indexGroupe.
           COMPUTE EcartProvision =
               GRP-Registre (indexGroupe)
               - GRP-ProvOuvertes (indexGroupe).
           IF EcartProvision = 0
               MOVE 'OK' TO ResultatControle
           ELSE
               MOVE 'ECART' TO ResultatControle
               ADD 1 TO NbEcarts
               display "ECART DE PROVISION TYPE "
                       GRP-TypeSinistre (indexGroupe)
           END-IF.
           MOVE GRP-Registre (indexGroupe) TO RegistreAffiche.
           MOVE GRP-ProvOuvertes (indexGroupe) TO ProvOuvertesAffiche.
           MOVE EcartProvision TO EcartAffiche.
           MOVE SPACES TO LIGNE-MOUVEMENT.
           STRING PeriodeCalcul DELIMITED SIZE
                  ';CONTROLE;' DELIMITED SIZE
                  GRP-TypeSinistre (indexGroupe) DELIMITED '  '
                  ';' DELIMITED SIZE
                  RegistreAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  ProvOuvertesAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  EcartAffiche DELIMITED SIZE
                  ';' DELIMITED SIZE
                  ResultatControle DELIMITED SPACE
           INTO LIGNE-MOUVEMENT
           END-STRING.
           write E-Mouvement from LIGNE-MOUVEMENT.
           ADD 1 TO NbLignes.

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
           MOVE 'PROVMOISLOT' TO PGCTB-PROGRAM-NAME.

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
       COPY CPYMVPRP OF "cobol/source_cobol".
