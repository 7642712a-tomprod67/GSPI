       01 TypeSinistreTemp pic X(2).
       01 TotalPayeTexte pic X(12).
       01 TotalPayeSinistre pic 9(8).
       01 TotalFraisTexte pic X(12).
       01 TotalFraisSinistre pic 9(8).

      *    Table d'agregation boni/mali par type de sinistre et par
      *    annee de declaration.
               10 AG-NbSinistres pic 9(6).
               10 AG-TotalProvision pic 9(10).
               10 AG-TotalPaye pic 9(10).
               10 AG-TotalFrais pic 9(10).
       01 indexAgregat pic 9(3).
       01 AgregatTrouve pic 9 value 0.

      *    Parcourt les sinistres clos (statut 5, voir SINISTAT) et
      *    cumule provision a la declaration contre paye au reglement,
      *    par type de sinistre du dossier et annee de declaration.
      *    La provision a la declaration est le mouvement d'ouverture
      *    de l'historique (voir CPYMVPR), les paiements consommant
      *    ensuite MONTANTPROVISION ; un sinistre anterieur a
      *    l'historique garde sa provision telle quelle.
       Cumuler-Sinistres-Clos.
           perform Cumuler-Sinistres-Clos-Init.
           perform Cumuler-Sinistres-Clos-Trt.
       Cumuler-Sinistres-Clos-Trt.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'S.IDSINISTRE, ' DELIMITED SIZE
                  'S.DOSSIERID, ' DELIMITED SIZE
                  'S.DATEDECLARATION, ' DELIMITED SIZE
                  'IFNULL((SELECT ROUND(M.MONTANT) ' DELIMITED SIZE
                  'FROM MOUVEMENTSPROVISION M ' DELIMITED SIZE
                  'WHERE M.IDSINISTRE = S.IDSINISTRE ' DELIMITED SIZE
                  'AND M.NATURE = "OUVERTURE" LIMIT 1), ' DELIMITED SIZE
                  'S.MONTANTPROVISION) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'SINISTRES S ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'S.STATUS = "5" ' DELIMITED SIZE
                  'ORDER BY S.IDSINISTRE' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           end-unstring.
           perform Select-Type-Sinistre-Dossier.
           perform Select-Total-Paye-Sinistre.
           perform Select-Total-Frais-Sinistre.
           perform Chercher-Agregat.
           IF AgregatTrouve = 0 AND NbAgregats < 200
               ADD 1 TO NbAgregats
               MOVE 0 TO AG-NbSinistres (indexAgregat)
               MOVE 0 TO AG-TotalProvision (indexAgregat)
               MOVE 0 TO AG-TotalPaye (indexAgregat)
               MOVE 0 TO AG-TotalFrais (indexAgregat)
               MOVE 1 TO AgregatTrouve
           END-IF.
           IF AgregatTrouve = 1
               ADD MontantProvisionTemp
                   TO AG-TotalProvision (indexAgregat)
               ADD TotalPayeSinistre TO AG-TotalPaye (indexAgregat)
               ADD TotalFraisSinistre TO AG-TotalFrais (indexAgregat)
           END-IF.

      ******************************************************************
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****            SELECT-TOTAL-FRAIS-SINISTRE                 *****
      ******************************************************************
      *    Frais de gestion regles sur le sinistre (honoraires d'expert
      *    et frais d'avocat, voir GESTFRAIS) : rapportes a part, ils
      *    n'entrent pas dans l'ecart, qui ne juge que l'indemnite.
       Select-Total-Frais-Sinistre.
           MOVE 0 TO TotalFraisSinistre.
           MOVE SPACES TO TotalFraisTexte.

           IF SQLCA-CURSOR-CTRL (3) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (3).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'IFNULL(SUM(MONTANT), 0) ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'FRAISGESTION ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
                  'SINISTREID ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  IdSinistreTemp DELIMITED SIZE
                  '" AND STATUT = "4"' DELIMITED SIZE
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
                                            TotalFraisTexte
               END-CALL
               IF SQLCA-RESULT (3) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

           IF SQLCODE = 0 AND TotalFraisTexte not = SPACES
               COMPUTE TotalFraisSinistre =
                   FUNCTION NUMVAL(TotalFraisTexte)
           END-IF.
           MOVE 0 TO SQLCA-CURSOR-CTRL (3).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****              WRITE-RAPPORT-AGREGATS                    *****
      ******************************************************************
      *    Une ligne par couple type de sinistre / annee : nombre de
      *    sinistres clos, provision totale a la declaration, total
      *    paye, et ecart paye moins provision (mali positif = on a
      *    paye plus que provisionne), puis frais de gestion regles.
       Write-Rapport-Agregats.
           MOVE 0 TO indexAgregat.
           perform Write-Rapport-Agregats-Trt
                   ';' DELIMITED SIZE
                   EcartAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   AG-TotalFrais (indexAgregat) DELIMITED SIZE
                   ';' DELIMITED SIZE
                   currentDate DELIMITED SIZE
           INTO LIGNE-RAPPORT
           END-STRING.
