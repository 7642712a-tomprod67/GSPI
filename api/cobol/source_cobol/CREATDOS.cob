         88 DossierCountOk-bool value '1'.

       01 NbTypeSinistre pic 9(4) value 0.
      *    Produit ferme a la souscription (TYPESINISTRE.DATEFERMETURE
      *    posee par FERMPROD) : le type reste au catalogue pour les
      *    contrats en cours mais n'est plus vendu, code retour 135.
       01 NbProduitFerme pic 9(4) value 0.
       01 ProduitFerme pic 9 value 0.
       01 TypeSinistreValide pic x value '1'.
         88 TypeSinistreValide-bool value '1'.
       01 DiffAge pic 99.
       Verify-TypeSinistre-Valide-Init.
           MOVE '1' TO TypeSinistreValide.
           MOVE 0 TO NbTypeSinistre.
           MOVE 0 TO NbProduitFerme.
           MOVE 0 TO ProduitFerme.
           perform Initialisation-connexion-BDD.
           perform Connexion-BDD.

           IF DB-OK
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            NbTypeSinistre
                                            NbProduitFerme
               END-CALL

               IF SQLCA-RESULT (1) = NULL

           IF NbTypeSinistre EQUAL 0
               MOVE '0' TO TypeSinistreValide
           ELSE
               IF NbProduitFerme > 0
                   MOVE '0' TO TypeSinistreValide
                   MOVE 1 TO ProduitFerme
               END-IF
           END-IF.

       Verify-TypeSinistre-Valide-Fin.
           perform close-BDD.
           IF ProduitFerme = 1
               MOVE "ERREUR = TYPE DE SINISTRE FERME A LA SOUSCRIPTION"
               TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 135 TO CODE-RETOUR
           ELSE
           IF NOT TypeSinistreValide-bool
               MOVE "ERREUR = LE TYPE DE SINISTRE RENSEIGNE N'EXISTE PA
      -        "S DANS LE CATALOGUE" TO MESSAGE-RESPONSE
               MOVE "ERREUR" TO STATUT-RESPONSE
               MOVE 100 TO CODE-RETOUR
           END-IF
           END-IF.
           EXIT.

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
       Generate-TypeSinistre-SQLCA-STATEMENT.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'COUNT(*), ' DELIMITED SIZE
               'IFNULL(SUM(IFNULL(DATEFERMETURE, "") <> "" '
               DELIMITED SIZE
               'AND DATEFERMETURE <= CURDATE()), 0) ' DELIMITED SIZE
               'FROM ' DELIMITED SIZE
               'TYPESINISTRE ' DELIMITED SIZE
               'WHERE ' DELIMITED SIZE
