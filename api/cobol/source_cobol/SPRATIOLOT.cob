      *    prestations payees plus provisions des sinistres ouverts,
      *    cumulees contrat par contrat puis agregees. Le ratio S/P en
      *    pourcentage alimente directement la discussion de
      *    retarification. Les frais de gestion des sinistres reglees
      *    (honoraires d'expert et frais d'avocat, voir GESTFRAIS)
      *    sont rapportes dans une colonne a part et restent hors du
      *    ratio, qui ne mesure que les indemnites.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
       01 PrimesContrat pic 9(9)V99.
       01 PayeContrat pic 9(9)V99.
       01 ProvisionContrat pic 9(9)V99.
       01 FraisContrat pic 9(9)V99.

      *    Agregats par type de sinistre et annee de souscription.
       01 NbAgregats pic 9(3) value 0.
               10 AG-NbContrats pic 9(6).
               10 AG-TotalPrimes pic 9(11)V99.
               10 AG-TotalCharges pic 9(11)V99.
               10 AG-TotalFrais pic 9(11)V99.
       01 indexAgregat pic 9(3).
       01 AgregatTrouve pic 9 value 0.

       01 PrimesAffiche pic Z(10)9,99.
       01 ChargesAffiche pic Z(10)9,99.
       01 FraisAffiche pic Z(10)9,99.
       01 RatioSP pic 9(4)V99.
       01 RatioAffiche pic Z(3)9,99.

           perform Select-Primes-Contrat.
           perform Select-Paye-Contrat.
           perform Select-Provision-Contrat.
           perform Select-Frais-Contrat.

           perform Chercher-Agregat.
           IF AgregatTrouve = 0 AND NbAgregats < 200
               MOVE 0 TO AG-NbContrats (indexAgregat)
               MOVE 0 TO AG-TotalPrimes (indexAgregat)
               MOVE 0 TO AG-TotalCharges (indexAgregat)
               MOVE 0 TO AG-TotalFrais (indexAgregat)
               MOVE 1 TO AgregatTrouve
           END-IF.
           IF AgregatTrouve = 1
               COMPUTE AG-TotalCharges (indexAgregat) =
                   AG-TotalCharges (indexAgregat)
                   + PayeContrat + ProvisionContrat
               ADD FraisContrat TO AG-TotalFrais (indexAgregat)
           END-IF.

       Chercher-Agregat.
               COMPUTE ProvisionContrat = FUNCTION NUMVAL(ValeurTexte)
           END-IF.

      ******************************************************************
      *****               SELECT-FRAIS-CONTRAT                     *****
      ******************************************************************
      *    Factures de frais de gestion reglees (statut 4) sur les
      *    sinistres du contrat.
       Select-Frais-Contrat.
           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT IFNULL(SUM(MONTANT), 0) ' DELIMITED SIZE
                  'FROM FRAISGESTION ' DELIMITED SIZE
                  'WHERE STATUT = "4" AND SINISTREID IN '
                  DELIMITED SIZE
                  '(SELECT IDSINISTRE FROM SINISTRES ' DELIMITED SIZE
                  'WHERE DOSSIERID IN ' DELIMITED SIZE
                  '(SELECT IDDOSSIER FROM DOSSIER ' DELIMITED SIZE
                  'WHERE CONTRATID = "' DELIMITED SIZE
                  IdContratTemp DELIMITED SIZE
                  '"))' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.
           perform Executer-Somme.
           MOVE 0 TO FraisContrat.
           IF ValeurTexte not = SPACES
               COMPUTE FraisContrat = FUNCTION NUMVAL(ValeurTexte)
           END-IF.

      ******************************************************************
      *****                 EXECUTER-SOMME                         *****
      ******************************************************************
      *****               WRITE-RAPPORT-RATIOS                     *****
      ******************************************************************
      *    Une ligne par couple type / annee de souscription : nombre
      *    de contrats, primes, charges (paye + provisions ouvertes),
      *    frais de gestion regles et ratio S/P en pourcentage.
       Write-Rapport-Ratios.
           MOVE 0 TO indexAgregat.
           perform Write-Rapport-Ratios-Trt
           add 1 to indexAgregat.
           MOVE AG-TotalPrimes (indexAgregat) TO PrimesAffiche.
           MOVE AG-TotalCharges (indexAgregat) TO ChargesAffiche.
           MOVE AG-TotalFrais (indexAgregat) TO FraisAffiche.
           IF AG-TotalPrimes (indexAgregat) > 0
               COMPUTE RatioSP ROUNDED =
                   AG-TotalCharges (indexAgregat) * 100
                   ';' DELIMITED SIZE
                   ChargesAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   FraisAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   RatioAffiche DELIMITED SIZE
                   ' %;' DELIMITED SIZE
                   currentDate DELIMITED SIZE
