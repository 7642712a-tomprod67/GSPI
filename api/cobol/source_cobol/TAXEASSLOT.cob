      *    alimentee par FACTURLOT) et produit le fichier de
      *    declaration : un en-tete, une ligne par taux (base nette,
      *    taxe due), un TOTAL.
      *    Les avoirs (voir AVOIRFACT) sont des pieces negatives de
      *    FACTURATION rattachees au mois de leur emission : ils
      *    viennent en deduction de la base et de la taxe du trimestre
      *    ou ils sont emis, au taux de la facture qu'ils annulent. La
      *    ligne par taux compte a part les factures et les avoirs.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.

       01 TauxTaxeTemp pic X(10).
       01 NbFacturesTexte pic X(10).
       01 NbAvoirsTexte pic X(10).
       01 TotalNetTexte pic X(15).
       01 TotalTaxeTexte pic X(15).

       01 TotalNetNum pic S9(9)V99.
       01 TotalTaxeNum pic S9(9)V99.
       01 TotalNetAffiche pic -(8)9,99.
       01 TotalTaxeAffiche pic -(8)9,99.

       01 CumulTaxe pic S9(9)V99 value 0.
       01 CumulNet pic S9(9)V99 value 0.
       01 CumulTaxeAffiche pic -(8)9,99.
       01 CumulNetAffiche pic -(8)9,99.

       01 NbTauxDeclares pic 9(2) value 0.

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
                  'TAUXTAXE, ' DELIMITED SIZE
                  'SUM(IF(IFNULL(TYPEPIECE, "F") = "A", 0, 1)), '
                  DELIMITED SIZE
                  'SUM(IF(IFNULL(TYPEPIECE, "F") = "A", 1, 0)), '
                  DELIMITED SIZE
                  'IFNULL(SUM(REPLACE(MONTANTNET, ",", ".")), 0
      -           '), ' DELIMITED SIZE
                  'IFNULL(SUM(REPLACE(MONTANTTAXE, ",", ".")), 0
           PERFORM UNTIL NOT DB-OK
               MOVE SPACES TO TauxTaxeTemp
               MOVE SPACES TO NbFacturesTexte
               MOVE SPACES TO NbAvoirsTexte
               MOVE SPACES TO TotalNetTexte
               MOVE SPACES TO TotalTaxeTexte
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            TauxTaxeTemp
                                            NbFacturesTexte
                                            NbAvoirsTexte
                                            TotalNetTexte
                                            TotalTaxeTexte
               END-CALL
                   TotalNetAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TotalTaxeAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   NbAvoirsTexte DELIMITED SPACE
           INTO LIGNE-DECLARATION
           END-STRING.
           write E-Declaration from LIGNE-DECLARATION.
