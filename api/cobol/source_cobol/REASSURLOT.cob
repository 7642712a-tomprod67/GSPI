      *    SEUILRETENTION de la version de tarif en vigueur), applique
      *    la part cedee en quote-part (BC-PartCedee) et produit le
      *    bordereau de la periode avec un TOTAL de controle.
      *    Le type de sinistre (produit) termine chaque ligne : le
      *    compte technique trimestriel (REASCPTLOT) en tire les
      *    sinistres cedes par produit.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
                   TotalPayeSinistre DELIMITED SIZE
                   ';' DELIMITED SIZE
                   MontantCedeAffiche DELIMITED SIZE
                   ';' DELIMITED SIZE
                   TypeSinistreTemp DELIMITED SPACE
           INTO LIGNE-BORDEREAU
           END-STRING.
           write E-Bordereau from LIGNE-BORDEREAU.
