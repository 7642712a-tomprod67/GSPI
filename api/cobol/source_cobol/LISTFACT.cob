       FD F-DataSubmited record varying from 0 to 255.
       01 E-DataSubmited pic x(255).

       FD F-Response record varying from 0 to 49000.
       01 E-Response pic x(49000).

       FD F-Archive record varying from 0 to 49000.
       01 E-Archive pic x(49000).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       01 IdClientFact pic X(10).
       01 MontantFact pic X(10).
       01 DateFact pic X(10).
      *    Avoirs (voir AVOIRFACT) : type de piece F facture ou A
      *    avoir, et facture annulee par l'avoir. La liste range chaque
      *    avoir juste apres la facture qu'il annule.
       01 TypePieceFact pic X(2).
       01 NumeroOrigineFact pic X(10).

       01 champValeur.
         05 PageChamp Pic X(15).
       01 indexFacture pic 9(4).
       01 DELIMITEUR pic X.

       01 DATA-RESPONSE pic X(48500).
       01 MESSAGE-RESPONSE pic X(150).
       01 STATUT-RESPONSE pic X(6).
       01 CODE-RETOUR pic 9(3).
       01 FACTURE-STRING.
           10 ONE-FACTURE OCCURS 200 PIC X(240).
       01 COMPLETE-RESPONSE pic X(49000).


      *    Identifiant de correlation optionnel (label correlation:)
                                            IdClientFact
                                            MontantFact
                                            DateFact
                                            TypePieceFact
                                            NumeroOrigineFact
                   END-CALL
                   IF SQLCA-RESULT (1) = NULL
                      MOVE 100 TO SQLCODE
                           '"' DELIMITED SIZE
                           DateFact DELIMITED SIZE
                           '"' DELIMITED SIZE
                           ',' DELIMITED SIZE
                           '"typePiece" : ' DELIMITED SIZE
                           '"' DELIMITED SIZE
                           TypePieceFact (1:1) DELIMITED SIZE
                           '"' DELIMITED SIZE
                           ',' DELIMITED SIZE
                           '"numeroFactureOrigine" : ' DELIMITED SIZE
                           '"' DELIMITED SIZE
                           NumeroOrigineFact DELIMITED SIZE
                           '"' DELIMITED SIZE
                           '}' DELIMITED SIZE
                           INTO ONE-FACTURE (indexFacture)
                       END-STRING
                   'IDCONTRAT, ' DELIMITED SIZE
                   'IDCLIENT, ' DELIMITED SIZE
                   'MONTANT, ' DELIMITED SIZE
                   'DATEFACTURE, ' DELIMITED SIZE
                   'IFNULL(TYPEPIECE, "F"), ' DELIMITED SIZE
                   'IFNULL(NUMEROFACTUREORIGINE, "") ' DELIMITED SIZE
                   'FROM '    DELIMITED SIZE
                   'FACTURATION '    DELIMITED SIZE
                   'WHERE '    DELIMITED SIZE
                   '= "' DELIMITED SIZE
                   ClientIdFiltre DELIMITED SIZE
                   '" '    DELIMITED SIZE
                   'ORDER BY ' DELIMITED SIZE
                   'IFNULL(NUMEROFACTUREORIGINE, NUMEROFACTURE), '
                   DELIMITED SIZE
                   'NUMEROFACTURE ' DELIMITED SIZE
                   'LIMIT '    DELIMITED SIZE
                   PageSizeNum DELIMITED SIZE
                   ' OFFSET '    DELIMITED SIZE
                   'IDCONTRAT, ' DELIMITED SIZE
                   'IDCLIENT, ' DELIMITED SIZE
                   'MONTANT, ' DELIMITED SIZE
                   'DATEFACTURE, ' DELIMITED SIZE
                   'IFNULL(TYPEPIECE, "F"), ' DELIMITED SIZE
                   'IFNULL(NUMEROFACTUREORIGINE, "") ' DELIMITED SIZE
                   'FROM '    DELIMITED SIZE
                   'FACTURATION '    DELIMITED SIZE
                   'WHERE '    DELIMITED SIZE
                   '= "' DELIMITED SIZE
                   ContratIdFiltre DELIMITED SIZE
                   '" '    DELIMITED SIZE
                   'ORDER BY ' DELIMITED SIZE
                   'IFNULL(NUMEROFACTUREORIGINE, NUMEROFACTURE), '
                   DELIMITED SIZE
                   'NUMEROFACTURE ' DELIMITED SIZE
                   'LIMIT '    DELIMITED SIZE
                   PageSizeNum DELIMITED SIZE
                   ' OFFSET '    DELIMITED SIZE
                   'IDCONTRAT, ' DELIMITED SIZE
                   'IDCLIENT, ' DELIMITED SIZE
                   'MONTANT, ' DELIMITED SIZE
                   'DATEFACTURE, ' DELIMITED SIZE
                   'IFNULL(TYPEPIECE, "F"), ' DELIMITED SIZE
                   'IFNULL(NUMEROFACTUREORIGINE, "") ' DELIMITED SIZE
                   'FROM '    DELIMITED SIZE
                   'FACTURATION '    DELIMITED SIZE
                   'ORDER BY ' DELIMITED SIZE
                   'IFNULL(NUMEROFACTUREORIGINE, NUMEROFACTURE), '
                   DELIMITED SIZE
                   'NUMEROFACTURE ' DELIMITED SIZE
                   'LIMIT '    DELIMITED SIZE
                   PageSizeNum DELIMITED SIZE
                   ' OFFSET '    DELIMITED SIZE
