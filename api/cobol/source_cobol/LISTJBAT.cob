       FD F-DataSubmited record varying from 0 to 255.
       01 E-DataSubmited pic x(255).

       FD F-Response record varying from 0 to 47500.
       01 E-Response pic x(47500).

       FD F-Archive record varying from 0 to 47500.
       01 E-Archive pic x(47500).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       01 LignesLuesJB pic X(8).
       01 LignesEcritesJB pic X(8).
       01 CodeSortieJB pic X(2).
      *    Motif en clair, renseigne pour les entrees REFUS (fichier
      *    entrant refuse, voir CPYFICHP).
       01 MessageJB pic X(100).

       01 champValeur.
         05 PageChamp Pic X(15).
       01 indexPassage pic 9(4).
       01 DELIMITEUR pic X.

       01 DATA-RESPONSE pic X(47000).
       01 MESSAGE-RESPONSE pic X(150).
       01 STATUT-RESPONSE pic X(6).
       01 CODE-RETOUR pic 9(3).
       01 PASSAGE-STRING.
           10 ONE-PASSAGE OCCURS 200 PIC X(230).
       01 COMPLETE-RESPONSE pic X(47500).


      *    Identifiant de correlation optionnel (label correlation:)
                                            LignesLuesJB
                                            LignesEcritesJB
                                            CodeSortieJB
                                            MessageJB
                   END-CALL
                   IF SQLCA-RESULT (1) = NULL
                      MOVE 100 TO SQLCODE
                   WHEN DB-NOT-FOUND
                       continue
                   WHEN DB-OK
                       INSPECT MessageJB
                           REPLACING ALL LOW-VALUE BY SPACE
                       STRING DELIMITEUR DELIMITED SIZE
                           '"passage_' DELIMITED SIZE
                           indexPassage DELIMITED SIZE
                           '"' DELIMITED SIZE
                           CodeSortieJB DELIMITED SIZE
                           '"' DELIMITED SIZE
                           ',' DELIMITED SIZE
                           '"message" : ' DELIMITED SIZE
                           '"' DELIMITED SIZE
                           MessageJB DELIMITED SIZE
                           '"' DELIMITED SIZE
                           '}' DELIMITED SIZE
                           INTO ONE-PASSAGE (indexPassage)
                       END-STRING
                   'HORODATAGE, ' DELIMITED SIZE
                   'LIGNESLUES, ' DELIMITED SIZE
                   'LIGNESECRITES, ' DELIMITED SIZE
                   'CODESORTIE, ' DELIMITED SIZE
                   'IFNULL(MESSAGE, "") ' DELIMITED SIZE
                   'FROM '    DELIMITED SIZE
                   'JOURNALBATCH '    DELIMITED SIZE
                   'WHERE '    DELIMITED SIZE
                   'HORODATAGE, ' DELIMITED SIZE
                   'LIGNESLUES, ' DELIMITED SIZE
                   'LIGNESECRITES, ' DELIMITED SIZE
                   'CODESORTIE, ' DELIMITED SIZE
                   'IFNULL(MESSAGE, "") ' DELIMITED SIZE
                   'FROM '    DELIMITED SIZE
                   'JOURNALBATCH '    DELIMITED SIZE
                   'ORDER BY HORODATAGE DESC ' DELIMITED SIZE
