      *    assembles par blocs comme le fait DETAILSI pour sa liste de
      *    sinistres. Chaque bloc porte l'identifiant de son parent
      *    (contrat -> client, dossier -> contrat, sinistre ->
      *    dossier, prestation -> sinistre). L'historique date des
      *    adresses (HISTOADRESSE) et les derniers contacts du client
      *    (CONTACTSCLIENT) ferment la vue.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
       FD F-DataSubmited record varying from 0 to 255.
       01 E-DataSubmited pic x(255).

       FD F-Response record varying from 0 to 34000.
       01 E-Response pic x(34000).

       FD F-Archive record varying from 0 to 34000.
       01 E-Archive pic x(34000).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       01 DateNaissAssTemp pic X(15).
       01 indexAssure pic 9(2).

      *    Historique date des adresses du client (HISTOADRESSE, voir
      *    MAJCLI) : les dix versions les plus recentes.
       01 IdVersionTemp pic X(10).
       01 AdresseHisto pic X(100).
       01 CodePostalHisto pic X(5).
       01 VilleHisto pic X(30).
       01 NpaiHisto pic X.
       01 DateDebutHisto pic X(10).
       01 DateFinHisto pic X(10).
       01 SourceHisto pic X(12).
       01 OperateurHisto pic X(10).
       01 indexAdresse pic 9(2).

      *    Journal des contacts du client (CONTACTSCLIENT, voir
      *    CONTACTCLI) : les dix plus recents.
       01 IdContactTemp pic X(10).
       01 DateContactTemp pic X(10).
       01 CanalContactTemp pic X(10).
       01 SensContactTemp pic X(10).
       01 ObjetContactTemp pic X(10).
       01 TexteContactTemp pic X(100).
       01 DateRelanceTemp pic X(10).
       01 StatutRelanceTemp pic X(2).
       01 OperateurContactTemp pic X(10).
       01 indexContact pic 9(2).

       01 indexContrat pic 9(2).
       01 indexDossier pic 9(2).
       01 indexSinistre pic 9(2).
           10 ONE-PRESTA OCCURS 40 PIC X(130).
       01 ASSURE-STRING.
           10 ONE-ASSURE OCCURS 20 PIC X(200).
       01 ADRESSE-STRING.
           10 ONE-ADRESSE OCCURS 10 PIC X(350).
       01 CONTACT-STRING.
           10 ONE-CONTACT OCCURS 10 PIC X(360).

       01 DATA-RESPONSE pic X(33000).
       01 MESSAGE-RESPONSE pic X(150).
       01 STATUT-RESPONSE pic X(6).
       01 CODE-RETOUR pic 9(3).
       01 COMPLETE-RESPONSE pic X(34000).

      *    Identifiant de correlation optionnel (label correlation:)
      *    repris dans la reponse et le nom d'archive.
               perform Lister-Dossiers
               perform Lister-Sinistres
               perform Lister-Prestations
               perform Lister-Adresses
               perform Lister-Contacts
               MOVE "SUCCES = VOILA LA VUE COMPLETE DU CLIENT"
               TO MESSAGE-RESPONSE
               MOVE "SUCCES" TO STATUT-RESPONSE
           MOVE 0 TO SQLCA-CURSOR-CTRL (5).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                 LISTER-ADRESSES                        *****
      ******************************************************************
      *    Versions d'adresse du client, la plus recente en tete. Une
      *    date de fin vide designe l'adresse en cours.
       Lister-Adresses.
           MOVE 0 TO indexAdresse.

           IF SQLCA-CURSOR-CTRL (7) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (7).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'IDHISTOADRESSE, ADRESSE, CODEPOSTAL, VILLE, '
               DELIMITED SIZE
               'ADRESSENPAI, DATEDEBUT, DATEFIN, SOURCE, '
               DELIMITED SIZE
               'OPERATEUR FROM HISTOADRESSE ' DELIMITED SIZE
               'WHERE IDCLIENT = "' DELIMITED SIZE
               IdClientTemp DELIMITED SPACE
               '" ORDER BY IDHISTOADRESSE DESC' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (7)
              END-CALL
              IF SQLCA-RESULT (7) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL SQLCODE not = 0 OR indexAdresse = 10
               MOVE SPACES TO IdVersionTemp
               MOVE SPACES TO AdresseHisto
               MOVE SPACES TO CodePostalHisto
               MOVE SPACES TO VilleHisto
               MOVE SPACES TO NpaiHisto
               MOVE SPACES TO DateDebutHisto
               MOVE SPACES TO DateFinHisto
               MOVE SPACES TO SourceHisto
               MOVE SPACES TO OperateurHisto
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (7)
                                            IdVersionTemp
                                            AdresseHisto
                                            CodePostalHisto
                                            VilleHisto
                                            NpaiHisto
                                            DateDebutHisto
                                            DateFinHisto
                                            SourceHisto
                                            OperateurHisto
               END-CALL
               IF SQLCA-RESULT (7) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
               IF SQLCODE = 0
                   INSPECT AdresseHisto REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT VilleHisto REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT DateFinHisto REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT OperateurHisto
                       REPLACING ALL LOW-VALUE BY SPACE
                   add 1 to indexAdresse
                   if indexAdresse equal 1
                        move ' ' to DELIMITEUR
                    else move ',' to DELIMITEUR
                    end-if
                   STRING DELIMITEUR DELIMITED SIZE
                       '"adresse_' DELIMITED SIZE
                       indexAdresse DELIMITED SIZE
                       '" :{' DELIMITED SIZE
                       '"idVersion" : "' DELIMITED SIZE
                       IdVersionTemp DELIMITED SPACE
                       '","adresse" : "' DELIMITED SIZE
                       AdresseHisto DELIMITED SIZE
                       '","codePostal" : "' DELIMITED SIZE
                       CodePostalHisto DELIMITED SIZE
                       '","ville" : "' DELIMITED SIZE
                       VilleHisto DELIMITED SIZE
                       '","npai" : "' DELIMITED SIZE
                       NpaiHisto DELIMITED SIZE
                       '","dateDebut" : "' DELIMITED SIZE
                       DateDebutHisto DELIMITED SPACE
                       '","dateFin" : "' DELIMITED SIZE
                       DateFinHisto DELIMITED SPACE
                       '","source" : "' DELIMITED SIZE
                       SourceHisto DELIMITED SPACE
                       '","operateur" : "' DELIMITED SIZE
                       OperateurHisto DELIMITED SPACE
                       '"}' DELIMITED SIZE
                   INTO ONE-ADRESSE (indexAdresse)
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE 0 TO SQLCA-CURSOR-CTRL (7).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                 LISTER-CONTACTS                        *****
      ******************************************************************
      *    Derniers contacts du client, le plus recent en tete, avec
      *    leur relance eventuelle (statut 0 en attente, 1 soldee).
       Lister-Contacts.
           MOVE 0 TO indexContact.

           IF SQLCA-CURSOR-CTRL (8) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
           END-IF.

           MOVE 1 TO SQLCA-CURSOR-CTRL (8).

           MOVE LOW-VALUES TO SQLCA-STATEMENT.
           STRING 'SELECT ' DELIMITED SIZE
               'IDCONTACT, DATECONTACT, CANAL, SENS, CODEOBJET, '
               DELIMITED SIZE
               'IFNULL(TEXTE, ""), IFNULL(DATERELANCE, ""), '
               DELIMITED SIZE
               'IFNULL(STATUTRELANCE, ""), OPERATEUR ' DELIMITED SIZE
               'FROM CONTACTSCLIENT ' DELIMITED SIZE
               'WHERE IDCLIENT = "' DELIMITED SIZE
               IdClientTemp DELIMITED SPACE
               '" ORDER BY STR_TO_DATE(DATECONTACT, "%d/%m/%Y") '
               DELIMITED SIZE
               'DESC, IDCONTACT DESC' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

           CALL 'MySQL_query' USING SQLCA-STATEMENT
           END-CALL.
           MOVE RETURN-CODE TO SQLCODE.

           IF SQLCODE = 0
              CALL 'MySQL_use_result' USING SQLCA-RESULT (8)
              END-CALL
              IF SQLCA-RESULT (8) = NULL
                 MOVE 100 TO SQLCODE
              ELSE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           PERFORM UNTIL SQLCODE not = 0 OR indexContact = 10
               MOVE SPACES TO IdContactTemp
               MOVE SPACES TO DateContactTemp
               MOVE SPACES TO CanalContactTemp
               MOVE SPACES TO SensContactTemp
               MOVE SPACES TO ObjetContactTemp
               MOVE SPACES TO TexteContactTemp
               MOVE SPACES TO DateRelanceTemp
               MOVE SPACES TO StatutRelanceTemp
               MOVE SPACES TO OperateurContactTemp
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (8)
                                            IdContactTemp
                                            DateContactTemp
                                            CanalContactTemp
                                            SensContactTemp
                                            ObjetContactTemp
                                            TexteContactTemp
                                            DateRelanceTemp
                                            StatutRelanceTemp
                                            OperateurContactTemp
               END-CALL
               IF SQLCA-RESULT (8) = NULL
                   MOVE 100 TO SQLCODE
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
               IF SQLCODE = 0
                   INSPECT TexteContactTemp
                       REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT DateRelanceTemp
                       REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT StatutRelanceTemp
                       REPLACING ALL LOW-VALUE BY SPACE
                   add 1 to indexContact
                   if indexContact equal 1
                        move ' ' to DELIMITEUR
                    else move ',' to DELIMITEUR
                    end-if
                   STRING DELIMITEUR DELIMITED SIZE
                       '"contact_' DELIMITED SIZE
                       indexContact DELIMITED SIZE
                       '" :{' DELIMITED SIZE
                       '"idContact" : "' DELIMITED SIZE
                       IdContactTemp DELIMITED SPACE
                       '","dateContact" : "' DELIMITED SIZE
                       DateContactTemp DELIMITED SPACE
                       '","canal" : "' DELIMITED SIZE
                       CanalContactTemp DELIMITED SPACE
                       '","sens" : "' DELIMITED SIZE
                       SensContactTemp DELIMITED SPACE
                       '","objet" : "' DELIMITED SIZE
                       ObjetContactTemp DELIMITED SPACE
                       '","texte" : "' DELIMITED SIZE
                       TexteContactTemp DELIMITED SIZE
                       '","dateRelance" : "' DELIMITED SIZE
                       DateRelanceTemp DELIMITED SPACE
                       '","statutRelance" : "' DELIMITED SIZE
                       StatutRelanceTemp DELIMITED SPACE
                       '","operateur" : "' DELIMITED SIZE
                       OperateurContactTemp DELIMITED SPACE
                       '"}' DELIMITED SIZE
                   INTO ONE-CONTACT (indexContact)
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE 0 TO SQLCA-CURSOR-CTRL (8).
           MOVE 0 TO SQLCODE.

      ******************************************************************
      *****                WRITE-RESPONSE-FILE                     *****
      ******************************************************************
                   PRESTA-STRING DELIMITED SIZE
                   '}, "assure" :{' DELIMITED SIZE
                   ASSURE-STRING DELIMITED SIZE
                   '}, "historiqueAdresse" :{' DELIMITED SIZE
                   ADRESSE-STRING DELIMITED SIZE
                   '}, "contact" :{' DELIMITED SIZE
                   CONTACT-STRING DELIMITED SIZE
                   '}' DELIMITED SIZE
           INTO DATA-RESPONSE
           END-STRING.
