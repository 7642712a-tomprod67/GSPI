           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/emails_notifications_lot.txt"
           organization is line sequential access sequential.

           select F-Impression
           assign to IMPR-PATH
           organization is line sequential
           file status is IMPR-STATUS-FLUX.

           select F-ImprSource
           assign to IMPR-SOURCE-PATH
           organization is line sequential
           file status is IMPR-STATUS-SOURCE.
      **************************************************************************
      *D A T A    D I V I S I O N                                            *
      **************************************************************************

       FD F-Emails record varying from 0 to 255.
       01 E-Emails pic x(255).

       FD F-Impression record varying from 0 to 250.
       01 E-Impression pic x(250).

       FD F-ImprSource record varying from 0 to 200.
       01 E-ImprSource pic x(200).
      **************************************************************************
      *W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
       01 IdClientNotif pic X(10).
       01 ReferenceNotif pic X(20).
       01 DateEvenementTemp pic X(12).
      *    Langue du destinataire (a blanc : FR) et apporteur
      *    destinataire. Le modele est pris dans la langue de
      *    l'evenement, a defaut en francais ; un evenement adresse a
      *    un apporteur (CODEAPPORTEUR renseigne) est remis a son code
      *    et n'est pas inscrit comme pli au client.
       01 LangueNotif pic X(2).
       01 ApporteurNotif pic X(10).
       01 DestinataireNotif pic X(20).

       01 ModeleTrouve pic 9 value 0.
       01 CanalModele pic X(10).
       01 JB-Horodatage pic X(19).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYHADR OF "cobol/source_cobol".
       COPY CPYIMPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
           display NbCourriersEmis.
           display NbEmailsEmis.
           display NbSansModele.
           display IMPR-NB-PLIS.
           MOVE NbNotifsLues TO JB-LignesLues.
           COMPUTE JB-LignesEcrites =
               NbCourriersEmis + NbEmailsEmis.
                  'TYPEEVENEMENT, ' DELIMITED SIZE
                  'IFNULL(IDCLIENT, ""), ' DELIMITED SIZE
                  'IFNULL(REFERENCE, ""), ' DELIMITED SIZE
                  'DATEEVENEMENT, ' DELIMITED SIZE
                  'IFNULL(LANGUE, ""), ' DELIMITED SIZE
                  'IFNULL(CODEAPPORTEUR, "") ' DELIMITED SIZE
                  'FROM ' DELIMITED SIZE
                  'NOTIFICATIONS ' DELIMITED SIZE
                  'WHERE ' DELIMITED SIZE
               MOVE SPACES TO IdClientNotif
               MOVE SPACES TO ReferenceNotif
               MOVE SPACES TO DateEvenementTemp
               MOVE SPACES TO LangueNotif
               MOVE SPACES TO ApporteurNotif
               CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
                                            IdNotifTemp
                                            TypeEvenementTemp
                                            IdClientNotif
                                            ReferenceNotif
                                            DateEvenementTemp
                                            LangueNotif
                                            ApporteurNotif
               END-CALL

               IF SQLCA-RESULT (1) = NULL
           MOVE 0 TO ModeleTrouve.
           MOVE SPACES TO CanalModele.
           MOVE SPACES TO TexteModele.
           INSPECT LangueNotif REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ApporteurNotif REPLACING ALL LOW-VALUE BY SPACE.
           IF LangueNotif = SPACES
               MOVE 'FR' TO LangueNotif
           END-IF.

           IF SQLCA-CURSOR-CTRL (2) = 1
              SET DB-CURSOR-ALREADY-OPEN TO TRUE
                  'TYPEEVENEMENT ' DELIMITED SIZE
                  '= "' DELIMITED SIZE
                  TypeEvenementTemp DELIMITED SPACE
                  '" AND IFNULL(LANGUE, "FR") IN ("' DELIMITED SIZE
                  LangueNotif DELIMITED SIZE
                  '", "FR") ' DELIMITED SIZE
                  'ORDER BY IFNULL(LANGUE, "FR") = "FR" ' DELIMITED SIZE
                  'LIMIT 1' DELIMITED SIZE
           INTO SQLCA-STATEMENT
           END-STRING.

      *    de la reference et de la date de l'evenement, route vers le
      *    fichier du canal porte par le modele.
       Ecrire-Document-Notification.
           MOVE SPACES TO DestinataireNotif.
           IF ApporteurNotif = SPACES
               MOVE IdClientNotif TO DestinataireNotif
           ELSE
               STRING 'APPORTEUR:' DELIMITED SIZE
                      ApporteurNotif DELIMITED SPACE
               INTO DestinataireNotif
               END-STRING
           END-IF.
           MOVE SPACES TO LIGNE-NOTIFICATION.
           STRING TexteModele DELIMITED SIZE
                   ';' DELIMITED SIZE
                   DestinataireNotif DELIMITED SPACE
                   ';' DELIMITED SIZE
                   ReferenceNotif DELIMITED SPACE
                   ';' DELIMITED SIZE
                   DateEvenementTemp DELIMITED SPACE
           INTO LIGNE-NOTIFICATION
           END-STRING.
           EVALUATE TRUE
               WHEN CanalModele = 'EMAIL'
                   ADD 1 TO NbEmailsEmis
                   write E-Emails from LIGNE-NOTIFICATION
               WHEN ApporteurNotif not = SPACES
                   ADD 1 TO NbCourriersEmis
                   write E-Courriers from LIGNE-NOTIFICATION
               WHEN OTHER
                   ADD 1 TO NbCourriersEmis
                   write E-Courriers from LIGNE-NOTIFICATION
                   MOVE IdClientNotif TO HADR-IDCLIENT
                   MOVE TypeEvenementTemp TO HADR-TYPEDOCUMENT
                   MOVE ReferenceNotif TO HADR-REFERENCE
                   MOVE 'NOTIFLOT' TO HADR-PROGRAMME
                   MOVE currentDate TO HADR-DATE
                   perform HADR-Enregistrer-Envoi
                   MOVE IdClientNotif TO IMPR-IDCLIENT
                   MOVE TypeEvenementTemp TO IMPR-TYPEDOCUMENT
                   MOVE ReferenceNotif TO IMPR-REFERENCE
                   MOVE 'NOTIFLOT' TO IMPR-PROGRAMME
                   MOVE currentDate TO IMPR-DATE
                   MOVE LangueNotif TO IMPR-LANGUE
                   MOVE SPACES TO IMPR-SOURCE-PATH
                   MOVE LIGNE-NOTIFICATION TO IMPR-LIGNE-SOURCE
                   perform IMPR-Deposer-Document
                   IF not IMPR-DEPOSE
                       display "PLI NON DEPOSE NOTIFICATION "
                               ReferenceNotif
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *****           UPDATE-NOTIFICATION-EMISE                    *****
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYHADRP OF "cobol/source_cobol".
       COPY CPYIMPRP OF "cobol/source_cobol".
