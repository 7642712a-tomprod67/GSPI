       01 AuditNouvelleValeur pic X(50).

       COPY CPYTOM OF "cobol/source_cobol".
       COPY CPYMVPR OF "cobol/source_cobol".
      ******************************************************************
      *P R O C E D U R E   D I V I S I O N
      ******************************************************************
               ADD 1 TO NbReglementsAuto
               ADD MontantDemande TO TotalMontantsAuto
               perform Consommer-Garantie-Dossier
               perform Consommer-Provision-Sinistre
               MOVE SPACES TO AuditAncienneValeur
               MOVE MontantDemande TO AuditNouvelleValeur
               MOVE IdPrestationTemp TO AuditIdEnregistrement
           MOVE RETURN-CODE TO SQLCODE.
           MOVE 0 TO SQLCODE.

      *    Le reglement consomme la provision du sinistre, comme une
      *    approbation de VALIDPRE (voir CPYMVPR).
       Consommer-Provision-Sinistre.
           MOVE SinistreIdTemp TO MVPR-IDSINISTRE.
           MOVE currentDate TO MVPR-DATE.
           MOVE MontantDemande TO MVPR-MONTANT.
           MOVE SPACES TO MVPR-REFERENCE.
           STRING 'PRESTATION ' DELIMITED SIZE
                  IdPrestationTemp DELIMITED SPACE
           INTO MVPR-REFERENCE
           END-STRING.
           MOVE 'AUTOREGLOT' TO MVPR-PROGRAMME.
           perform MVPR-Consommer-Provision.

      ******************************************************************
      *****               WRITE-LIGNE-SYNTHESE                     *****
      ******************************************************************
           CALL "MySQL_close"
           END-CALL.
           EXIT.
       COPY CPYMVPRP OF "cobol/source_cobol".
