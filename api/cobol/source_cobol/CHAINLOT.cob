
       01 NomProgrammeEtape pic X(12).
       01 CommandeEtape pic X(200).
      *    Surveillance des passages (SURVLOT) lancee apres chaque
      *    etape, reussie ou non ; son issue n'influe pas sur la
      *    chaine.
       01 CommandeSurveillance pic X(200) value "SURVLOT".
      *    Regroupement du courrier du jour (REGROUPLOT) lance une
      *    fois la chaine deroulee en entier.
       01 CommandeRegroupement pic X(200) value "REGROUPLOT".
       01 CodeRetourEtape pic S9(4).

       01 CodeSortieJournal pic X(2).

       GSPI-Trt.
           perform Derouler-Chaine.
           IF ChaineEnEchec = 0
               CALL "SYSTEM" USING CommandeRegroupement
               END-CALL
               MOVE 0 TO RETURN-CODE
           END-IF.

       GSPI-Fin.
           close F-Rapport.
               perform Write-Ligne-Rapport-Echec
           END-IF.

           CALL "SYSTEM" USING CommandeSurveillance
           END-CALL.
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      *****               VERIFIER-JOURNAL-BATCH                   *****
      ******************************************************************
