           organization is line sequential
           file status is WS-FACTURATION-STATUS.

           select F-Avoirs
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/avoirs_emis.txt"
           organization is line sequential
           file status is WS-AVOIRS-STATUS.

           select F-RetoursBancaires
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/retours_bancaires_lot.txt"
           organization is line sequential
           file status is WS-REMBOURSEMENTS-STATUS.

           select F-Recouvrements
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/recouvrements_tiers_lot.txt"
           organization is line sequential
           file status is WS-RECOUVREMENTS-STATUS.

           select F-Agence
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/recouvrement_agence_lot.txt"
           organization is line sequential
           file status is WS-AGENCE-STATUS.

           select F-ChequesAnnules
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/cheques_annules_lot.txt"
           organization is line sequential
           file status is WS-CHEQUES-STATUS.

           select F-Ppna
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/ppna_lot.txt"
           organization is line sequential
           file status is WS-PPNA-STATUS.

           select F-ProvSin
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/provisions_sinistres_lot.txt"
           organization is line sequential
           file status is WS-PROVSIN-STATUS.

           select F-Balance
           assign to "/home/thomas/dev/projet_git/cobol-stage1/api/data_
      -              "txt/balance_generale_lot.txt"
       FD F-Facturation record varying from 0 to 200.
       01 E-Facturation pic x(200).

       FD F-Avoirs record varying from 0 to 200.
       01 E-Avoirs pic x(200).

       FD F-RetoursBancaires record varying from 0 to 255.
       01 E-RetoursBancaires pic x(255).

       FD F-Remboursements record varying from 0 to 200.
       01 E-Remboursements pic x(200).

       FD F-Recouvrements record varying from 0 to 200.
       01 E-Recouvrements pic x(200).

       FD F-Agence record varying from 0 to 200.
       01 E-Agence pic x(200).

       FD F-ChequesAnnules record varying from 0 to 200.
       01 E-ChequesAnnules pic x(200).

       FD F-Ppna record varying from 0 to 200.
       01 E-Ppna pic x(200).

       FD F-ProvSin record varying from 0 to 200.
       01 E-ProvSin pic x(200).

       FD F-Balance record varying from 0 to 200.
       01 E-Balance pic x(200).

       WORKING-STORAGE SECTION.

       01 Boucleur-read-facturation pic 9.
       01 Boucleur-read-avoirs pic 9.
       01 Boucleur-read-retours pic 9.
       01 Boucleur-read-ordres pic 9.
       01 Boucleur-read-remboursements pic 9.
       01 Boucleur-read-recouvrements pic 9.
       01 Boucleur-read-agence pic 9.
       01 Boucleur-read-cheques pic 9.
       01 Boucleur-read-ppna pic 9.
       01 Boucleur-read-provsin pic 9.

       01 WS-FACTURATION-STATUS pic XX.
       01 WS-AVOIRS-STATUS pic XX.
       01 WS-RETOURS-STATUS pic XX.
       01 WS-ORDRES-STATUS pic XX.
       01 WS-REMBOURSEMENTS-STATUS pic XX.
       01 WS-RECOUVREMENTS-STATUS pic XX.
       01 WS-AGENCE-STATUS pic XX.
       01 WS-CHEQUES-STATUS pic XX.
       01 WS-PPNA-STATUS pic XX.
       01 WS-PROVSIN-STATUS pic XX.

       01 SYSTEME-DATE.
           03 AA PIC 99.
       01 CompteBanque pic X(6) value '512000'.
       01 ComptePrestations pic X(6) value '622000'.
       01 CompteManquant pic 9 value 0.
      *    Recours contre tiers encaisses : viennent en diminution de
      *    la charge de prestations. Compte hors schema obligatoire,
      *    controle ligne a ligne au moment de poster.
       01 CompteRecours pic X(6) value '622900'.
      *    Honoraires d'expert et frais d'avocat des sinistres
      *    (factures de GESTFRAIS reglees par REGLEPRELOT) : frais de
      *    gestion des sinistres, distincts de la charge de
      *    prestations, controles ligne a ligne comme les recours.
       01 CompteFraisGestion pic X(6) value '622600'.
      *    Creances de cotisations passees en perte apres l'agence de
      *    recouvrement, controle ligne a ligne comme les recours.
       01 ComptePertes pic X(6) value '654000'.
      *    Provision pour primes non acquises arretee par PPNALOT et
      *    sa contrepartie en produit, controles ligne a ligne.
       01 CompteProvisionPpna pic X(6) value '320000'.
       01 CompteVariationPpna pic X(6) value '706900'.
       01 ComptesPpnaTrouves pic 9 value 0.
      *    Provision pour sinistres a payer liberee a la cloture des
      *    sinistres dormants (DORMSINLOT) et sa contrepartie en
      *    variation de la charge de sinistres, controles ligne a
      *    ligne.
       01 CompteProvisionSinistres pic X(6) value '330000'.
       01 CompteVariationSinistres pic X(6) value '622800'.
       01 ComptesPsapTrouves pic 9 value 0.

      *    Cumuls debit/credit par compte pour la balance de fin de
      *    mois, alimentes au fil des ecritures posees.
       01 FactNet pic X(10).
       01 FactTaxe pic X(10).

       01 AvoirIdContrat pic X(10).
       01 AvoirIdClient pic X(10).
       01 AvoirMontant pic X(12).
       01 AvoirDate pic X(12).
       01 AvoirNumero pic X(10).
       01 AvoirFactureOrigine pic X(10).
       01 AvoirNet pic X(12).
       01 AvoirTaxe pic X(12).

       01 RetourIdContrat pic X(10).
       01 RetourMontant pic X(10).
       01 RetourFlag pic X(2).
       01 RembMotif pic X(40).
       01 RembDate pic X(12).

       01 RecouvIdSinistre pic X(10).
       01 RecouvMontant pic X(12).
       01 RecouvDate pic X(12).
       01 RecouvOrigine pic X(12).

       01 AgenceNature pic X(10).
       01 AgenceIdContrat pic X(10).
       01 AgenceMontant pic X(15).
       01 AgenceDate pic X(12).
       01 AgenceMotif pic X(20).

       01 ChequeNature pic X(10).
       01 ChequeNumero pic X(10).
       01 ChequeIdPrestation pic X(10).
       01 ChequeMontant pic X(15).
       01 ChequeRetenue pic X(15).
       01 ChequeDate pic X(12).

       01 PpnaCode pic X(10).
       01 PpnaPeriode pic X(10).
       01 PpnaNature pic X(10).
       01 PpnaMontant pic X(15).
       01 PpnaDate pic X(12).

       01 PsapCode pic X(10).
       01 PsapSinistre pic X(10).
       01 PsapNature pic X(10).
       01 PsapMontant pic X(15).
       01 PsapDate pic X(12).

       01 MontantMouvement pic 9(8)V99.
       01 MontantNetMouvement pic 9(8)V99.
       01 MontantTaxeMouvement pic 9(8)V99.
      ******************************************************************
      *****                COMPTABILISER-FLUX                      *****
      ******************************************************************
      *    Deroule les neuf sources de mouvements de la nuit sur la
      *    meme connexion : factures emises, avoirs emis, retours
      *    bancaires, ordres de reglement de prestations,
      *    remboursements de resiliation, recouvrements sur recours
      *    contre tiers, retours de l'agence de recouvrement,
      *    cheques de prestation annules, variation de la provision
      *    pour primes non acquises et provisions pour sinistres a
      *    payer liberees.
       Comptabiliser-Flux.
           perform Comptabiliser-Flux-Init.
           perform Comptabiliser-Facturation.
           perform Comptabiliser-Avoirs.
           perform Comptabiliser-Retours.
           perform Comptabiliser-Ordres.
           perform Comptabiliser-Remboursements.
           perform Comptabiliser-Recouvrements.
           perform Comptabiliser-Agence.
           perform Comptabiliser-Cheques-Annules.
           perform Comptabiliser-Ppna.
           perform Comptabiliser-Provisions-Sinistres.
           perform Comptabiliser-Flux-Fin.

       Comptabiliser-Flux-Init.
               END-IF
           END-IF.

      ******************************************************************
      *****               COMPTABILISER-AVOIRS                     *****
      ******************************************************************
      *    Un avoir emis par AVOIRFACT contre une facture : ecriture
      *    inverse de la facturation, au jour de l'emission de l'avoir
      *    (credit du compte clients pour le TTC, debit des primes pour
      *    le net et debit des taxes collectees pour la taxe extournee).
      *    Journal VT.
       Comptabiliser-Avoirs.
           move 0 to Boucleur-read-avoirs.
           open INPUT F-Avoirs.
           IF WS-AVOIRS-STATUS not = "00"
               move 1 to Boucleur-read-avoirs
           END-IF.
           perform Comptabiliser-Avoirs-Trt
               until Boucleur-read-avoirs = 1.
           IF WS-AVOIRS-STATUS = "00"
               close F-Avoirs
      *    Fichier consomme une fois comptabilise (voir facturation).
               open output F-Avoirs
               close F-Avoirs
           END-IF.

       Comptabiliser-Avoirs-Trt.
           read F-Avoirs
               at end
                   move 1 to Boucleur-read-avoirs
               not at end
                   perform Comptabiliser-Un-Avoir
           end-read.

       Comptabiliser-Un-Avoir.
           MOVE SPACES TO AvoirIdContrat.
           MOVE SPACES TO AvoirMontant.
           MOVE SPACES TO AvoirNet.
           MOVE SPACES TO AvoirTaxe.
           unstring E-Avoirs delimited by ";" into
            AvoirIdContrat
            AvoirIdClient
            AvoirMontant
            AvoirDate
            AvoirNumero
            AvoirFactureOrigine
            AvoirNet
            AvoirTaxe
           end-unstring.

           IF AvoirIdContrat = SPACES OR AvoirMontant = SPACES
               OR AvoirNet = SPACES
               MOVE "LIGNE AVOIR MALFORMEE" TO MotifException
               MOVE E-Avoirs (1:100) TO LIGNE-EXCEPTION
               perform Write-Ligne-Exception
           ELSE
               COMPUTE MontantMouvement =
                   FUNCTION NUMVAL(AvoirMontant)
               COMPUTE MontantNetMouvement =
                   FUNCTION NUMVAL(AvoirNet)
               COMPUTE MontantTaxeMouvement =
                   FUNCTION NUMVAL(AvoirTaxe)
               ADD 1 TO NumeroPieceCourant
               ADD 1 TO NbPiecesComptabilisees
               MOVE 'VT' TO EcritureJournal
               MOVE SPACES TO EcritureReference
               STRING 'AVOIR ' DELIMITED SIZE
                      AvoirNumero DELIMITED SPACE
                      ' FACT ' DELIMITED SIZE
                      AvoirFactureOrigine DELIMITED SPACE
               INTO EcritureReference
               END-STRING
               MOVE 'AVOIR SUR PRIME FACTUREE' TO EcritureLibelle

               MOVE CompteClients TO EcritureCompte
               MOVE 'C' TO EcritureSens
               MOVE MontantMouvement TO EcritureMontant
               perform Poster-Ecriture

               MOVE ComptePrimes TO EcritureCompte
               MOVE 'D' TO EcritureSens
               MOVE MontantNetMouvement TO EcritureMontant
               perform Poster-Ecriture

               IF MontantTaxeMouvement > 0
                   MOVE CompteTaxes TO EcritureCompte
                   MOVE 'D' TO EcritureSens
                   MOVE MontantTaxeMouvement TO EcritureMontant
                   perform Poster-Ecriture
               END-IF
           END-IF.

      ******************************************************************
      *****               COMPTABILISER-RETOURS                    *****
      ******************************************************************
               at end
                   move 1 to Boucleur-read-retours
               not at end
      *    Entete et total de controle de la banque (voir ENCAISSLOT).
                   IF E-RetoursBancaires (1:7) not = 'ENTETE;'
                      AND E-RetoursBancaires (1:6) not = 'TOTAL;'
                       perform Comptabiliser-Un-Retour
                   END-IF
           end-read.

       Comptabiliser-Un-Retour.
               MOVE "LIGNE ORDRE PAIEMENT MALFORMEE" TO MotifException
               MOVE E-OrdresPaiement (1:100) TO LIGNE-EXCEPTION
               perform Write-Ligne-Exception
           ELSE
           IF OrdreBeneficiaire = "HONORAIRES"
              OR OrdreBeneficiaire = "FRAISAVOCAT"
               perform Comptabiliser-Un-Ordre-Frais
           ELSE
               COMPUTE MontantMouvement =
                   FUNCTION NUMVAL(OrdreMontant)
                      OrdreIdPrestation DELIMITED SPACE
               INTO EcritureReference
               END-STRING
               IF OrdreBeneficiaire = "CHEQUE"
                   MOVE 'PRESTATION REGLEE PAR CHEQUE'
                   TO EcritureLibelle
               ELSE
                   MOVE 'PRESTATION REGLEE' TO EcritureLibelle
               END-IF
               MOVE ComptePrestations TO EcritureCompte
               MOVE 'D' TO EcritureSens
               MOVE MontantMouvement TO EcritureMontant
                   perform Poster-Ecriture
               END-IF
           END-IF
           END-IF
           END-IF.

      *    Facture de frais de gestion reglee au prestataire : debit
      *    des frais de gestion des sinistres, credit banque, sans
      *    retenue. Journal OD, reference FRAIS et numero de facture.
       Comptabiliser-Un-Ordre-Frais.
           MOVE CompteFraisGestion TO EcritureCompte.
           perform Chercher-Compte-Plan.
           IF ComptePlanTrouve = 0
               MOVE "COMPTE FRAIS DE GESTION ABSENT DU PLAN"
                   TO MotifException
               MOVE E-OrdresPaiement (1:100) TO LIGNE-EXCEPTION
               perform Write-Ligne-Exception
           ELSE
               COMPUTE MontantMouvement =
                   FUNCTION NUMVAL(OrdreMontant)
               ADD 1 TO NumeroPieceCourant
               ADD 1 TO NbPiecesComptabilisees
               MOVE 'OD' TO EcritureJournal
               MOVE SPACES TO EcritureReference
               STRING 'FRAIS ' DELIMITED SIZE
                      OrdreIdPrestation DELIMITED SPACE
               INTO EcritureReference
               END-STRING
               IF OrdreBeneficiaire = "FRAISAVOCAT"
                   MOVE 'FRAIS D AVOCAT REGLES' TO EcritureLibelle
               ELSE
                   MOVE 'HONORAIRES D EXPERT REGLES' TO EcritureLibelle
               END-IF
               MOVE CompteFraisGestion TO EcritureCompte
               MOVE 'D' TO EcritureSens
               MOVE MontantMouvement TO EcritureMontant
               perform Poster-Ecriture
               MOVE CompteBanque TO EcritureCompte
               MOVE 'C' TO EcritureSens
               perform Poster-Ecriture
           END-IF.

      ******************************************************************
                      RembIdContrat DELIMITED SPACE
               INTO EcritureReference
               END-STRING
      *    Le remboursement de l'excedent d'un avoir (AVOIRFACT) solde
      *    le compte client deja credite par l'ecriture de l'avoir ;
      *    un trop-percu rembourse par TROPPERLOT solde de meme le
      *    compte client credite par l'encaissement en trop ;
      *    la prime non courue d'une resiliation vient en diminution
      *    des primes.
               EVALUATE TRUE
                   WHEN RembMotif (1:5) = 'AVOIR'
                       MOVE 'EXCEDENT D AVOIR REMBOURSE'
                           TO EcritureLibelle
                       MOVE CompteClients TO EcritureCompte
                   WHEN RembMotif (1:10) = 'TROP PERCU'
                       MOVE 'TROP PERCU REMBOURSE' TO EcritureLibelle
                       MOVE CompteClients TO EcritureCompte
                   WHEN OTHER
                       MOVE 'PRIME NON COURUE REMBOURSEE'
                           TO EcritureLibelle
                       MOVE ComptePrimes TO EcritureCompte
               END-EVALUATE
               MOVE 'D' TO EcritureSens
               MOVE MontantMouvement TO EcritureMontant
               perform Poster-Ecriture
               perform Poster-Ecriture
           END-IF.

      ******************************************************************
      *****            COMPTABILISER-RECOUVREMENTS                 *****
      ******************************************************************
      *    Un recouvrement sur recours contre tiers rapproche par
      *    ENCAISSLOT ou MATCHENC : l'encaissement bancaire a deja ete
      *    passe au compte clients par le retour bancaire, l'ecriture
      *    le reclasse en diminution de la charge de prestations -
      *    debit clients, credit recours encaisses. Journal OD.
       Comptabiliser-Recouvrements.
           move 0 to Boucleur-read-recouvrements.
           open INPUT F-Recouvrements.
           IF WS-RECOUVREMENTS-STATUS not = "00"
               move 1 to Boucleur-read-recouvrements
           END-IF.
           perform Comptabiliser-Recouvrements-Trt
               until Boucleur-read-recouvrements = 1.
           IF WS-RECOUVREMENTS-STATUS = "00"
               close F-Recouvrements
      *    Fichier consomme une fois comptabilise (voir facturation).
               open output F-Recouvrements
               close F-Recouvrements
           END-IF.

       Comptabiliser-Recouvrements-Trt.
           read F-Recouvrements
               at end
                   move 1 to Boucleur-read-recouvrements
               not at end
                   perform Comptabiliser-Un-Recouvrement
           end-read.

       Comptabiliser-Un-Recouvrement.
           MOVE SPACES TO RecouvIdSinistre.
           MOVE SPACES TO RecouvMontant.
           MOVE SPACES TO RecouvDate.
           MOVE SPACES TO RecouvOrigine.
           unstring E-Recouvrements delimited by ";" into
            RecouvIdSinistre
            RecouvMontant
            RecouvDate
            RecouvOrigine
           end-unstring.

           MOVE CompteRecours TO EcritureCompte.
           perform Chercher-Compte-Plan.
           IF RecouvIdSinistre = SPACES OR RecouvMontant = SPACES
               MOVE "LIGNE RECOUVREMENT MALFORMEE" TO MotifException
               MOVE E-Recouvrements (1:100) TO LIGNE-EXCEPTION
               perform Write-Ligne-Exception
           ELSE
           IF ComptePlanTrouve = 0
               MOVE "COMPTE RECOURS ABSENT DU PLAN" TO MotifException
               MOVE E-Recouvrements (1:100) TO LIGNE-EXCEPTION
               perform Write-Ligne-Exception
           ELSE
               COMPUTE MontantMouvement =
                   FUNCTION NUMVAL(RecouvMontant)
               ADD 1 TO NumeroPieceCourant
               ADD 1 TO NbPiecesComptabilisees
               MOVE 'OD' TO EcritureJournal
               MOVE SPACES TO EcritureReference
               STRING 'RECOURS SINISTRE ' DELIMITED SIZE
                      RecouvIdSinistre DELIMITED SPACE
               INTO EcritureReference
               END-STRING
               MOVE 'RECOURS CONTRE TIERS ENCAISSE' TO EcritureLibelle
               MOVE CompteClients TO EcritureCompte
               MOVE 'D' TO EcritureSens
               MOVE MontantMouvement TO EcritureMontant
               perform Poster-Ecriture
               MOVE CompteRecours TO EcritureCompte
               MOVE 'C' TO EcritureSens
               perform Poster-Ecriture
           END-IF
           END-IF.

      ******************************************************************
      *****               COMPTABILISER-AGENCE                     *****
      ******************************************************************
      *    Retours de l'agence de recouvrement integres par
      *    RECOUVRETLOT. ENCAISSE : somme recouvree, debit banque,
      *    credit clients (journal BQ, comme un retour bancaire OK).
      *    PERTE : creance irrecouvrable, debit pertes sur creances,
      *    credit clients (journal OD) - la creance sort du compte
      *    clients ou la facturation l'avait portee.
       Comptabiliser-Agence.
           move 0 to Boucleur-read-agence.
           open INPUT F-Agence.
           IF WS-AGENCE-STATUS not = "00"
               move 1 to Boucleur-read-agence
           END-IF.
           perform Comptabiliser-Agence-Trt
               until Boucleur-read-agence = 1.
           IF WS-AGENCE-STATUS = "00"
               close F-Agence
      *    Fichier consomme une fois comptabilise (voir facturation).
               open output F-Agence
               close F-Agence
           END-IF.

       Comptabiliser-Agence-Trt.
           read F-Agence
               at end
                   move 1 to Boucleur-read-agence
               not at end
                   perform Comptabiliser-Un-Retour-Agence
           end-read.

       Comptabiliser-Un-Retour-Agence.
           MOVE SPACES TO AgenceNature.
           MOVE SPACES TO AgenceIdContrat.
           MOVE SPACES TO AgenceMontant.
           MOVE SPACES TO AgenceDate.
           MOVE SPACES TO AgenceMotif.
           unstring E-Agence delimited by ";" into
            AgenceNature
            AgenceIdContrat
            AgenceMontant
            AgenceDate
            AgenceMotif
           end-unstring.

           MOVE ComptePertes TO EcritureCompte.
           perform Chercher-Compte-Plan.
           IF AgenceIdContrat = SPACES OR AgenceMontant = SPACES
               OR (AgenceNature not = "ENCAISSE"
                   AND AgenceNature not = "PERTE")
               MOVE "LIGNE AGENCE RECOUVREMENT MALFORMEE"
               TO MotifException
               MOVE E-Agence (1:100) TO LIGNE-EXCEPTION
               perform Write-Ligne-Exception
           ELSE
           IF AgenceNature = "PERTE" AND ComptePlanTrouve = 0
               MOVE "COMPTE PERTES ABSENT DU PLAN" TO MotifException
               MOVE E-Agence (1:100) TO LIGNE-EXCEPTION
               perform Write-Ligne-Exception
           ELSE
               COMPUTE MontantMouvement =
                   FUNCTION NUMVAL(AgenceMontant)
               ADD 1 TO NumeroPieceCourant
               ADD 1 TO NbPiecesComptabilisees
               MOVE SPACES TO EcritureReference
               STRING 'CONTRAT ' DELIMITED SIZE
                      AgenceIdContrat DELIMITED SPACE
               INTO EcritureReference
               END-STRING
               MOVE MontantMouvement TO EcritureMontant
               IF AgenceNature = "ENCAISSE"
                   MOVE 'BQ' TO EcritureJournal
                   MOVE 'ENCAISSEMENT AGENCE RECOUVREMENT'
                   TO EcritureLibelle
                   MOVE CompteBanque TO EcritureCompte
               ELSE
                   MOVE 'OD' TO EcritureJournal
                   MOVE SPACES TO EcritureLibelle
                   STRING 'CREANCE IRRECOUVRABLE ' DELIMITED SIZE
                          AgenceMotif DELIMITED SPACE
                   INTO EcritureLibelle
                   END-STRING
                   MOVE ComptePertes TO EcritureCompte
               END-IF
               MOVE 'D' TO EcritureSens
               perform Poster-Ecriture
               MOVE CompteClients TO EcritureCompte
               MOVE 'C' TO EcritureSens
               perform Poster-Ecriture
           END-IF
           END-IF.

      ******************************************************************
      *****            COMPTABILISER-CHEQUES-ANNULES               *****
      ******************************************************************
      *    Cheques de prestation non encaisses dans le delai, annules
      *    par CHEQUELOT : la prestation repart en reglement, le
      *    paiement est donc contre-passe en entier (journal OD).
      *    Debit banque du montant du cheque, debit clients de la
      *    retenue sur arrieres (elle sera reprise a la reemission),
      *    credit des prestations pour la somme des deux.
       Comptabiliser-Cheques-Annules.
           move 0 to Boucleur-read-cheques.
           open INPUT F-ChequesAnnules.
           IF WS-CHEQUES-STATUS not = "00"
               move 1 to Boucleur-read-cheques
           END-IF.
           perform Comptabiliser-Cheques-Annules-Trt
               until Boucleur-read-cheques = 1.
           IF WS-CHEQUES-STATUS = "00"
               close F-ChequesAnnules
      *    Fichier consomme une fois comptabilise (voir facturation).
               open output F-ChequesAnnules
               close F-ChequesAnnules
           END-IF.

       Comptabiliser-Cheques-Annules-Trt.
           read F-ChequesAnnules
               at end
                   move 1 to Boucleur-read-cheques
               not at end
                   perform Comptabiliser-Un-Cheque-Annule
           end-read.

       Comptabiliser-Un-Cheque-Annule.
           MOVE SPACES TO ChequeNature.
           MOVE SPACES TO ChequeNumero.
           MOVE SPACES TO ChequeIdPrestation.
           MOVE SPACES TO ChequeMontant.
           MOVE SPACES TO ChequeRetenue.
           MOVE SPACES TO ChequeDate.
           unstring E-ChequesAnnules delimited by ";" into
            ChequeNature
            ChequeNumero
            ChequeIdPrestation
            ChequeMontant
            ChequeRetenue
            ChequeDate
           end-unstring.

           IF ChequeNature not = "ANNULE" OR ChequeNumero = SPACES
               OR ChequeMontant = SPACES
               MOVE "LIGNE CHEQUE ANNULE MALFORMEE" TO MotifException
               MOVE E-ChequesAnnules (1:100) TO LIGNE-EXCEPTION
               perform Write-Ligne-Exception
           ELSE
               COMPUTE MontantMouvement =
                   FUNCTION NUMVAL(ChequeMontant)
               MOVE 0 TO MontantRetenueMouvement
               IF ChequeRetenue not = SPACES
                   COMPUTE MontantRetenueMouvement =
                       FUNCTION NUMVAL(ChequeRetenue)
               END-IF
               ADD 1 TO NumeroPieceCourant
               ADD 1 TO NbPiecesComptabilisees
               MOVE 'OD' TO EcritureJournal
               MOVE SPACES TO EcritureReference
               STRING 'CHEQUE ' DELIMITED SIZE
                      ChequeNumero DELIMITED SPACE
               INTO EcritureReference
               END-STRING
               MOVE 'CHEQUE PRESTATION PERIME ANNULE'
               TO EcritureLibelle
               MOVE CompteBanque TO EcritureCompte
               MOVE 'D' TO EcritureSens
               MOVE MontantMouvement TO EcritureMontant
               perform Poster-Ecriture
               IF MontantRetenueMouvement > 0
                   MOVE CompteClients TO EcritureCompte
                   MOVE 'D' TO EcritureSens
                   MOVE MontantRetenueMouvement TO EcritureMontant
                   perform Poster-Ecriture
               END-IF
               MOVE ComptePrestations TO EcritureCompte
               MOVE 'C' TO EcritureSens
               COMPUTE EcritureMontant =
                   MontantMouvement + MontantRetenueMouvement
               perform Poster-Ecriture
           END-IF.

      ******************************************************************
      *****                 COMPTABILISER-PPNA                     *****
      ******************************************************************
      *    Variation de la provision pour primes non acquises deposee
      *    par PPNALOT a l'arrete du mois (journal OD). DOTATION : la
      *    provision augmente, debit variation des primes non acquises,
      *    credit provision. REPRISE : l'ecriture inverse.
       Comptabiliser-Ppna.
           move 0 to Boucleur-read-ppna.
           open INPUT F-Ppna.
           IF WS-PPNA-STATUS not = "00"
               move 1 to Boucleur-read-ppna
           END-IF.
           perform Comptabiliser-Ppna-Trt
               until Boucleur-read-ppna = 1.
           IF WS-PPNA-STATUS = "00"
               close F-Ppna
      *    Fichier consomme une fois comptabilise (voir facturation).
               open output F-Ppna
               close F-Ppna
           END-IF.

       Comptabiliser-Ppna-Trt.
           read F-Ppna
               at end
                   move 1 to Boucleur-read-ppna
               not at end
                   perform Comptabiliser-Une-Variation-Ppna
           end-read.

       Comptabiliser-Une-Variation-Ppna.
           MOVE SPACES TO PpnaCode.
           MOVE SPACES TO PpnaPeriode.
           MOVE SPACES TO PpnaNature.
           MOVE SPACES TO PpnaMontant.
           MOVE SPACES TO PpnaDate.
           unstring E-Ppna delimited by ";" into
            PpnaCode
            PpnaPeriode
            PpnaNature
            PpnaMontant
            PpnaDate
           end-unstring.

           MOVE 1 TO ComptesPpnaTrouves.
           MOVE CompteVariationPpna TO EcritureCompte.
           perform Chercher-Compte-Plan.
           IF ComptePlanTrouve = 0
               MOVE 0 TO ComptesPpnaTrouves
           END-IF.
           MOVE CompteProvisionPpna TO EcritureCompte.
           perform Chercher-Compte-Plan.
           IF ComptePlanTrouve = 0
               MOVE 0 TO ComptesPpnaTrouves
           END-IF.
           IF PpnaCode not = "PPNA" OR PpnaMontant = SPACES
               OR (PpnaNature not = "DOTATION"
                   AND PpnaNature not = "REPRISE")
               MOVE "LIGNE PPNA MALFORMEE" TO MotifException
               MOVE E-Ppna (1:100) TO LIGNE-EXCEPTION
               perform Write-Ligne-Exception
           ELSE
           IF ComptesPpnaTrouves = 0
               MOVE "COMPTE PPNA ABSENT DU PLAN" TO MotifException
               MOVE E-Ppna (1:100) TO LIGNE-EXCEPTION
               perform Write-Ligne-Exception
           ELSE
               COMPUTE MontantMouvement =
                   FUNCTION NUMVAL(PpnaMontant)
               ADD 1 TO NumeroPieceCourant
               ADD 1 TO NbPiecesComptabilisees
               MOVE 'OD' TO EcritureJournal
               MOVE SPACES TO EcritureReference
               STRING 'PPNA ' DELIMITED SIZE
                      PpnaPeriode DELIMITED SPACE
               INTO EcritureReference
               END-STRING
               IF PpnaNature = "DOTATION"
                   MOVE 'DOTATION PROVISION PRIMES NON ACQUISES'
                   TO EcritureLibelle
                   MOVE CompteVariationPpna TO EcritureCompte
               ELSE
                   MOVE 'REPRISE PROVISION PRIMES NON ACQUISES'
                   TO EcritureLibelle
                   MOVE CompteProvisionPpna TO EcritureCompte
               END-IF
               MOVE 'D' TO EcritureSens
               MOVE MontantMouvement TO EcritureMontant
               perform Poster-Ecriture
               IF PpnaNature = "DOTATION"
                   MOVE CompteProvisionPpna TO EcritureCompte
               ELSE
                   MOVE CompteVariationPpna TO EcritureCompte
               END-IF
               MOVE 'C' TO EcritureSens
               perform Poster-Ecriture
           END-IF
           END-IF.

      ******************************************************************
      *****          COMPTABILISER-PROVISIONS-SINISTRES            *****
      ******************************************************************
      *    Provision pour sinistres a payer deposee par sinistre
      *    (journal OD). REPRISE, a la cloture d'un sinistre dormant
      *    par DORMSINLOT : debit provision, credit variation de la
      *    charge de sinistres. DOTATION : l'ecriture inverse.
       Comptabiliser-Provisions-Sinistres.
           move 0 to Boucleur-read-provsin.
           open INPUT F-ProvSin.
           IF WS-PROVSIN-STATUS not = "00"
               move 1 to Boucleur-read-provsin
           END-IF.
           perform Comptabiliser-Provisions-Sinistres-Trt
               until Boucleur-read-provsin = 1.
           IF WS-PROVSIN-STATUS = "00"
               close F-ProvSin
      *    Fichier consomme une fois comptabilise (voir facturation).
               open output F-ProvSin
               close F-ProvSin
           END-IF.

       Comptabiliser-Provisions-Sinistres-Trt.
           read F-ProvSin
               at end
                   move 1 to Boucleur-read-provsin
               not at end
                   perform Comptabiliser-Une-Provision-Sinistre
           end-read.

       Comptabiliser-Une-Provision-Sinistre.
           MOVE SPACES TO PsapCode.
           MOVE SPACES TO PsapSinistre.
           MOVE SPACES TO PsapNature.
           MOVE SPACES TO PsapMontant.
           MOVE SPACES TO PsapDate.
           unstring E-ProvSin delimited by ";" into
            PsapCode
            PsapSinistre
            PsapNature
            PsapMontant
            PsapDate
           end-unstring.

           MOVE 1 TO ComptesPsapTrouves.
           MOVE CompteVariationSinistres TO EcritureCompte.
           perform Chercher-Compte-Plan.
           IF ComptePlanTrouve = 0
               MOVE 0 TO ComptesPsapTrouves
           END-IF.
           MOVE CompteProvisionSinistres TO EcritureCompte.
           perform Chercher-Compte-Plan.
           IF ComptePlanTrouve = 0
               MOVE 0 TO ComptesPsapTrouves
           END-IF.
           IF PsapCode not = "PSAP" OR PsapMontant = SPACES
               OR (PsapNature not = "DOTATION"
                   AND PsapNature not = "REPRISE")
               MOVE "LIGNE PSAP MALFORMEE" TO MotifException
               MOVE E-ProvSin (1:100) TO LIGNE-EXCEPTION
               perform Write-Ligne-Exception
           ELSE
           IF ComptesPsapTrouves = 0
               MOVE "COMPTE PSAP ABSENT DU PLAN" TO MotifException
               MOVE E-ProvSin (1:100) TO LIGNE-EXCEPTION
               perform Write-Ligne-Exception
           ELSE
               COMPUTE MontantMouvement =
                   FUNCTION NUMVAL(PsapMontant)
               ADD 1 TO NumeroPieceCourant
               ADD 1 TO NbPiecesComptabilisees
               MOVE 'OD' TO EcritureJournal
               MOVE SPACES TO EcritureReference
               STRING 'PSAP ' DELIMITED SIZE
                      PsapSinistre DELIMITED SPACE
               INTO EcritureReference
               END-STRING
               IF PsapNature = "DOTATION"
                   MOVE 'DOTATION PROVISION SINISTRES A PAYER'
                   TO EcritureLibelle
                   MOVE CompteVariationSinistres TO EcritureCompte
               ELSE
                   MOVE 'REPRISE PROVISION SINISTRES A PAYER'
                   TO EcritureLibelle
                   MOVE CompteProvisionSinistres TO EcritureCompte
               END-IF
               MOVE 'D' TO EcritureSens
               MOVE MontantMouvement TO EcritureMontant
               perform Poster-Ecriture
               IF PsapNature = "DOTATION"
                   MOVE CompteProvisionSinistres TO EcritureCompte
               ELSE
                   MOVE CompteVariationSinistres TO EcritureCompte
               END-IF
               MOVE 'C' TO EcritureSens
               perform Poster-Ecriture
           END-IF
           END-IF.

      ******************************************************************
      *****                  POSTER-ECRITURE                       *****
      ******************************************************************
