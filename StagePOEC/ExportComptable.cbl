      *          mouvement du jour devient une paire debit/credit en
      *          disposition fixe dans JOURNAL-COMPTABLE.TXT - appel de
      *          prime emis par FacturationPrimes (client 411000 a primes
      *          706000 pour la prime nette et taxe sur les conventions
      *          d'assurance 447000 pour la taxe comprise dans l'appel),
      *          encaissement saisi ou rapproche (banque 512000
      *          a client 411000), virement emis par EmissionVirements -
      *          remboursement de sinistre, versement mensuel d'un
      *          echeancier de prestations IT / PE ou reglement
      *          d'assurance vie (charges 602000 a banque 512000), commission d'apporteur
      *          (622000 a 512000), ristourne de prime (709000 et taxe
      *          restituee 447000 a 512000)
      *          - avec la reference du contrat, du sinistre ou de la
      *          piece sur chaque ligne. Les paiements revenus rejetes de
      *          la banque apres export (marques contrePasser par
      *          apres export (poses dans extournesEncaissements par
      *          PrelevementsSepa) donnent lieu a la paire inverse, pour
      *          que le compte banque du grand livre suive
      *          VIREMENTS.TXT. Les ecritures d'inventaire preparees
      *          par les traitements de fin de mois (variation de la
      *          provision pour primes non acquises de ProvisionsPrimes),
      *          deposees ligne a ligne dans la table ecrituresEnAttente,
      *          sont reprises telles quelles : ce traitement reste le
      *          seul a ecrire le journal. Chaque mouvement est
      *          marque exporte (exporteCompta = 1) des que sa paire est
      *          ecrite : une relance du traitement n'exporte jamais deux
      *          fois, et un mouvement d'un jour saute part avec la passe
         03 codeClientMouvement PIC x(36).
         03 montantMouvement PIC 9(9).
         03 montantMouvementAV PIC 9(9)v9(2).
         03 montantTaxeMouvement PIC 9(7)v9(2).
         03 dateMouvement.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
       77 montantCentimes PIC 9(15).
       77 totalDebits PIC 9(15) value 0.
       77 totalCredits PIC 9(15) value 0.
      *    Part de taxe sur les conventions d'assurance comprise dans une quittance ou une ristourne,
      *    en centimes ; les quittances et ristournes anterieures a la taxe n'en portent pas (0)
       77 montantTaxeCentimes PIC 9(15).

      *    Indique si le fetch a rendu une ligne : la condition de boucle ne peut pas porter sur le
      *    SQLCODE brut, le marquage a l'interieur de la boucle l'ecraserait
       77 nbCommissionsExportees PIC 9(9) value 0.
       77 nbRistournesExportees PIC 9(9) value 0.
       77 nbExtournesExportees PIC 9(9) value 0.
       77 nbEcrituresAttenteExportees PIC 9(9) value 0.

      *    Ligne d'ecriture d'inventaire en attente d'export, montant deja en centimes
       01 ecritureEnAttente.
         03 codeEcriture PIC x(36).
         03 codeJournalAttente PIC x(3).
         03 dateOperationAttente.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 referenceAttente PIC x(36).
         03 compteAttente PIC x(6).
         03 sensAttente PIC x(1).
         03 montantAttente PIC 9(15).
         03 libelleAttente PIC x(20).

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
           perform exportComptable-quittances.
           perform exportComptable-encaissements.
           perform exportComptable-sinistres.
           perform exportComptable-prestations.
           perform exportComptable-assuranceVie.
           perform exportComptable-commissions.
           perform exportComptable-ristournes.
           perform exportComptable-extournes.
           perform exportComptable-ecrituresAttente.
           perform exportComptable-fin.

       exportComptable-init.
           WRITE LigneJournal.
           add montantCentimes to totalCredits.

      *    Ligne de taxe sur les conventions d'assurance (compte 447000) venant completer une paire
      *    ventilee ; le sens est pose par l'appelant, le total correspondant suit le sens
       ecritureTaxeAssurance.
           move '447000' to compteCompta.
           move montantTaxeCentimes to montantCompta.
           move ligneComptable to LigneJournal.
           WRITE LigneJournal.
           if sensCompta = 'D'
               add montantTaxeCentimes to totalDebits
           else
               add montantTaxeCentimes to totalCredits
           end-if.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Appels de prime non encore exportes : debit du compte clients du montant appele, credit du
      * compte de primes de la prime nette et du compte de taxe de la taxe comprise, reference du
      * contrat appele ; chaque quittance est marquee exportee aussitot ses lignes ecrites
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       exportComptable-quittances.
           EXEC sql
             declare CursorComptaQuittances cursor for
             select codeQuittance, codeContrat, montant, COALESCE(montantTaxe,0), YEAR(dateEmission), MONTH(dateEmission), DAY(dateEmission)
             from quittances
             where COALESCE(exporteCompta,0) = 0
           END-EXEC
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorComptaQuittances into :mouvementCourant.codeMouvement, :mouvementCourant.referenceMouvement, :mouvementCourant.montantMouvement,
                   :mouvementCourant.montantTaxeMouvement, :mouvementCourant.dateMouvement.AAAA, :mouvementCourant.dateMouvement.MM, :mouvementCourant.dateMouvement.JJ
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
                   move 'D' to sensCompta
                   move 'APPEL DE PRIME' to libelleCompta
                   perform ecriturePaireComptable
                   multiply montantTaxeMouvement by 100 giving montantTaxeCentimes
                   subtract montantTaxeCentimes from montantCentimes
                   move '706000' to compteCompta
                   move 'C' to sensCompta
                   perform ecritureContrepartie
                   if montantTaxeCentimes > 0
                       move 'TAXE ASSURANCE' to libelleCompta
                       perform ecritureTaxeAssurance
                   end-if
                   EXEC sql
                     UPDATE quittances SET exporteCompta = 1
                     WHERE codeQuittance = :mouvementCourant.codeMouvement
             close CursorComptaSinistres
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Versements d'echeanciers de prestations IT / PE emis (paye = 1 avec date d'emission) non
      * encore exportes : meme paire que les sinistres, reference du versement. Le dossier solde en
      * fin d'echeancier est deja marque exporte et ne repasse pas en une fois.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       exportComptable-prestations.
           EXEC sql
             declare CursorComptaPrestations cursor for
             select codeVersement, montant, YEAR(dateEmissionPaiement), MONTH(dateEmissionPaiement), DAY(dateEmissionPaiement)
             from versementsPrestations
             where paye = 1 and dateEmissionPaiement is not null and COALESCE(exporteCompta,0) = 0
           END-EXEC
           EXEC sql
             open CursorComptaPrestations
           END-EXEC.

           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorComptaPrestations into :mouvementCourant.codeMouvement, :mouvementCourant.montantMouvementAV,
                   :mouvementCourant.dateMouvement.AAAA, :mouvementCourant.dateMouvement.MM, :mouvementCourant.dateMouvement.JJ
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   move codeMouvement of mouvementCourant to referenceMouvement of mouvementCourant
                   multiply montantMouvementAV by 100 giving montantCentimes
                   move 'SIN' to codeJournalCompta
                   move '602000' to compteCompta
                   move 'D' to sensCompta
                   move 'PRESTATION IT / PE' to libelleCompta
                   perform ecriturePaireComptable
                   move '512000' to compteCompta
                   move 'C' to sensCompta
                   perform ecritureContrepartie
                   EXEC sql
                     UPDATE versementsPrestations SET exporteCompta = 1
                     WHERE codeVersement = :mouvementCourant.codeMouvement
                   END-EXEC
                   add 1 to nbPaiementsExportes
               end-if
           end-perform.

           EXEC sql
             close CursorComptaPrestations
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Virements d'assurance vie emis (paye = 1 avec date d'emission) non encore exportes : meme
      * paire que les sinistres, reference du contrat regle

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Virements de ristournes de prime emis (paye = 1 avec date d'emission) non encore exportes :
      * debit des rabais et ristournes accordes pour la part nette et du compte de taxe pour la taxe
      * restituee, credit banque du montant vire, reference de la ristourne
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       exportComptable-ristournes.
           EXEC sql
             declare CursorComptaRistournes cursor for
             select codeRistourne, montant, COALESCE(montantTaxe,0), YEAR(dateEmissionPaiement), MONTH(dateEmissionPaiement), DAY(dateEmissionPaiement)
             from ristournes
             where paye = 1 and dateEmissionPaiement is not null and COALESCE(exporteCompta,0) = 0
           END-EXEC
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorComptaRistournes into :mouvementCourant.codeMouvement, :mouvementCourant.montantMouvement, :mouvementCourant.montantTaxeMouvement,
                   :mouvementCourant.dateMouvement.AAAA, :mouvementCourant.dateMouvement.MM, :mouvementCourant.dateMouvement.JJ
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   move codeMouvement of mouvementCourant to referenceMouvement of mouvementCourant
                   multiply montantTaxeMouvement by 100 giving montantTaxeCentimes
                   multiply montantMouvement by 100 giving montantCentimes
                   subtract montantTaxeCentimes from montantCentimes
                   move 'RIS' to codeJournalCompta
                   move '709000' to compteCompta
                   move 'D' to sensCompta
                   move 'RISTOURNE DE PRIME' to libelleCompta
                   perform ecriturePaireComptable
                   if montantTaxeCentimes > 0
                       move 'TAXE RESTITUEE' to libelleCompta
                       perform ecritureTaxeAssurance
                       move 'RISTOURNE DE PRIME' to libelleCompta
                   end-if
                   add montantTaxeCentimes to montantCentimes
                   move '512000' to compteCompta
                   move 'C' to sensCompta
                   perform ecritureContrepartie
           move Jour of DateSysteme to JJ of dateMouvement.

           perform extournesSinistres.
           perform extournesPrestations.
           perform extournesAssuranceVie.
           perform extournesRistournes.
           perform extournesCommissions.
             close CursorExtournesSinistres
           END-EXEC.

       extournesPrestations.
           EXEC sql
             declare CursorExtournesPrestations cursor for
             select codeVersement, montant
             from versementsPrestations
             where COALESCE(contrePasser,0) = 1
           END-EXEC
           EXEC sql
             open CursorExtournesPrestations
           END-EXEC.

           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorExtournesPrestations into :mouvementCourant.codeMouvement, :mouvementCourant.montantMouvementAV
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   move codeMouvement of mouvementCourant to referenceMouvement of mouvementCourant
                   multiply montantMouvementAV by 100 giving montantCentimes
                   move 'SIN' to codeJournalCompta
                   move '512000' to compteCompta
                   move 'D' to sensCompta
                   move 'EXTOURNE PRESTATION' to libelleCompta
                   perform ecriturePaireComptable
                   move '602000' to compteCompta
                   move 'C' to sensCompta
                   perform ecritureContrepartie
                   EXEC sql
                     UPDATE versementsPrestations SET contrePasser = 0
                     WHERE codeVersement = :mouvementCourant.codeMouvement
                   END-EXEC
                   add 1 to nbExtournesExportees
               end-if
           end-perform.

           EXEC sql
             close CursorExtournesPrestations
           END-EXEC.

       extournesAssuranceVie.
           EXEC sql
             declare CursorExtournesAssuranceVie cursor for
       extournesRistournes.
           EXEC sql
             declare CursorExtournesRistournes cursor for
             select codeRistourne, montant, COALESCE(montantTaxe,0)
             from ristournes
             where COALESCE(contrePasser,0) = 1
           END-EXEC
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorExtournesRistournes into :mouvementCourant.codeMouvement, :mouvementCourant.montantMouvement, :mouvementCourant.montantTaxeMouvement
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
                   move 'D' to sensCompta
                   move 'EXTOURNE RISTOURNE' to libelleCompta
                   perform ecriturePaireComptable
                   multiply montantTaxeMouvement by 100 giving montantTaxeCentimes
                   subtract montantTaxeCentimes from montantCentimes
                   move '709000' to compteCompta
                   move 'C' to sensCompta
                   perform ecritureContrepartie
                   if montantTaxeCentimes > 0
                       perform ecritureTaxeAssurance
                   end-if
                   EXEC sql
                     UPDATE ristournes SET contrePasser = 0
                     WHERE codeRistourne = :mouvementCourant.codeMouvement
             close CursorExtournesEncaissements
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Ecritures d'inventaire en attente (table ecrituresEnAttente) : chaque ligne est recopiee
      * dans la disposition du journal avec son compte, son sens et son montant ; le traitement qui
      * les depose les equilibre piece par piece, les totaux de controle couvrent donc aussi ces
      * lignes. Chaque ligne est marquee exportee aussitot ecrite.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       exportComptable-ecrituresAttente.
           EXEC sql
             declare CursorEcrituresAttente cursor for
             select codeEcriture, codeJournal, YEAR(dateOperation), MONTH(dateOperation), DAY(dateOperation), reference, compte, sens, montant, libelle
             from ecrituresEnAttente
             where COALESCE(exporteCompta,0) = 0
             order by reference, numeroLigne
           END-EXEC
           EXEC sql
             open CursorEcrituresAttente
           END-EXEC.

           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorEcrituresAttente into :ecritureEnAttente.codeEcriture, :ecritureEnAttente.codeJournalAttente, :ecritureEnAttente.dateOperationAttente.AAAA,
                   :ecritureEnAttente.dateOperationAttente.MM, :ecritureEnAttente.dateOperationAttente.JJ, :ecritureEnAttente.referenceAttente,
                   :ecritureEnAttente.compteAttente, :ecritureEnAttente.sensAttente, :ecritureEnAttente.montantAttente, :ecritureEnAttente.libelleAttente
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   move codeJournalAttente to codeJournalCompta
                   STRING JJ of dateOperationAttente "-" MM of dateOperationAttente "-" AAAA of dateOperationAttente INTO dateOperationCompta
                   move referenceAttente to referenceCompta
                   move compteAttente to compteCompta
                   move sensAttente to sensCompta
                   move montantAttente to montantCompta
                   move libelleAttente to libelleCompta
                   move ligneComptable to LigneJournal
                   WRITE LigneJournal
                   if sensCompta = 'D'
                       add montantAttente to totalDebits
                   else
                       add montantAttente to totalCredits
                   end-if
                   EXEC sql
                     UPDATE ecrituresEnAttente SET exporteCompta = 1
                     WHERE codeEcriture = :ecritureEnAttente.codeEcriture
                   END-EXEC
                   add 1 to nbEcrituresAttenteExportees
               end-if
           end-perform.

           EXEC sql
             close CursorEcrituresAttente
           END-EXEC.

       exportComptable-fin.
      *    Totaux de controle : une paire est equilibree par construction, un desequilibre signale
      *    donc une ecriture perdue en cours de route ; le traitement s'arrete alors en erreur et le
           end-if.
           CLOSE FichierJournal.
           DISPLAY "Traitement termine. Quittances : " nbQuittancesExportees " encaissements : " nbEncaissementsExportes " paiements : " nbPaiementsExportes
             " commissions : " nbCommissionsExportees " ristournes : " nbRistournesExportees " extournes : " nbExtournesExportees
             " ecritures d'inventaire : " nbEcrituresAttenteExportees.
           STOP RUN.
