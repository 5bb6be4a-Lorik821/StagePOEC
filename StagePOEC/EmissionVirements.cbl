      *          (IBAN, BIC, montant, beneficiaire, reference) pour les
      *          remboursements de sinistres approuves non encore payes
      *          et pour les versements d'assurance vie enregistres dans
      *          reglementsAssuranceVie (deces, et rachats saisis au
      *          guichet), pour les commissions
      *          d'apporteurs calculees par CommissionsCourtiers et non
      *          encore payees, et pour les ristournes de prime non
      *          acquise enregistrees a la fin d'un contrat
      *          (ContratExpiration et la suppression de contrat).
      *          Les sinistres IT et PE indemnises par echeancier ne
      *          sont pas payes en une fois : leurs versements mensuels
      *          (generes par EcheancierPrestations) partent chacun sur
      *          sa ligne, et le dossier ne passe au statut paye qu'une
      *          fois l'echeancier clos et son dernier versement emis.
      *          Chaque ligne emise marque
      *          l'enregistrement comme paye avec la date d'emission,
      *          pour ne jamais payer deux fois. Les beneficiaires sans
         03 refCodeClient PIC x(36).
         03 remboursable PIC 9(9).

      *    Versement d'assurance vie enregistre au reglement du deces (cf declarationSinistreDC-trt) ou
      *    au rachat du contrat (cf rachatAssuranceVie, verse au souscripteur)
       01 reglementCourant.
         03 refCodeContratR PIC x(36).
         03 refCodeClientR PIC x(36).
         03 ibanCourtier PIC x(34).
         03 bicCourtier PIC x(11).

      *    Versement mensuel d'un echeancier de prestations IT / PE (genere par EcheancierPrestations)
       01 versementCourant.
         03 codeVersementV PIC x(36).
         03 refCodeClientV PIC x(36).
         03 montantV PIC 9(7)v9(2).

      *    Dossiers a echeancier clos dont tous les versements sont emis, passes au statut paye
       77 nbSinistresSoldes PIC 9(9) value 0.

      *    Ristourne de prime non acquise a payer (posee par ContratExpiration ou la suppression)
       01 ristourneCourante.
         03 codeRistourneR PIC x(36).
         03 montantRist PIC 9(9).

       77 nbVirementsSinistres PIC 9(9) value 0.
       77 nbVirementsPrestations PIC 9(9) value 0.
       77 nbVirementsAssuranceVie PIC 9(9) value 0.
       77 nbVirementsCommissions PIC 9(9) value 0.
       77 nbVirementsRistournes PIC 9(9) value 0.
       emissionVirements.
           perform emissionVirements-init.
           perform emissionVirements-sinistres.
           perform emissionVirements-prestations.
           perform emissionVirements-assuranceVie.
           perform emissionVirements-commissions.
           perform emissionVirements-ristournes.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Remboursements de sinistres approuves (statut AP, cf approbationSinistre) : un ordre de credit
      * au client du sinistre, puis passage du sinistre au statut paye avec la date d'emission. Un
      * client sans IBAN reste au statut approuve et repartira au prochain passage. Un dossier
      * indemnise par echeancier n'est jamais paye en une fois : ses versements ont leur propre passe.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       emissionVirements-sinistres.
           EXEC sql
             select codeSinistre, codeClient, remboursable
             from sinistres
             where statut = 'AP' and remboursable > 0
             and codeSinistre not in (select e.codeSinistre from echeanciersPrestations e)
           END-EXEC
           EXEC sql
             open CursorVirementsSinistres
                       STRING iban of clientCourant ";" bic of clientCourant ";" remboursable of sinistreCourant ",00;" nom of clientCourant " " prenom of clientCourant ";" codeSinistre of sinistreCourant INTO LigneVirement
                       WRITE LigneVirement
                       EXEC sql
                         UPDATE sinistres SET statut = 'PA', dateEmissionPaiement = :tmpDateEmission, dateStatut = :tmpDateEmission
                         WHERE codeSinistre = :sinistreCourant.codeSinistre
                       END-EXEC
                       add 1 to nbVirementsSinistres
             close CursorVirementsSinistres
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Versements mensuels des echeanciers de prestations IT / PE non encore emis : un ordre de
      * credit au client du sinistre, reference codeVersement, puis marquage paye avec la date
      * d'emission ; memes regles d'attente que les autres passes. Un dossier dont l'echeancier est
      * clos et dont plus aucun versement n'attend passe ensuite au statut paye.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       emissionVirements-prestations.
           EXEC sql
             declare CursorVirementsPrestations cursor for
             select codeVersement, codeClient, montant
             from versementsPrestations
             where paye = 0
           END-EXEC
           EXEC sql
             open CursorVirementsPrestations
           END-EXEC.

           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorVirementsPrestations into :versementCourant.codeVersementV, :versementCourant.refCodeClientV, :versementCourant.montantV
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   initialize clientCourant
                   EXEC sql
                     select nom, prenom, COALESCE(iban,''), COALESCE(bic,''), COALESCE(ibanInvalide,0)
                     into :clientCourant.nom, :clientCourant.prenom, :clientCourant.iban, :clientCourant.bic, :clientCourant.ibanInvalide
                     from clients
                     where codeClient = :versementCourant.refCodeClientV
                   END-EXEC

                   if SQLCODE <> 0 OR iban of clientCourant = spaces OR ibanInvalide of clientCourant = 1
                       add 1 to nbSansIban
                   else
                       multiply montantV of versementCourant by 100 giving sommeTravail
                       divide sommeTravail by 100 giving sommeEntiere remainder sommeCentimes
                       STRING iban of clientCourant ";" bic of clientCourant ";" sommeEntiere "," sommeCentimes ";" nom of clientCourant " " prenom of clientCourant ";" codeVersementV of versementCourant INTO LigneVirement
                       WRITE LigneVirement
                       EXEC sql
                         UPDATE versementsPrestations SET paye = 1, dateEmissionPaiement = :tmpDateEmission
                         WHERE codeVersement = :versementCourant.codeVersementV and paye = 0
                       END-EXEC
                       add 1 to nbVirementsPrestations
                   end-if
               end-if
           end-perform.

           EXEC sql
             close CursorVirementsPrestations
           END-EXEC.

      *    Solde des dossiers a echeancier clos : le remboursable devient le cumul des versements (pour
      *    les statistiques et les cessions), la date de paiement celle du dernier versement ; les
      *    versements ayant deja ete journalises un par un, le dossier est marque exporte pour que
      *    l'export comptable ne le repasse pas en une fois
           move 0 to nbSinistresSoldes.
           EXEC sql
             select count(*) into :nbSinistresSoldes from sinistres s
             where s.statut = 'AP'
             and s.codeSinistre in (select e.codeSinistre from echeanciersPrestations e where e.statut = 'CL')
             and s.codeSinistre not in (select v.codeSinistre from versementsPrestations v where v.paye = 0)
           END-EXEC.
           if nbSinistresSoldes > 0
               EXEC sql
                 UPDATE sinistres SET statut = 'PA',
                   remboursable = (select COALESCE(ROUND(SUM(v.montant),0),0) from versementsPrestations v where v.codeSinistre = sinistres.codeSinistre),
                   dateEmissionPaiement = COALESCE((select MAX(v.dateEmissionPaiement) from versementsPrestations v where v.codeSinistre = sinistres.codeSinistre), :tmpDateEmission),
                   exporteCompta = 1, dateStatut = :tmpDateEmission
                 WHERE statut = 'AP'
                 and codeSinistre in (select e.codeSinistre from echeanciersPrestations e where e.statut = 'CL')
                 and codeSinistre not in (select v.codeSinistre from versementsPrestations v where v.paye = 0)
               END-EXEC
           end-if.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Versements d'assurance vie non encore emis : un ordre de credit par beneficiaire enregistre
      * dans reglementsAssuranceVie, puis marquage paye avec la date d'emission. Seules les lignes
       emissionVirements-fin.
           MOVE " " to LigneVirement.
           WRITE LigneVirement.
           STRING "Virements sinistres : " nbVirementsSinistres "  Virements prestations : " nbVirementsPrestations "  Virements assurance vie : " nbVirementsAssuranceVie
             "  Virements commissions : " nbVirementsCommissions "  Virements ristournes : " nbVirementsRistournes INTO LigneVirement.
           WRITE LigneVirement.
           MOVE " " to LigneVirement.
           STRING "En attente (sans IBAN) : " nbSansIban "  Dossiers a echeancier soldes : " nbSinistresSoldes INTO LigneVirement.
           WRITE LigneVirement.
           CLOSE FichierVirements.
           DISPLAY "Traitement termine. Virements emis : " nbVirementsSinistres " sinistres, " nbVirementsPrestations " prestations, " nbVirementsAssuranceVie " assurance vie, " nbVirementsCommissions " commissions, "
             nbVirementsRistournes " ristournes, " nbSansIban " en attente sans IBAN.".
           STOP RUN.
