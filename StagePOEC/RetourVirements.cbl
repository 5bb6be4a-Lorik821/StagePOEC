      *          ordre rejete (compte clos, IBAN errone...), portant la
      *          reference mise dans le fichier de virements (le
      *          codeSinistre pour un remboursement, le codeContrat pour
      *          un versement d'assurance vie, le codeVersement pour un
      *          versement d'echeancier de prestations) et le motif de
      *          la banque.
      *          Chaque rejet remet le paiement en circuit (sinistre
      *          repasse au statut approuve, reglement d'assurance vie
      *          repasse a paye = 0) avec le motif de rejet conserve, et
       77 nbRejetsSinistres PIC 9(9) value 0.
       77 nbRejetsAssuranceVie PIC 9(9) value 0.
       77 nbRejetsRistournes PIC 9(9) value 0.
       77 nbRejetsPrestations PIC 9(9) value 0.
       77 nbRejetsCommissions PIC 9(9) value 0.
       77 nbReferencesInconnues PIC 9(9) value 0.

           END-READ.

      *    La reference de l'ordre rejete est cherchee dans l'ordre des passes d'EmissionVirements :
      *    un sinistre paye (reference = codeSinistre), une ristourne payee (codeRistourne), un
      *    versement d'echeancier de prestations emis (codeVersement), une commission d'apporteur
      *    payee (codeCommission), sinon les reglements d'assurance vie emis
      *    (reference = codeContrat) ; une reference qui ne correspond a rien est rapportee au guichet
      *    sans autre action
       traitementLigneRetour.
               if SQLCODE = 0
                   perform rejetVirementRistourne
               else
                   move spaces to refCodeClientRetour
                   EXEC sql
                     select codeClient into :refCodeClientRetour from versementsPrestations
                     where codeVersement = :referenceRetour and paye = 1
                   END-EXEC
                   if SQLCODE = 0
                       perform rejetVirementPrestation
                   else
                       move spaces to refCodeCourtierRetour
                       EXEC sql
                         select codeCourtier into :refCodeCourtierRetour from commissionsCourtiers
                         where codeCommission = :referenceRetour and paye = 1
                       END-EXEC
                       if SQLCODE = 0
                           perform rejetVirementCommission
                       else
                           perform rejetVirementAssuranceVie
                       end-if
                   end-if
               end-if
           end-if.
           END-EXEC.
           EXEC sql
             UPDATE sinistres SET statut = 'AP', dateEmissionPaiement = NULL, exporteCompta = 0,
               motifRejetVirement = :motifRetour, dateRejetVirement = :tmpDateRetour, dateStatut = :tmpDateRetour
             WHERE codeSinistre = :referenceRetour and statut = 'PA'
           END-EXEC.
           EXEC sql
           WRITE LigneRapport.
           add 1 to nbRejetsRistournes.

      *    Le versement d'echeancier repasse a payer, memes regles que la ristourne ; tant qu'il attend,
      *    le dossier ne peut pas passer au statut paye (cf EmissionVirements)
       rejetVirementPrestation.
      *    Meme contre-passation comptable que pour les sinistres
           EXEC sql
             UPDATE versementsPrestations SET contrePasser = 1
             WHERE codeVersement = :referenceRetour and paye = 1 and COALESCE(exporteCompta,0) = 1
           END-EXEC.
           EXEC sql
             UPDATE versementsPrestations SET paye = 0, dateEmissionPaiement = NULL, exporteCompta = 0,
               motifRejetVirement = :motifRetour, dateRejetVirement = :tmpDateRetour
             WHERE codeVersement = :referenceRetour and paye = 1
           END-EXEC.
           EXEC sql
             UPDATE clients SET ibanInvalide = 1
             WHERE codeClient = :refCodeClientRetour
           END-EXEC.
           STRING referenceRetour ";PRESTATION;" motifRetour ";versement remis a payer, IBAN client marque invalide" INTO LigneRapport.
           WRITE LigneRapport.
           add 1 to nbRejetsPrestations.

      *    La commission repasse a payer ; les coordonnees du courtier se corrigent en base, il n'y a
      *    pas d'ecran dedie, le rapport suffit au guichet des paiements
       rejetVirementCommission.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           STRING "Rejets sinistres : " nbRejetsSinistres "  Rejets assurance vie : " nbRejetsAssuranceVie "  Rejets ristournes : " nbRejetsRistournes
             "  Rejets prestations : " nbRejetsPrestations "  Rejets commissions : " nbRejetsCommissions "  References inconnues : " nbReferencesInconnues INTO LigneRapport.
           WRITE LigneRapport.
           CLOSE RapportRejets.
           DISPLAY "Traitement termine. Rejets sinistres : " nbRejetsSinistres " assurance vie : " nbRejetsAssuranceVie " ristournes : " nbRejetsRistournes
             " prestations : " nbRejetsPrestations " commissions : " nbRejetsCommissions " references inconnues : " nbReferencesInconnues.
           STOP RUN.
