      *          (1-30 / 31-60 / 61-90 / plus de 90 jours). Les contrats
      *          en retard de plus de 90 jours sont marques
      *          (indicateurImpaye = 1) pour etre signales au guichet
      *          sur l'ecran de visualisation des contrats. La ligne du
      *          rapport reprend la periode couverte par la plus ancienne
      *          quittance impayee (mois, trimestre, semestre ou annee
      *          selon le fractionnement du contrat).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 debutPeriodeQuittance.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 finPeriodeQuittance.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
      *    Periode couverte par la plus ancienne quittance impayee, a blanc pour une quittance emise
      *    avant le fractionnement (sans periode)
       77 periodeImpayee PIC x(30).
       77 cumulFacture PIC 9(9).
       77 echeanceImpayeeTrouvee PIC 9.
       77 echeanceAAAAMMJJ PIC 9(8).
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           MOVE "codeContrat;codeClient;nom;prenom;totalFacture;totalEncaisse;soldeRestant;joursRetard;tranche;periodeImpayee" to LigneRapport.
           WRITE LigneRapport.

           EXEC sql
      *    la premiere echeance que les encaissements cumules ne couvrent plus
           EXEC sql
             declare CursorQuittancesImpayes cursor for
             select montant, YEAR(dateEcheance), MONTH(dateEcheance), DAY(dateEcheance),
               COALESCE(YEAR(dateDebutPeriode),0), COALESCE(MONTH(dateDebutPeriode),0), COALESCE(DAY(dateDebutPeriode),0),
               COALESCE(YEAR(dateFinPeriode),0), COALESCE(MONTH(dateFinPeriode),0), COALESCE(DAY(dateFinPeriode),0)
             from quittances
             where codeContrat = :contratCourant.codeContrat
             order by dateEcheance
                   END-EXEC

                   move joursRetard to joursRetardAffiche
                   MOVE " " to LigneRapport
                   STRING codeContrat of contratCourant ";" refCodeClient of contratCourant ";" nom of clientCourant ";" prenom of clientCourant ";"
                     totalFacture ";" totalEncaisse ";" soldeRestant ";" joursRetardAffiche ";" trancheRetard ";" periodeImpayee INTO LigneRapport
                   WRITE LigneRapport
                   add 1 to nbContratsEnRetard
               end-if
           perform until SQLCODE <> 0
               EXEC sql
                 fetch CursorQuittancesImpayes into :quittanceCourante.montantQuittance,
                   :quittanceCourante.echeanceQuittance.AAAA, :quittanceCourante.echeanceQuittance.MM, :quittanceCourante.echeanceQuittance.JJ,
                   :quittanceCourante.debutPeriodeQuittance.AAAA, :quittanceCourante.debutPeriodeQuittance.MM, :quittanceCourante.debutPeriodeQuittance.JJ,
                   :quittanceCourante.finPeriodeQuittance.AAAA, :quittanceCourante.finPeriodeQuittance.MM, :quittanceCourante.finPeriodeQuittance.JJ
               END-EXEC
               if SQLCODE >= 0 then
                   add montantQuittance of quittanceCourante to cumulFacture
                       move 1 to echeanceImpayeeTrouvee
                       STRING AAAA of echeanceQuittance MM of echeanceQuittance JJ of echeanceQuittance INTO echeanceAAAAMMJJ
                       subtract FUNCTION INTEGER-OF-DATE(echeanceAAAAMMJJ) from dateSystemeEnJours giving joursRetard
                       move spaces to periodeImpayee
                       if AAAA of debutPeriodeQuittance <> 0
                           STRING "du " JJ of debutPeriodeQuittance "/" MM of debutPeriodeQuittance "/" AAAA of debutPeriodeQuittance
                             " au " JJ of finPeriodeQuittance "/" MM of finPeriodeQuittance "/" AAAA of finPeriodeQuittance INTO periodeImpayee
                       end-if
                   end-if
               end-if
           end-perform.
