      ******************************************************************
      * Author:
      * Date:
      * Purpose: Traitement de fin de mois de la provision pour primes
      *          non acquises (PPNA), en complement de
      *          ProvisionsTechniques qui ne couvre que les sinistres :
      *          chaque quittance est acquise jour par jour sur la
      *          periode qu'elle couvre (dateDebutPeriode a
      *          dateFinPeriode, posees par FacturationPrimes), la part
      *          non acquise a la fin du mois est la prime nette au
      *          prorata des jours restant a courir. Un contrat sorti
      *          (expire ou supprime) libere sa part non acquise a sa
      *          date de sortie : c'est la ligne des annulations et
      *          ristournes. L'etat ETAT-PPNA.TXT donne par garantie
      *          (ventilation a parts egales entre les garanties du
      *          contrat, comme la taxe) : provision d'ouverture + primes
      *          emises du mois - primes acquises - annulations et
      *          ristournes = provision de cloture, et rapproche la
      *          provision d'ouverture recalculee de la cloture
      *          enregistree le mois precedent (table provisionsPrimes).
      *          La variation de la provision depuis la derniere
      *          cloture enregistree (la provision entiere si aucune ne
      *          l'a ete) est deposee en ecriture
      *          d'inventaire dans ecrituresEnAttente, que la passe
      *          ExportComptable de la nuit reprend dans
      *          JOURNAL-COMPTABLE.TXT. Un mois deja calcule n'est
      *          jamais recalcule.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ProvisionsPrimes.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FichierPPNA ASSIGN TO "ETAT-PPNA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD FichierPPNA.
       01 LignePPNA PIC x(200).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 DateSysteme.
         03 Annee PIC 99.
         03 Mois PIC 99.
         03 Jour PIC 99.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).

       77 moisCourant PIC 9(2).
       77 anneeCourante PIC 9(4).
       77 moisPrecedent PIC 9(2).
       77 anneePrecedente PIC 9(4).

      *    Bornes du mois en jours calendaires (FUNCTION INTEGER-OF-DATE) : premier jour du mois et
      *    dernier jour (veille du premier du mois suivant)
       01 dateDebutMois.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateDebutMoisAAAAMMJJ REDEFINES dateDebutMois PIC 9(8).
       01 dateMoisSuivant.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateMoisSuivantAAAAMMJJ REDEFINES dateMoisSuivant PIC 9(8).
       01 dateFinMois.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateFinMoisAAAAMMJJ REDEFINES dateFinMois PIC 9(8).
       77 debutMoisEnJours PIC 9(9).
       77 finMoisEnJours PIC 9(9).
       77 tmpDateDebutMois PIC x(10).
       77 tmpDateFinMois PIC x(10).

      *    Table des garanties ventilees, dans l'ordre des colonnes IT..AV des contrats
       01 codesGaranties.
         02 codesGarantiesValeurs.
           03 FILLER PIC x(2) value 'IT'.
           03 FILLER PIC x(2) value 'PE'.
           03 FILLER PIC x(2) value 'IA'.
           03 FILLER PIC x(2) value 'MT'.
           03 FILLER PIC x(2) value 'CH'.
           03 FILLER PIC x(2) value 'AV'.
         02 codesGarantiesTable REDEFINES codesGarantiesValeurs.
           03 codeGarantie PIC x(2) OCCURS 6.
       77 indiceGarantie PIC 9.
       77 codeGarantieCourant PIC x(2).

      *    Cumuls du mois par garantie ; les primes acquises se deduisent des quatre autres termes
       01 cumulsGaranties.
         02 cumulGarantie OCCURS 6.
           03 ouvertureGarantie PIC s9(9)v9(2).
           03 emisesGarantie PIC s9(9)v9(2).
           03 acquisesGarantie PIC s9(9)v9(2).
           03 annulationsGarantie PIC s9(9)v9(2).
           03 clotureGarantie PIC s9(9)v9(2).

      *    Termes de la garantie en cours d'enregistrement
       01 ligneGarantie.
         03 ouvertureLigne PIC s9(9)v9(2).
         03 emisesLigne PIC s9(9)v9(2).
         03 acquisesLigne PIC s9(9)v9(2).
         03 annulationsLigne PIC s9(9)v9(2).
         03 clotureLigne PIC s9(9)v9(2).
       01 totauxPPNA.
         03 totalOuverture PIC s9(9)v9(2).
         03 totalEmises PIC s9(9)v9(2).
         03 totalAcquises PIC s9(9)v9(2).
         03 totalAnnulations PIC s9(9)v9(2).
         03 totalCloture PIC s9(9)v9(2).
         03 totalCloturePrecedente PIC s9(9)v9(2).

      *    Quittance en cours : prime nette (le montant appele pour une quittance anterieure a la
      *    taxe), emission, periode couverte, garanties du contrat (contrat en vigueur ou archive),
      *    situation du contrat (0 en vigueur, 1 sorti a date connue, 2 sorti a date inconnue) et
      *    date de sortie (expiration ou suppression)
       01 quittanceCourante.
         03 codeQuittance PIC x(36).
         03 primeNetteQuittance PIC 9(9)v9(2).
         03 dateEmission.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 dateDebutPeriode.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 dateFinPeriode.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 garantiesQuittance.
           04 IT PIC 9.
           04 PE PIC 9.
           04 IA PIC 9.
           04 MT PIC 9.
           04 CHM PIC 9.
           04 AV PIC 9.
         03 garantiesQuittanceTable REDEFINES garantiesQuittance.
           04 garantieCouverte PIC 9 OCCURS 6.
         03 situationContrat PIC 9.
         03 dateSortie.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
       01 dateEmissionAAAAMMJJ PIC 9(8).
       01 dateDebutPeriodeAAAAMMJJ PIC 9(8).
       01 dateFinPeriodeAAAAMMJJ PIC 9(8).
       01 dateSortieAAAAMMJJ PIC 9(8).
       77 emissionEnJours PIC 9(9).
       77 debutPeriodeEnJours PIC 9(9).
       77 finPeriodeEnJours PIC 9(9).
       77 sortieEnJours PIC 9(9).
       77 joursPeriode PIC 9(9).

      *    Part non acquise de la quittance a la fin d'un jour donne (calculNonAcquis)
       77 jourCalcul PIC 9(9).
       77 nonAcquis PIC s9(9)v9(2).

      *    Les quatre termes de la quittance en cours, avant ventilation par garantie
       01 termesQuittance.
         03 ouvertureQuittance PIC s9(9)v9(2).
         03 emiseQuittance PIC s9(9)v9(2).
         03 annulationQuittance PIC s9(9)v9(2).
         03 clotureQuittance PIC s9(9)v9(2).

      *    Ventilation a parts egales entre les garanties couvertes, la derniere prenant le reste
       77 nbGarantiesQuittance PIC 9.
       77 nbGarantiesRestantes PIC 9.
       01 partsGarantie.
         03 partOuverture PIC s9(9)v9(2).
         03 partEmise PIC s9(9)v9(2).
         03 partAnnulation PIC s9(9)v9(2).
         03 partCloture PIC s9(9)v9(2).
       01 restesAVentiler.
         03 resteOuverture PIC s9(9)v9(2).
         03 resteEmise PIC s9(9)v9(2).
         03 resteAnnulation PIC s9(9)v9(2).
         03 resteCloture PIC s9(9)v9(2).

      *    Garde-fou de double passage et rapprochement avec la derniere cloture enregistree avant le
      *    mois calcule : celle du mois precedent en regime normal, plus ancienne si un mois n'a pas
      *    ete calcule
       77 nbCalculsDuMois PIC 9(5).
       77 nbCloturesPrecedentes PIC 9(5).
       77 periodeDerniereCloture PIC 9(6).
       77 anneeDerniereCloture PIC 9(4).
       77 moisDerniereCloture PIC 9(2).
       77 clotureDuMoisPrecedent PIC 9.
       77 cloturePrecedente PIC s9(9)v9(2).
       77 ecartOuverture PIC s9(9)v9(2).
       77 nbAnomalies PIC 9(2) value 0.

      *    Ecriture d'inventaire : variation de la provision, en centimes, et comptes selon le sens
       77 variationPPNA PIC s9(9)v9(2).
       77 montantEcritureCentimes PIC 9(15).
       77 compteDebit PIC x(6).
       77 compteCredit PIC x(6).
       77 referenceEcriture PIC x(36).
       77 tmpCodeEcriture PIC x(36).

      *    Indique si le fetch a rendu une ligne : la condition de boucle ne peut pas porter sur le
      *    SQLCODE brut
       77 ligneTrouvee PIC 9.
       77 nbQuittancesLues PIC 9(9) value 0.
       77 nbQuittancesIgnorees PIC 9(9) value 0.

      *    Decoupage des montants pour l'ecriture (le 'v' n'imprime pas de virgule, le signe embarque
      *    d'un numerique s'imprimerait en caractere parasite)
       77 montantAEditer PIC s9(9)v9(2).
       77 montantTravail PIC 9(11).
       01 montantEdite.
         03 signeEdite PIC x.
         03 entierEdite PIC 9(9).
         03 FILLER PIC x value ",".
         03 centimesEdite PIC 9(2).
       01 ouvertureEditee PIC x(13).
       01 emisesEditee PIC x(13).
       01 acquisesEditee PIC x(13).
       01 annulationsEditee PIC x(13).
       01 clotureEditee PIC x(13).
       01 precedenteEditee PIC x(13).

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * Traitement de fin de mois de la provision pour primes non acquises
      **
       provisionsPrimes.
           perform provisionsPrimes-init.
           perform provisionsPrimes-trt.
           perform provisionsPrimes-fin.

       provisionsPrimes-init.
           accept DateSysteme FROM DATE.
           MOVE FUNCTION CURRENT-DATE to WS-CURRENT-DATE-DATA.
      *    Connexion à la base de données
           MOVE
             "Trusted_Connection=yes;Database=stagePOECCobol;server=DESKTOP-G3KGIN3\SQLEXPRESS;factory=System.Data.SqlClient;"
             to cnxDb.
      *    Chaine de connexion surchargeable par variable d'environnement, pour ne pas recompiler a chaque poste/environnement
           MOVE "STAGEPOEC_CNXDB" TO nomVariableEnvironnementCnx
           DISPLAY nomVariableEnvironnementCnx UPON ENVIRONMENT-NAME
           ACCEPT cnxDb FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           exec sql
               Connect using :CnxDb
           end-exec.
      *    Choix de l'autocommit
           EXEC SQL
               SET AUTOCOMMIT ON
           End-EXEC.

           move Mois of DateSysteme to moisCourant.
           move WS-CURRENT-YEAR to anneeCourante.
           if moisCourant = 1
               move 12 to moisPrecedent
               subtract 1 from anneeCourante giving anneePrecedente
           else
               subtract 1 from moisCourant giving moisPrecedent
               move anneeCourante to anneePrecedente
           end-if.

           move anneeCourante to AAAA of dateDebutMois.
           move moisCourant to MM of dateDebutMois.
           move 1 to JJ of dateDebutMois.
           move FUNCTION INTEGER-OF-DATE(dateDebutMoisAAAAMMJJ) to debutMoisEnJours.
           if moisCourant = 12
               add 1 to anneeCourante giving AAAA of dateMoisSuivant
               move 1 to MM of dateMoisSuivant
           else
               move anneeCourante to AAAA of dateMoisSuivant
               add 1 to moisCourant giving MM of dateMoisSuivant
           end-if.
           move 1 to JJ of dateMoisSuivant.
           compute finMoisEnJours = FUNCTION INTEGER-OF-DATE(dateMoisSuivantAAAAMMJJ) - 1.
           move FUNCTION DATE-OF-INTEGER(finMoisEnJours) to dateFinMoisAAAAMMJJ.
           STRING JJ of dateDebutMois "-" MM of dateDebutMois "-" AAAA of dateDebutMois INTO tmpDateDebutMois.
           STRING JJ of dateFinMois "-" MM of dateFinMois "-" AAAA of dateFinMois INTO tmpDateFinMois.

           initialize cumulsGaranties.
           initialize totauxPPNA.

           OPEN OUTPUT FichierPPNA.
           STRING "ETAT DE LA PROVISION POUR PRIMES NON ACQUISES - MOIS " moisCourant "/" anneeCourante "  (edition du " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR ")"
             INTO LignePPNA.
           WRITE LignePPNA.

      *    Quittances a periode dont une part peut encore etre non acquise a la veille du mois : les
      *    quittances emises avant le fractionnement n'ont pas de periode et sont reputees acquises
           EXEC sql
             declare CursorQuittancesPPNA cursor for
             select q.codeQuittance, COALESCE(q.primeNette, q.montant),
               YEAR(q.dateEmission), MONTH(q.dateEmission), DAY(q.dateEmission),
               YEAR(q.dateDebutPeriode), MONTH(q.dateDebutPeriode), DAY(q.dateDebutPeriode),
               YEAR(q.dateFinPeriode), MONTH(q.dateFinPeriode), DAY(q.dateFinPeriode),
               COALESCE(c.IT, a.IT, 0), COALESCE(c.PE, a.PE, 0), COALESCE(c.IA, a.IA, 0), COALESCE(c.MT, a.MT, 0), COALESCE(c.CH, a.CH, 0), COALESCE(c.AV, a.AV, 0),
               case when c.codeContrat is not null and COALESCE(c.validite,1) = 1 and COALESCE(c.contratRegle,0) = 0 then 0
                    when c.codeContrat is not null and c.dateExpiration is not null and COALESCE(c.contratRegle,0) = 0 then 1
                    when c.codeContrat is null and a.dateArchivage is not null then 1
                    else 2 end,
               COALESCE(YEAR(COALESCE(c.dateExpiration, a.dateArchivage)),0), COALESCE(MONTH(COALESCE(c.dateExpiration, a.dateArchivage)),0),
               COALESCE(DAY(COALESCE(c.dateExpiration, a.dateArchivage)),0)
             from quittances q
               left join contrats c on c.codeContrat = q.codeContrat
               left join contratsArchives a on a.codeContrat = q.codeContrat
             where q.dateDebutPeriode is not null and q.dateFinPeriode is not null
               and q.dateEmission <= :tmpDateFinMois and q.dateFinPeriode >= :tmpDateDebutMois
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Garde-fou de double passage, puis calcul quittance par quittance des termes du mois et
      * ventilation par garantie
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       provisionsPrimes-trt.
           move 0 to nbCalculsDuMois.
           EXEC sql
             select count(*) into :nbCalculsDuMois from provisionsPrimes
             where annee = :anneeCourante and mois = :moisCourant
           END-EXEC.
           if nbCalculsDuMois > 0
               MOVE " " to LignePPNA
               WRITE LignePPNA
               MOVE "PPNA du mois deja calculee : etat et ecriture non recalcules." to LignePPNA
               WRITE LignePPNA
               CLOSE FichierPPNA
               DISPLAY "Traitement termine. PPNA du mois deja calculee, rien a faire."
               STOP RUN
           end-if.

           EXEC sql
             open CursorQuittancesPPNA
           END-EXEC.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorQuittancesPPNA into :quittanceCourante.codeQuittance, :quittanceCourante.primeNetteQuittance,
                   :quittanceCourante.dateEmission.AAAA, :quittanceCourante.dateEmission.MM, :quittanceCourante.dateEmission.JJ,
                   :quittanceCourante.dateDebutPeriode.AAAA, :quittanceCourante.dateDebutPeriode.MM, :quittanceCourante.dateDebutPeriode.JJ,
                   :quittanceCourante.dateFinPeriode.AAAA, :quittanceCourante.dateFinPeriode.MM, :quittanceCourante.dateFinPeriode.JJ,
                   :quittanceCourante.garantiesQuittance.IT, :quittanceCourante.garantiesQuittance.PE, :quittanceCourante.garantiesQuittance.IA,
                   :quittanceCourante.garantiesQuittance.MT, :quittanceCourante.garantiesQuittance.CHM, :quittanceCourante.garantiesQuittance.AV,
                   :quittanceCourante.situationContrat,
                   :quittanceCourante.dateSortie.AAAA, :quittanceCourante.dateSortie.MM, :quittanceCourante.dateSortie.JJ
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   add 1 to nbQuittancesLues
                   perform termesQuittancePPNA
               end-if
           end-perform.
           EXEC sql
             close CursorQuittancesPPNA
           END-EXEC.

      *    Termes du mois pour la quittance en cours : provision a la veille du mois et a la fin du
      *    mois, prime emise dans le mois, part liberee par la sortie du contrat dans le mois. Une
      *    quittance d'un contrat sorti a une date inconnue, ou sans garantie connue, n'entre pas
      *    dans la provision.
       termesQuittancePPNA.
           move 0 to nbGarantiesQuittance.
           move 1 to indiceGarantie.
           perform comptageGarantieQuittance until indiceGarantie > 6.
           if situationContrat = 2 OR nbGarantiesQuittance = 0
               add 1 to nbQuittancesIgnorees
           else
               STRING AAAA of dateEmission MM of dateEmission JJ of dateEmission INTO dateEmissionAAAAMMJJ
               STRING AAAA of dateDebutPeriode MM of dateDebutPeriode JJ of dateDebutPeriode INTO dateDebutPeriodeAAAAMMJJ
               STRING AAAA of dateFinPeriode MM of dateFinPeriode JJ of dateFinPeriode INTO dateFinPeriodeAAAAMMJJ
               move FUNCTION INTEGER-OF-DATE(dateEmissionAAAAMMJJ) to emissionEnJours
               move FUNCTION INTEGER-OF-DATE(dateDebutPeriodeAAAAMMJJ) to debutPeriodeEnJours
               move FUNCTION INTEGER-OF-DATE(dateFinPeriodeAAAAMMJJ) to finPeriodeEnJours
               compute joursPeriode = finPeriodeEnJours - debutPeriodeEnJours + 1
               move 0 to sortieEnJours
               if situationContrat = 1
                   STRING AAAA of dateSortie MM of dateSortie JJ of dateSortie INTO dateSortieAAAAMMJJ
                   move FUNCTION INTEGER-OF-DATE(dateSortieAAAAMMJJ) to sortieEnJours
               end-if

               initialize termesQuittance
               subtract 1 from debutMoisEnJours giving jourCalcul
               perform calculNonAcquis
               move nonAcquis to ouvertureQuittance
               move finMoisEnJours to jourCalcul
               perform calculNonAcquis
               move nonAcquis to clotureQuittance
               if emissionEnJours >= debutMoisEnJours AND emissionEnJours <= finMoisEnJours
                   move primeNetteQuittance to emiseQuittance
               end-if
      *        Sortie dans le mois : la part encore non acquise la veille de la sortie est liberee ;
      *        une quittance emise le jour de la sortie ou apres est annulee en entier
               if sortieEnJours >= debutMoisEnJours AND sortieEnJours <= finMoisEnJours
                   if emissionEnJours >= sortieEnJours
                       move emiseQuittance to annulationQuittance
                   else
                       subtract 1 from sortieEnJours giving jourCalcul
                       perform calculNonAcquis
                       move nonAcquis to annulationQuittance
                   end-if
               end-if

               perform ventilationTermesQuittance
           end-if.

       comptageGarantieQuittance.
           if garantieCouverte(indiceGarantie) = 1
               add 1 to nbGarantiesQuittance
           end-if.
           add 1 to indiceGarantie.

      *    Part non acquise a la fin du jour jourCalcul : rien avant l'emission ni a partir de la
      *    sortie du contrat, la prime entiere avant le debut de la periode, le prorata des jours
      *    restant a courir pendant la periode, rien apres sa fin
       calculNonAcquis.
           if emissionEnJours > jourCalcul OR (sortieEnJours > 0 AND jourCalcul >= sortieEnJours)
               move 0 to nonAcquis
           else if jourCalcul < debutPeriodeEnJours
               move primeNetteQuittance to nonAcquis
           else if jourCalcul >= finPeriodeEnJours
               move 0 to nonAcquis
           else
               compute nonAcquis rounded = primeNetteQuittance * (finPeriodeEnJours - jourCalcul) / joursPeriode
           end-if.

       ventilationTermesQuittance.
           compute partOuverture rounded = ouvertureQuittance / nbGarantiesQuittance.
           compute partEmise rounded = emiseQuittance / nbGarantiesQuittance.
           compute partAnnulation rounded = annulationQuittance / nbGarantiesQuittance.
           compute partCloture rounded = clotureQuittance / nbGarantiesQuittance.
           move ouvertureQuittance to resteOuverture.
           move emiseQuittance to resteEmise.
           move annulationQuittance to resteAnnulation.
           move clotureQuittance to resteCloture.
           move nbGarantiesQuittance to nbGarantiesRestantes.
           move 1 to indiceGarantie.
           perform ventilationGarantieQuittance until indiceGarantie > 6.

       ventilationGarantieQuittance.
           if garantieCouverte(indiceGarantie) = 1
               if nbGarantiesRestantes = 1
                   add resteOuverture to ouvertureGarantie(indiceGarantie)
                   add resteEmise to emisesGarantie(indiceGarantie)
                   add resteAnnulation to annulationsGarantie(indiceGarantie)
                   add resteCloture to clotureGarantie(indiceGarantie)
               else
                   add partOuverture to ouvertureGarantie(indiceGarantie)
                   add partEmise to emisesGarantie(indiceGarantie)
                   add partAnnulation to annulationsGarantie(indiceGarantie)
                   add partCloture to clotureGarantie(indiceGarantie)
                   subtract partOuverture from resteOuverture
                   subtract partEmise from resteEmise
                   subtract partAnnulation from resteAnnulation
                   subtract partCloture from resteCloture
               end-if
               subtract 1 from nbGarantiesRestantes
           end-if.
           add 1 to indiceGarantie.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Etat par garantie, enregistrement du mois, rapprochement avec la cloture precedente et
      * ecriture d'inventaire de la variation
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       provisionsPrimes-fin.
           MOVE " " to LignePPNA.
           WRITE LignePPNA.
           MOVE "Garantie;Provision d'ouverture;Primes emises;Primes acquises;Annulations et ristournes;Provision de cloture;Derniere cloture enregistree" to LignePPNA.
           WRITE LignePPNA.

      *    Derniere cloture enregistree avant le mois calcule, sous la forme AAAAMM
           move 0 to nbCloturesPrecedentes.
           move 0 to periodeDerniereCloture.
           EXEC sql
             select count(*), COALESCE(MAX(annee * 100 + mois),0) into :nbCloturesPrecedentes, :periodeDerniereCloture from provisionsPrimes
             where annee * 100 + mois < :anneeCourante * 100 + :moisCourant
           END-EXEC.
           divide periodeDerniereCloture by 100 giving anneeDerniereCloture remainder moisDerniereCloture.
           move 0 to clotureDuMoisPrecedent.
           if nbCloturesPrecedentes > 0 AND anneeDerniereCloture = anneePrecedente AND moisDerniereCloture = moisPrecedent
               move 1 to clotureDuMoisPrecedent
           end-if.

           move 1 to indiceGarantie.
           perform ligneGarantiePPNA until indiceGarantie > 6.

           move totalOuverture to montantAEditer.
           perform editionMontant.
           move montantEdite to ouvertureEditee.
           move totalEmises to montantAEditer.
           perform editionMontant.
           move montantEdite to emisesEditee.
           move totalAcquises to montantAEditer.
           perform editionMontant.
           move montantEdite to acquisesEditee.
           move totalAnnulations to montantAEditer.
           perform editionMontant.
           move montantEdite to annulationsEditee.
           move totalCloture to montantAEditer.
           perform editionMontant.
           move montantEdite to clotureEditee.
           move totalCloturePrecedente to montantAEditer.
           perform editionMontant.
           move montantEdite to precedenteEditee.
           MOVE " " to LignePPNA.
           STRING "TOTAL;" ouvertureEditee ";" emisesEditee ";" acquisesEditee ";" annulationsEditee ";" clotureEditee ";" precedenteEditee INTO LignePPNA.
           WRITE LignePPNA.

           MOVE " " to LignePPNA.
           WRITE LignePPNA.
           MOVE " " to LignePPNA.
           STRING "Quittances examinees : " nbQuittancesLues "  hors provision (contrat sorti a date inconnue ou sans garantie) : " nbQuittancesIgnorees INTO LignePPNA.
           WRITE LignePPNA.
           MOVE " " to LignePPNA.
           if nbCloturesPrecedentes = 0
               MOVE "Aucune cloture enregistree avant ce mois : provision d'ouverture recalculee, non rapprochee ; la provision de cloture est passee en totalite." to LignePPNA
           else if clotureDuMoisPrecedent = 0
               STRING "Derniere cloture enregistree au " moisDerniereCloture "/" anneeDerniereCloture
                 " (mois intermediaires non calcules) : ouverture non rapprochee ; l'ecriture couvre la variation depuis cette cloture." INTO LignePPNA
           else if nbAnomalies = 0
               MOVE "Provision d'ouverture rapprochee de la cloture du mois precedent." to LignePPNA
           else
               MOVE "*** ETAT NON RAPPROCHE : ouverture recalculee differente de la cloture precedente (donnees modifiees depuis) ***" to LignePPNA
           end-if.
           WRITE LignePPNA.

           perform ecritureInventairePPNA.

           CLOSE FichierPPNA.
           DISPLAY "Traitement termine. PPNA de cloture : " clotureEditee " - etat ecrit dans ETAT-PPNA.TXT".
           STOP RUN.

      *    Une ligne par garantie : les primes acquises sont ce qui reste de l'ouverture et des
      *    emissions une fois otees les annulations et la cloture, soit la part des jours ecoules du
      *    mois ; la cloture est enregistree pour le rapprochement du mois suivant
       ligneGarantiePPNA.
           move codeGarantie(indiceGarantie) to codeGarantieCourant.
           compute acquisesGarantie(indiceGarantie) = ouvertureGarantie(indiceGarantie) + emisesGarantie(indiceGarantie)
             - annulationsGarantie(indiceGarantie) - clotureGarantie(indiceGarantie).

           move 0 to cloturePrecedente.
           if nbCloturesPrecedentes > 0
               EXEC sql
                 select COALESCE(SUM(provisionCloture),0) into :cloturePrecedente from provisionsPrimes
                 where annee = :anneeDerniereCloture and mois = :moisDerniereCloture and garantie = :codeGarantieCourant
               END-EXEC
      *        L'ouverture ne se rapproche que d'une cloture du mois precedent : apres un mois non
      *        calcule, l'ecart comprend les mouvements de ce mois
               if clotureDuMoisPrecedent = 1
                   subtract cloturePrecedente from ouvertureGarantie(indiceGarantie) giving ecartOuverture
                   if ecartOuverture <> 0
                       add 1 to nbAnomalies
                   end-if
               end-if
           end-if.

           add ouvertureGarantie(indiceGarantie) to totalOuverture.
           add emisesGarantie(indiceGarantie) to totalEmises.
           add acquisesGarantie(indiceGarantie) to totalAcquises.
           add annulationsGarantie(indiceGarantie) to totalAnnulations.
           add clotureGarantie(indiceGarantie) to totalCloture.
           add cloturePrecedente to totalCloturePrecedente.

           move ouvertureGarantie(indiceGarantie) to ouvertureLigne.
           move emisesGarantie(indiceGarantie) to emisesLigne.
           move acquisesGarantie(indiceGarantie) to acquisesLigne.
           move annulationsGarantie(indiceGarantie) to annulationsLigne.
           move clotureGarantie(indiceGarantie) to clotureLigne.
           EXEC sql
             INSERT INTO provisionsPrimes (annee, mois, garantie, provisionOuverture, primesEmises, primesAcquises, annulations, provisionCloture, dateCalcul)
             VALUES (:anneeCourante, :moisCourant, :codeGarantieCourant, :ligneGarantie.ouvertureLigne, :ligneGarantie.emisesLigne, :ligneGarantie.acquisesLigne,
               :ligneGarantie.annulationsLigne, :ligneGarantie.clotureLigne, :tmpDateFinMois)
           END-EXEC.

           move ouvertureGarantie(indiceGarantie) to montantAEditer.
           perform editionMontant.
           move montantEdite to ouvertureEditee.
           move emisesGarantie(indiceGarantie) to montantAEditer.
           perform editionMontant.
           move montantEdite to emisesEditee.
           move acquisesGarantie(indiceGarantie) to montantAEditer.
           perform editionMontant.
           move montantEdite to acquisesEditee.
           move annulationsGarantie(indiceGarantie) to montantAEditer.
           perform editionMontant.
           move montantEdite to annulationsEditee.
           move clotureGarantie(indiceGarantie) to montantAEditer.
           perform editionMontant.
           move montantEdite to clotureEditee.
           move cloturePrecedente to montantAEditer.
           perform editionMontant.
           move montantEdite to precedenteEditee.
           MOVE " " to LignePPNA.
           STRING codeGarantieCourant ";" ouvertureEditee ";" emisesEditee ";" acquisesEditee ";" annulationsEditee ";" clotureEditee ";" precedenteEditee INTO LignePPNA.
           WRITE LignePPNA.
           add 1 to indiceGarantie.

      *    Ecriture d'inventaire : la provision deja passee au grand livre est la derniere cloture
      *    enregistree (celle du mois precedent, ou plus ancienne si un mois n'a pas ete calcule) ;
      *    faute de toute cloture enregistree, rien n'a encore ete passe et la provision de cloture
      *    est dotee en totalite. La variation jusqu'a la nouvelle cloture est dotee (variation des
      *    primes non acquises 706900 au debit, provision 320000 au credit) ou reprise (sens
      *    inverse), a la date de fin de mois. Les deux lignes sont deposees dans ecrituresEnAttente
      *    pour la passe ExportComptable.
       ecritureInventairePPNA.
           if nbCloturesPrecedentes = 0
               move totalCloture to variationPPNA
           else
               subtract totalCloturePrecedente from totalCloture giving variationPPNA
           end-if.
           if variationPPNA < 0
               move '320000' to compteDebit
               move '706900' to compteCredit
               compute montantEcritureCentimes = 0 - variationPPNA * 100
           else
               move '706900' to compteDebit
               move '320000' to compteCredit
               compute montantEcritureCentimes = variationPPNA * 100
           end-if.

           move variationPPNA to montantAEditer.
           perform editionMontant.
           MOVE " " to LignePPNA.
           if montantEcritureCentimes = 0
               MOVE "Variation de la provision nulle : pas d'ecriture d'inventaire." to LignePPNA
           else
               MOVE " " to referenceEcriture
               STRING "PPNA-" anneeCourante moisCourant INTO referenceEcriture
               EXEC sql
                 select newid() into :tmpCodeEcriture
               END-EXEC
               EXEC sql
                 INSERT INTO ecrituresEnAttente (codeEcriture, codeJournal, dateOperation, reference, numeroLigne, compte, sens, montant, libelle, exporteCompta)
                 VALUES (:tmpCodeEcriture, 'INV', :tmpDateFinMois, :referenceEcriture, 1, :compteDebit, 'D', :montantEcritureCentimes, 'VARIATION PPNA', 0)
               END-EXEC
               EXEC sql
                 select newid() into :tmpCodeEcriture
               END-EXEC
               EXEC sql
                 INSERT INTO ecrituresEnAttente (codeEcriture, codeJournal, dateOperation, reference, numeroLigne, compte, sens, montant, libelle, exporteCompta)
                 VALUES (:tmpCodeEcriture, 'INV', :tmpDateFinMois, :referenceEcriture, 2, :compteCredit, 'C', :montantEcritureCentimes, 'VARIATION PPNA', 0)
               END-EXEC
               STRING "Ecriture d'inventaire " referenceEcriture " : variation " montantEdite " (D " compteDebit " / C " compteCredit "), reprise par l'export comptable" INTO LignePPNA
           end-if.
           WRITE LignePPNA.

       editionMontant.
           if montantAEditer < 0
               move "-" to signeEdite
           else
               move " " to signeEdite
           end-if.
           multiply montantAEditer by 100 giving montantTravail.
           divide montantTravail by 100 giving entierEdite remainder centimesEdite.
