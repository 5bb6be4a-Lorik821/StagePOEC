      ******************************************************************
      * Author:
      * Date:
      * Purpose: Etat trimestriel de declaration de la taxe sur les
      *          conventions d'assurance : par garantie (IT, PE, IA, MT,
      *          CH, AV), taxe collectee sur les quittances emises dans
      *          le trimestre (ventilee a l'emission par
      *          FacturationPrimes), taxe restituee sur les ristournes
      *          virees dans le trimestre, et taxe nette a declarer.
      *          L'etat est rapproche de la comptabilite : la taxe des
      *          quittances et des ristournes deja passees au journal
      *          (exporteCompta = 1, compte 447000 d'ExportComptable) est
      *          comparee au total declare, et tout montant encore en
      *          attente d'export ou tout ecart entre la ventilation par
      *          garantie et la taxe totale des pieces est signale ; la
      *          declaration ne doit etre deposee qu'une fois l'etat
      *          rapproche. Resultat dans DECLARATION-TAXE.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DeclarationTaxeAssurance.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FichierDeclaration ASSIGN TO "DECLARATION-TAXE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD FichierDeclaration.
       01 LigneDeclaration PIC x(250).

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
       77 trimestreCourant PIC 9.

      *    Taux en vigueur par garantie (centiemes de pourcent), rappeles en tete de l'etat
       01 tauxTaxeAssurance.
         03 TauxTaxeIT PIC 9(4) value 0.
         03 TauxTaxePE PIC 9(4) value 0.
         03 TauxTaxeIA PIC 9(4) value 0.
         03 TauxTaxeMT PIC 9(4) value 0.
         03 TauxTaxeCH PIC 9(4) value 0.
         03 TauxTaxeAV PIC 9(4) value 0.

      *    Taxe collectee sur les quittances emises dans le trimestre : par garantie, total porte par
      *    les quittances, base nette et montant appele
       01 taxesCollectees.
         03 taxeITCollectee PIC 9(9)v9(2).
         03 taxePECollectee PIC 9(9)v9(2).
         03 taxeIACollectee PIC 9(9)v9(2).
         03 taxeMTCollectee PIC 9(9)v9(2).
         03 taxeCHCollectee PIC 9(9)v9(2).
         03 taxeAVCollectee PIC 9(9)v9(2).
         03 totalTaxeQuittances PIC 9(9)v9(2).
         03 totalPrimesNettes PIC 9(9)v9(2).
         03 totalMontantsAppeles PIC 9(9)v9(2).
         03 nbQuittancesTrimestre PIC 9(9).

      *    Taxe restituee sur les ristournes virees dans le trimestre
       01 taxesRestituees.
         03 taxeITRestituee PIC 9(9)v9(2).
         03 taxePERestituee PIC 9(9)v9(2).
         03 taxeIARestituee PIC 9(9)v9(2).
         03 taxeMTRestituee PIC 9(9)v9(2).
         03 taxeCHRestituee PIC 9(9)v9(2).
         03 taxeAVRestituee PIC 9(9)v9(2).
         03 totalTaxeRistournes PIC 9(9)v9(2).
         03 totalMontantsRistournes PIC 9(9)v9(2).
         03 nbRistournesTrimestre PIC 9(9).

      *    Rapprochement avec le journal comptable : taxe des pieces du trimestre deja exportees, et
      *    taxe encore en attente de la prochaine passe d'ExportComptable
       77 taxeQuittancesExportee PIC 9(9)v9(2).
       77 taxeQuittancesEnAttente PIC 9(9)v9(2).
       77 taxeRistournesExportee PIC 9(9)v9(2).
       77 taxeRistournesEnAttente PIC 9(9)v9(2).
       77 sommeGaranties PIC 9(9)v9(2).
       77 ecartVentilation PIC s9(9)v9(2).
       77 nbAnomalies PIC 9(2) value 0.

      *    Ligne de garantie en cours d'ecriture et totaux de la declaration
       77 codeGarantieLigne PIC x(2).
       77 tauxGarantieLigne PIC 9(4).
       77 collecteeLigne PIC 9(9)v9(2).
       77 restitueeLigne PIC 9(9)v9(2).
       77 netteLigne PIC s9(9)v9(2).
       77 totalCollecte PIC 9(9)v9(2) value 0.
       77 totalRestitue PIC 9(9)v9(2) value 0.
       77 totalNet PIC s9(9)v9(2) value 0.

      *    Decoupage des montants pour l'ecriture (le 'v' n'imprime pas de virgule, le signe embarque
      *    d'un numerique s'imprimerait en caractere parasite)
       77 montantAEditer PIC s9(9)v9(2).
       77 montantTravail PIC 9(11).
       01 montantEdite.
         03 signeEdite PIC x.
         03 entierEdite PIC 9(9).
         03 FILLER PIC x value ",".
         03 centimesEdite PIC 9(2).
       01 collecteeEditee PIC x(13).
       01 restitueeEditee PIC x(13).
       01 netteEditee PIC x(13).
       01 tauxEdite.
         03 entierTaux PIC 9(2).
         03 FILLER PIC x value ",".
         03 centimesTaux PIC 9(2).
         03 FILLER PIC x value "%".

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * Declaration trimestrielle de la taxe sur les conventions d'assurance
      **
       declarationTaxe.
           perform declarationTaxe-init.
           perform declarationTaxe-trt.
           perform declarationTaxe-fin.

       declarationTaxe-init.
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

      *    Trimestre de la date systeme : la chaine lance le traitement la derniere nuit du dernier
      *    mois du trimestre, apres l'export comptable de la nuit
           move Mois of DateSysteme to moisCourant.
           move WS-CURRENT-YEAR to anneeCourante.
           compute trimestreCourant = (moisCourant + 2) / 3.

      *    Taux en vigueur ; 0 si la table n'a pas la ligne
           EXEC sql
             select valeur into :TauxTaxeIT from parametres where cle = 'TAUX_TAXE_IT'
           END-EXEC.
           EXEC sql
             select valeur into :TauxTaxePE from parametres where cle = 'TAUX_TAXE_PE'
           END-EXEC.
           EXEC sql
             select valeur into :TauxTaxeIA from parametres where cle = 'TAUX_TAXE_IA'
           END-EXEC.
           EXEC sql
             select valeur into :TauxTaxeMT from parametres where cle = 'TAUX_TAXE_MT'
           END-EXEC.
           EXEC sql
             select valeur into :TauxTaxeCH from parametres where cle = 'TAUX_TAXE_CH'
           END-EXEC.
           EXEC sql
             select valeur into :TauxTaxeAV from parametres where cle = 'TAUX_TAXE_AV'
           END-EXEC.

           OPEN OUTPUT FichierDeclaration.
           STRING "DECLARATION DE LA TAXE SUR LES CONVENTIONS D'ASSURANCE - TRIMESTRE " trimestreCourant "/" anneeCourante
             "  (edition du " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR ")" INTO LigneDeclaration.
           WRITE LigneDeclaration.
           MOVE " " to LigneDeclaration.
           WRITE LigneDeclaration.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Cumuls du trimestre : taxe collectee a l'emission des quittances, taxe restituee au virement
      * des ristournes ; les pieces anterieures a la ventilation de la taxe n'en portent pas (0)
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       declarationTaxe-trt.
           initialize taxesCollectees.
           EXEC sql
             select COALESCE(SUM(taxeIT),0), COALESCE(SUM(taxePE),0), COALESCE(SUM(taxeIA),0), COALESCE(SUM(taxeMT),0),
               COALESCE(SUM(taxeCH),0), COALESCE(SUM(taxeAV),0), COALESCE(SUM(montantTaxe),0),
               COALESCE(SUM(COALESCE(primeNette,montant)),0), COALESCE(SUM(montant),0), count(*)
             into :taxesCollectees.taxeITCollectee, :taxesCollectees.taxePECollectee, :taxesCollectees.taxeIACollectee,
               :taxesCollectees.taxeMTCollectee, :taxesCollectees.taxeCHCollectee, :taxesCollectees.taxeAVCollectee,
               :taxesCollectees.totalTaxeQuittances, :taxesCollectees.totalPrimesNettes, :taxesCollectees.totalMontantsAppeles,
               :taxesCollectees.nbQuittancesTrimestre
             from quittances
             where DATEPART(QUARTER, dateEmission) = :trimestreCourant and YEAR(dateEmission) = :anneeCourante
           END-EXEC.

           initialize taxesRestituees.
           EXEC sql
             select COALESCE(SUM(taxeIT),0), COALESCE(SUM(taxePE),0), COALESCE(SUM(taxeIA),0), COALESCE(SUM(taxeMT),0),
               COALESCE(SUM(taxeCH),0), COALESCE(SUM(taxeAV),0), COALESCE(SUM(montantTaxe),0), COALESCE(SUM(montant),0), count(*)
             into :taxesRestituees.taxeITRestituee, :taxesRestituees.taxePERestituee, :taxesRestituees.taxeIARestituee,
               :taxesRestituees.taxeMTRestituee, :taxesRestituees.taxeCHRestituee, :taxesRestituees.taxeAVRestituee,
               :taxesRestituees.totalTaxeRistournes, :taxesRestituees.totalMontantsRistournes, :taxesRestituees.nbRistournesTrimestre
             from ristournes
             where paye = 1 and dateEmissionPaiement is not null
               and DATEPART(QUARTER, dateEmissionPaiement) = :trimestreCourant and YEAR(dateEmissionPaiement) = :anneeCourante
           END-EXEC.

           MOVE "garantie;taux;taxeCollectee;taxeRestituee;taxeNette" to LigneDeclaration.
           WRITE LigneDeclaration.
           move 'IT' to codeGarantieLigne.
           move TauxTaxeIT to tauxGarantieLigne.
           move taxeITCollectee to collecteeLigne.
           move taxeITRestituee to restitueeLigne.
           perform ligneGarantie.
           move 'PE' to codeGarantieLigne.
           move TauxTaxePE to tauxGarantieLigne.
           move taxePECollectee to collecteeLigne.
           move taxePERestituee to restitueeLigne.
           perform ligneGarantie.
           move 'IA' to codeGarantieLigne.
           move TauxTaxeIA to tauxGarantieLigne.
           move taxeIACollectee to collecteeLigne.
           move taxeIARestituee to restitueeLigne.
           perform ligneGarantie.
           move 'MT' to codeGarantieLigne.
           move TauxTaxeMT to tauxGarantieLigne.
           move taxeMTCollectee to collecteeLigne.
           move taxeMTRestituee to restitueeLigne.
           perform ligneGarantie.
           move 'CH' to codeGarantieLigne.
           move TauxTaxeCH to tauxGarantieLigne.
           move taxeCHCollectee to collecteeLigne.
           move taxeCHRestituee to restitueeLigne.
           perform ligneGarantie.
           move 'AV' to codeGarantieLigne.
           move TauxTaxeAV to tauxGarantieLigne.
           move taxeAVCollectee to collecteeLigne.
           move taxeAVRestituee to restitueeLigne.
           perform ligneGarantie.

           move totalCollecte to montantAEditer.
           perform editionMontant.
           move montantEdite to collecteeEditee.
           move totalRestitue to montantAEditer.
           perform editionMontant.
           move montantEdite to restitueeEditee.
           move totalNet to montantAEditer.
           perform editionMontant.
           move montantEdite to netteEditee.
           MOVE " " to LigneDeclaration.
           STRING "TOTAL;;" collecteeEditee ";" restitueeEditee ";" netteEditee INTO LigneDeclaration.
           WRITE LigneDeclaration.

           move totalPrimesNettes to montantAEditer.
           perform editionMontant.
           move montantEdite to collecteeEditee.
           move totalMontantsAppeles to montantAEditer.
           perform editionMontant.
           move montantEdite to netteEditee.
           MOVE " " to LigneDeclaration.
           STRING "Quittances du trimestre : " nbQuittancesTrimestre "  primes nettes : " collecteeEditee "  montants appeles : " netteEditee INTO LigneDeclaration.
           WRITE LigneDeclaration.
           move totalMontantsRistournes to montantAEditer.
           perform editionMontant.
           move montantEdite to restitueeEditee.
           MOVE " " to LigneDeclaration.
           STRING "Ristournes virees dans le trimestre : " nbRistournesTrimestre "  montants vires : " restitueeEditee INTO LigneDeclaration.
           WRITE LigneDeclaration.

           perform rapprochementJournal.

      *    Une ligne par garantie : la taxe nette est la taxe collectee diminuee de la taxe restituee
       ligneGarantie.
           subtract restitueeLigne from collecteeLigne giving netteLigne.
           add collecteeLigne to totalCollecte.
           add restitueeLigne to totalRestitue.
           add netteLigne to totalNet.
           divide tauxGarantieLigne by 100 giving entierTaux remainder centimesTaux.
           move collecteeLigne to montantAEditer.
           perform editionMontant.
           move montantEdite to collecteeEditee.
           move restitueeLigne to montantAEditer.
           perform editionMontant.
           move montantEdite to restitueeEditee.
           move netteLigne to montantAEditer.
           perform editionMontant.
           move montantEdite to netteEditee.
           MOVE " " to LigneDeclaration.
           STRING codeGarantieLigne ";" tauxEdite ";" collecteeEditee ";" restitueeEditee ";" netteEditee INTO LigneDeclaration.
           WRITE LigneDeclaration.

       editionMontant.
           if montantAEditer < 0
               move "-" to signeEdite
           else
               move " " to signeEdite
           end-if.
           multiply montantAEditer by 100 giving montantTravail.
           divide montantTravail by 100 giving entierEdite remainder centimesEdite.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Rapprochement : la taxe declaree doit etre celle passee au compte 447000 par ExportComptable.
      * La taxe des pieces du trimestre non encore exportees et l'ecart entre la somme des garanties
      * et la taxe totale portee par les pieces sont signales comme anomalies
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       rapprochementJournal.
           move 0 to taxeQuittancesExportee.
           move 0 to taxeQuittancesEnAttente.
           EXEC sql
             select COALESCE(SUM(case when COALESCE(exporteCompta,0) = 1 then COALESCE(montantTaxe,0) else 0 end),0),
               COALESCE(SUM(case when COALESCE(exporteCompta,0) = 1 then 0 else COALESCE(montantTaxe,0) end),0)
             into :taxeQuittancesExportee, :taxeQuittancesEnAttente
             from quittances
             where DATEPART(QUARTER, dateEmission) = :trimestreCourant and YEAR(dateEmission) = :anneeCourante
           END-EXEC.
           move 0 to taxeRistournesExportee.
           move 0 to taxeRistournesEnAttente.
           EXEC sql
             select COALESCE(SUM(case when COALESCE(exporteCompta,0) = 1 then COALESCE(montantTaxe,0) else 0 end),0),
               COALESCE(SUM(case when COALESCE(exporteCompta,0) = 1 then 0 else COALESCE(montantTaxe,0) end),0)
             into :taxeRistournesExportee, :taxeRistournesEnAttente
             from ristournes
             where paye = 1 and dateEmissionPaiement is not null
               and DATEPART(QUARTER, dateEmissionPaiement) = :trimestreCourant and YEAR(dateEmissionPaiement) = :anneeCourante
           END-EXEC.

           MOVE " " to LigneDeclaration.
           WRITE LigneDeclaration.
           MOVE "RAPPROCHEMENT AVEC LE JOURNAL COMPTABLE (compte 447000)" to LigneDeclaration.
           WRITE LigneDeclaration.
           move taxeQuittancesExportee to montantAEditer.
           perform editionMontant.
           move montantEdite to collecteeEditee.
           move taxeQuittancesEnAttente to montantAEditer.
           perform editionMontant.
           move montantEdite to netteEditee.
           MOVE " " to LigneDeclaration.
           STRING "Taxe collectee passee au journal : " collecteeEditee "  en attente d'export : " netteEditee INTO LigneDeclaration.
           WRITE LigneDeclaration.
           move taxeRistournesExportee to montantAEditer.
           perform editionMontant.
           move montantEdite to restitueeEditee.
           move taxeRistournesEnAttente to montantAEditer.
           perform editionMontant.
           move montantEdite to netteEditee.
           MOVE " " to LigneDeclaration.
           STRING "Taxe restituee passee au journal : " restitueeEditee "  en attente d'export : " netteEditee INTO LigneDeclaration.
           WRITE LigneDeclaration.

           if taxeQuittancesEnAttente > 0 OR taxeRistournesEnAttente > 0
               MOVE "*** ANOMALIE : taxe du trimestre non encore passee au journal, relancer ExportComptable ***" to LigneDeclaration
               WRITE LigneDeclaration
               add 1 to nbAnomalies
           end-if.

           compute sommeGaranties = taxeITCollectee + taxePECollectee + taxeIACollectee + taxeMTCollectee + taxeCHCollectee + taxeAVCollectee.
           subtract totalTaxeQuittances from sommeGaranties giving ecartVentilation.
           if ecartVentilation <> 0
               move ecartVentilation to montantAEditer
               perform editionMontant
               MOVE " " to LigneDeclaration
               STRING "*** ANOMALIE : ventilation par garantie des quittances differente de la taxe totale, ecart " montantEdite " ***" INTO LigneDeclaration
               WRITE LigneDeclaration
               add 1 to nbAnomalies
           end-if.
           compute sommeGaranties = taxeITRestituee + taxePERestituee + taxeIARestituee + taxeMTRestituee + taxeCHRestituee + taxeAVRestituee.
           subtract totalTaxeRistournes from sommeGaranties giving ecartVentilation.
           if ecartVentilation <> 0
               move ecartVentilation to montantAEditer
               perform editionMontant
               MOVE " " to LigneDeclaration
               STRING "*** ANOMALIE : ventilation par garantie des ristournes differente de la taxe totale, ecart " montantEdite " ***" INTO LigneDeclaration
               WRITE LigneDeclaration
               add 1 to nbAnomalies
           end-if.

           if nbAnomalies = 0
               MOVE "Etat rapproche : la taxe nette peut etre declaree." to LigneDeclaration
           else
               MOVE "*** ETAT NON RAPPROCHE : DECLARATION A NE PAS DEPOSER EN L'ETAT ***" to LigneDeclaration
           end-if.
           WRITE LigneDeclaration.

       declarationTaxe-fin.
           CLOSE FichierDeclaration.
           DISPLAY "Traitement termine. Trimestre " trimestreCourant "/" anneeCourante " quittances : " nbQuittancesTrimestre " ristournes : " nbRistournesTrimestre
             " anomalies : " nbAnomalies.
           STOP RUN.
