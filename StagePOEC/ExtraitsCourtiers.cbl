      ******************************************************************
      * Author:
      * Date:
      * Purpose: Traitement de fin de mois des extraits de portefeuille
      *          envoyes aux apporteurs : pour chaque courtier de la
      *          table courtiers, ecrit un fichier plat
      *          EXTRAIT-<code courtier>-<AAAAMM>.TXT avec l'etat des
      *          affaires qu'il a apportees (contrats portant son code
      *          apporteur). Memes conventions d'enregistrement que
      *          IMPORT-CONTRATS.TXT (delimiteur ";", dates en JJ;MM;AAAA,
      *          garanties et validite en 0/1, ligne d'entete de
      *          colonnes), pour que le systeme du courtier relise le
      *          fichier comme il ecrit ses imports. Le premier champ de
      *          chaque ligne est le type d'enregistrement, et chaque
      *          bloc commence par sa ligne d'entete (premier champ
      *          "type") :
      *          CON contrat : apres le type, les champs de la ligne
      *              contrat d'IMPORT-CONTRATS.TXT (le code client
      *              definitif a la place de la reference courtier),
      *              suivis du code contrat, du statut, du fractionnement
      *              et de la date de la prochaine echeance annuelle ;
      *          QUI quittance restant due, avec le reste a payer et le
      *              niveau de relance atteint (cf RelancesImpayes) ;
      *          SIN sinistre ouvert dans le mois, ou regle/rejete dans
      *              le mois ;
      *          PER contrat perdu dans le mois : expire (ContratExpiration)
      *              ou supprime au guichet (contratsArchives).
      *          La liste des fichiers produits est ecrite dans
      *          EXTRAITS-COURTIERS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ExtraitsCourtiers.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    Un fichier par courtier : le nom est compose avant chaque ouverture
           SELECT FichierExtrait ASSIGN TO DYNAMIC nomFichierExtrait
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ListeExtraits ASSIGN TO "EXTRAITS-COURTIERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD FichierExtrait.
       01 LigneExtrait PIC x(250).

       FD ListeExtraits.
       01 LigneListe PIC x(200).

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

       77 nomFichierExtrait PIC x(60).

       01 courtierCourant.
         03 codeCourtier PIC x(8).
         03 nomCourtier PIC x(30).

      *    Contrat de l'apporteur en cours, dans l'ordre des champs d'IMPORT-CONTRATS.TXT
       01 contratCourant.
         03 codeContrat PIC x(36).
         03 refCodeClient PIC x(36).
         03 sinistresCouverts.
           04 IT PIC 9.
           04 PE PIC 9.
           04 IA PIC 9.
           04 MT PIC 9.
           04 CHM PIC 9.
           04 AV PIC 9.
         03 dateSignature.
           04 JJ PIC 9(2).
           04 MM PIC 9(2).
           04 AAAA PIC 9(4).
         03 validite PIC 9.
         03 franchise.
           04 FRIT PIC 9999.
           04 FRPE PIC 9999.
           04 FRIA PIC 9999.
           04 FRMT PIC 9999.
           04 FRCH PIC 9999.
         03 prime PIC 9(6).
         03 periodicite PIC x.
         03 suspendu PIC 9.
         03 contratRegle PIC 9.
       77 statutContrat PIC x(10).

      *    Prochaine echeance annuelle : meme jour et mois un an apres la signature (le renouvellement
      *    rebase la signature chaque annee), le 29 fevrier retombant au 28 hors annee bissextile, comme
      *    dans ContratExpiration ; a zero pour l'assurance vie et les contrats qui ne sont plus en vigueur
       01 dateEcheanceContrat.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       77 anneeBissextile PIC 9.
       77 quotientBissextile PIC 9(4).
       77 reste4 PIC 9(4).
       77 reste100 PIC 9(4).
       77 reste400 PIC 9(4).

      *    Quittances restant dues : meme rapprochement que RapportImpayes et RelancesImpayes, les
      *    encaissements du contrat couvrent les quittances par echeance croissante
       77 totalFacture PIC 9(9).
       77 totalEncaisse PIC 9(9).
       77 cumulFacture PIC 9(9).
       77 resteDuQuittance PIC 9(9).
       01 quittanceCourante.
         03 codeQuittance PIC x(36).
         03 montantQuittance PIC 9(6).
         03 niveauRelance PIC 9.
         03 echeanceQuittance.
           04 JJ PIC 9(2).
           04 MM PIC 9(2).
           04 AAAA PIC 9(4).

       01 sinistreCourant.
         03 codeSinistre PIC x(36).
         03 codeContratSinistre PIC x(36).
         03 typeSinistre PIC x(2).
         03 dateDuSinistre.
           04 JJ PIC 9(2).
           04 MM PIC 9(2).
           04 AAAA PIC 9(4).
         03 statut PIC x(2).
         03 dateStatut.
           04 JJ PIC 9(2).
           04 MM PIC 9(2).
           04 AAAA PIC 9(4).
         03 prejudice PIC 9(9).
         03 remboursable PIC 9(9).

       01 contratPerdu.
         03 codeContratPerdu PIC x(36).
         03 codeClientPerdu PIC x(36).
         03 motifPerte PIC x(12).
         03 datePerte.
           04 JJ PIC 9(2).
           04 MM PIC 9(2).
           04 AAAA PIC 9(4).
         03 primePerdue PIC 9(6).

      *    Indique si le fetch a rendu une ligne : la condition de boucle ne peut pas porter sur le
      *    SQLCODE brut, les lectures imbriquees l'ecraseraient
       77 ligneTrouvee PIC 9.
       77 ligneTrouveeContrat PIC 9.
       77 ligneTrouveeQuittance PIC 9.

       77 nbContratsExtrait PIC 9(9).
       77 nbQuittancesExtrait PIC 9(9).
       77 nbSinistresExtrait PIC 9(9).
       77 nbPertesExtrait PIC 9(9).
       77 nbExtraitsEcrits PIC 9(9) value 0.

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * Extraits mensuels de portefeuille des apporteurs
      **
       extraitsCourtiers.
           perform extraitsCourtiers-init.
           perform extraitsCourtiers-trt.
           perform extraitsCourtiers-fin.

       extraitsCourtiers-init.
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

           OPEN OUTPUT ListeExtraits.
           STRING "EXTRAITS DE PORTEFEUILLE DES APPORTEURS - MOIS " moisCourant "/" anneeCourante "  (edition du " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR ")" INTO LigneListe.
           WRITE LigneListe.
           MOVE "codeCourtier;nom;fichier;contrats;quittancesDues;sinistres;contratsPerdus" to LigneListe.
           WRITE LigneListe.

           EXEC sql
             declare CursorCourtiers cursor for
             select codeCourtier, nom
             from courtiers
             order by codeCourtier
           END-EXEC

      *    Contrats de l'apporteur en cours, tous statuts confondus : le statut est porte par la ligne
           EXEC sql
             declare CursorContratsExtrait cursor for
             select codeContrat, codeClient, COALESCE(IT,0), COALESCE(PE,0), COALESCE(IA,0), COALESCE(MT,0), COALESCE(CH,0), COALESCE(AV,0),
               DAY(dateSignature), MONTH(dateSignature), YEAR(dateSignature), COALESCE(validite,1),
               COALESCE(FRIT,0), COALESCE(FRPE,0), COALESCE(FRIA,0), COALESCE(FRMT,0), COALESCE(FRCH,0), COALESCE(prime,0),
               COALESCE(periodicite,'M'), COALESCE(suspendu,0), COALESCE(contratRegle,0)
             from contrats
             where codeCourtier = :courtierCourant.codeCourtier
             order by codeClient, codeContrat
           END-EXEC

      *    Quittances du contrat en cours par echeance croissante, pour le rapprochement des encaissements
           EXEC sql
             declare CursorQuittancesExtrait cursor for
             select codeQuittance, montant, COALESCE(niveauRelance,0), DAY(dateEcheance), MONTH(dateEcheance), YEAR(dateEcheance)
             from quittances
             where codeContrat = :contratCourant.codeContrat
             order by dateEcheance
           END-EXEC

      *    Sinistres de l'apporteur ouverts dans le mois, ou regles (PA) / rejetes (RE) dans le mois
           EXEC sql
             declare CursorSinistresExtrait cursor for
             select s.codeSinistre, s.codeContrat, s.typeSinistre, DAY(s.dateDuSinistre), MONTH(s.dateDuSinistre), YEAR(s.dateDuSinistre),
               COALESCE(s.statut,'DE'), COALESCE(DAY(s.dateStatut),0), COALESCE(MONTH(s.dateStatut),0), COALESCE(YEAR(s.dateStatut),0),
               COALESCE(s.prejudice,0), COALESCE(s.remboursable,0)
             from sinistres s, contrats c
             where c.codeContrat = s.codeContrat and c.codeCourtier = :courtierCourant.codeCourtier
               and ((MONTH(s.dateDuSinistre) = :moisCourant and YEAR(s.dateDuSinistre) = :anneeCourante)
                 or (s.statut in ('PA', 'RE') and MONTH(s.dateStatut) = :moisCourant and YEAR(s.dateStatut) = :anneeCourante))
             order by s.codeContrat, s.dateDuSinistre
           END-EXEC

      *    Contrats perdus dans le mois : expires par ContratExpiration, ou supprimes au guichet (la
      *    suppression archive le contrat avec son code apporteur avant de l'effacer)
           EXEC sql
             declare CursorPertesExtrait cursor for
             select codeContrat, codeClient, 'EXPIRATION', DAY(dateExpiration), MONTH(dateExpiration), YEAR(dateExpiration), COALESCE(prime,0)
             from contrats
             where codeCourtier = :courtierCourant.codeCourtier and validite = 0
               and MONTH(dateExpiration) = :moisCourant and YEAR(dateExpiration) = :anneeCourante
             union all
             select codeContrat, codeClient, 'SUPPRESSION', DAY(dateArchivage), MONTH(dateArchivage), YEAR(dateArchivage), COALESCE(prime,0)
             from contratsArchives
             where codeCourtier = :courtierCourant.codeCourtier
               and MONTH(dateArchivage) = :moisCourant and YEAR(dateArchivage) = :anneeCourante
           END-EXEC

           EXEC sql
             open CursorCourtiers
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Pour chaque courtier : un fichier, avec le bloc des contrats (et sous chacun ses quittances
      * restant dues, dans un bloc a part), le bloc des sinistres du mois et celui des contrats perdus
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       extraitsCourtiers-trt.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorCourtiers into :courtierCourant.codeCourtier, :courtierCourant.nomCourtier
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   perform extraitCourtier
               end-if
           end-perform.
           EXEC sql
             close CursorCourtiers
           END-EXEC.

       extraitCourtier.
           move 0 to nbContratsExtrait.
           move 0 to nbQuittancesExtrait.
           move 0 to nbSinistresExtrait.
           move 0 to nbPertesExtrait.
           MOVE " " to nomFichierExtrait.
           STRING "EXTRAIT-" codeCourtier of courtierCourant DELIMITED BY SPACE "-" anneeCourante moisCourant ".TXT" DELIMITED BY SIZE INTO nomFichierExtrait.
           OPEN OUTPUT FichierExtrait.

           MOVE "type;codeClient;IT;PE;IA;MT;CH;AV;JJ;MM;AAAA;validite;FRIT;FRPE;FRIA;FRMT;FRCH;prime;codeCourtier;codeContrat;statut;periodicite;JJEcheance;MMEcheance;AAAAEcheance"
             to LigneExtrait.
           WRITE LigneExtrait.
           EXEC sql
             open CursorContratsExtrait
           END-EXEC.
           move 1 to ligneTrouveeContrat.
           perform until ligneTrouveeContrat = 0
               EXEC sql
                 fetch CursorContratsExtrait into :contratCourant.codeContrat, :contratCourant.refCodeClient, :contratCourant.sinistresCouverts.IT, :contratCourant.sinistresCouverts.PE,
                   :contratCourant.sinistresCouverts.IA, :contratCourant.sinistresCouverts.MT, :contratCourant.sinistresCouverts.CHM, :contratCourant.sinistresCouverts.AV,
                   :contratCourant.dateSignature.JJ, :contratCourant.dateSignature.MM, :contratCourant.dateSignature.AAAA, :contratCourant.validite,
                   :contratCourant.franchise.FRIT, :contratCourant.franchise.FRPE, :contratCourant.franchise.FRIA, :contratCourant.franchise.FRMT, :contratCourant.franchise.FRCH,
                   :contratCourant.prime, :contratCourant.periodicite, :contratCourant.suspendu, :contratCourant.contratRegle
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouveeContrat
               else
                   perform ligneContratExtrait
               end-if
           end-perform.
           EXEC sql
             close CursorContratsExtrait
           END-EXEC.

      *    Les quittances dues sont relues contrat par contrat dans un second passage, pour que le bloc
      *    QUI suive le bloc CON avec sa propre ligne d'entete
           MOVE "type;codeContrat;codeQuittance;JJEcheance;MMEcheance;AAAAEcheance;montant;resteDu;niveauRelance" to LigneExtrait.
           WRITE LigneExtrait.
           EXEC sql
             open CursorContratsExtrait
           END-EXEC.
           move 1 to ligneTrouveeContrat.
           perform until ligneTrouveeContrat = 0
               EXEC sql
                 fetch CursorContratsExtrait into :contratCourant.codeContrat, :contratCourant.refCodeClient, :contratCourant.sinistresCouverts.IT, :contratCourant.sinistresCouverts.PE,
                   :contratCourant.sinistresCouverts.IA, :contratCourant.sinistresCouverts.MT, :contratCourant.sinistresCouverts.CHM, :contratCourant.sinistresCouverts.AV,
                   :contratCourant.dateSignature.JJ, :contratCourant.dateSignature.MM, :contratCourant.dateSignature.AAAA, :contratCourant.validite,
                   :contratCourant.franchise.FRIT, :contratCourant.franchise.FRPE, :contratCourant.franchise.FRIA, :contratCourant.franchise.FRMT, :contratCourant.franchise.FRCH,
                   :contratCourant.prime, :contratCourant.periodicite, :contratCourant.suspendu, :contratCourant.contratRegle
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouveeContrat
               else
                   perform quittancesDuesContrat
               end-if
           end-perform.
           EXEC sql
             close CursorContratsExtrait
           END-EXEC.

           perform sinistresDuMois.
           perform contratsPerdusDuMois.

           CLOSE FichierExtrait.
           add 1 to nbExtraitsEcrits.
           MOVE " " to LigneListe.
           STRING codeCourtier of courtierCourant ";" nomCourtier of courtierCourant ";" DELIMITED BY SIZE nomFichierExtrait DELIMITED BY SPACE ";" nbContratsExtrait ";" nbQuittancesExtrait ";"
             nbSinistresExtrait ";" nbPertesExtrait DELIMITED BY SIZE INTO LigneListe.
           WRITE LigneListe.

      *    Ligne contrat : statut du plus definitif au plus courant, echeance des seuls contrats en vigueur
       ligneContratExtrait.
           add 1 to nbContratsExtrait.
           if contratRegle of contratCourant = 1
               move "REGLE" to statutContrat
           else if validite of contratCourant = 0
               move "EXPIRE" to statutContrat
           else if suspendu of contratCourant = 1
               move "SUSPENDU" to statutContrat
           else
               move "EN VIGUEUR" to statutContrat
           end-if.

           initialize dateEcheanceContrat.
           if validite of contratCourant = 1 AND contratRegle of contratCourant = 0 AND AV of contratCourant <> 1
               perform calculEcheanceContrat
           end-if.

           MOVE " " to LigneExtrait.
           STRING "CON;" refCodeClient of contratCourant ";" IT of contratCourant ";" PE of contratCourant ";" IA of contratCourant ";" MT of contratCourant ";"
             CHM of contratCourant ";" AV of contratCourant ";" JJ of dateSignature of contratCourant ";" MM of dateSignature of contratCourant ";"
             AAAA of dateSignature of contratCourant ";" validite of contratCourant ";" FRIT of contratCourant ";" FRPE of contratCourant ";" FRIA of contratCourant ";"
             FRMT of contratCourant ";" FRCH of contratCourant ";" prime of contratCourant ";" codeCourtier of courtierCourant ";" codeContrat of contratCourant ";"
             statutContrat ";" periodicite of contratCourant ";" JJ of dateEcheanceContrat ";" MM of dateEcheanceContrat ";" AAAA of dateEcheanceContrat INTO LigneExtrait.
           WRITE LigneExtrait.

       calculEcheanceContrat.
           move corresponding dateSignature of contratCourant to dateEcheanceContrat.
           add 1 to AAAA of dateEcheanceContrat.
           if MM of dateEcheanceContrat = 2 AND JJ of dateEcheanceContrat = 29
               move 0 to anneeBissextile
               divide AAAA of dateEcheanceContrat by 4 giving quotientBissextile remainder reste4
               divide AAAA of dateEcheanceContrat by 100 giving quotientBissextile remainder reste100
               divide AAAA of dateEcheanceContrat by 400 giving quotientBissextile remainder reste400
               if reste4 = 0 AND (reste100 <> 0 OR reste400 = 0)
                   move 1 to anneeBissextile
               end-if
               if anneeBissextile = 0
                   move 28 to JJ of dateEcheanceContrat
               end-if
           end-if.

      *    Quittances dues du contrat : au-dela du total encaisse, chaque quittance (par echeance
      *    croissante) est due pour la part que les encaissements ne couvrent pas
       quittancesDuesContrat.
           move 0 to totalFacture.
           move 0 to totalEncaisse.
           EXEC sql
             select COALESCE(SUM(montant),0) into :totalFacture from quittances
             where codeContrat = :contratCourant.codeContrat
           END-EXEC.
           EXEC sql
             select COALESCE(SUM(montant),0) into :totalEncaisse from encaissements
             where codeContrat = :contratCourant.codeContrat
           END-EXEC.

           if totalFacture > totalEncaisse
               move 0 to cumulFacture
               EXEC sql
                 open CursorQuittancesExtrait
               END-EXEC
               move 1 to ligneTrouveeQuittance
               perform until ligneTrouveeQuittance = 0
                   EXEC sql
                     fetch CursorQuittancesExtrait into :quittanceCourante.codeQuittance, :quittanceCourante.montantQuittance, :quittanceCourante.niveauRelance,
                       :quittanceCourante.echeanceQuittance.JJ, :quittanceCourante.echeanceQuittance.MM, :quittanceCourante.echeanceQuittance.AAAA
                   END-EXEC
                   if SQLCODE <> 0 then
                       move 0 to ligneTrouveeQuittance
                   else
                       add montantQuittance of quittanceCourante to cumulFacture
                       if cumulFacture > totalEncaisse
                           subtract totalEncaisse from cumulFacture giving resteDuQuittance
                           if resteDuQuittance > montantQuittance of quittanceCourante
                               move montantQuittance of quittanceCourante to resteDuQuittance
                           end-if
                           add 1 to nbQuittancesExtrait
                           MOVE " " to LigneExtrait
                           STRING "QUI;" codeContrat of contratCourant ";" codeQuittance of quittanceCourante ";" JJ of echeanceQuittance ";" MM of echeanceQuittance ";"
                             AAAA of echeanceQuittance ";" montantQuittance of quittanceCourante ";" resteDuQuittance ";" niveauRelance of quittanceCourante INTO LigneExtrait
                           WRITE LigneExtrait
                       end-if
                   end-if
               end-perform
               EXEC sql
                 close CursorQuittancesExtrait
               END-EXEC
           end-if.

       sinistresDuMois.
           MOVE "type;codeContrat;codeSinistre;typeSinistre;JJ;MM;AAAA;statut;JJStatut;MMStatut;AAAAStatut;prejudice;remboursable" to LigneExtrait.
           WRITE LigneExtrait.
           EXEC sql
             open CursorSinistresExtrait
           END-EXEC.
           move 1 to ligneTrouveeContrat.
           perform until ligneTrouveeContrat = 0
               EXEC sql
                 fetch CursorSinistresExtrait into :sinistreCourant.codeSinistre, :sinistreCourant.codeContratSinistre, :sinistreCourant.typeSinistre,
                   :sinistreCourant.dateDuSinistre.JJ, :sinistreCourant.dateDuSinistre.MM, :sinistreCourant.dateDuSinistre.AAAA, :sinistreCourant.statut,
                   :sinistreCourant.dateStatut.JJ, :sinistreCourant.dateStatut.MM, :sinistreCourant.dateStatut.AAAA, :sinistreCourant.prejudice, :sinistreCourant.remboursable
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouveeContrat
               else
                   add 1 to nbSinistresExtrait
                   MOVE " " to LigneExtrait
                   STRING "SIN;" codeContratSinistre ";" codeSinistre of sinistreCourant ";" typeSinistre of sinistreCourant ";" JJ of dateDuSinistre ";" MM of dateDuSinistre ";"
                     AAAA of dateDuSinistre ";" statut of sinistreCourant ";" JJ of dateStatut ";" MM of dateStatut ";" AAAA of dateStatut ";"
                     prejudice of sinistreCourant ";" remboursable of sinistreCourant INTO LigneExtrait
                   WRITE LigneExtrait
               end-if
           end-perform.
           EXEC sql
             close CursorSinistresExtrait
           END-EXEC.

       contratsPerdusDuMois.
           MOVE "type;codeContrat;codeClient;motif;JJ;MM;AAAA;prime" to LigneExtrait.
           WRITE LigneExtrait.
           EXEC sql
             open CursorPertesExtrait
           END-EXEC.
           move 1 to ligneTrouveeContrat.
           perform until ligneTrouveeContrat = 0
               EXEC sql
                 fetch CursorPertesExtrait into :contratPerdu.codeContratPerdu, :contratPerdu.codeClientPerdu, :contratPerdu.motifPerte,
                   :contratPerdu.datePerte.JJ, :contratPerdu.datePerte.MM, :contratPerdu.datePerte.AAAA, :contratPerdu.primePerdue
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouveeContrat
               else
                   add 1 to nbPertesExtrait
                   MOVE " " to LigneExtrait
                   STRING "PER;" codeContratPerdu ";" codeClientPerdu ";" motifPerte DELIMITED BY SPACE ";" JJ of datePerte ";" MM of datePerte ";" AAAA of datePerte ";"
                     primePerdue DELIMITED BY SIZE INTO LigneExtrait
                   WRITE LigneExtrait
               end-if
           end-perform.
           EXEC sql
             close CursorPertesExtrait
           END-EXEC.

       extraitsCourtiers-fin.
           MOVE " " to LigneListe.
           WRITE LigneListe.
           MOVE " " to LigneListe.
           STRING "Extraits ecrits : " nbExtraitsEcrits INTO LigneListe.
           WRITE LigneListe.
           CLOSE ListeExtraits.
           DISPLAY "Traitement termine. Extraits apporteurs ecrits : " nbExtraitsEcrits.
           STOP RUN.
