      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rapport nocturne des depassements de delai de
      *          traitement des sinistres : tout dossier encore ouvert
      *          (DE declare, EC en cours d'instruction, AP approuve en
      *          attente de paiement) reste dans son statut plus
      *          longtemps que le delai admis pour son type (parametres,
      *          cles DELAI_TRAITEMENT_IT/PE/IA/MT/CH/DC, en jours,
      *          30 par defaut) est rapporte, regroupe par gestionnaire
      *          en charge (sinistres.gestionnaire), avec le nombre de
      *          jours dans le statut et le depassement. Le responsable
      *          d'equipe s'en sert chaque matin pour redistribuer les
      *          dossiers ; les dossiers sans gestionnaire sont
      *          regroupes a part, a affecter. Le statut est date du
      *          dernier changement (sinistres.dateStatut) ; un dossier
      *          anterieur a ce suivi est compte depuis la date du
      *          sinistre. Les dossiers indemnises par echeancier de
      *          prestations (IT, PE) ne sont pas rapportes : ils restent
      *          approuves jusqu'a la cloture de l'echeancier. Resultat
      *          dans RAPPORT-DELAIS-SINISTRES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RapportDelaisSinistres.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RapportDelaisFichier ASSIGN TO "RAPPORT-DELAIS-SINISTRES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD RapportDelaisFichier.
       01 LigneRapport PIC x(250).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 DateSysteme.
         03 Annee PIC 99.
         03 Mois PIC 99.
         03 Jour PIC 99.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).

       77 dateSystemeAAAAMMJJ PIC 9(8).
       77 dateSystemeEnJours PIC 9(9).

      *    Delai admis dans un meme statut par type de sinistre, en jours ; 30 si la table n'a pas la
      *    ligne
       01 delaisTraitement.
         03 DelaiTraitementIT PIC 9(4) value 30.
         03 DelaiTraitementPE PIC 9(4) value 30.
         03 DelaiTraitementIA PIC 9(4) value 30.
         03 DelaiTraitementMT PIC 9(4) value 30.
         03 DelaiTraitementCH PIC 9(4) value 30.
         03 DelaiTraitementDC PIC 9(4) value 30.
       77 delaiAdmis PIC 9(4).

      *    Dossier ouvert en cours de lecture, avec la date de son dernier changement de statut
       01 sinistreOuvert.
         03 codeSinistreO PIC x(36).
         03 gestionnaireO PIC x(8).
         03 codeClientO PIC x(36).
         03 nomClientO PIC x(30).
         03 codeContratO PIC x(36).
         03 typeSinistreO PIC x(2).
         03 statutO PIC x(2).
         03 dateStatutO.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 prejudiceO PIC 9(9).
       01 dateStatutAAAAMMJJ PIC 9(8).
       77 joursDansStatut PIC s9(9).
       77 joursDepassement PIC s9(9).
       77 joursAffiches PIC 9(5).
       77 depassementAffiche PIC 9(5).

      *    Rupture par gestionnaire : le curseur est trie par gestionnaire, une entete est ecrite a
      *    chaque changement et le sous-total du gestionnaire precedent est ecrit avant
       77 gestionnairePrecedent PIC x(8).
       77 libelleGestionnaire PIC x(14).
       77 premierDossier PIC 9 value 1.
       77 nbDossiersGestionnaire PIC 9(5) value 0.

       77 nbDossiersOuverts PIC 9(9) value 0.
       77 nbDossiersHorsDelai PIC 9(9) value 0.
       77 nbGestionnaires PIC 9(5) value 0.

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * Rapport des dossiers sinistres hors delai de traitement
      **
       rapportDelais.
           perform rapportDelais-init.
           perform rapportDelais-trt.
           perform rapportDelais-fin.

       rapportDelais-init.
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

           STRING WS-CURRENT-YEAR Mois of DateSysteme Jour of DateSysteme INTO dateSystemeAAAAMMJJ.
           move FUNCTION INTEGER-OF-DATE(dateSystemeAAAAMMJJ) to dateSystemeEnJours.

      *    Delais admis par type ; les valeurs par defaut restent en place si la table n'a pas la ligne
           EXEC sql
             select valeur into :DelaiTraitementIT from parametres where cle = 'DELAI_TRAITEMENT_IT'
           END-EXEC.
           EXEC sql
             select valeur into :DelaiTraitementPE from parametres where cle = 'DELAI_TRAITEMENT_PE'
           END-EXEC.
           EXEC sql
             select valeur into :DelaiTraitementIA from parametres where cle = 'DELAI_TRAITEMENT_IA'
           END-EXEC.
           EXEC sql
             select valeur into :DelaiTraitementMT from parametres where cle = 'DELAI_TRAITEMENT_MT'
           END-EXEC.
           EXEC sql
             select valeur into :DelaiTraitementCH from parametres where cle = 'DELAI_TRAITEMENT_CH'
           END-EXEC.
           EXEC sql
             select valeur into :DelaiTraitementDC from parametres where cle = 'DELAI_TRAITEMENT_DC'
           END-EXEC.

           OPEN OUTPUT RapportDelaisFichier.
           STRING "DOSSIERS SINISTRES HORS DELAI DE TRAITEMENT PAR GESTIONNAIRE - SITUATION AU " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR INTO LigneRapport.
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           STRING "Delais admis (jours) : IT " DelaiTraitementIT "  PE " DelaiTraitementPE "  IA " DelaiTraitementIA "  MT " DelaiTraitementMT
             "  CH " DelaiTraitementCH "  DC " DelaiTraitementDC INTO LigneRapport.
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           MOVE "    codeSinistre;codeClient;nom;codeContrat;type;statut;depuisLe;joursDansStatut;delaiAdmis;depassement;prejudice" to LigneRapport.
           WRITE LigneRapport.

      *    Dossiers ouverts, par gestionnaire puis du plus ancien changement de statut au plus recent ;
      *    un dossier IT / PE indemnise par echeancier reste approuve pendant toute la duree de
      *    l'echeancier, il n'est pas en retard de traitement
           EXEC sql
             declare CursorSinistresOuverts cursor for
             select s.codeSinistre, COALESCE(s.gestionnaire,''), s.codeClient, COALESCE(c.nom,''), s.codeContrat, s.typeSinistre, s.statut,
               YEAR(COALESCE(s.dateStatut, s.dateDuSinistre)), MONTH(COALESCE(s.dateStatut, s.dateDuSinistre)), DAY(COALESCE(s.dateStatut, s.dateDuSinistre)),
               COALESCE(s.prejudice,0)
             from sinistres s left join clients c on c.codeClient = s.codeClient
             where (s.statut = 'DE' or s.statut = 'EC' or s.statut = 'AP')
             and s.codeSinistre not in (select e.codeSinistre from echeanciersPrestations e)
             order by COALESCE(s.gestionnaire,''), COALESCE(s.dateStatut, s.dateDuSinistre)
           END-EXEC

           EXEC sql
             open CursorSinistresOuverts
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Chaque dossier ouvert est compare au delai de son type ; seuls les dossiers hors delai sont
      * rapportes, sous l'entete de leur gestionnaire
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       rapportDelais-trt.
           perform until SQLCODE <> 0
               EXEC sql
                 fetch CursorSinistresOuverts into :sinistreOuvert.codeSinistreO, :sinistreOuvert.gestionnaireO, :sinistreOuvert.codeClientO,
                   :sinistreOuvert.nomClientO, :sinistreOuvert.codeContratO, :sinistreOuvert.typeSinistreO, :sinistreOuvert.statutO,
                   :sinistreOuvert.dateStatutO.AAAA, :sinistreOuvert.dateStatutO.MM, :sinistreOuvert.dateStatutO.JJ, :sinistreOuvert.prejudiceO
               END-EXEC
               if SQLCODE >= 0 then
                   add 1 to nbDossiersOuverts
                   perform controleDelaiDossier
               end-if
           end-perform.

       controleDelaiDossier.
           evaluate typeSinistreO
               when 'IT'
                   move DelaiTraitementIT to delaiAdmis
               when 'PE'
                   move DelaiTraitementPE to delaiAdmis
               when 'IA'
                   move DelaiTraitementIA to delaiAdmis
               when 'MT'
                   move DelaiTraitementMT to delaiAdmis
               when 'CH'
                   move DelaiTraitementCH to delaiAdmis
               when other
                   move DelaiTraitementDC to delaiAdmis
           end-evaluate.

           STRING AAAA of dateStatutO MM of dateStatutO JJ of dateStatutO INTO dateStatutAAAAMMJJ.
           subtract FUNCTION INTEGER-OF-DATE(dateStatutAAAAMMJJ) from dateSystemeEnJours giving joursDansStatut.
           subtract delaiAdmis from joursDansStatut giving joursDepassement.

           if joursDepassement > 0
               if premierDossier = 1 OR gestionnaireO <> gestionnairePrecedent
                   perform enteteGestionnaire
               end-if
               move joursDansStatut to joursAffiches
               move joursDepassement to depassementAffiche
               MOVE " " to LigneRapport
               STRING "    " codeSinistreO ";" codeClientO ";" nomClientO ";" codeContratO ";" typeSinistreO ";" statutO ";"
                 JJ of dateStatutO "/" MM of dateStatutO "/" AAAA of dateStatutO ";" joursAffiches ";" delaiAdmis ";" depassementAffiche ";" prejudiceO INTO LigneRapport
               WRITE LigneRapport
               add 1 to nbDossiersGestionnaire
               add 1 to nbDossiersHorsDelai
           end-if.

      *    Changement de gestionnaire : sous-total du precedent, puis entete du nouveau
       enteteGestionnaire.
           if premierDossier = 0
               perform sousTotalGestionnaire
           end-if.
           move 0 to premierDossier.
           move gestionnaireO to gestionnairePrecedent.
           move 0 to nbDossiersGestionnaire.
           add 1 to nbGestionnaires.
           if gestionnaireO = spaces
               move "(non affecte)" to libelleGestionnaire
           else
               move gestionnaireO to libelleGestionnaire
           end-if.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           STRING "GESTIONNAIRE : " libelleGestionnaire INTO LigneRapport.
           WRITE LigneRapport.

       sousTotalGestionnaire.
           MOVE " " to LigneRapport.
           STRING "    Dossiers hors delai : " nbDossiersGestionnaire INTO LigneRapport.
           WRITE LigneRapport.

       rapportDelais-fin.
           EXEC sql
             close CursorSinistresOuverts
           END-EXEC.
           if premierDossier = 0
               perform sousTotalGestionnaire
           end-if.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           STRING "Dossiers ouverts : " nbDossiersOuverts "  hors delai : " nbDossiersHorsDelai "  gestionnaires concernes : " nbGestionnaires INTO LigneRapport.
           WRITE LigneRapport.
           CLOSE RapportDelaisFichier.
           DISPLAY "Traitement termine. Dossiers ouverts : " nbDossiersOuverts " hors delai : " nbDossiersHorsDelai.
           STOP RUN.
