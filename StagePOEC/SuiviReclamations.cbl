      ******************************************************************
      * Author:
      * Date:
      * Purpose: Suivi nocturne des echeances reglementaires des
      *          reclamations clients : toute reclamation encore
      *          ouverte (RE recue, AC accusee) dont l'accuse de
      *          reception (10 jours ouvres apres la reception,
      *          samedis et dimanches exclus) ou la reponse (2 mois
      *          apres la reception) est depasse ou tombe dans les
      *          jours qui viennent est rapportee, regroupee par
      *          operateur en charge, avec la date limite et les jours
      *          restants ou de retard. Delais en parametres, cles
      *          DELAI_ACCUSE_RECLAMATION (jours ouvres, 10 par defaut)
      *          et DELAI_REPONSE_RECLAMATION (mois, 2 par defaut) ;
      *          fenetres d'alerte en jours calendaires, cles
      *          ALERTE_ACCUSE_RECLAMATION (3 par defaut) et
      *          ALERTE_REPONSE_RECLAMATION (15 par defaut). Les
      *          reclamations sans operateur sont regroupees a part, a
      *          affecter. Resultat dans ECHEANCES-RECLAMATIONS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SuiviReclamations.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EcheancesFichier ASSIGN TO "ECHEANCES-RECLAMATIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD EcheancesFichier.
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

      *    Delais reglementaires et fenetres d'alerte ; valeurs par defaut si la table n'a pas la ligne
       77 DelaiAccuseReclamation PIC 9(3) value 10.
       77 DelaiReponseReclamation PIC 9(3) value 2.
       77 AlerteAccuseReclamation PIC 9(3) value 3.
       77 AlerteReponseReclamation PIC 9(3) value 15.

      *    Reclamation ouverte en cours de lecture
       01 reclamationOuverte.
         03 codeReclamationO PIC x(36).
         03 operateurO PIC x(8).
         03 codeClientO PIC x(36).
         03 nomClientO PIC x(30).
         03 categorieO PIC x(3).
         03 statutO PIC x(2).
         03 dateReceptionO.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 objetO PIC x(50).

      *    Echeances de la reclamation, comptees depuis la reception
       01 echeanceAccuse.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 echeanceAccuseAAAAMMJJ REDEFINES echeanceAccuse PIC 9(8).
       01 echeanceReponse.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 echeanceReponseAAAAMMJJ REDEFINES echeanceReponse PIC 9(8).
       01 dateCalcul.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateCalculAAAAMMJJ REDEFINES dateCalcul PIC 9(8).
       77 dateCalculEnJours PIC 9(9).
       77 joursOuvres PIC 9(3).
       77 quotientSemaine PIC 9(9).
       77 jourSemaine PIC 9.
       77 rangMois PIC 9(4).
       77 anneesAjout PIC 9(3).
       77 resteMois PIC 9(2).

      *    Echeance examinee : libelle, date limite, jours restants (negatif : retard) et etat
       77 libelleEcheance PIC x(7).
       01 dateLimite.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateLimiteAAAAMMJJ REDEFINES dateLimite PIC 9(8).
       77 fenetreAlerte PIC 9(3).
       77 joursRestants PIC s9(9).
       77 joursAffiches PIC 9(5).
       77 etatEcheance PIC x(8).

      *    Rupture par operateur : le curseur est trie par operateur, une entete est ecrite a chaque
      *    changement et le sous-total de l'operateur precedent est ecrit avant
       77 operateurPrecedent PIC x(8).
       77 libelleOperateur PIC x(14).
       77 premiereAlerte PIC 9 value 1.
       77 nbAlertesOperateur PIC 9(5) value 0.

       77 nbReclamationsOuvertes PIC 9(9) value 0.
       77 nbEcheancesProches PIC 9(9) value 0.
       77 nbEcheancesDepassees PIC 9(9) value 0.
       77 nbOperateurs PIC 9(5) value 0.

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * Suivi des echeances des reclamations ouvertes
      **
       suiviReclamations.
           perform suiviReclamations-init.
           perform suiviReclamations-trt.
           perform suiviReclamations-fin.

       suiviReclamations-init.
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

           EXEC sql
             select valeur into :DelaiAccuseReclamation from parametres where cle = 'DELAI_ACCUSE_RECLAMATION'
           END-EXEC.
           EXEC sql
             select valeur into :DelaiReponseReclamation from parametres where cle = 'DELAI_REPONSE_RECLAMATION'
           END-EXEC.
           EXEC sql
             select valeur into :AlerteAccuseReclamation from parametres where cle = 'ALERTE_ACCUSE_RECLAMATION'
           END-EXEC.
           EXEC sql
             select valeur into :AlerteReponseReclamation from parametres where cle = 'ALERTE_REPONSE_RECLAMATION'
           END-EXEC.

           OPEN OUTPUT EcheancesFichier.
           STRING "ECHEANCES DES RECLAMATIONS CLIENTS PAR OPERATEUR - SITUATION AU " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR INTO LigneRapport.
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           STRING "Accuse sous " DelaiAccuseReclamation " jours ouvres (alerte " AlerteAccuseReclamation " jours avant)  Reponse sous " DelaiReponseReclamation
             " mois (alerte " AlerteReponseReclamation " jours avant)" INTO LigneRapport.
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           MOVE "    codeReclamation;codeClient;nom;categorie;statut;recueLe;echeance;dateLimite;etat;jours;objet" to LigneRapport.
           WRITE LigneRapport.

      *    Reclamations ouvertes, par operateur puis de la plus ancienne a la plus recente
           EXEC sql
             declare CursorReclamationsOuvertes cursor for
             select r.codeReclamation, COALESCE(r.operateur,''), r.codeClient, COALESCE(c.nom,''), r.categorie, r.statut,
               YEAR(r.dateReception), MONTH(r.dateReception), DAY(r.dateReception), COALESCE(r.objet,'')
             from reclamations r left join clients c on c.codeClient = r.codeClient
             where r.statut = 'RE' or r.statut = 'AC'
             order by COALESCE(r.operateur,''), r.dateReception
           END-EXEC

           EXEC sql
             open CursorReclamationsOuvertes
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Chaque reclamation ouverte est comparee a ses echeances : l'accuse tant qu'elle n'est que
      * recue, la reponse tant qu'elle n'est pas repondue ; seules les echeances depassees ou dans
      * la fenetre d'alerte sont rapportees, sous l'entete de leur operateur
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       suiviReclamations-trt.
           perform until SQLCODE <> 0
               EXEC sql
                 fetch CursorReclamationsOuvertes into :reclamationOuverte.codeReclamationO, :reclamationOuverte.operateurO, :reclamationOuverte.codeClientO,
                   :reclamationOuverte.nomClientO, :reclamationOuverte.categorieO, :reclamationOuverte.statutO,
                   :reclamationOuverte.dateReceptionO.AAAA, :reclamationOuverte.dateReceptionO.MM, :reclamationOuverte.dateReceptionO.JJ,
                   :reclamationOuverte.objetO
               END-EXEC
               if SQLCODE >= 0 then
                   add 1 to nbReclamationsOuvertes
                   perform calculEcheances
                   if statutO = 'RE'
                       move "ACCUSE" to libelleEcheance
                       move echeanceAccuse to dateLimite
                       move AlerteAccuseReclamation to fenetreAlerte
                       perform controleEcheance
                   end-if
                   move "REPONSE" to libelleEcheance
                   move echeanceReponse to dateLimite
                   move AlerteReponseReclamation to fenetreAlerte
                   perform controleEcheance
               end-if
           end-perform.

      *    Echeances comptees depuis la reception : accuse sous DelaiAccuseReclamation jours ouvres
      *    (samedis et dimanches exclus), reponse sous DelaiReponseReclamation mois, au dernier jour
      *    du mois si le quantieme n'y existe pas
       calculEcheances.
           move dateReceptionO to dateCalcul.
           move FUNCTION INTEGER-OF-DATE(dateCalculAAAAMMJJ) to dateCalculEnJours.
      *    Le jour 1 du calendrier entier est un lundi : reste 6 samedi, reste 0 dimanche
           move 0 to joursOuvres.
           perform until joursOuvres >= DelaiAccuseReclamation
               add 1 to dateCalculEnJours
               divide dateCalculEnJours by 7 giving quotientSemaine remainder jourSemaine
               if jourSemaine <> 6 AND jourSemaine <> 0
                   add 1 to joursOuvres
               end-if
           end-perform.
           move FUNCTION DATE-OF-INTEGER(dateCalculEnJours) to echeanceAccuseAAAAMMJJ.

           compute rangMois = MM of dateReceptionO - 1 + DelaiReponseReclamation.
           divide rangMois by 12 giving anneesAjout remainder resteMois.
           add anneesAjout to AAAA of dateReceptionO giving AAAA of echeanceReponse.
           add 1 to resteMois giving MM of echeanceReponse.
      *    Dernier jour du mois d'echeance : veille du premier du mois suivant
           if MM of echeanceReponse = 12
               add 1 to AAAA of echeanceReponse giving AAAA of dateCalcul
               move 1 to MM of dateCalcul
           else
               move AAAA of echeanceReponse to AAAA of dateCalcul
               add 1 to MM of echeanceReponse giving MM of dateCalcul
           end-if.
           move 1 to JJ of dateCalcul.
           compute dateCalculEnJours = FUNCTION INTEGER-OF-DATE(dateCalculAAAAMMJJ) - 1.
           move FUNCTION DATE-OF-INTEGER(dateCalculEnJours) to dateCalculAAAAMMJJ.
           if JJ of dateReceptionO > JJ of dateCalcul
               move JJ of dateCalcul to JJ of echeanceReponse
           else
               move JJ of dateReceptionO to JJ of echeanceReponse
           end-if.

       controleEcheance.
           compute joursRestants = FUNCTION INTEGER-OF-DATE(dateLimiteAAAAMMJJ) - dateSystemeEnJours.
           move spaces to etatEcheance.
           if joursRestants < 0
               move "DEPASSEE" to etatEcheance
               add 1 to nbEcheancesDepassees
               compute joursAffiches = 0 - joursRestants
           else if joursRestants <= fenetreAlerte
               move "PROCHE" to etatEcheance
               add 1 to nbEcheancesProches
               move joursRestants to joursAffiches
           end-if
           end-if.

           if etatEcheance <> spaces
               if premiereAlerte = 1 OR operateurO <> operateurPrecedent
                   perform enteteOperateur
               end-if
               MOVE " " to LigneRapport
               STRING "    " codeReclamationO ";" codeClientO ";" nomClientO ";" categorieO ";" statutO ";"
                 JJ of dateReceptionO "/" MM of dateReceptionO "/" AAAA of dateReceptionO ";" libelleEcheance ";"
                 JJ of dateLimite "/" MM of dateLimite "/" AAAA of dateLimite ";" etatEcheance ";" joursAffiches ";" objetO INTO LigneRapport
               WRITE LigneRapport
               add 1 to nbAlertesOperateur
           end-if.

      *    Changement d'operateur : sous-total du precedent, puis entete du nouveau
       enteteOperateur.
           if premiereAlerte = 0
               perform sousTotalOperateur
           end-if.
           move 0 to premiereAlerte.
           move operateurO to operateurPrecedent.
           move 0 to nbAlertesOperateur.
           add 1 to nbOperateurs.
           if operateurO = spaces
               move "(non affectee)" to libelleOperateur
           else
               move operateurO to libelleOperateur
           end-if.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           STRING "OPERATEUR : " libelleOperateur INTO LigneRapport.
           WRITE LigneRapport.

       sousTotalOperateur.
           MOVE " " to LigneRapport.
           STRING "    Echeances a surveiller : " nbAlertesOperateur INTO LigneRapport.
           WRITE LigneRapport.

       suiviReclamations-fin.
           EXEC sql
             close CursorReclamationsOuvertes
           END-EXEC.
           if premiereAlerte = 0
               perform sousTotalOperateur
           end-if.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           STRING "Reclamations ouvertes : " nbReclamationsOuvertes "  echeances depassees : " nbEcheancesDepassees "  echeances proches : " nbEcheancesProches
             "  operateurs concernes : " nbOperateurs INTO LigneRapport.
           WRITE LigneRapport.
           CLOSE EcheancesFichier.
           DISPLAY "Traitement termine. Reclamations ouvertes : " nbReclamationsOuvertes " echeances depassees : " nbEcheancesDepassees
             " proches : " nbEcheancesProches.
           STOP RUN.
