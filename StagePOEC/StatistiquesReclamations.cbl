      ******************************************************************
      * Author:
      * Date:
      * Purpose: Synthese trimestrielle des reclamations clients pour
      *          la direction : reclamations recues dans le trimestre
      *          par categorie (SIN sinistre, PRI prime, REL relance,
      *          AUT autre), reclamations repondues dans le trimestre
      *          par categorie et par issue (FO fondee, PF
      *          partiellement fondee, NF non fondee), respect des
      *          delais reglementaires sur ces reponses (accuse sous
      *          10 jours ouvres, reponse sous 2 mois, parametres
      *          DELAI_ACCUSE_RECLAMATION et DELAI_REPONSE_RECLAMATION)
      *          et reclamations encore ouvertes en fin de trimestre,
      *          dont celles a l'echeance de reponse depassee.
      *          Resultat dans STATISTIQUES-RECLAMATIONS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. StatistiquesReclamations.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FichierStatistiques ASSIGN TO "STATISTIQUES-RECLAMATIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD FichierStatistiques.
       01 LigneStatistiques PIC x(250).

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
       77 dateSystemeAAAAMMJJ PIC 9(8).
       77 dateSystemeEnJours PIC 9(9).

      *    Delais reglementaires ; valeurs par defaut si la table n'a pas la ligne
       77 DelaiAccuseReclamation PIC 9(3) value 10.
       77 DelaiReponseReclamation PIC 9(3) value 2.

      *    Compteurs par categorie : postes 1 a 4 pour SIN, PRI, REL, AUT, poste 5 pour le total ;
      *    le precompilateur SQL n'acceptant pas de variable hote indicee, chaque ligne lue est posee
      *    dans les scalaires ci-dessous puis cumulee dans la table
       01 statistiquesCategories.
         02 statistiqueCategorie OCCURS 5.
           03 nbRecues PIC 9(7).
           03 nbRepondues PIC 9(7).
           03 nbFondees PIC 9(7).
           03 nbPartiellementFondees PIC 9(7).
           03 nbNonFondees PIC 9(7).
           03 nbAccusesHorsDelai PIC 9(7).
           03 nbReponsesHorsDelai PIC 9(7).
       77 indiceCategorie PIC 9.
       77 libelleCategorie PIC x(30).

      *    Reclamation lue
       77 categorieLue PIC x(3).
       77 issueLue PIC x(2).
       01 dateReceptionLue.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateAccuseLue.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateAccuseLueAAAAMMJJ REDEFINES dateAccuseLue PIC 9(8).
       01 dateReponseLue.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateReponseLueAAAAMMJJ REDEFINES dateReponseLue PIC 9(8).

      *    Echeances de la reclamation lue, comptees depuis la reception
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

       77 nbOuvertesFinTrimestre PIC 9(7) value 0.
       77 nbOuvertesHorsDelai PIC 9(7) value 0.

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * Synthese trimestrielle des reclamations clients
      **
       statistiquesReclamations.
           perform statistiquesReclamations-init.
           perform statistiquesReclamations-trt.
           perform statistiquesReclamations-fin.

       statistiquesReclamations-init.
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
      *    mois du trimestre
           move Mois of DateSysteme to moisCourant.
           move WS-CURRENT-YEAR to anneeCourante.
           compute trimestreCourant = (moisCourant + 2) / 3.
           STRING WS-CURRENT-YEAR Mois of DateSysteme Jour of DateSysteme INTO dateSystemeAAAAMMJJ.
           move FUNCTION INTEGER-OF-DATE(dateSystemeAAAAMMJJ) to dateSystemeEnJours.

           EXEC sql
             select valeur into :DelaiAccuseReclamation from parametres where cle = 'DELAI_ACCUSE_RECLAMATION'
           END-EXEC.
           EXEC sql
             select valeur into :DelaiReponseReclamation from parametres where cle = 'DELAI_REPONSE_RECLAMATION'
           END-EXEC.

           initialize statistiquesCategories.

           OPEN OUTPUT FichierStatistiques.
           STRING "SYNTHESE DES RECLAMATIONS CLIENTS - TRIMESTRE " trimestreCourant "/" anneeCourante
             "  (edition du " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR ")" INTO LigneStatistiques.
           WRITE LigneStatistiques.
           MOVE " " to LigneStatistiques.
           STRING "Delais reglementaires : accuse sous " DelaiAccuseReclamation " jours ouvres, reponse sous " DelaiReponseReclamation " mois" INTO LigneStatistiques.
           WRITE LigneStatistiques.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Cumuls du trimestre : reclamations recues, puis reclamations repondues avec leur issue et le
      * respect des deux echeances, puis reclamations restees ouvertes
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       statistiquesReclamations-trt.
           EXEC sql
             declare CursorRecues cursor for
             select categorie from reclamations
             where DATEPART(QUARTER, dateReception) = :trimestreCourant and YEAR(dateReception) = :anneeCourante
           END-EXEC.
           EXEC sql
             open CursorRecues
           END-EXEC.
           perform until SQLCODE <> 0
               EXEC sql
                 fetch CursorRecues into :categorieLue
               END-EXEC
               if SQLCODE >= 0 then
                   perform rangCategorie
                   add 1 to nbRecues(indiceCategorie)
                   add 1 to nbRecues(5)
               end-if
           end-perform.
           EXEC sql
             close CursorRecues
           END-EXEC.

      *    Reponses du trimestre ; une reponse donnee sans accuse prealable vaut accuse
           EXEC sql
             declare CursorRepondues cursor for
             select categorie, COALESCE(issue,''), YEAR(dateReception), MONTH(dateReception), DAY(dateReception),
               YEAR(COALESCE(dateAccuse, dateReponse)), MONTH(COALESCE(dateAccuse, dateReponse)), DAY(COALESCE(dateAccuse, dateReponse)),
               YEAR(dateReponse), MONTH(dateReponse), DAY(dateReponse)
             from reclamations
             where dateReponse is not null
             and DATEPART(QUARTER, dateReponse) = :trimestreCourant and YEAR(dateReponse) = :anneeCourante
           END-EXEC.
           EXEC sql
             open CursorRepondues
           END-EXEC.
           perform until SQLCODE <> 0
               EXEC sql
                 fetch CursorRepondues into :categorieLue, :issueLue, :dateReceptionLue.AAAA, :dateReceptionLue.MM, :dateReceptionLue.JJ,
                   :dateAccuseLue.AAAA, :dateAccuseLue.MM, :dateAccuseLue.JJ, :dateReponseLue.AAAA, :dateReponseLue.MM, :dateReponseLue.JJ
               END-EXEC
               if SQLCODE >= 0 then
                   perform comptageReponse
               end-if
           end-perform.
           EXEC sql
             close CursorRepondues
           END-EXEC.

      *    Reclamations non encore repondues a la date d'edition
           EXEC sql
             declare CursorOuvertes cursor for
             select YEAR(dateReception), MONTH(dateReception), DAY(dateReception)
             from reclamations
             where statut = 'RE' or statut = 'AC'
           END-EXEC.
           EXEC sql
             open CursorOuvertes
           END-EXEC.
           perform until SQLCODE <> 0
               EXEC sql
                 fetch CursorOuvertes into :dateReceptionLue.AAAA, :dateReceptionLue.MM, :dateReceptionLue.JJ
               END-EXEC
               if SQLCODE >= 0 then
                   add 1 to nbOuvertesFinTrimestre
                   perform calculEcheances
                   if FUNCTION INTEGER-OF-DATE(echeanceReponseAAAAMMJJ) < dateSystemeEnJours
                       add 1 to nbOuvertesHorsDelai
                   end-if
               end-if
           end-perform.
           EXEC sql
             close CursorOuvertes
           END-EXEC.

      *    Categorie lue vers son poste ; une categorie inconnue est comptee en AUT
       rangCategorie.
           evaluate categorieLue
               when 'SIN'
                   move 1 to indiceCategorie
               when 'PRI'
                   move 2 to indiceCategorie
               when 'REL'
                   move 3 to indiceCategorie
               when other
                   move 4 to indiceCategorie
           end-evaluate.

       comptageReponse.
           perform rangCategorie.
           add 1 to nbRepondues(indiceCategorie).
           add 1 to nbRepondues(5).
           evaluate issueLue
               when 'FO'
                   add 1 to nbFondees(indiceCategorie)
                   add 1 to nbFondees(5)
               when 'PF'
                   add 1 to nbPartiellementFondees(indiceCategorie)
                   add 1 to nbPartiellementFondees(5)
               when other
                   add 1 to nbNonFondees(indiceCategorie)
                   add 1 to nbNonFondees(5)
           end-evaluate.
           perform calculEcheances.
           if dateAccuseLueAAAAMMJJ > echeanceAccuseAAAAMMJJ
               add 1 to nbAccusesHorsDelai(indiceCategorie)
               add 1 to nbAccusesHorsDelai(5)
           end-if.
           if dateReponseLueAAAAMMJJ > echeanceReponseAAAAMMJJ
               add 1 to nbReponsesHorsDelai(indiceCategorie)
               add 1 to nbReponsesHorsDelai(5)
           end-if.

      *    Echeances comptees depuis la reception : accuse sous DelaiAccuseReclamation jours ouvres
      *    (samedis et dimanches exclus), reponse sous DelaiReponseReclamation mois, au dernier jour
      *    du mois si le quantieme n'y existe pas
       calculEcheances.
           move dateReceptionLue to dateCalcul.
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

           compute rangMois = MM of dateReceptionLue - 1 + DelaiReponseReclamation.
           divide rangMois by 12 giving anneesAjout remainder resteMois.
           add anneesAjout to AAAA of dateReceptionLue giving AAAA of echeanceReponse.
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
           if JJ of dateReceptionLue > JJ of dateCalcul
               move JJ of dateCalcul to JJ of echeanceReponse
           else
               move JJ of dateReceptionLue to JJ of echeanceReponse
           end-if.

       libelleDeCategorie.
           evaluate indiceCategorie
               when 1
                   move "SIN refus/reglement sinistre" to libelleCategorie
               when 2
                   move "PRI erreur de prime" to libelleCategorie
               when 3
                   move "REL lettre de relance" to libelleCategorie
               when 4
                   move "AUT autre" to libelleCategorie
               when other
                   move "TOTAL" to libelleCategorie
           end-evaluate.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Edition : un tableau par categorie (ligne TOTAL en dernier), puis les reclamations ouvertes
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       statistiquesReclamations-fin.
           MOVE " " to LigneStatistiques.
           WRITE LigneStatistiques.
           MOVE "categorie;recues;repondues;fondees;partiellementFondees;nonFondees;accusesHorsDelai;reponsesHorsDelai" to LigneStatistiques.
           WRITE LigneStatistiques.
           move 1 to indiceCategorie.
           perform until indiceCategorie > 5
               perform libelleDeCategorie
               MOVE " " to LigneStatistiques
               STRING libelleCategorie ";" nbRecues(indiceCategorie) ";" nbRepondues(indiceCategorie) ";" nbFondees(indiceCategorie) ";"
                 nbPartiellementFondees(indiceCategorie) ";" nbNonFondees(indiceCategorie) ";" nbAccusesHorsDelai(indiceCategorie) ";"
                 nbReponsesHorsDelai(indiceCategorie) INTO LigneStatistiques
               WRITE LigneStatistiques
               add 1 to indiceCategorie
           end-perform.

           MOVE " " to LigneStatistiques.
           WRITE LigneStatistiques.
           MOVE " " to LigneStatistiques.
           STRING "Reclamations encore ouvertes a l'edition : " nbOuvertesFinTrimestre "  dont echeance de reponse depassee : " nbOuvertesHorsDelai INTO LigneStatistiques.
           WRITE LigneStatistiques.
           CLOSE FichierStatistiques.
           DISPLAY "Traitement termine. Trimestre " trimestreCourant "/" anneeCourante " reclamations recues : " nbRecues(5) " repondues : " nbRepondues(5).
           STOP RUN.
