      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rapport nocturne des dossiers sinistres signales pour
      *          suspicion de fraude (sinistres.fraudeSuspectee = 1)
      *          encore en cours d'instruction (statut DE ou EC) :
      *          une ligne par dossier avec le client, le contrat, le
      *          type, la date, le prejudice, le statut et le score de
      *          fraude pose a la declaration, suivie d'une ligne par
      *          indicateur declenche (table indicateursFraude : code,
      *          libelle, points). Un dossier signale ne peut etre
      *          approuve qu'apres levee du signalement par un profil
      *          administration depuis l'ecran d'instruction ; le
      *          rapport est revu chaque matin par le service sinistres.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RapportFraude.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RapportFraudeFichier ASSIGN TO "RAPPORT-FRAUDE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD RapportFraudeFichier.
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

      *    Dossier signale en cours de lecture
       01 sinistreSignale.
         03 codeSinistreF PIC x(36).
         03 codeClientF PIC x(36).
         03 nomClientF PIC x(30).
         03 codeContratF PIC x(36).
         03 typeSinistreF PIC x(2).
         03 dateSinistreF.
           04 JJ PIC 9(2).
           04 MM PIC 9(2).
           04 AAAA PIC 9(4).
         03 prejudiceF PIC 9(9).
         03 statutF PIC x(2).
         03 scoreFraudeF PIC 9(3).

      *    Indicateur declenche pour le dossier en cours
       01 indicateurSignale.
         03 codeIndicateurF PIC x(3).
         03 libelleIndicateurF PIC x(50).
         03 pointsIndicateurF PIC 9(3).

       77 nbDossiersSignales PIC 9(9) value 0.
       77 nbIndicateursSignales PIC 9(9) value 0.
       77 ligneTrouvee PIC 9.
       77 indicateurTrouve PIC 9.

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * Rapport des dossiers signales pour suspicion de fraude
      **
       rapportFraude.
           perform rapportFraude-init.
           perform rapportFraude-trt.
           perform rapportFraude-fin.

       rapportFraude-init.
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

           OPEN OUTPUT RapportFraudeFichier.
           STRING "DOSSIERS SINISTRES SIGNALES POUR SUSPICION DE FRAUDE - SITUATION AU " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR INTO LigneRapport.
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           MOVE "codeSinistre;codeClient;nom;codeContrat;type;dateSinistre;prejudice;statut;score" to LigneRapport.
           WRITE LigneRapport.
           MOVE "    indicateur;libelle;points" to LigneRapport.
           WRITE LigneRapport.

      *    Dossiers signales encore a instruire (DE, EC), du plus fort score au plus faible : un
      *    dossier rejete ou paye garde son signalement pour l'historique mais ne revient plus au
      *    rapport
           EXEC sql
             declare CursorSinistresSignales cursor for
             select s.codeSinistre, s.codeClient, COALESCE(c.nom,''), s.codeContrat, s.typeSinistre,
               DAY(s.dateDuSinistre), MONTH(s.dateDuSinistre), YEAR(s.dateDuSinistre), s.prejudice, s.statut, COALESCE(s.scoreFraude,0)
             from sinistres s, clients c
             where c.codeClient = s.codeClient and s.fraudeSuspectee = 1
             and s.statut in ('DE','EC')
             order by s.scoreFraude desc, s.dateDuSinistre
           END-EXEC

      *    Indicateurs declenches du dossier en cours
           EXEC sql
             declare CursorIndicateursFraude cursor for
             select codeIndicateur, libelleIndicateur, points
             from indicateursFraude
             where codeSinistre = :sinistreSignale.codeSinistreF
             order by points desc
           END-EXEC

           EXEC sql
             open CursorSinistresSignales
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Chaque dossier signale est rapporte avec son score, puis le detail des indicateurs qui ont
      * declenche le signalement
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       rapportFraude-trt.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorSinistresSignales into :sinistreSignale.codeSinistreF, :sinistreSignale.codeClientF, :sinistreSignale.nomClientF,
                   :sinistreSignale.codeContratF, :sinistreSignale.typeSinistreF,
                   :sinistreSignale.dateSinistreF.JJ, :sinistreSignale.dateSinistreF.MM, :sinistreSignale.dateSinistreF.AAAA,
                   :sinistreSignale.prejudiceF, :sinistreSignale.statutF, :sinistreSignale.scoreFraudeF
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   perform ligneDossierSignale
               end-if
           end-perform.

       ligneDossierSignale.
           MOVE " " to LigneRapport.
           STRING codeSinistreF of sinistreSignale ";" codeClientF of sinistreSignale ";" nomClientF of sinistreSignale ";"
             codeContratF of sinistreSignale ";" typeSinistreF of sinistreSignale ";"
             JJ of dateSinistreF "/" MM of dateSinistreF "/" AAAA of dateSinistreF ";"
             prejudiceF of sinistreSignale ";" statutF of sinistreSignale ";" scoreFraudeF of sinistreSignale INTO LigneRapport.
           WRITE LigneRapport.
           add 1 to nbDossiersSignales.

           EXEC sql
             open CursorIndicateursFraude
           END-EXEC.
           move 1 to indicateurTrouve.
           perform until indicateurTrouve = 0
               EXEC sql
                 fetch CursorIndicateursFraude into :indicateurSignale.codeIndicateurF, :indicateurSignale.libelleIndicateurF, :indicateurSignale.pointsIndicateurF
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to indicateurTrouve
               else
                   MOVE " " to LigneRapport
                   STRING "    " codeIndicateurF of indicateurSignale ";" libelleIndicateurF of indicateurSignale ";" pointsIndicateurF of indicateurSignale INTO LigneRapport
                   WRITE LigneRapport
                   add 1 to nbIndicateursSignales
               end-if
           end-perform.
           EXEC sql
             close CursorIndicateursFraude
           END-EXEC.

       rapportFraude-fin.
           EXEC sql
             close CursorSinistresSignales
           END-EXEC.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           STRING "Dossiers signales : " nbDossiersSignales "  indicateurs declenches : " nbIndicateursSignales INTO LigneRapport.
           WRITE LigneRapport.
           CLOSE RapportFraudeFichier.
           DISPLAY "Traitement termine. Dossiers signales : " nbDossiersSignales " indicateurs : " nbIndicateursSignales.
           STOP RUN.
