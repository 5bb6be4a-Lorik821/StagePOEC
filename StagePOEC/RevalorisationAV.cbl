      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revalorisation annuelle des contrats d'assurance vie :
      *          chaque contrat actif (ni regle au deces ni rachete en
      *          totalite) est credite des interets de l'exercice au
      *          taux declare pour l'annee (parametres, cle
      *          TAUX_REVALORISATION_AV, en centiemes de pourcent :
      *          250 = 2,50 %), prorata des jours de l'exercice pour un
      *          contrat souscrit en cours d'annee. La valeur acquise du
      *          contrat (contrats.valeurAcquise, le capital assure tant
      *          qu'elle n'a jamais bouge) est mise a jour et chaque
      *          credit est inscrit a l'historique des valeurs du
      *          contrat (table valeursAssuranceVie, type REV), au meme
      *          titre que les rachats saisis au guichet (type RAC).
      *          Exercice revalorise : l'annee en cours la derniere nuit
      *          de decembre (passage par la chaine de nuit), l'annee
      *          precedente si le traitement est relance a la main en
      *          janvier ; un contrat deja revalorise pour l'exercice
      *          n'est jamais credite deux fois. Sans taux declare,
      *          rien n'est credite et le rapport le signale. Le detail
      *          est ecrit dans REVALORISATION-AV.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RevalorisationAV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RapportRevalorisation ASSIGN TO "REVALORISATION-AV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD RapportRevalorisation.
       01 LigneRapport PIC x(200).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 DateSysteme.
         03 Annee PIC 99.
         03 Mois PIC 99.
         03 Jour PIC 99.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).

      *    Annee civile revalorisee
       77 anneeExercice PIC 9(4).
       77 tmpDateValeur PIC x(10).

      *    Taux declare pour l'exercice, en centiemes de pourcent ; tauxDeclare reste a 0 si la
      *    table parametres n'a pas la ligne (aucun credit n'est alors passe)
       77 TauxRevalorisationAV PIC 9(4) value 0.
       77 tauxDeclare PIC 9 value 0.

      *    Contrat d'assurance vie en cours de revalorisation
       01 contratCourant.
         03 codeContrat PIC x(36).
         03 codeClient PIC x(36).
         03 valeurAvant PIC 9(9)v9(2).
       01 dateSignatureContrat.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 signatureAAAAMMJJ REDEFINES dateSignatureContrat PIC 9(8).

      *    Bornes de l'exercice en jours, pour le prorata d'un contrat souscrit en cours d'annee
       01 debutExercice.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2) value 1.
         03 JJ PIC 9(2) value 1.
       01 debutExerciceAAAAMMJJ REDEFINES debutExercice PIC 9(8).
       01 finExercice.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2) value 12.
         03 JJ PIC 9(2) value 31.
       01 finExerciceAAAAMMJJ REDEFINES finExercice PIC 9(8).
       77 debutExerciceEnJours PIC 9(9).
       77 finExerciceEnJours PIC 9(9).
       77 signatureEnJours PIC 9(9).
       77 joursExercice PIC 9(3).
       77 joursCredites PIC 9(3).

       77 interetsExercice PIC 9(9)v9(2).
       77 valeurApres PIC 9(9)v9(2).
       77 tmpCodeValeur PIC x(36).

      *    Decoupage des montants decimaux pour l'ecriture dans le rapport (le 'v' n'imprime pas de virgule)
       77 sommeTravail PIC 9(11).
       01 valeurAvantEditee.
         03 partieEntiere PIC 9(9).
         03 FILLER PIC x value ",".
         03 partieCentimes PIC 9(2).
       01 interetsEdites.
         03 partieEntiere PIC 9(9).
         03 FILLER PIC x value ",".
         03 partieCentimes PIC 9(2).
       01 valeurApresEditee.
         03 partieEntiere PIC 9(9).
         03 FILLER PIC x value ",".
         03 partieCentimes PIC 9(2).

      *    Indique si le fetch a rendu une ligne : les mises a jour faites a l'interieur de la boucle
      *    ecrasent le SQLCODE du fetch
       77 ligneTrouvee PIC 9.

       77 nbContratsRevalorises PIC 9(9) value 0.
       77 totalInterets PIC 9(11)v9(2) value 0.
       77 totalInteretsTravail PIC 9(13).
       77 totalInteretsEntiers PIC 9(11).
       77 totalInteretsCentimes PIC 9(2).

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * Revalorisation annuelle des contrats d'assurance vie
      **
       revalorisationAV.
           perform revalorisationAV-init.
           perform revalorisationAV-trt.
           perform revalorisationAV-fin.

       revalorisationAV-init.
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

      *    La derniere nuit de decembre, l'exercice qui s'acheve ; toute autre date, l'exercice precedent
           if Mois of DateSysteme = 12 AND Jour of DateSysteme = 31
               move WS-CURRENT-YEAR to anneeExercice
           else
               subtract 1 from WS-CURRENT-YEAR giving anneeExercice
           end-if.
           STRING Jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateValeur.

           move anneeExercice to AAAA of debutExercice.
           move anneeExercice to AAAA of finExercice.
           move FUNCTION INTEGER-OF-DATE(debutExerciceAAAAMMJJ) to debutExerciceEnJours.
           move FUNCTION INTEGER-OF-DATE(finExerciceAAAAMMJJ) to finExerciceEnJours.
           compute joursExercice = finExerciceEnJours - debutExerciceEnJours + 1.

      *    Taux declare pour l'exercice
           EXEC sql
             select valeur into :TauxRevalorisationAV from parametres where cle = 'TAUX_REVALORISATION_AV'
           END-EXEC.
           if SQLCODE = 0
               move 1 to tauxDeclare
           end-if.

           OPEN OUTPUT RapportRevalorisation.
           STRING "REVALORISATION DES CONTRATS D'ASSURANCE VIE - EXERCICE " anneeExercice " - TAUX DECLARE (CENTIEMES DE %) : " TauxRevalorisationAV
             " - TRAITEMENT DU " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR INTO LigneRapport.
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           MOVE "codeContrat;codeClient;valeurAvant;joursCredites;interets;valeurApres" to LigneRapport.
           WRITE LigneRapport.

      *    Contrats d'assurance vie actifs souscrits au plus tard dans l'exercice, pas encore
      *    revalorises pour celui-ci ; la valeur acquise est le capital assure tant qu'elle n'a pas
      *    encore ete posee
           EXEC sql
             declare CursorContratsRevalorisation cursor for
             select c.codeContrat, c.codeClient, COALESCE(c.valeurAcquise, c.capitalAssure, 0),
               YEAR(c.dateSignature), MONTH(c.dateSignature), DAY(c.dateSignature)
             from contrats c
             where c.AV = 1 and COALESCE(c.contratRegle,0) = 0 and COALESCE(c.validite,1) = 1
             and YEAR(c.dateSignature) <= :anneeExercice
             and not exists (select 1 from valeursAssuranceVie v where v.codeContrat = c.codeContrat
                             and v.typeMouvement = 'REV' and v.anneeExercice = :anneeExercice)
             order by c.codeContrat
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Chaque contrat est credite des interets de l'exercice sur sa valeur acquise du jour, au prorata
      * des jours couverts depuis la souscription pour un contrat souscrit dans l'annee ; la valeur est
      * reecrite sur le contrat et le credit inscrit a l'historique des valeurs
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       revalorisationAV-trt.
           if tauxDeclare = 0
               MOVE "Aucun taux de revalorisation declare (parametre TAUX_REVALORISATION_AV) : aucun contrat credite." to LigneRapport
               WRITE LigneRapport
           else
               EXEC sql
                 open CursorContratsRevalorisation
               END-EXEC
               move 1 to ligneTrouvee
               perform until ligneTrouvee = 0
                   EXEC sql
                     fetch CursorContratsRevalorisation into :contratCourant.codeContrat, :contratCourant.codeClient, :contratCourant.valeurAvant,
                       :dateSignatureContrat.AAAA, :dateSignatureContrat.MM, :dateSignatureContrat.JJ
                   END-EXEC
                   if SQLCODE <> 0 then
                       move 0 to ligneTrouvee
                   else
                       perform creditInteretsContrat
                   end-if
               end-perform
               EXEC sql
                 close CursorContratsRevalorisation
               END-EXEC
           end-if.

       creditInteretsContrat.
           move joursExercice to joursCredites.
           if AAAA of dateSignatureContrat = anneeExercice
               move FUNCTION INTEGER-OF-DATE(signatureAAAAMMJJ) to signatureEnJours
               compute joursCredites = finExerciceEnJours - signatureEnJours + 1
           end-if.

           compute interetsExercice rounded = valeurAvant of contratCourant * TauxRevalorisationAV / 10000 * joursCredites / joursExercice.
           add valeurAvant of contratCourant to interetsExercice giving valeurApres.

           EXEC sql
             UPDATE contrats SET valeurAcquise = :valeurApres
             WHERE codeContrat = :contratCourant.codeContrat
           END-EXEC.
           if SQLCODE >= 0
               EXEC sql
                 select newid() into :tmpCodeValeur
               END-EXEC
               EXEC sql
                 INSERT INTO valeursAssuranceVie (codeValeur, codeContrat, dateValeur, anneeExercice, typeMouvement, montantMouvement, penalite, valeurApres, taux)
                 VALUES (:tmpCodeValeur, :contratCourant.codeContrat, :tmpDateValeur, :anneeExercice, 'REV', :interetsExercice, 0, :valeurApres, :TauxRevalorisationAV)
               END-EXEC

               multiply valeurAvant of contratCourant by 100 giving sommeTravail
               divide sommeTravail by 100 giving partieEntiere of valeurAvantEditee remainder partieCentimes of valeurAvantEditee
               multiply interetsExercice by 100 giving sommeTravail
               divide sommeTravail by 100 giving partieEntiere of interetsEdites remainder partieCentimes of interetsEdites
               multiply valeurApres by 100 giving sommeTravail
               divide sommeTravail by 100 giving partieEntiere of valeurApresEditee remainder partieCentimes of valeurApresEditee
               MOVE " " to LigneRapport
               STRING codeContrat of contratCourant ";" codeClient of contratCourant ";" valeurAvantEditee ";" joursCredites ";" interetsEdites ";" valeurApresEditee INTO LigneRapport
               WRITE LigneRapport
               add 1 to nbContratsRevalorises
               add interetsExercice to totalInterets
           end-if.

       revalorisationAV-fin.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           multiply totalInterets by 100 giving totalInteretsTravail.
           divide totalInteretsTravail by 100 giving totalInteretsEntiers remainder totalInteretsCentimes.
           MOVE " " to LigneRapport.
           STRING "Contrats revalorises : " nbContratsRevalorises "  Total des interets credites : " totalInteretsEntiers "," totalInteretsCentimes INTO LigneRapport.
           WRITE LigneRapport.
           CLOSE RapportRevalorisation.
           DISPLAY "Traitement termine. Contrats revalorises : " nbContratsRevalorises " interets credites : " totalInteretsEntiers "," totalInteretsCentimes.
           STOP RUN.
