      ******************************************************************
      * Author:
      * Date:
      * Purpose: Balayage des coordonnees bancaires et postales deja
      *          en base, a lancer une premiere fois pour l'assainis-
      *          sement puis chaque mois dans la chaine de nuit, avant
      *          la passe d'EmissionVirements suivante. Recharge d'abord
      *          la table de reference codesPostaux depuis le fichier
      *          des codes postaux de La Poste (CODES-POSTAUX.TXT, ligne
      *          d'entete puis codeCommuneInsee;nomCommune;codePostal;
      *          ligne5;libelleAcheminement) quand il est fourni, puis
      *          applique aux tables clients et courtiers les controles
      *          de la saisie au guichet : cle et format de l'IBAN,
      *          format du BIC, code postal contre ville (clients). Un
      *          IBAN client deja rejete par la banque (ibanInvalide) et
      *          un courtier sans IBAN, dont les commissions ne peuvent
      *          pas etre virees, sont signales aussi. Chaque controle
      *          en echec donne une ligne dans ANOMALIES-COORDONNEES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ControleCoordonnees.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    OPTIONAL : le fichier de La Poste n'est fourni qu'a chaque mise a jour, sans fichier la
      *    table de reference deja chargee est conservee
           SELECT OPTIONAL FichierCodesPostaux ASSIGN TO "CODES-POSTAUX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RapportAnomalies ASSIGN TO "ANOMALIES-COORDONNEES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD FichierCodesPostaux.
       01 LigneCodesPostaux PIC x(250).

       FD RapportAnomalies.
       01 LigneAnomalie PIC x(250).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 DateSysteme.
         03 Annee PIC 99.
         03 Mois PIC 99.
         03 Jour PIC 99.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).

       77 finFichierCodesPostaux PIC 9.
       77 premiereLigneLue PIC 9.
       77 ligneCourante PIC x(250).

      *    Champs eclates d'une ligne du fichier de La Poste
       01 champsLigneCodePostal.
         03 codeCommuneRef PIC x(5).
         03 nomCommuneRef PIC x(40).
         03 codePostalRef PIC x(5).
         03 ligne5Ref PIC x(40).
         03 libelleAcheminementRef PIC x(40).
      *    Le fichier n'est substitue a la table qu'a sa premiere ligne de donnees : un fichier vide ou
      *    reduit a l'entete ne vide pas la reference
       77 tableCodesPostauxVidee PIC 9.

      *    Client ou courtier en cours de controle
       01 coordonneesCourantes.
         03 typeTiers PIC x(3).
         03 codeTiers PIC x(36).
         03 nomTiers PIC x(30).
         03 prenomTiers PIC x(30).
         03 ibanTiers PIC x(34).
         03 bicTiers PIC x(11).
         03 codePostalTiers PIC x(5).
         03 villeTiers PIC x(30).
         03 ibanRejeteTiers PIC 9.
       77 motifAnomalie PIC x(12).
       77 valeurAnomalie PIC x(40).
       77 nbAnomaliesTiers PIC 9(5).

      *    Indique si le fetch a rendu une ligne : la condition de boucle ne peut pas porter sur le
      *    SQLCODE brut, les controles a l'interieur de la boucle l'ecraseraient
       77 ligneTrouvee PIC 9.

       77 nbCodesPostauxCharges PIC 9(9) value 0.
       77 nbLignesCodesPostauxRejetees PIC 9(9) value 0.
       77 nbClientsControles PIC 9(9) value 0.
       77 nbClientsEnAnomalie PIC 9(9) value 0.
       77 nbCourtiersControles PIC 9(9) value 0.
       77 nbCourtiersEnAnomalie PIC 9(9) value 0.
       77 nbAnomalies PIC 9(9) value 0.

      *    Controle des coordonnees bancaires et postales, memes regles au guichet (Program1), a
      *    l'import de portefeuille et dans le balayage mensuel (ControleCoordonnees) : le resultat
      *    de chaque controle est a blanc si la valeur est bonne, sinon il porte le motif du refus
       77 ibanControle PIC x(34).
       77 ibanCompacte PIC x(34).
       77 longueurIban PIC 99.
       77 indiceIban PIC 99.
       77 caractereIban PIC x.
       77 chiffreIban PIC 9.
       77 rangLettreIban PIC 99.
       77 dividendeIban PIC 9(5).
       77 quotientIban PIC 9(5).
       77 resteIban PIC 99.
       77 alphabetIban PIC x(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 resultatIban PIC x(12).
       77 bicControle PIC x(11).
       77 indiceBic PIC 99.
       77 nbBlancsBic PIC 99.
       77 resultatBic PIC x(12).
       77 codePostalControle PIC x(5).
       77 villeControle PIC x(30).
       77 villeNormalisee PIC x(30).
      *    Lettres accentuees, dans la page de code Windows des postes et de la base, et leurs
      *    capitales sans accent : la ville est ramenee a la graphie sans accent du fichier de La Poste
       77 lettresAccentuees PIC x(30) value X"E0E2E4E9E8EAEBEEEFF4F6F9FBFCE7C0C2C4C9C8CACBCECFD4D6D9DBDCC7".
       77 lettresSansAccent PIC x(30) value "AAAEEEEIIOOUUUCAAAEEEEIIOOUUUC".
       77 nbCodesPostauxRef PIC 9(9).
       77 nbCodesPostauxTrouves PIC 9(9).
       77 resultatAdresse PIC x(12).

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * Controle des coordonnees bancaires et postales des clients et des courtiers
      **
       controleCoordonnees.
           perform controleCoordonnees-init.
           perform chargementCodesPostaux.
           perform controleClients.
           perform controleCourtiers.
           perform controleCoordonnees-fin.

       controleCoordonnees-init.
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

           OPEN OUTPUT RapportAnomalies.
           STRING "CONTROLE DES COORDONNEES BANCAIRES ET POSTALES - TRAITEMENT DU " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR INTO LigneAnomalie.
           WRITE LigneAnomalie.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Rechargement de la table de reference codesPostaux depuis le fichier de La Poste : la table
      * est videe a la premiere ligne de donnees lue, puis chaque ligne au code postal numerique est
      * inseree avec les noms normalises comme la ville saisie (majuscules sans accent, tirets et
      * apostrophes en blancs)
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       chargementCodesPostaux.
           move 0 to finFichierCodesPostaux.
           move 0 to premiereLigneLue.
           move 0 to tableCodesPostauxVidee.
           OPEN INPUT FichierCodesPostaux.
           perform lectureLigneCodePostal until finFichierCodesPostaux = 1.
           CLOSE FichierCodesPostaux.

           move 0 to nbCodesPostauxRef.
           EXEC sql
             select count(*) into :nbCodesPostauxRef from codesPostaux
           END-EXEC.
           MOVE " " to LigneAnomalie.
           if tableCodesPostauxVidee = 1
               STRING "Fichier des codes postaux recharge : " nbCodesPostauxCharges " lignes, " nbLignesCodesPostauxRejetees " lignes illisibles ignorees" INTO LigneAnomalie
           else if nbCodesPostauxRef = 0
               MOVE "Table des codes postaux vide : controle du code postal contre la ville non effectue" to LigneAnomalie
           else
               STRING "Table des codes postaux conservee : " nbCodesPostauxRef " lignes" INTO LigneAnomalie
           end-if.
           WRITE LigneAnomalie.
           MOVE "type;code;nom;motif;valeur" to LigneAnomalie.
           WRITE LigneAnomalie.

       lectureLigneCodePostal.
           READ FichierCodesPostaux
               AT END
                   move 1 to finFichierCodesPostaux
               NOT AT END
                   if premiereLigneLue = 0
                       move 1 to premiereLigneLue
                   else
                       move LigneCodesPostaux to ligneCourante
                       perform traitementLigneCodePostal
                   end-if
           END-READ.

       traitementLigneCodePostal.
           if tableCodesPostauxVidee = 0
               EXEC sql
                 delete from codesPostaux
               END-EXEC
               move 1 to tableCodesPostauxVidee
           end-if.
           initialize champsLigneCodePostal.
           UNSTRING ligneCourante DELIMITED BY ";" INTO codeCommuneRef, nomCommuneRef, codePostalRef, ligne5Ref, libelleAcheminementRef.
           if codePostalRef is not numeric OR nomCommuneRef = spaces
               add 1 to nbLignesCodesPostauxRejetees
           else
               INSPECT nomCommuneRef CONVERTING "abcdefghijklmnopqrstuvwxyz-'" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ  "
               INSPECT nomCommuneRef CONVERTING lettresAccentuees TO lettresSansAccent
               INSPECT ligne5Ref CONVERTING "abcdefghijklmnopqrstuvwxyz-'" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ  "
               INSPECT ligne5Ref CONVERTING lettresAccentuees TO lettresSansAccent
               INSPECT libelleAcheminementRef CONVERTING "abcdefghijklmnopqrstuvwxyz-'" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ  "
               INSPECT libelleAcheminementRef CONVERTING lettresAccentuees TO lettresSansAccent
               EXEC sql
                 INSERT INTO codesPostaux (codeCommuneInsee, nomCommune, codePostal, ligne5, libelleAcheminement)
                 VALUES (:codeCommuneRef, :nomCommuneRef, :codePostalRef, :ligne5Ref, :libelleAcheminementRef)
               END-EXEC
               add 1 to nbCodesPostauxCharges
           end-if.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Clients : IBAN et BIC controles s'ils sont renseignes (un client sans coordonnees bancaires
      * n'est pas en anomalie, ses paiements attendent simplement un IBAN), IBAN rejete par la
      * banque, code postal contre ville
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       controleClients.
           EXEC sql
             declare CursorClientsCoordonnees cursor for
             select codeClient, nom, prenom, COALESCE(iban,''), COALESCE(bic,''), COALESCE(codePostal,''), COALESCE(ville,''), COALESCE(ibanInvalide,0)
             from clients
             order by nom, prenom
           END-EXEC.
           EXEC sql
             open CursorClientsCoordonnees
           END-EXEC.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               initialize coordonneesCourantes
               EXEC sql
                 fetch CursorClientsCoordonnees into :coordonneesCourantes.codeTiers, :coordonneesCourantes.nomTiers, :coordonneesCourantes.prenomTiers,
                      :coordonneesCourantes.ibanTiers, :coordonneesCourantes.bicTiers, :coordonneesCourantes.codePostalTiers, :coordonneesCourantes.villeTiers,
                      :coordonneesCourantes.ibanRejeteTiers
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   move 'CLI' to typeTiers
                   add 1 to nbClientsControles
                   move 0 to nbAnomaliesTiers
                   perform controleCoordonneesBancaires
                   if ibanRejeteTiers = 1
                       move 'IBAN-REJETE' to motifAnomalie
                       move ibanTiers to valeurAnomalie
                       perform ecritureAnomalie
                   end-if
                   move codePostalTiers to codePostalControle
                   move villeTiers to villeControle
                   perform controleAdressePostale
                   if resultatAdresse <> spaces
                       move resultatAdresse to motifAnomalie
                       move " " to valeurAnomalie
                       STRING codePostalTiers " " villeTiers INTO valeurAnomalie
                       perform ecritureAnomalie
                   end-if
                   if nbAnomaliesTiers > 0
                       add 1 to nbClientsEnAnomalie
                   end-if
               end-if
           end-perform.
           EXEC sql
             close CursorClientsCoordonnees
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Courtiers : l'IBAN est obligatoire, les commissions lui sont virees par EmissionVirements ;
      * la table courtiers ne porte pas d'adresse
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       controleCourtiers.
           EXEC sql
             declare CursorCourtiersCoordonnees cursor for
             select codeCourtier, nom, COALESCE(iban,''), COALESCE(bic,'')
             from courtiers
             order by codeCourtier
           END-EXEC.
           EXEC sql
             open CursorCourtiersCoordonnees
           END-EXEC.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               initialize coordonneesCourantes
               EXEC sql
                 fetch CursorCourtiersCoordonnees into :coordonneesCourantes.codeTiers, :coordonneesCourantes.nomTiers,
                      :coordonneesCourantes.ibanTiers, :coordonneesCourantes.bicTiers
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   move 'COU' to typeTiers
                   add 1 to nbCourtiersControles
                   move 0 to nbAnomaliesTiers
                   if ibanTiers = spaces
                       move 'IBAN-ABSENT' to motifAnomalie
                       move spaces to valeurAnomalie
                       perform ecritureAnomalie
                   end-if
                   perform controleCoordonneesBancaires
                   if nbAnomaliesTiers > 0
                       add 1 to nbCourtiersEnAnomalie
                   end-if
               end-if
           end-perform.
           EXEC sql
             close CursorCourtiersCoordonnees
           END-EXEC.

      *    IBAN et BIC du client ou du courtier en cours, controles s'ils sont renseignes
       controleCoordonneesBancaires.
           if ibanTiers <> spaces
               move ibanTiers to ibanControle
               perform controleIban
               if resultatIban <> spaces
                   move resultatIban to motifAnomalie
                   move ibanTiers to valeurAnomalie
                   perform ecritureAnomalie
               end-if
           end-if.
           if bicTiers <> spaces
               move bicTiers to bicControle
               perform controleBic
               if resultatBic <> spaces
                   move resultatBic to motifAnomalie
                   move bicTiers to valeurAnomalie
                   perform ecritureAnomalie
               end-if
           end-if.

       ecritureAnomalie.
           MOVE " " to LigneAnomalie.
           STRING typeTiers ";" codeTiers ";" nomTiers " " prenomTiers ";" motifAnomalie ";" valeurAnomalie INTO LigneAnomalie.
           WRITE LigneAnomalie.
           add 1 to nbAnomaliesTiers.
           add 1 to nbAnomalies.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Controle d'un IBAN (norme ISO 13616) place dans ibanControle : les blancs de saisie sont
      * retires et les minuscules passees en majuscules, l'IBAN ainsi compacte est rendu dans
      * ibanCompacte. Format : code pays en deux lettres, cle en deux chiffres, 15 a 34 caracteres
      * alphanumeriques en tout (27 pour la France et Monaco). Cle : le numero, ses quatre premiers
      * caracteres reportes en fin et chaque lettre remplacee par son rang (A = 10 ... Z = 35), doit
      * laisser un reste de 1 dans la division par 97.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       controleIban.
           move spaces to resultatIban.
           move spaces to ibanCompacte.
           move 0 to longueurIban.
           INSPECT ibanControle CONVERTING "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move 1 to indiceIban.
           perform compactageIban until indiceIban > 34.
           if longueurIban < 15 OR ibanCompacte(1:2) is not ALPHABETIC-UPPER OR ibanCompacte(3:2) is not NUMERIC
               move 'IBAN-FORMAT' to resultatIban
           end-if.
           if (ibanCompacte(1:2) = "FR" OR ibanCompacte(1:2) = "MC") AND longueurIban <> 27
               move 'IBAN-FORMAT' to resultatIban
           end-if.
           if resultatIban = spaces
               move 0 to resteIban
               move 5 to indiceIban
               perform calculCleIban until indiceIban > longueurIban OR resultatIban <> spaces
               move 1 to indiceIban
               perform calculCleIban until indiceIban > 4 OR resultatIban <> spaces
               if resultatIban = spaces AND resteIban <> 1
                   move 'IBAN-CLE' to resultatIban
               end-if
           end-if.

       compactageIban.
           if ibanControle(indiceIban:1) <> space
               add 1 to longueurIban
               move ibanControle(indiceIban:1) to ibanCompacte(longueurIban:1)
           end-if.
           add 1 to indiceIban.

      *    Un caractere de plus dans le calcul de la cle : le reste courant est decale d'un chiffre
      *    (ou de deux pour une lettre) avant la nouvelle division par 97
       calculCleIban.
           move ibanCompacte(indiceIban:1) to caractereIban.
           if caractereIban is NUMERIC
               move caractereIban to chiffreIban
               compute dividendeIban = resteIban * 10 + chiffreIban
           else if caractereIban is ALPHABETIC-UPPER
               move 0 to rangLettreIban
               INSPECT alphabetIban TALLYING rangLettreIban FOR CHARACTERS BEFORE INITIAL caractereIban
               compute dividendeIban = resteIban * 100 + rangLettreIban + 10
           else
               move 'IBAN-FORMAT' to resultatIban
               move 0 to dividendeIban
           end-if.
           divide dividendeIban by 97 GIVING quotientIban REMAINDER resteIban.
           add 1 to indiceIban.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Controle d'un BIC (norme ISO 9362) place dans bicControle, rendu en majuscules : 8 ou 11
      * caracteres, code banque et code pays en lettres, code emplacement et code agence en lettres
      * ou chiffres
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       controleBic.
           move spaces to resultatBic.
           INSPECT bicControle CONVERTING "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move 0 to nbBlancsBic.
           INSPECT bicControle(1:8) TALLYING nbBlancsBic FOR ALL SPACE.
           if nbBlancsBic > 0 OR bicControle(1:6) is not ALPHABETIC-UPPER
               move 'BIC-FORMAT' to resultatBic
           end-if.
      *    Code agence facultatif, mais complet s'il est donne
           if bicControle(9:3) <> spaces
               move 0 to nbBlancsBic
               INSPECT bicControle(9:3) TALLYING nbBlancsBic FOR ALL SPACE
               if nbBlancsBic > 0
                   move 'BIC-FORMAT' to resultatBic
               end-if
           end-if.
           move 7 to indiceBic.
           perform controleCaractereBic until indiceBic > 11.

       controleCaractereBic.
           if bicControle(indiceBic:1) is not NUMERIC AND bicControle(indiceBic:1) is not ALPHABETIC-UPPER
               move 'BIC-FORMAT' to resultatBic
           end-if.
           add 1 to indiceBic.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Controle du code postal (codePostalControle) contre la ville (villeControle) sur la table de
      * reference codesPostaux, chargee depuis le fichier des codes postaux de La Poste par
      * ControleCoordonnees. La ville, passee en majuscules sans accent, tirets et apostrophes
      * remplaces par des blancs comme dans le fichier, doit etre le nom de la commune, la mention
      * de lieu-dit (ligne 5) ou le libelle d'acheminement d'une ligne de ce code postal. Le nombre
      * de lignes de la table (nbCodesPostauxRef) est lu par l'appelant : tant qu'elle est vide, le
      * controle est ignore.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       controleAdressePostale.
           move spaces to resultatAdresse.
           move villeControle to villeNormalisee.
           INSPECT villeNormalisee CONVERTING "abcdefghijklmnopqrstuvwxyz-'" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ  ".
           INSPECT villeNormalisee CONVERTING lettresAccentuees TO lettresSansAccent.
           if nbCodesPostauxRef > 0
               move 0 to nbCodesPostauxTrouves
               if codePostalControle is NUMERIC
                   EXEC sql
                     select count(*) into :nbCodesPostauxTrouves from codesPostaux
                     where codePostal = :codePostalControle
                   END-EXEC
               end-if
               if nbCodesPostauxTrouves = 0
                   move 'CP-INCONNU' to resultatAdresse
               else
                   move 0 to nbCodesPostauxTrouves
                   EXEC sql
                     select count(*) into :nbCodesPostauxTrouves from codesPostaux
                     where codePostal = :codePostalControle
                       and (nomCommune = :villeNormalisee or COALESCE(ligne5,'') = :villeNormalisee or libelleAcheminement = :villeNormalisee)
                   END-EXEC
                   if nbCodesPostauxTrouves = 0
                       move 'CP-VILLE' to resultatAdresse
                   end-if
               end-if
           end-if.

       controleCoordonnees-fin.
           MOVE " " to LigneAnomalie.
           WRITE LigneAnomalie.
           STRING "Clients controles : " nbClientsControles "  en anomalie : " nbClientsEnAnomalie "  Courtiers controles : " nbCourtiersControles "  en anomalie : " nbCourtiersEnAnomalie
             "  Anomalies : " nbAnomalies INTO LigneAnomalie.
           WRITE LigneAnomalie.
           CLOSE RapportAnomalies.
           DISPLAY "Traitement termine. Clients en anomalie : " nbClientsEnAnomalie " courtiers en anomalie : " nbCourtiersEnAnomalie " anomalies : " nbAnomalies.
           STOP RUN.
