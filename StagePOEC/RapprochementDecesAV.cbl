      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recherche des assures d'assurance vie decedes :
      *          rapprochement du fichier periodique du registre
      *          national des deces (REGISTRE-DECES.TXT, une ligne par
      *          deces : nom;prenom;date de naissance AAAAMMJJ;date de
      *          deces AAAAMMJJ;commune) avec les assures des contrats
      *          d'assurance vie actifs (AV, non regles, valides).
      *          Correspondance exacte (nom, prenom et date de
      *          naissance identiques) : un dossier DC est ouvert au
      *          statut declare, avec l'acte de deces en piece requise,
      *          la provision des sommes promises aux beneficiaires et
      *          un gestionnaire affecte a tour de role, pour que le
      *          reglement reprenne le circuit habituel depuis l'ecran
      *          du contrat ; rien n'est ouvert si le contrat a deja un
      *          dossier DC non rejete. Correspondance approchante (meme
      *          date de naissance et nom et prenom phonetiquement
      *          proches, ou meme nom et prenom et meme annee de
      *          naissance) : le couple est ecrit dans DECES-A-REVOIR.TXT
      *          pour confirmation par un gestionnaire, sans ouverture
      *          de dossier. Les dossiers ouverts sont rapportes dans
      *          RAPPROCHEMENT-DECES.TXT. Un fichier recu vaut controle
      *          de tous les contrats actifs, qui portent la date de ce
      *          dernier controle (contrats.dateControleDeces).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RapprochementDecesAV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      *    OPTIONAL : le fichier du registre n'arrive qu'a chaque publication, une nuit sans fichier
      *    ne controle rien
           SELECT OPTIONAL FichierRegistre ASSIGN TO "REGISTRE-DECES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RapportRapprochement ASSIGN TO "RAPPROCHEMENT-DECES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RapportARevoir ASSIGN TO "DECES-A-REVOIR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD FichierRegistre.
       01 LigneRegistre PIC x(250).

       FD RapportRapprochement.
       01 LigneRapport PIC x(250).

       FD RapportARevoir.
       01 LigneARevoir PIC x(250).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 DateSysteme.
         03 Annee PIC 99.
         03 Mois PIC 99.
         03 Jour PIC 99.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).

       77 tmpDateControle PIC x(10).

       77 finFichierRegistre PIC 9.
       77 premiereLigneLue PIC 9.

      *    Ligne du registre en cours, conservee telle quelle pour le rapport des lignes illisibles
       77 ligneCourante PIC x(250).

      *    Champs eclates d'une ligne du registre : nom;prenom;naissance;deces;commune
       01 champsLigneRegistre.
         03 nomDeces PIC x(30).
         03 prenomDeces PIC x(30).
         03 dateNaissanceDeces.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 dateNaissanceTexte REDEFINES dateNaissanceDeces PIC x(8).
         03 dateDecesRegistre.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 dateDecesTexte REDEFINES dateDecesRegistre PIC x(8).
         03 communeDeces PIC x(40).
       77 anneeNaissanceDeces PIC 9(4).
       77 tmpDateNaissanceDeces PIC x(10).
       77 tmpDateDeces PIC x(10).

      *    Assure d'un contrat actif retrouve pour la ligne en cours
       01 assureTrouve.
         03 codeContratA PIC x(36).
         03 codeClientA PIC x(36).
         03 nomA PIC x(30).
         03 prenomA PIC x(30).
         03 dateNaissanceA.
           04 JJ PIC 9(2).
           04 MM PIC 9(2).
           04 AAAA PIC 9(4).

      *    Dossier DC ouvert pour une correspondance exacte : sommes promises aux beneficiaires comme
      *    prejudice, remboursable et provision, comme a la declaration faite au guichet
       77 nbDossiersDCExistants PIC 9(5).
       77 tmpCodeSinistre PIC x(36).
       77 tmpCodePiece PIC x(36).
       77 totalPromisDC PIC 9(9)v9(2).
       77 montantDossierDC PIC 9(9).
       77 gestionnaireDossier PIC x(8).
       77 actionRapprochement PIC x(40).

      *    Indique si le fetch a rendu une ligne : la condition de boucle ne peut pas porter sur le
      *    SQLCODE brut, les creations a l'interieur de la boucle l'ecraseraient
       77 ligneTrouvee PIC 9.

       77 nbLignesRegistre PIC 9(9) value 0.
       77 nbLignesIllisibles PIC 9(9) value 0.
       77 nbCorrespondancesExactes PIC 9(9) value 0.
       77 nbDossiersOuverts PIC 9(9) value 0.
       77 nbCorrespondancesARevoir PIC 9(9) value 0.
       77 nbContratsControles PIC 9(9) value 0.

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * Rapprochement du registre des deces avec les assures d'assurance vie
      **
       rapprochementDeces.
           perform rapprochementDeces-init.
           perform rapprochementDeces-trt.
           perform rapprochementDeces-fin.

       rapprochementDeces-init.
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

           STRING Jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateControle.

           OPEN OUTPUT RapportRapprochement.
           STRING "RAPPROCHEMENT DU REGISTRE DES DECES - ASSURANCE VIE - TRAITEMENT DU " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR INTO LigneRapport.
           WRITE LigneRapport.
           MOVE "codeContrat;codeClient;nom;prenom;dateNaissance;dateDeces;commune;sommesPromises;action" to LigneRapport.
           WRITE LigneRapport.

           OPEN OUTPUT RapportARevoir.
           STRING "DECES A CONFIRMER (CORRESPONDANCES APPROCHANTES) - TRAITEMENT DU " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR INTO LigneARevoir.
           WRITE LigneARevoir.
           MOVE "registre : nom;prenom;dateNaissance;dateDeces;commune  /  assure : codeContrat;codeClient;nom;prenom;dateNaissance" to LigneARevoir.
           WRITE LigneARevoir.

      *    Assures des contrats actifs identiques a la ligne du registre
           EXEC sql
             declare CursorDecesExacts cursor for
             select c.codeContrat, c.codeClient, cl.nom, cl.prenom, DAY(cl.dateNaissance), MONTH(cl.dateNaissance), YEAR(cl.dateNaissance)
             from contrats c, clients cl
             where cl.codeClient = c.codeClient and c.AV = 1 and COALESCE(c.contratRegle,0) = 0 and COALESCE(c.validite,1) = 1
               and UPPER(RTRIM(cl.nom)) = UPPER(RTRIM(:nomDeces)) and UPPER(RTRIM(cl.prenom)) = UPPER(RTRIM(:prenomDeces))
               and cl.dateNaissance = :tmpDateNaissanceDeces
           END-EXEC

      *    Assures approchants : meme date de naissance et noms phonetiquement proches (DIFFERENCE
      *    de SOUNDEX a 3 ou 4), ou memes nom et prenom nes la meme annee ; les identiques sont exclus
           EXEC sql
             declare CursorDecesApprochants cursor for
             select c.codeContrat, c.codeClient, cl.nom, cl.prenom, DAY(cl.dateNaissance), MONTH(cl.dateNaissance), YEAR(cl.dateNaissance)
             from contrats c, clients cl
             where cl.codeClient = c.codeClient and c.AV = 1 and COALESCE(c.contratRegle,0) = 0 and COALESCE(c.validite,1) = 1
               and not (UPPER(RTRIM(cl.nom)) = UPPER(RTRIM(:nomDeces)) and UPPER(RTRIM(cl.prenom)) = UPPER(RTRIM(:prenomDeces))
                 and cl.dateNaissance = :tmpDateNaissanceDeces)
               and ((cl.dateNaissance = :tmpDateNaissanceDeces and DIFFERENCE(cl.nom, :nomDeces) >= 3 and DIFFERENCE(cl.prenom, :prenomDeces) >= 3)
                 or (UPPER(RTRIM(cl.nom)) = UPPER(RTRIM(:nomDeces)) and UPPER(RTRIM(cl.prenom)) = UPPER(RTRIM(:prenomDeces))
                   and YEAR(cl.dateNaissance) = :anneeNaissanceDeces))
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Lecture du registre : la premiere ligne est l'entete de colonnes, chaque ligne suivante est
      * un deces publie, rapproche d'abord en correspondance exacte puis approchante
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       rapprochementDeces-trt.
           move 0 to finFichierRegistre.
           move 0 to premiereLigneLue.
           OPEN INPUT FichierRegistre.
           perform lectureLigneRegistre until finFichierRegistre = 1.
           CLOSE FichierRegistre.

       lectureLigneRegistre.
           READ FichierRegistre
               AT END
                   move 1 to finFichierRegistre
               NOT AT END
                   if premiereLigneLue = 0
                       move 1 to premiereLigneLue
                   else
                       move LigneRegistre to ligneCourante
                       add 1 to nbLignesRegistre
                       perform traitementLigneRegistre
                   end-if
           END-READ.

       traitementLigneRegistre.
           initialize champsLigneRegistre.
           UNSTRING ligneCourante DELIMITED BY ";" INTO nomDeces, prenomDeces, dateNaissanceTexte, dateDecesTexte, communeDeces.

      *    Une ligne sans nom ou aux dates non numeriques n'est pas rapprochable : elle part a la revue
           if nomDeces = spaces OR dateNaissanceTexte is not numeric OR dateDecesTexte is not numeric
               add 1 to nbLignesIllisibles
               MOVE " " to LigneARevoir
               STRING "LIGNE ILLISIBLE : " ligneCourante INTO LigneARevoir
               WRITE LigneARevoir
           else
               STRING JJ of dateNaissanceDeces "-" MM of dateNaissanceDeces "-" AAAA of dateNaissanceDeces INTO tmpDateNaissanceDeces
               STRING JJ of dateDecesRegistre "-" MM of dateDecesRegistre "-" AAAA of dateDecesRegistre INTO tmpDateDeces
               move AAAA of dateNaissanceDeces to anneeNaissanceDeces
               perform correspondancesExactes
               perform correspondancesApprochantes
           end-if.

      *    Correspondances exactes : ouverture du dossier DC de chaque contrat actif de l'assure
       correspondancesExactes.
           EXEC sql
             open CursorDecesExacts
           END-EXEC.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorDecesExacts into :assureTrouve.codeContratA, :assureTrouve.codeClientA, :assureTrouve.nomA, :assureTrouve.prenomA,
                   :assureTrouve.dateNaissanceA.JJ, :assureTrouve.dateNaissanceA.MM, :assureTrouve.dateNaissanceA.AAAA
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   add 1 to nbCorrespondancesExactes
                   perform ouvertureDossierDC
               end-if
           end-perform.
           EXEC sql
             close CursorDecesExacts
           END-EXEC.

      *    Dossier DC au statut declare, comme declarationInitialeSinistreDC au guichet : sommes
      *    promises aux beneficiaires, acte de deces en piece requise, provision posee et tracee,
      *    gestionnaire affecte a tour de role. Un dossier DC deja ouvert (ou deja regle) sur le
      *    contrat n'est pas double.
       ouvertureDossierDC.
           move 0 to totalPromisDC.
           EXEC sql
             select COALESCE(SUM(somme),0) into :totalPromisDC from assurancesVie
             where codeContrat = :assureTrouve.codeContratA
           END-EXEC.
           move totalPromisDC to montantDossierDC.

           move 0 to nbDossiersDCExistants.
           EXEC sql
             select count(*) into :nbDossiersDCExistants from sinistres
             where codeContrat = :assureTrouve.codeContratA and typeSinistre = 'DC' and COALESCE(statut,'AP') <> 'RE'
           END-EXEC.

           if nbDossiersDCExistants > 0
               move "dossier DC deja ouvert" to actionRapprochement
           else
               perform affectationGestionnaireDossier
               EXEC sql
                 select newid() into :tmpCodeSinistre
               END-EXEC
               EXEC sql
                 INSERT INTO sinistres (codeSinistre, codeClient, codeContrat, typeSinistre, dateDuSinistre, prejudice, remboursable, statut, provision, gestionnaire, dateStatut)
                 VALUES (:tmpCodeSinistre, :assureTrouve.codeClientA, :assureTrouve.codeContratA, 'DC', :tmpDateDeces, :montantDossierDC, :montantDossierDC, 'DE',
                   :montantDossierDC, :gestionnaireDossier, :tmpDateControle)
               END-EXEC
               if SQLCODE >= 0
                   EXEC sql
                     select newid() into :tmpCodePiece
                   END-EXEC
                   EXEC sql
                     INSERT INTO piecesSinistres (codePiece, codeSinistre, libellePiece, recu)
                     VALUES (:tmpCodePiece, :tmpCodeSinistre, 'Acte de deces', 0)
                   END-EXEC
                   if montantDossierDC > 0
                       EXEC sql
                         INSERT INTO mouvementsProvisions (codeSinistre, typeSinistre, dateMouvement, typeMouvement, montant)
                         VALUES (:tmpCodeSinistre, 'DC', :tmpDateControle, 'NOU', :montantDossierDC)
                       END-EXEC
                   end-if
                   add 1 to nbDossiersOuverts
                   MOVE " " to actionRapprochement
                   STRING "dossier DC ouvert, gestionnaire " gestionnaireDossier INTO actionRapprochement
               else
                   move "ERREUR : dossier DC non cree" to actionRapprochement
               end-if
           end-if.

           MOVE " " to LigneRapport.
           STRING codeContratA ";" codeClientA ";" nomA ";" prenomA ";" JJ of dateNaissanceA "/" MM of dateNaissanceA "/" AAAA of dateNaissanceA ";"
             JJ of dateDecesRegistre "/" MM of dateDecesRegistre "/" AAAA of dateDecesRegistre ";" communeDeces ";" montantDossierDC ";" actionRapprochement INTO LigneRapport.
           WRITE LigneRapport.

      *    Meme affectation a tour de role qu'a la declaration au guichet
       affectationGestionnaireDossier.
           move spaces to gestionnaireDossier.
           EXEC sql
             select top 1 codeOperateur into :gestionnaireDossier from utilisateurs
             where profil >= 2 and COALESCE(affectationSinistres,1) = 1
             order by COALESCE(rangAffectation,0), codeOperateur
           END-EXEC.
           if SQLCODE = 0
               EXEC sql
                 UPDATE utilisateurs SET rangAffectation = (select COALESCE(MAX(rangAffectation),0) + 1 from utilisateurs)
                 WHERE codeOperateur = :gestionnaireDossier
               END-EXEC
           else
               move spaces to gestionnaireDossier
           end-if.

      *    Correspondances approchantes : une ligne de revue par assure, sans ouverture de dossier
       correspondancesApprochantes.
           EXEC sql
             open CursorDecesApprochants
           END-EXEC.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorDecesApprochants into :assureTrouve.codeContratA, :assureTrouve.codeClientA, :assureTrouve.nomA, :assureTrouve.prenomA,
                   :assureTrouve.dateNaissanceA.JJ, :assureTrouve.dateNaissanceA.MM, :assureTrouve.dateNaissanceA.AAAA
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   add 1 to nbCorrespondancesARevoir
                   MOVE " " to LigneARevoir
                   STRING nomDeces ";" prenomDeces ";" JJ of dateNaissanceDeces "/" MM of dateNaissanceDeces "/" AAAA of dateNaissanceDeces ";"
                     JJ of dateDecesRegistre "/" MM of dateDecesRegistre "/" AAAA of dateDecesRegistre ";" communeDeces "  /  "
                     codeContratA ";" codeClientA ";" nomA ";" prenomA ";" JJ of dateNaissanceA "/" MM of dateNaissanceA "/" AAAA of dateNaissanceA INTO LigneARevoir
                   WRITE LigneARevoir
               end-if
           end-perform.
           EXEC sql
             close CursorDecesApprochants
           END-EXEC.

      *    Date du dernier controle sur chaque contrat actif, des lors qu'un fichier a ete lu
       rapprochementDeces-fin.
           if premiereLigneLue = 1
               EXEC sql
                 select count(*) into :nbContratsControles from contrats
                 WHERE AV = 1 and COALESCE(contratRegle,0) = 0 and COALESCE(validite,1) = 1
               END-EXEC
               EXEC sql
                 UPDATE contrats SET dateControleDeces = :tmpDateControle
                 WHERE AV = 1 and COALESCE(contratRegle,0) = 0 and COALESCE(validite,1) = 1
               END-EXEC
           end-if.

           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           if premiereLigneLue = 0
               MOVE "Aucun fichier du registre des deces a traiter." to LigneRapport
           else
               STRING "Deces lus : " nbLignesRegistre "  correspondances exactes : " nbCorrespondancesExactes "  dossiers DC ouverts : " nbDossiersOuverts
                 "  a revoir : " nbCorrespondancesARevoir "  lignes illisibles : " nbLignesIllisibles "  contrats controles : " nbContratsControles INTO LigneRapport
           end-if.
           WRITE LigneRapport.
           CLOSE RapportRapprochement.
           CLOSE RapportARevoir.
           DISPLAY "Traitement termine. Deces lus : " nbLignesRegistre " dossiers DC ouverts : " nbDossiersOuverts " a revoir : " nbCorrespondancesARevoir.
           STOP RUN.
