      *          ";", ligne d'entete en tete de fichier), applique les
      *          memes regles que la saisie au guichet (plausibilite des
      *          dates, age limite de souscription lu dans parametres,
      *          doublon par nom/prenom/date de naissance, IBAN, BIC et
      *          code postal contre ville), insere les
      *          lignes bonnes dans Clients/Contrats et ecrit chaque
      *          ligne refusee avec un code motif dans
      *          IMPORT-REJETS.TXT, a renvoyer au courtier.
      *    Ligne en cours de traitement, conservee telle quelle pour pouvoir etre recopiee dans les rejets
       77 ligneCourante PIC x(250).

      *    Champs eclates d'une ligne client : codeClient;nom;prenom;adresse;codePostal;ville;JJ;MM;AAAA;iban;bic
      *    (IBAN et BIC facultatifs, les fichiers sans ces deux colonnes restent acceptes)
       01 champsLigneClient.
         03 refClientCourtier PIC x(36).
         03 nomImport PIC x(30).
         03 JJTexte PIC x(4).
         03 MMTexte PIC x(4).
         03 AAAATexte PIC x(6).
         03 ibanImport PIC x(34).
         03 bicImport PIC x(11).

      *    Champs eclates d'une ligne contrat : refClient;IT;PE;IA;MT;CH;AV;JJ;MM;AAAA;validite;FRIT;FRPE;FRIA;FRMT;FRCH;prime;codeCourtier
      *    (le code apporteur est celui du courtier dont le portefeuille est importe, controle contre
           04 FRCH PIC 9999.
         03 primeImport PIC 9(6).

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

      *    Motif de rejet de la ligne en cours ; vide tant que la ligne est bonne
       77 motifRejet PIC x(20).

             select valeur into :AgeLimiteSouscriptionJours from parametres where cle = 'AGE_LIMITE_SOUSCRIPTION_JOURS'
           END-EXEC.

      *    Table de reference des codes postaux : vide, le controle du code postal est ignore
           move 0 to nbCodesPostauxRef.
           EXEC sql
             select count(*) into :nbCodesPostauxRef from codesPostaux
           END-EXEC.

           STRING WS-CURRENT-YEAR Mois of DateSysteme Jour of DateSysteme INTO dateSystemeAAAAMMJJ.
           move FUNCTION INTEGER-OF-DATE(dateSystemeAAAAMMJJ) to dateSystemeEnJours.

       traitementLigneClient.
           initialize champsLigneClient.
           initialize motifRejet.
           UNSTRING ligneCourante DELIMITED BY ";" INTO refClientCourtier, nomImport, prenomImport, adresseImport, codePostalImport, villeImport, JJTexte, MMTexte, AAAATexte,
             ibanImport, bicImport.

      *    Les memes champs obligatoires qu'au guichet (creationClient-trt)
           if refClientCourtier = spaces OR nomImport = spaces OR prenomImport = spaces OR adresseImport = spaces OR codePostalImport = spaces OR villeImport = spaces
               perform controleDateNaissanceImport
           end-if.

      *    Coordonnees bancaires et postales, memes controles qu'au guichet (controleCoordonneesClient)
           if motifRejet = spaces
               perform controleCoordonneesImport
           end-if.

      *    Doublon probable : nom, prenom et date de naissance identiques a un client deja en base
           if motifRejet = spaces
               STRING JJ of dateNaissanceImport "-" MM of dateNaissanceImport "-" AAAA of dateNaissanceImport INTO tmpDateNaissance
                 select newid() into :tmpCodeClient
               END-EXEC
               EXEC sql
                 INSERT INTO Clients (CodeClient, nom, prenom, dateNaissance, adresse, codePostal, ville, iban, bic)
                 VALUES (:tmpCodeClient, :nomImport, :prenomImport, :tmpDateNaissance, :adresseImport, :codePostalImport, :villeImport, :ibanImport, :bicImport)
               END-EXEC
               if SQLCODE >= 0
                   add 1 to nbCorrespondances
               end-if
           end-if.

      *    IBAN et BIC, s'ils sont fournis, sont controles puis enregistres compactes et en majuscules ;
      *    le motif de rejet reprend celui du controle (CLI-IBAN-CLE, CLI-BIC-FORMAT, CLI-CP-VILLE...)
       controleCoordonneesImport.
           if ibanImport <> spaces
               move ibanImport to ibanControle
               perform controleIban
               if resultatIban <> spaces
                   STRING "CLI-" resultatIban DELIMITED BY SPACE INTO motifRejet
               else
                   move ibanCompacte to ibanImport
               end-if
           end-if.
           if motifRejet = spaces AND bicImport <> spaces
               move bicImport to bicControle
               perform controleBic
               if resultatBic <> spaces
                   STRING "CLI-" resultatBic DELIMITED BY SPACE INTO motifRejet
               else
                   move bicControle to bicImport
               end-if
           end-if.
           if motifRejet = spaces
               move codePostalImport to codePostalControle
               move villeImport to villeControle
               perform controleAdressePostale
               if resultatAdresse <> spaces
                   STRING "CLI-" resultatAdresse DELIMITED BY SPACE INTO motifRejet
               end-if
           end-if.

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

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Lecture du fichier contrats : chaque ligne est rattachee au client importe via la reference
      * courtier, controlee (garanties, franchises, prime, date, age limite de souscription) puis
