      * Purpose: Traitement de fin de mois qui parcourt les contrats
      *          actifs (validite = 1, hors assurance vie) et produit le
      *          fichier des quittances de prime : une ligne d'appel par
      *          contrat arrivant a echeance, avec le nom et l'adresse du
      *          client, le montant appele et la date d'echeance, a
      *          remettre a la societe de routage pour l'envoi des avis.
      *          Le rythme d'appel suit le fractionnement choisi sur le
      *          contrat (contrats.periodicite : A annuel, S semestriel,
      *          T trimestriel, M mensuel, mensuel par defaut), cale sur
      *          le mois de signature : chaque quittance couvre une
      *          periode de mois entiers (dateDebutPeriode a
      *          dateFinPeriode) pour la fraction correspondante de la
      *          prime annuelle, majoree des frais de fractionnement lus
      *          dans parametres (FRAIS_FRACTIONNEMENT_S/T/M, 0 par
      *          defaut). Chaque appel est egalement enregistre
      *          dans la table quittances pour le suivi des encaissements
      *          (cf RapportImpayes). Chaque avis remis au routage est
      *          inscrit au registre des correspondances du client ; un
      *          client signale NPAI (courrier revenu, adresse inconnue)
      *          est quittance en base mais son avis n'est pas envoye
      *          tant que son adresse n'a pas ete modifiee.
      *          Le montant appele est ventile a parts egales entre les
      *          garanties couvertes par le contrat, et chaque part est
      *          decomposee en prime nette et taxe sur les conventions
      *          d'assurance au taux de sa garantie (parametres, cles
      *          TAUX_TAXE_IT/PE/IA/MT/CH/AV, en centiemes de pourcent :
      *          900 = 9,00 %) ; la quittance porte la prime nette, la
      *          taxe totale et la taxe par garantie, reprises par
      *          ExportComptable et par la declaration trimestrielle
      *          (DeclarationTaxeAssurance).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         03 codeContrat PIC x(36).
         03 refCodeClient PIC x(36).
         03 prime PIC 9(6).
         03 periodicite PIC x.
         03 moisSignature PIC 9(2).
         03 garanties.
           04 IT PIC 9.
           04 PE PIC 9.
           04 IA PIC 9.
           04 MT PIC 9.
           04 CHM PIC 9.
           04 AV PIC 9.

       01 clientCourant.
         03 nom PIC x(30).
         03 adresse PIC x(50).
         03 codePostal PIC x(5).
         03 ville PIC x(30).
         03 npai PIC 9.

      *    Date d'echeance de la quittance : date d'execution + 30 jours, calculee en jours calendaires
       77 dateSystemeAAAAMMJJ PIC 9(8).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).

      *    Periode couverte par la quittance : du premier jour du mois suivant l'emission jusqu'a la
      *    prochaine echeance du fractionnement, calee sur le mois de signature ; une periode deja
      *    couverte par une quittance anterieure (changement de fractionnement en cours de periode)
      *    n'est pas rappelee, une periode partielle est appelee au prorata des mois
       01 dateDebutPeriode.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateDebutPeriodeAAAAMMJJ REDEFINES dateDebutPeriode PIC 9(8).
       01 dateFinPeriode.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateFinPeriodeAAAAMMJJ REDEFINES dateFinPeriode PIC 9(8).
       77 finPeriodeEnJours PIC 9(9).
       77 tmpDateDebutPeriode PIC x(10).
       77 tmpDateFinPeriode PIC x(10).
       77 intervalleMois PIC 9(2).
       77 ecartMoisSignature PIC 9(2).
       77 quotientMois PIC 9(2).
       77 resteMois PIC 9(2).
       77 nbMoisPeriode PIC 9(2).
       77 nbQuittancesPeriode PIC 9(5).
       77 nbPeriodesDejaCouvertes PIC 9(9) value 0.

      *    Frais de fractionnement par quittance, en euros, selon le fractionnement du contrat ; pas de
      *    frais sur l'annuel ni si la table n'a pas la ligne
       77 FraisFractionnementS PIC 9(4) value 0.
       77 FraisFractionnementT PIC 9(4) value 0.
       77 FraisFractionnementM PIC 9(4) value 0.
       77 fraisFractionnement PIC 9(4).

      *    Montant appele : la fraction de la prime annuelle pour les mois de la periode, arrondie,
      *    plus les frais de fractionnement
       77 montantPrimePeriode PIC 9(6).
       77 montantAppele PIC 9(6).
       77 tmpCodeQuittance PIC x(36).

      *    Taxe sur les conventions d'assurance : taux par garantie en centiemes de pourcent, 0 (pas de
      *    taxe) si la table n'a pas la ligne. Le montant appele s'entend taxe comprise : la part de
      *    chaque garantie couverte en est extraite (part * taux / (10000 + taux)), la derniere garantie
      *    recevant le reste de la ventilation pour que les parts retombent sur le montant appele
       01 tauxTaxeAssurance.
         03 TauxTaxeIT PIC 9(4) value 0.
         03 TauxTaxePE PIC 9(4) value 0.
         03 TauxTaxeIA PIC 9(4) value 0.
         03 TauxTaxeMT PIC 9(4) value 0.
         03 TauxTaxeCH PIC 9(4) value 0.
         03 TauxTaxeAV PIC 9(4) value 0.
       01 taxesQuittance.
         03 taxeIT PIC 9(7)v9(2).
         03 taxePE PIC 9(7)v9(2).
         03 taxeIA PIC 9(7)v9(2).
         03 taxeMT PIC 9(7)v9(2).
         03 taxeCH PIC 9(7)v9(2).
         03 taxeAV PIC 9(7)v9(2).
         03 montantTaxe PIC 9(7)v9(2).
         03 primeNette PIC 9(7)v9(2).
       77 nbGarantiesVentilees PIC 9.
       77 nbGarantiesRestantes PIC 9.
       77 partGarantie PIC 9(7)v9(2).
       77 resteAVentiler PIC 9(7)v9(2).
       77 baseGarantie PIC 9(7)v9(2).
       77 tauxGarantie PIC 9(4).
       77 taxeGarantie PIC 9(7)v9(2).
      *    Decoupage des montants decimaux pour l'ecriture dans le fichier (le 'v' n'imprime pas de virgule)
       77 sommeTravail PIC 9(11).
       01 primeNetteEditee.
         03 partieEntiere PIC 9(7).
         03 FILLER PIC x value ",".
         03 partieCentimes PIC 9(2).
       01 taxeEditee.
         03 partieEntiere PIC 9(7).
         03 FILLER PIC x value ",".
         03 partieCentimes PIC 9(2).

       77 tmpDateEmission PIC x(10).
       77 tmpDateEcheance PIC x(10).


       77 nbQuittancesEmises PIC 9(9) value 0.

      *    Registre des correspondances : une ligne par avis remis au routage, les avis des clients
      *    NPAI sont retenus et comptes a part
       77 tmpCodeCorrespondance PIC x(36).
       77 resumeCorrespondance PIC x(100).
       77 nbAvisRetenusNpai PIC 9(9) value 0.
       77 ligneTrouvee PIC 9.

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
           move Mois of DateSysteme to moisCourant.
           move WS-CURRENT-YEAR to anneeCourante.

      *    Les quittances de cette passe couvrent au plus tot le mois suivant l'emission
           move 1 to JJ of dateDebutPeriode.
           if moisCourant = 12
               move 1 to MM of dateDebutPeriode
               add 1 to anneeCourante giving AAAA of dateDebutPeriode
           else
               add 1 to moisCourant giving MM of dateDebutPeriode
               move anneeCourante to AAAA of dateDebutPeriode
           end-if.
           STRING JJ of dateDebutPeriode "-" MM of dateDebutPeriode "-" AAAA of dateDebutPeriode INTO tmpDateDebutPeriode.

      *    Frais de fractionnement par quittance ; 0 (pas de frais) si la table n'a pas la ligne
           EXEC sql
             select valeur into :FraisFractionnementS from parametres where cle = 'FRAIS_FRACTIONNEMENT_S'
           END-EXEC.
           EXEC sql
             select valeur into :FraisFractionnementT from parametres where cle = 'FRAIS_FRACTIONNEMENT_T'
           END-EXEC.
           EXEC sql
             select valeur into :FraisFractionnementM from parametres where cle = 'FRAIS_FRACTIONNEMENT_M'
           END-EXEC.

      *    Taux de taxe sur les conventions d'assurance par garantie ; 0 si la table n'a pas la ligne
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

      *    Dates d'emission et d'echeance au format attendu par la base, comme partout ailleurs
           STRING Jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateEmission.
           STRING JJ of dateEcheanceDecoupee "-" MM of dateEcheanceDecoupee "-" AAAA of dateEcheanceDecoupee INTO tmpDateEcheance.
           WRITE LigneQuittance.
           STRING "Date d'emission : " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR "  Date d'echeance : " JJ of dateEcheanceDecoupee "/" MM of dateEcheanceDecoupee "/" AAAA of dateEcheanceDecoupee INTO LigneQuittance.
           WRITE LigneQuittance.
           MOVE "codeContrat;codeClient;nom;prenom;adresse;codePostal;ville;montantAppele;dateEcheance;debutPeriode;finPeriode;primeNette;taxe" to LigneQuittance.
           WRITE LigneQuittance.

      *    Les contrats d'assurance vie (AV = 1) n'ont pas de prime annuelle (cf creationAssuranceVie-trt),
      *    seuls les contrats classiques encore valides sont appeles en prime
           EXEC sql
             declare CursorContratsFacturation cursor for
             select codeContrat, codeClient, COALESCE(prime,0), COALESCE(periodicite,'M'), MONTH(dateSignature),
               COALESCE(IT,0), COALESCE(PE,0), COALESCE(IA,0), COALESCE(MT,0), COALESCE(CH,0), COALESCE(AV,0)
             from contrats
             where validite = 1 and AV = 0
           END-EXEC
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Pour chaque contrat actif dont la periode a venir n'est pas encore couverte, on recupere le
      * nom et l'adresse du client puis on ecrit une ligne de quittance avec la fraction de prime
      * due, la date d'echeance et la periode couverte
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       facturationPrimes-trt.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorContratsFacturation into :contratCourant.codeContrat, :contratCourant.refCodeClient, :contratCourant.prime,
                   :contratCourant.periodicite, :contratCourant.moisSignature,
                   :contratCourant.garanties.IT, :contratCourant.garanties.PE, :contratCourant.garanties.IA, :contratCourant.garanties.MT,
                   :contratCourant.garanties.CHM, :contratCourant.garanties.AV
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   if prime of contratCourant > 0 then
      *                Garde-fou de double passage : un contrat deja quittance ce mois-ci est saute, pour
      *                qu'une relance du traitement dans le meme mois ne double-facture pas les clients
                       move 0 to nbQuittancesDuMois
                       EXEC sql
                         select count(*) into :nbQuittancesDuMois from quittances
                         where codeContrat = :contratCourant.codeContrat
                         and MONTH(dateEmission) = :moisCourant and YEAR(dateEmission) = :anneeCourante
                       END-EXEC
      *                Periode a venir deja couverte par une quittance anterieure (fractionnement
      *                annuel, semestriel ou trimestriel en cours) : rien a appeler ce mois-ci
                       move 0 to nbQuittancesPeriode
                       if nbQuittancesDuMois = 0
                           EXEC sql
                             select count(*) into :nbQuittancesPeriode from quittances
                             where codeContrat = :contratCourant.codeContrat and dateFinPeriode >= :tmpDateDebutPeriode
                           END-EXEC
                       end-if
                       if nbQuittancesDuMois > 0
                           add 1 to nbContratsDejaFactures
                       else
                           if nbQuittancesPeriode > 0
                               add 1 to nbPeriodesDejaCouvertes
                           else
                               perform calculPeriodeQuittance
                               perform emissionQuittanceContrat
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

      *    Periode couverte : du debut de periode jusqu'a la veille de la prochaine echeance du
      *    fractionnement (mois de signature + un multiple de l'intervalle), soit l'intervalle complet
      *    en regime normal, moins apres un changement de fractionnement ou a la premiere quittance
       calculPeriodeQuittance.
           evaluate periodicite of contratCourant
               when 'A'
                   move 12 to intervalleMois
                   move 0 to fraisFractionnement
               when 'S'
                   move 6 to intervalleMois
                   move FraisFractionnementS to fraisFractionnement
               when 'T'
                   move 3 to intervalleMois
                   move FraisFractionnementT to fraisFractionnement
               when other
                   move 1 to intervalleMois
                   move FraisFractionnementM to fraisFractionnement
           end-evaluate.
           if MM of dateDebutPeriode >= moisSignature of contratCourant
               subtract moisSignature of contratCourant from MM of dateDebutPeriode giving ecartMoisSignature
           else
               compute ecartMoisSignature = MM of dateDebutPeriode + 12 - moisSignature of contratCourant
           end-if.
           divide ecartMoisSignature by intervalleMois giving quotientMois remainder resteMois.
           subtract resteMois from intervalleMois giving nbMoisPeriode.

      *    Fin de periode : veille du premier jour du mois qui suit les nbMoisPeriode mois couverts
           move 1 to JJ of dateFinPeriode.
           move AAAA of dateDebutPeriode to AAAA of dateFinPeriode.
           compute MM of dateFinPeriode = MM of dateDebutPeriode + nbMoisPeriode.
           if MM of dateFinPeriode > 12
               subtract 12 from MM of dateFinPeriode
               add 1 to AAAA of dateFinPeriode
           end-if.
           move FUNCTION INTEGER-OF-DATE(dateFinPeriodeAAAAMMJJ) to finPeriodeEnJours.
           subtract 1 from finPeriodeEnJours.
           move FUNCTION DATE-OF-INTEGER(finPeriodeEnJours) to dateFinPeriodeAAAAMMJJ.
           STRING JJ of dateFinPeriode "-" MM of dateFinPeriode "-" AAAA of dateFinPeriode INTO tmpDateFinPeriode.

      *    Emission de la quittance du contrat en cours : ligne du fichier de routage et trace en base
       emissionQuittanceContrat.
           initialize clientCourant.
           EXEC sql
             select nom, prenom, adresse, codePostal, ville, COALESCE(npai,0)
             into :clientCourant.nom, :clientCourant.prenom, :clientCourant.adresse, :clientCourant.codePostal, :clientCourant.ville, :clientCourant.npai
             from clients
             where codeClient = :contratCourant.refCodeClient
           END-EXEC.

      *    L'appel est la fraction de la prime annuelle pour les mois de la periode, plus les frais
           compute montantPrimePeriode rounded = prime of contratCourant * nbMoisPeriode / 12.
           add montantPrimePeriode fraisFractionnement giving montantAppele.
           perform ventilationTaxeQuittance.
           multiply primeNette by 100 giving sommeTravail.
           divide sommeTravail by 100 giving partieEntiere of primeNetteEditee remainder partieCentimes of primeNetteEditee.
           multiply montantTaxe by 100 giving sommeTravail.
           divide sommeTravail by 100 giving partieEntiere of taxeEditee remainder partieCentimes of taxeEditee.

      *    Client NPAI : la quittance reste due et est tracee en base, mais l'avis n'est pas remis au
      *    routage tant que l'adresse n'a pas ete corrigee (cf modificationClient)
           if npai of clientCourant = 1
               add 1 to nbAvisRetenusNpai
           else
               MOVE " " to LigneQuittance
               STRING codeContrat of contratCourant ";" refCodeClient of contratCourant ";" nom of clientCourant ";" prenom of clientCourant ";" adresse of clientCourant ";" codePostal of clientCourant ";" ville of clientCourant ";"
                 montantAppele ";" JJ of dateEcheanceDecoupee "/" MM of dateEcheanceDecoupee "/" AAAA of dateEcheanceDecoupee ";"
                 JJ of dateDebutPeriode "/" MM of dateDebutPeriode "/" AAAA of dateDebutPeriode ";" JJ of dateFinPeriode "/" MM of dateFinPeriode "/" AAAA of dateFinPeriode ";"
                 primeNetteEditee ";" taxeEditee INTO LigneQuittance
               WRITE LigneQuittance
               MOVE " " to resumeCorrespondance
               STRING "Avis d'echeance : " montantAppele " euros avant le " JJ of dateEcheanceDecoupee "/" MM of dateEcheanceDecoupee "/" AAAA of dateEcheanceDecoupee
                 ", periode du " JJ of dateDebutPeriode "/" MM of dateDebutPeriode "/" AAAA of dateDebutPeriode " au " JJ of dateFinPeriode "/" MM of dateFinPeriode "/" AAAA of dateFinPeriode INTO resumeCorrespondance
               EXEC sql
                 select newid() into :tmpCodeCorrespondance
               END-EXEC
               EXEC sql
                 INSERT INTO correspondances (codeCorrespondance, codeClient, codeContrat, typeCourrier, dateEnvoi, resume)
                 VALUES (:tmpCodeCorrespondance, :contratCourant.refCodeClient, :contratCourant.codeContrat, 'QUITTANCE', :tmpDateEmission, :resumeCorrespondance)
               END-EXEC
           end-if.

      *    Trace de l'appel en base pour le rapprochement avec les encaissements
           EXEC sql
             select newid() into :tmpCodeQuittance
           END-EXEC.
           EXEC sql
             INSERT INTO quittances (codeQuittance, codeContrat, codeClient, montant, dateEmission, dateEcheance, periodicite, dateDebutPeriode, dateFinPeriode, fraisFractionnement,
               primeNette, montantTaxe, taxeIT, taxePE, taxeIA, taxeMT, taxeCH, taxeAV)
             VALUES (:tmpCodeQuittance, :contratCourant.codeContrat, :contratCourant.refCodeClient, :montantAppele, :tmpDateEmission, :tmpDateEcheance,
               :contratCourant.periodicite, :tmpDateDebutPeriode, :tmpDateFinPeriode, :fraisFractionnement,
               :taxesQuittance.primeNette, :taxesQuittance.montantTaxe, :taxesQuittance.taxeIT, :taxesQuittance.taxePE, :taxesQuittance.taxeIA,
               :taxesQuittance.taxeMT, :taxesQuittance.taxeCH, :taxesQuittance.taxeAV)
           END-EXEC.

           add 1 to nbQuittancesEmises.

      *    Ventilation du montant appele entre les garanties couvertes, a parts egales au centime, et
      *    extraction de la taxe de chaque part au taux de sa garantie ; sans garantie couverte, tout
      *    le montant est prime nette
       ventilationTaxeQuittance.
           initialize taxesQuittance.
           compute nbGarantiesVentilees = IT of garanties + PE of garanties + IA of garanties + MT of garanties + CHM of garanties + AV of garanties.
           move montantAppele to resteAVentiler.
           if nbGarantiesVentilees > 0
               divide montantAppele by nbGarantiesVentilees giving partGarantie
               move nbGarantiesVentilees to nbGarantiesRestantes
               if IT of garanties = 1
                   move TauxTaxeIT to tauxGarantie
                   perform taxeGarantieQuittance
                   move taxeGarantie to taxeIT
               end-if
               if PE of garanties = 1
                   move TauxTaxePE to tauxGarantie
                   perform taxeGarantieQuittance
                   move taxeGarantie to taxePE
               end-if
               if IA of garanties = 1
                   move TauxTaxeIA to tauxGarantie
                   perform taxeGarantieQuittance
                   move taxeGarantie to taxeIA
               end-if
               if MT of garanties = 1
                   move TauxTaxeMT to tauxGarantie
                   perform taxeGarantieQuittance
                   move taxeGarantie to taxeMT
               end-if
               if CHM of garanties = 1
                   move TauxTaxeCH to tauxGarantie
                   perform taxeGarantieQuittance
                   move taxeGarantie to taxeCH
               end-if
               if AV of garanties = 1
                   move TauxTaxeAV to tauxGarantie
                   perform taxeGarantieQuittance
                   move taxeGarantie to taxeAV
               end-if
           end-if.
           compute montantTaxe = taxeIT + taxePE + taxeIA + taxeMT + taxeCH + taxeAV.
           subtract montantTaxe from montantAppele giving primeNette.

      *    Part de la garantie en cours (la derniere prend le reste) et taxe comprise dans cette part
       taxeGarantieQuittance.
           subtract 1 from nbGarantiesRestantes.
           if nbGarantiesRestantes = 0
               move resteAVentiler to baseGarantie
           else
               move partGarantie to baseGarantie
           end-if.
           subtract baseGarantie from resteAVentiler.
           compute taxeGarantie rounded = baseGarantie * tauxGarantie / (10000 + tauxGarantie).

       facturationPrimes-fin.
           EXEC sql
             close CursorContratsFacturation
           END-EXEC.
           MOVE " " to LigneQuittance.
           WRITE LigneQuittance.
           STRING "Quittances emises : " nbQuittancesEmises "  Contrats deja factures ce mois (sautes) : " nbContratsDejaFactures "  Periode deja couverte : " nbPeriodesDejaCouvertes INTO LigneQuittance.
           WRITE LigneQuittance.
           MOVE " " to LigneQuittance.
           STRING "Avis retenus (client NPAI) : " nbAvisRetenusNpai INTO LigneQuittance.
           WRITE LigneQuittance.
           CLOSE FichierQuittances.
           DISPLAY "Traitement termine. Quittances emises : " nbQuittancesEmises " deja facturees (sautees) : " nbContratsDejaFactures " periode couverte : " nbPeriodesDejaCouvertes " avis retenus NPAI : " nbAvisRetenusNpai.
           STOP RUN.
