               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FichierArretesCaisse ASSIGN TO "ARRETES-CAISSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FichierReleves ASSIGN TO "RELEVES-COMPTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD FichierArretesCaisse.
       01 LigneArreteCaisse PIC x(150).

       FD FichierReleves.
       01 LigneReleve PIC x(150).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 DateSysteme.
       77 ligneTrouvee PIC 9.
      *    Vaut 1 quand une borne de date saisie sur l'ecran de filtre est implausible
       77 filtreDatesInvalides PIC 9.
      *    Portefeuille d'un gestionnaire ("mes dossiers" du menu principal) : la meme liste est
      *    restreinte aux dossiers ouverts (DE, EC) affectes a l'operateur ; filtre a espaces et
      *    drapeau a 0 pour la consultation transversale
       77 filtreGestionnaire PIC x(8) value spaces.
       77 filtreDossiersOuverts PIC 9 value 0.

      *    Gestionnaire en charge du sinistre : affecte a la declaration, a tour de role, parmi les
      *    operateurs de profil gestion ou administration non exclus de l'affectation
      *    (utilisateurs.affectationSinistres a 0) ; le rang d'affectation de l'operateur retenu
      *    passe apres celui de tous les autres. Un profil administration peut reaffecter un dossier.
      *    La date du dernier changement de statut (dateStatut) sert au suivi des delais de traitement
       77 gestionnaireSinistre PIC x(8).
       77 nouveauGestionnaire PIC x(8).
       77 profilNouveauGestionnaire PIC 9.
       77 optionReaffectation PIC 9.
       77 tmpDateStatutSinistre PIC x(10).

      *    Registre des correspondances du client (depuis le detail client) : les 50 derniers courriers
      *    envoyes par les traitements de nuit, du plus recent au plus ancien, et l'etat NPAI du client
      *    (courrier revenu, adresse inconnue) qui suspend les envois jusqu'a modification de l'adresse
       01 listeCorrespondances.
         02 correspondance OCCURS 50.
           03 typeCourrierL PIC x(12).
           03 dateEnvoiL.
             04 JJ PIC 9(2).
             04 MM PIC 9(2).
             04 AAAA PIC 9(4).
           03 codeContratCorrL PIC x(36).
           03 resumeCorrL PIC x(100).
       01 correspondanceCourante.
         03 typeCourrierC PIC x(12).
         03 dateEnvoiC.
           04 JJ PIC 9(2).
           04 MM PIC 9(2).
           04 AAAA PIC 9(4).
         03 codeContratCorrC PIC x(36).
         03 resumeCorrC PIC x(100).
      *    Resume complet d'un courrier, affiche sur deux lignes a la selection
       01 resumeCorrDetail PIC x(100).
       01 resumeCorrDecoupe REDEFINES resumeCorrDetail.
         03 resumeCorrLigne1 PIC x(50).
         03 resumeCorrLigne2 PIC x(50).
       77 resumeCorrAffiche PIC x(40).
       77 resCorrespondance PIC x(80).
       77 nbCorrespondancesTrouvees PIC 9(9).
       77 optionCorrespondances PIC x(1).
       77 pageCouranteCorr PIC 99.
       77 pagesTotalesCorr PIC 99.
       77 tmpPageCorr PIC 99.
       77 indiceTabCorr PIC 99.
       77 tailleTabCorr PIC 99.
       77 NoLigneCorr PIC 99.
       77 NoLigneVisibleCorr PIC 9.
       77 indiceSelectionCorr PIC 99.
       77 npaiClient PIC 9.
       01 dateNpaiClient.
         03 JJ PIC 9(2).
         03 MM PIC 9(2).
         03 AAAA PIC 9(4).
       77 tmpDateNpai PIC x(10).

      *    Releve de compte du client : quittances appelees au debit ; encaissements (guichet,
      *    virement rapproche du releve bancaire, prelevement SEPA) et ristournes au credit ;
      *    prelevements rejetes apres export (extournesEncaissements) et ristournes remboursees au
      *    debit. Le solde progressif est positif quand le client doit. Au-dela de 200 operations,
      *    les plus anciennes sont cumulees sur une premiere ligne de solde reporte.
       01 listeReleveCompte.
         02 operationReleve OCCURS 200.
           03 dateOperationL.
             04 JJ PIC 9(2).
             04 MM PIC 9(2).
             04 AAAA PIC 9(4).
           03 libelleOperationL PIC x(20).
           03 codeContratReleveL PIC x(36).
           03 debitL PIC 9(7)v9(2).
           03 creditL PIC 9(7)v9(2).
           03 soldeL PIC s9(9)v9(2).
       01 operationReleveCourante.
         03 dateOperationC.
           04 JJ PIC 9(2).
           04 MM PIC 9(2).
           04 AAAA PIC 9(4).
         03 libelleOperationC PIC x(20).
         03 codeContratReleveC PIC x(36).
         03 debitC PIC 9(7)v9(2).
         03 creditC PIC 9(7)v9(2).
       77 nbOperationsReleve PIC 9(9).
       77 nbOperationsLues PIC 9(9).
       77 nbOperationsReportees PIC 9(9).
       77 soldeReleve PIC s9(9)v9(2).
       77 optionReleve PIC x(1).
       77 pageCouranteReleve PIC 99.
       77 pagesTotalesReleve PIC 99.
       77 tmpPageReleve PIC 999.
       77 indiceTabReleve PIC 999.
       77 tailleTabReleve PIC 999.
       77 NoLigneReleve PIC 99.
       77 resReleve PIC x(80).
       77 enteteReleve PIC x(80) value "Date       Operation            Contrat        Debit      Credit       Solde".
       77 tmpDateReleve PIC x(10).
       77 resumeReleve PIC x(100).
       77 tmpCodeCorrespondanceReleve PIC x(36).
      *    Decoupage des montants pour l'affichage et l'edition (le 'v' n'imprime pas de virgule, le
      *    signe embarque d'un numerique s'imprimerait en caractere parasite)
       77 montantAEditer PIC s9(9)v9(2).
       77 montantTravail PIC 9(11).
       01 montantEdite.
         03 signeEdite PIC x.
         03 entierEdite PIC 9(7).
         03 FILLER PIC x value ",".
         03 centimesEdite PIC 9(2).
       77 debitEdite PIC x(11).
       77 creditEdite PIC x(11).
       77 soldeEdite PIC x(11).
       77 montantDuEdite PIC x(11).

      *    Registre des reclamations du client (depuis le detail client, ou depuis le detail sinistre
      *    pour les seules reclamations du dossier) : categorie (SIN refus ou reglement de sinistre,
      *    PRI erreur de prime, REL lettre de relance, AUT autre), operateur de gestion en charge,
      *    etapes RE recue, AC accusee, RP repondue, CL close, chacune datee, et issue de la reponse
      *    (FO fondee, PF partiellement fondee, NF non fondee). Echeances reglementaires comptees
      *    depuis la reception : accuse sous 10 jours ouvres, reponse sous 2 mois (parametres
      *    DELAI_ACCUSE_RECLAMATION et DELAI_REPONSE_RECLAMATION), surveillees chaque nuit par
      *    SuiviReclamations
       01 listeReclamations.
         02 reclamationL OCCURS 50.
           03 codeReclamationL PIC x(36).
           03 categorieReclamationL PIC x(3).
           03 dateReceptionL.
             04 JJ PIC 9(2).
             04 MM PIC 9(2).
             04 AAAA PIC 9(4).
           03 statutReclamationL PIC x(2).
           03 issueReclamationL PIC x(2).
           03 operateurReclamationL PIC x(8).
           03 objetReclamationL PIC x(50).
       01 reclamationCourante.
         03 codeReclamationR PIC x(36).
         03 codeClientReclamationR PIC x(36).
         03 codeContratReclamationR PIC x(36).
         03 codeSinistreReclamationR PIC x(36).
         03 categorieReclamationR PIC x(3).
         03 objetReclamationR PIC x(50).
         03 operateurReclamationR PIC x(8).
         03 statutReclamationR PIC x(2).
         03 issueReclamationR PIC x(2).
         03 dateReceptionR.
           04 JJ PIC 9(2).
           04 MM PIC 9(2).
           04 AAAA PIC 9(4).
         03 dateAccuseR.
           04 JJ PIC 9(2).
           04 MM PIC 9(2).
           04 AAAA PIC 9(4).
         03 dateReponseR.
           04 JJ PIC 9(2).
           04 MM PIC 9(2).
           04 AAAA PIC 9(4).
         03 dateClotureR.
           04 JJ PIC 9(2).
           04 MM PIC 9(2).
           04 AAAA PIC 9(4).
      *    Echeances de la reclamation affichee, recalculees a chaque affichage du suivi
       01 echeanceAccuseR.
         03 JJ PIC 9(2).
         03 MM PIC 9(2).
         03 AAAA PIC 9(4).
       01 echeanceReponseR.
         03 JJ PIC 9(2).
         03 MM PIC 9(2).
         03 AAAA PIC 9(4).
       77 DelaiAccuseReclamation PIC 9(3) value 10.
       77 DelaiReponseReclamation PIC 9(3) value 2.
       01 dateCalculRecl.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateCalculReclAAAAMMJJ REDEFINES dateCalculRecl PIC 9(8).
       77 dateCalculReclEnJours PIC 9(9).
       77 joursOuvresRecl PIC 9(3).
       77 quotientSemaineRecl PIC 9(9).
       77 jourSemaineRecl PIC 9.
       77 rangMoisRecl PIC 9(4).
       77 anneesAjoutRecl PIC 9(3).
       77 resteMoisRecl PIC 9(2).
       77 codeClientReclamations PIC x(36).
       77 filtreSinistreReclamation PIC x(36).
       77 nomClientReclamation PIC x(30).
       77 prenomClientReclamation PIC x(30).
       77 objetReclamationAffiche PIC x(30).
       77 resReclamation PIC x(80).
       77 nbReclamationsTrouvees PIC 9(9).
       77 optionReclamations PIC x(1).
       77 pageCouranteRecl PIC 99.
       77 pagesTotalesRecl PIC 99.
       77 tmpPageRecl PIC 99.
       77 indiceTabRecl PIC 99.
       77 tailleTabRecl PIC 99.
       77 NoLigneRecl PIC 99.
       77 NoLigneVisibleRecl PIC 9.
       77 indiceSelectionRecl PIC 99.
       77 optionReclamation PIC 9.
       77 nouvelleReclamation PIC 9.
       77 nbControleReclamation PIC 9(5).
       77 profilOperateurReclamation PIC 9.
       77 messageReclamation PIC x(80).
       77 libelleIssueReclamation PIC x(20).
       77 tmpDateReceptionRecl PIC x(10).
       77 tmpDateEtapeRecl PIC x(10).
       77 tmpCodeCorrespondanceRecl PIC x(36).
       77 resumeCorrespondanceRecl PIC x(100).

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
       77 messageCoordonnees PIC x(80).
       77 ibanRejeteBanque PIC 9.

       01 clientCourant.
         03 codeClient PIC x(36).
           04 FRIA PIC 9999.
           04 FRMT PIC 9999.
           04 FRCH PIC 9999.
      *    Prime annuelle du contrat, appelee par le traitement FacturationPrimes selon le fractionnement
         03 prime PIC 9(6).
      *    Code de l'apporteur (table courtiers) dont provient le contrat, saisi a la creation ou pose
      *    par ImportPortefeuille ; sert aux bordereaux de commissions mensuels (CommissionsCourtiers)
         03 codeCourtier PIC x(8).
      *    Fractionnement du paiement de la prime : A annuel, S semestriel, T trimestriel, M mensuel
      *    (valeur par defaut, celle des contrats anterieurs au fractionnement)
         03 periodicite PIC x.

       01 sinistreCourant.
         03 codeSinistre PIC x(36).
           04 FRMT PIC 9999.
           04 FRCH PIC 9999.
         03 primeAvant PIC 9(6).
         03 periodiciteAvant PIC x.

      *    Relecture de la ligne au moment de la validation, pour comparaison avec l'image d'avant
       01 clientRelu.
           04 FRMT PIC 9999.
           04 FRCH PIC 9999.
         03 primeRelu PIC 9(6).
         03 periodiciteRelu PIC x.

      *    Vaut 1 quand la relecture ne correspond plus a l'image d'avant modification
       77 modifieParAilleurs PIC 9.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
       77 tmpDateSignatureSuppr PIC x(10).
       77 totalEncaisseSuppr PIC 9(9).
       77 totalFactureSuppr PIC 9(9).
       77 baseRistourneSuppr PIC 9(9).
       77 montantRistourneDu PIC 9(9).
       77 nbRistournesExistantes PIC 9(5).
       77 tmpCodeRistourne PIC x(36).
      *    Taxe sur les conventions d'assurance restituee avec la ristourne, garantie par garantie, dans
      *    la proportion de la taxe des quittances de la periode (meme regle que ContratExpiration)
       01 taxesFactureesSuppr.
         03 taxeITFactureeSuppr PIC 9(7)v9(2).
         03 taxePEFactureeSuppr PIC 9(7)v9(2).
         03 taxeIAFactureeSuppr PIC 9(7)v9(2).
         03 taxeMTFactureeSuppr PIC 9(7)v9(2).
         03 taxeCHFactureeSuppr PIC 9(7)v9(2).
         03 taxeAVFactureeSuppr PIC 9(7)v9(2).
       01 taxesRistourneSuppr.
         03 taxeITRistourneSuppr PIC 9(7)v9(2).
         03 taxePERistourneSuppr PIC 9(7)v9(2).
         03 taxeIARistourneSuppr PIC 9(7)v9(2).
         03 taxeMTRistourneSuppr PIC 9(7)v9(2).
         03 taxeCHRistourneSuppr PIC 9(7)v9(2).
         03 taxeAVRistourneSuppr PIC 9(7)v9(2).
         03 montantTaxeRistourneSuppr PIC 9(7)v9(2).
      *    Quittance de la periode de couverture en cours du contrat supprime : la prime acquise se
      *    calcule quittance par quittance, au prorata des jours ecoules de la periode qu'elle couvre ;
      *    les frais de fractionnement sont acquis et ne se remboursent pas
       01 quittanceRistourne.
         03 montantQuittanceR PIC 9(6).
         03 fraisQuittanceR PIC 9(4).
         03 debutPeriodeR.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 finPeriodeR.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
       77 debutPeriodeRAAAAMMJJ PIC 9(8).
       77 finPeriodeRAAAAMMJJ PIC 9(8).
       77 joursPeriodeR PIC s9(9).
       77 joursEcoulesR PIC s9(9).
       77 primeQuittanceR PIC 9(6).
       77 primeAcquiseQuittanceR PIC 9(6).
       77 totalFraisSuppr PIC 9(9).

      *    Provision du sinistre ouvert : posee a la declaration depuis le prejudice declare, ajustable
      *    par le gestionnaire sur l'ecran d'instruction, liberee d'office a l'approbation, au rejet ou
       77 tmpDateRecuRecours PIC x(10).
       77 tmpDateOuvertureRecours PIC x(10).

      *    Reglements du reassureur sur un sinistre MT ou IA cede : la ligne de cessionsReassurance
      *    (part cedee, deja recouvre, solde recuperable) est tenue par le traitement trimestriel
      *    CessionsReassurance ; chaque reglement saisi ici est date dans encaissementsReassurance,
      *    s'ajoute au deja recouvre et vient en deduction du solde recuperable
       01 cessionCourante.
         03 statutSinistreCession PIC x(2).
         03 partCedeeC PIC 9(9).
         03 montantRecuReassureurC PIC 9(9).
         03 soldeRecuperableC PIC s9(9).
       77 resteARecouvrerC PIC 9(9).
       77 reglementReassureurAjout PIC 9(9).
       77 optionReassurance PIC 9.
       77 nbCessionsSinistre PIC 9(5).
       77 tmpDateReglementReassureur PIC x(10).

      *    Echeancier de prestations d'un sinistre IT ou PE approuve : une ligne par sinistre dans la
      *    table echeanciersPrestations, avec un montant journalier (J) ou mensuel (M), un delai de
      *    carence en jours, une duree maximale en mois, la date de debut de la situation et celle de
      *    la prochaine revision. Le traitement mensuel EcheancierPrestations en genere les versements
      *    (versementsPrestations), suspend l'echeancier (SU) quand le justificatif de prolongation
      *    n'est pas recu a la revision et le clot (CL) a la duree maximale ou a la fin de la
      *    situation saisie ici ; le dossier ne passe au statut paye qu'une fois l'echeancier clos.
       01 echeancierCourant.
         03 typeMontantEch PIC x.
         03 montantEurosEch PIC 9(5).
         03 montantCentimesEch PIC 9(2).
         03 delaiCarenceEch PIC 9(3).
         03 dureeMaxEch PIC 9(3).
         03 dateDebutEch.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 dateRevisionEch.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 dateFinSituationEch.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 statutEcheancier PIC x(2).
       77 montantPrestationEch PIC 9(5)v9(2).
       77 optionEcheancier PIC 9.
       77 nbEcheanciersSinistre PIC 9(5).
       77 nbVersementsEcheancier PIC 9(5).
       77 totalVerseEcheancier PIC 9(9).
       77 nbJustificatifsEch PIC 9(5).
       77 tmpDateDebutEch PIC x(10).
       77 tmpDateRevisionEch PIC x(10).
       77 tmpDateFinSituationEch PIC x(10).
       77 tmpDateOuvertureEch PIC x(10).

      *    Arrete de caisse de fin de journee : chaque encaissement saisi au guichet porte l'operateur
      *    qui l'a saisi et sa date de saisie ; en fin de journee, l'operateur confronte le total
      *    systeme de sa caisse au montant compte, l'arrete est journalise avec les deux chiffres
      *    ayant le meme dossier ouvert ne puisse pas deduire la franchise une deuxieme fois
       77 statutRelu PIC xx.

      *    Indicateurs de fraude calcules a la declaration, et recalcules a chaque modification du
      *    dossier : chaque indicateur declenche ajoute ses points au score du dossier, trace dans
      *    indicateursFraude ; au-dela du seuil de parametrage le sinistre est signale
      *    (fraudeSuspectee) et son approbation est refusee tant qu'un profil administration n'a pas
      *    leve le signalement avec un commentaire (cf RapportFraude). Une levee deja prononcee
      *    reste acquise au recalcul
       77 scoreFraude PIC 9(3).
       77 fraudeSuspectee PIC 9.
       77 nbLeveesFraude PIC 9(5).
       77 SeuilScoreFraude PIC 9(3) value 50.
       77 NbSinistresFraude12Mois PIC 9(3) value 2.
       77 DelaiFraudeJours PIC 9(5) value 30.
       77 MargeSeuilFraudePourcent PIC 9(3) value 10.
      *    Poids de chaque indicateur dans le score
       77 PointsFraudeMultiples PIC 9(3) value 30.
       77 PointsFraudeSignature PIC 9(3) value 25.
       77 PointsFraudeSuspension PIC 9(3) value 30.
       77 PointsFraudeIban PIC 9(3) value 40.
       77 PointsFraudeSeuil PIC 9(3) value 20.
       77 nbSinistresAnterieurs PIC 9(5).
       77 nbIbanPartages PIC 9(5).
       77 seuilBasFraude PIC 9(9).
       77 joursCalculFraude PIC 9(9).
       77 leveeSuspensionEnJours PIC 9(9).
       77 leveeSuspensionAAAAMMJJ PIC 9(8).
       01 dateLeveeSuspensionF.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateFenetreFraude.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateFenetreFraudeAAAAMMJJ REDEFINES dateFenetreFraude PIC 9(8).
       77 tmpDateFenetreFraude PIC x(10).
       77 tmpDateDetectionFraude PIC x(10).
       01 listeIndicateursFraude.
         02 indicateurFraude OCCURS 5.
           03 codeIndicateurL PIC x(3).
           03 libelleIndicateurL PIC x(50).
           03 pointsIndicateurL PIC 9(3).
       77 nbIndicateursFraude PIC 9.
       77 indiceIndicateur PIC 9.
       77 codeIndicateurFraude PIC x(3).
       77 libelleIndicateurFraude PIC x(50).
       77 pointsIndicateurFraude PIC 9(3).
       77 commentaireLeveeFraude PIC x(60).
       77 tmpDateLeveeFraude PIC x(10).

      *    Type du sinistre a l'ouverture de l'ecran de modification : si la correction change le type,
      *    la piece requise non encore recue est remplacee par celle du nouveau type
       77 typeSinistreAvantModif PIC xx.
       77 totalSommeDC PIC 9(9)v9(2).
       77 optionConfirmationPayoutDC PIC 9.

      *    Valeur acquise du contrat d'assurance vie : le capital assure, revalorise chaque annee par le
      *    batch RevalorisationAV et diminue des rachats ; c'est elle, et non plus le capital d'origine,
      *    qui borne les sommes promises aux beneficiaires. Affichee en deux parties sur l'ecran de
      *    detail (le 'v' n'affiche pas de virgule)
       77 capitalAssureAV PIC 9(9)v9(2).
       77 valeurAcquiseAV PIC 9(9)v9(2).
       77 entierCapitalAV PIC 9(9).
       77 centimesCapitalAV PIC 9(2).
       77 entierValeurAV PIC 9(9).
       77 centimesValeurAV PIC 9(2).
       77 montantTravailAV PIC 9(11).

      *    Rachat partiel ou total d'un contrat d'assurance vie : la penalite (en pourcent du montant
      *    brut rachete) s'applique tant que le contrat a moins de RachatDureePenaliteAnnees ans ; le
      *    net est verse au souscripteur par une ligne de reglementsAssuranceVie (paye = 0) reprise par
      *    EmissionVirements comme les versements deces. Valeurs par defaut si la table parametres n'a
      *    pas les lignes
       77 RachatPenalitePourcent PIC 9(2) value 1.
       77 RachatDureePenaliteAnnees PIC 9(2) value 10.
       77 optionRachat PIC 9.
       77 typeRachat PIC x(1).
       77 optionConfirmationRachat PIC 9.
       77 codeSouscripteurRachat PIC x(36).
       77 contratRegleRachat PIC 9.
      *    Rachat precedent du contrat pas encore emis ou pas encore passe en comptabilite : les passes
      *    d'EmissionVirements et d'ExportComptable marquent les lignes par contrat et beneficiaire, un
      *    second rachat en attente serait marque avec le premier sans etre paye
       77 nbRachatsEnCours PIC 9(5).
       01 dateSignatureRachat.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateSignatureRachatAAAAMMJJ REDEFINES dateSignatureRachat PIC 9(8).
       77 ancienneteRachatJours PIC 9(9).
       77 ancienneteRachatAnnees PIC 9(3).
       77 tauxPenaliteRachat PIC 9(2).
       77 tauxHistoriqueRachat PIC 9(4).
       77 montantBrutRachat PIC 9(9)v9(2).
       77 penaliteRachat PIC 9(9)v9(2).
       77 montantNetRachat PIC 9(9)v9(2).
       77 valeurApresRachat PIC 9(9)v9(2).
       77 totalPromisRachat PIC 9(9)v9(2).
       77 tmpDateRachat PIC x(10).
       77 tmpCodeValeurRachat PIC x(36).
       77 anneeRachat PIC 9(4).
       77 messageRachat PIC x(80).
       01 montantRachatAffiche.
         03 entierRachat PIC 9(9).
         03 FILLER PIC x value ",".
         03 centimesRachat PIC 9(2).
       01 penaliteRachatAffichee.
         03 entierPenalite PIC 9(9).
         03 FILLER PIC x value ",".
         03 centimesPenalite PIC 9(2).
       01 netRachatAffiche.
         03 entierNet PIC 9(9).
         03 FILLER PIC x value ",".
         03 centimesNet PIC 9(2).
       01 valeurApresRachatAffichee.
         03 entierValeurApres PIC 9(9).
         03 FILLER PIC x value ",".
         03 centimesValeurApres PIC 9(2).

       77 pageCourante PIC 99.
       77 pagesTotales PIC 99.
       77 tmpPageCourante PIC 99.
         10 line 13 col 5 value "- 6 - Encaissements".
         10 line 14 col 5 value "- 7 - Consultation sinistres".
         10 line 15 col 5 value "- 8 - Arrete de caisse".
         10 line 16 col 5 value "- 9 - Mes dossiers sinistres".
         10 line 17 col 5 value "- 0 - Quitter ".
         10 line 18 col 5 value "Option : ".

      * Voir la continuite des variables options
         10 line 9 col 5 value " Code apporteur (vide = direct) : ".
         10 line 9 col 39 using codeCourtier of contratCourant PIC X(8).
         10 line 10 col 5 value " Garantie(s) couverte(s) : ".
         10 line 10 col 45 value "Paiement (A/S/T/M) : ".
         10 line 10 col 66 using periodicite of contratCourant PIC X.
         10 line 12 col 5 value " IT - Incapacite Temporaire :                 Franchise de :         euros".
         10 line 12 col 35 using IT of contratCourant PIC 9.
         10 line 13 col 5 value " PE - Perte d'emploi        :                 Franchise de :         euros".
         10 Line 5 Col 63 from MM of dateNaissance.
         10 line 5 col 65 value "/".
         10 Line 5 Col 66 from AAAA of dateNaissance.
         10 line 6 col 2 value "Capital assure : ".
         10 line 6 col 19 from entierCapitalAV.
         10 line 6 col 28 value ",".
         10 line 6 col 29 from centimesCapitalAV.
         10 line 6 col 36 value "Valeur acquise : ".
         10 line 6 col 53 from entierValeurAV.
         10 line 6 col 62 value ",".
         10 line 6 col 63 from centimesValeurAV.
         10 line 7 col 5 value " NOM         PRENOM        DATE DE NAISSANCE     SOMME ATTRIBUEE     ".
         10 line 18 col 5 value " Option : ".
         10 line 18 col 60 value "Page ".
         10 line 18 col 68 value "de ".
         10 line 18 col 71 from pagesTotalesB.
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- 1 - Declarer un sinistre (deces)    - 2 - Rachat partiel ou total ".
         10 line 22 col 5 value "- 0 - Retour                                                        ".
         10 line 23 col 5 value "- s - Page suivante                                                 ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

       01 menu-rachat-assurance-vie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " RACHAT CONTRAT ASSURANCE VIE ".
         10 line 3 col 60 value " Date : ".
         10 line 3 col 68 from jour of DateSysteme.
         10 line 3 col 70 value "/".
         10 line 3 col 71 from mois of DateSysteme.
         10 line 3 col 73 value "/".
         10 line 3 col 74 from WS-CURRENT-YEAR.
         10 line 5 col 2 value "Contrat : ".
         10 line 5 col 12 from codeContrat of contratCourant.
         10 line 6 col 2 value "Valeur acquise : ".
         10 line 6 col 19 from entierValeurAV.
         10 line 6 col 28 value ",".
         10 line 6 col 29 from centimesValeurAV.
         10 line 7 col 2 value "Penalite de rachat (% du montant brut) : ".
         10 line 7 col 43 from tauxPenaliteRachat.
         10 line 9 col 2 value "Type de rachat (P partiel / T total / 0 retour) : ".
         10 line 9 col 52 using typeRachat.
         10 line 10 col 2 value "Montant brut (rachat partiel) - Partie entiere : ".
         10 line 10 col 51 using tmpSommeEntiere.
         10 line 11 col 2 value "Montant brut (rachat partiel) - Partie decimale (centimes) : ".
         10 line 11 col 63 using tmpSommeDecimale.


       01 Recherche-contrat-L background-color is CouleurFondEcran foreground-color is CouleurCaractere.
      *  10 line NoLigne col 10 from Contrat.
         10 line 17 col 5 value "Option : ".
         10 line 17 col 14 PIC 9 from Option5.
         10 line 19 col 5 value "--------------------------------------------------------------------".
         10 line 20 col 5 value "- 1 - Modification                  - 4 - Releve de compte          ".
         10 line 21 col 5 value "- 0 - Quitter                       - 5 - Reclamations              ".
         10 line 22 col 5 value "- 2 - Mandat de prelevement                                         ".
         10 line 23 col 5 value "- 3 - Correspondance                                                ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

       01 menu-Liste-correspondances background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " CORRESPONDANCE DU CLIENT ".
         10 line 3 col 60 value " Date : ".
         10 line 3 col 68 from jour of DateSysteme.
         10 line 3 col 70 value "/".
         10 line 3 col 71 from mois of DateSysteme.
         10 line 3 col 73 value "/".
         10 line 3 col 74 from WS-CURRENT-YEAR.
         10 line 4 col 1 value "Client : ".
         10 line 4 col 10 from nom of clientCourant PIC X(30).
         10 line 4 col 41 from prenom of clientCourant PIC X(20).
         10 line 5 col 1 value "NPAI (1=oui) : ".
         10 line 5 col 16 from npaiClient.
         10 line 5 col 19 value "depuis le ".
         10 line 5 col 29 from JJ of dateNpaiClient PIC 9(2).
         10 line 5 col 31 value "/".
         10 line 5 col 32 from MM of dateNpaiClient PIC 9(2).
         10 line 5 col 34 value "/".
         10 line 5 col 35 from AAAA of dateNpaiClient PIC 9(4).
         10 line 6 col 1 value "Nu Type         Date        Contrat   Resume".
         10 line 7 col 1 value "-------------------------------------------------------------------------------".
         10 line 18 col 5 value "Option : ".
         10 line 18 col 15 using optionCorrespondances.
         10 line 18 col 67 value "Page ".
         10 line 18 col 72 from pageCouranteCorr.
         10 line 18 col 75 value "de ".
         10 line 18 col 78 from pagesTotalesCorr.
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- Num - Detail du courrier          - s - Page suivante             ".
         10 line 22 col 5 value "- 0 - Retour                        - n - Courrier revenu (NPAI)    ".
         10 line 23 col 5 value "                                                                    ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

       01 menu-releve-compte background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " RELEVE DE COMPTE CLIENT ".
         10 line 3 col 60 value " Date : ".
         10 line 3 col 68 from jour of DateSysteme.
         10 line 3 col 70 value "/".
         10 line 3 col 71 from mois of DateSysteme.
         10 line 3 col 73 value "/".
         10 line 3 col 74 from WS-CURRENT-YEAR.
         10 line 4 col 1 value "Client : ".
         10 line 4 col 10 from nom of clientCourant PIC X(30).
         10 line 4 col 41 from prenom of clientCourant PIC X(20).
         10 line 5 col 1 value "Montant du a ce jour : ".
         10 line 5 col 24 from montantDuEdite.
         10 line 5 col 37 value "(negatif : solde en faveur du client)".
         10 line 6 col 1 from enteteReleve.
         10 line 7 col 1 value "-------------------------------------------------------------------------------".
         10 line 18 col 5 value "Option : ".
         10 line 18 col 15 using optionReleve.
         10 line 18 col 67 value "Page ".
         10 line 18 col 72 from pageCouranteReleve.
         10 line 18 col 75 value "de ".
         10 line 18 col 78 from pagesTotalesReleve.
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- s - Page suivante                 - i - Impression du releve      ".
         10 line 22 col 5 value "- 0 - Retour                                                        ".
         10 line 23 col 5 value "                                                                    ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

       01 menu-Liste-reclamations background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " RECLAMATIONS DU CLIENT ".
         10 line 3 col 60 value " Date : ".
         10 line 3 col 68 from jour of DateSysteme.
         10 line 3 col 70 value "/".
         10 line 3 col 71 from mois of DateSysteme.
         10 line 3 col 73 value "/".
         10 line 3 col 74 from WS-CURRENT-YEAR.
         10 line 4 col 1 value "Client : ".
         10 line 4 col 10 from nomClientReclamation PIC X(30).
         10 line 4 col 41 from prenomClientReclamation PIC X(20).
         10 line 5 col 1 value "Sinistre : ".
         10 line 5 col 12 from filtreSinistreReclamation PIC X(36).
         10 line 6 col 1 value "Nu Cat Recue le   St  Is Operateur Objet".
         10 line 7 col 1 value "-------------------------------------------------------------------------------".
         10 line 18 col 5 value "Option : ".
         10 line 18 col 15 using optionReclamations.
         10 line 18 col 67 value "Page ".
         10 line 18 col 72 from pageCouranteRecl.
         10 line 18 col 75 value "de ".
         10 line 18 col 78 from pagesTotalesRecl.
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- Num - Suivi de la reclamation     - s - Page suivante             ".
         10 line 22 col 5 value "- 0 - Retour                        - n - Nouvelle reclamation      ".
         10 line 23 col 5 value "                                                                    ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

       01 menu-reclamation background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " SUIVI D'UNE RECLAMATION ".
         10 line 3 col 60 value " Date : ".
         10 line 3 col 68 from jour of DateSysteme.
         10 line 3 col 70 value "/".
         10 line 3 col 71 from mois of DateSysteme.
         10 line 3 col 73 value "/".
         10 line 3 col 74 from WS-CURRENT-YEAR.
         10 line 5 col 5 value " Client              : ".
         10 line 5 col 28 from codeClientReclamationR PIC X(36).
         10 line 6 col 28 from nomClientReclamation PIC X(30).
         10 line 7 col 5 value " Contrat concerne    : ".
         10 line 7 col 28 using codeContratReclamationR PIC X(36).
         10 line 8 col 5 value " Sinistre concerne   : ".
         10 line 8 col 28 using codeSinistreReclamationR PIC X(36).
         10 line 9 col 5 value " Categorie           : ".
         10 line 9 col 28 using categorieReclamationR PIC X(3).
         10 line 9 col 32 value "(SIN sinistre/PRI prime/REL relance/AUT autre)".
         10 line 10 col 5 value " Objet               : ".
         10 line 10 col 28 using objetReclamationR PIC X(50).
         10 line 11 col 5 value " Operateur en charge : ".
         10 line 11 col 28 using operateurReclamationR PIC X(8).
         10 line 12 col 5 value " Recue le            : ".
         10 line 12 col 28 using JJ of dateReceptionR PIC 9(2).
         10 line 12 col 30 value "/".
         10 line 12 col 31 using MM of dateReceptionR PIC 9(2).
         10 line 12 col 33 value "/".
         10 line 12 col 34 using AAAA of dateReceptionR PIC 9(4).
         10 line 12 col 42 value "Accuse avant le  ".
         10 line 12 col 59 from JJ of echeanceAccuseR PIC 9(2).
         10 line 12 col 61 value "/".
         10 line 12 col 62 from MM of echeanceAccuseR PIC 9(2).
         10 line 12 col 64 value "/".
         10 line 12 col 65 from AAAA of echeanceAccuseR PIC 9(4).
         10 line 13 col 5 value " Accusee le          : ".
         10 line 13 col 28 from JJ of dateAccuseR PIC 9(2).
         10 line 13 col 30 value "/".
         10 line 13 col 31 from MM of dateAccuseR PIC 9(2).
         10 line 13 col 33 value "/".
         10 line 13 col 34 from AAAA of dateAccuseR PIC 9(4).
         10 line 13 col 42 value "Reponse avant le ".
         10 line 13 col 59 from JJ of echeanceReponseR PIC 9(2).
         10 line 13 col 61 value "/".
         10 line 13 col 62 from MM of echeanceReponseR PIC 9(2).
         10 line 13 col 64 value "/".
         10 line 13 col 65 from AAAA of echeanceReponseR PIC 9(4).
         10 line 14 col 5 value " Repondue le         : ".
         10 line 14 col 28 from JJ of dateReponseR PIC 9(2).
         10 line 14 col 30 value "/".
         10 line 14 col 31 from MM of dateReponseR PIC 9(2).
         10 line 14 col 33 value "/".
         10 line 14 col 34 from AAAA of dateReponseR PIC 9(4).
         10 line 14 col 42 value "Close le         ".
         10 line 14 col 59 from JJ of dateClotureR PIC 9(2).
         10 line 14 col 61 value "/".
         10 line 14 col 62 from MM of dateClotureR PIC 9(2).
         10 line 14 col 64 value "/".
         10 line 14 col 65 from AAAA of dateClotureR PIC 9(4).
         10 line 15 col 5 value " Statut              : ".
         10 line 15 col 28 from statutReclamationR PIC XX.
         10 line 15 col 32 value "(RE recue/AC accusee/RP repondue/CL close)".
         10 line 16 col 5 value " Issue de la reponse : ".
         10 line 16 col 28 using issueReclamationR PIC XX.
         10 line 16 col 32 value "(FO fondee/PF partiellement/NF non fondee)".
         10 line 17 col 5 value " Option : ".
         10 line 17 col 15 using optionReclamation PIC 9.
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- 1 - Enregistrer la reclamation    - 3 - Reponse (issue saisie)    ".
         10 line 22 col 5 value "- 2 - Accuse de reception           - 4 - Cloture                   ".
         10 line 23 col 5 value "- 0 - Retour                                                        ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

       01 menu-mandat-prelevement background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " MANDAT DE PRELEVEMENT SEPA ".
         10 line 10 col 21 from codeSinistre of sinistreCourant PIC X(36).
         10 line 12 col 5 value " Type de sinistre : ".
         10 line 12 col 25 from typeSinistre of sinistreCourant PIC XX.
         10 line 12 col 40 value " Gestionnaire : ".
         10 line 12 col 56 from gestionnaireSinistre PIC X(8).
         10 line 14 col 5 value " Prejudice    :            euros".
         10 line 14 col 21 from prejudice of sinistreCourant.
         10 line 15 col 5 value " Remboursable :            euros".
         10 line 16 col 21 from statut of sinistreCourant PIC XX.
         10 line 18 col 5 value " Option : ".
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- 0 - Menu Precedant    - 1 - Modification    - 2 - Reassurance     ".
         10 line 22 col 5 value "- 6 - Reaffectation     - 7 - Echeancier      - 8 - Reclamations    ".
         10 line 23 col 5 value "- 3 - Instruction du sinistre      - 4 - Expertise   - 5 - Recours  ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

         10 line 23 col 5 value "                                                                    ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

       01 menu-reassurance-sinistre background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " REGLEMENTS DU REASSUREUR ".
         10 line 3 col 60 value " Date : ".
         10 line 3 col 68 from jour of DateSysteme.
         10 line 3 col 70 value "/".
         10 line 3 col 71 from mois of DateSysteme.
         10 line 3 col 73 value "/".
         10 line 3 col 74 from WS-CURRENT-YEAR.
         10 line 5 col 5 value " Code Sinistre    : ".
         10 line 5 col 25 from codeSinistre of sinistreCourant PIC X(36).
         10 line 6 col 5 value " Type / Statut    : ".
         10 line 6 col 25 from typeSinistre of sinistreCourant PIC XX.
         10 line 6 col 29 from statut of sinistreCourant PIC XX.
         10 line 8 col 5 value " Part cedee       : ".
         10 line 8 col 25 from partCedeeC.
         10 line 9 col 5 value " Deja recouvre    : ".
         10 line 9 col 25 from montantRecuReassureurC.
         10 line 10 col 5 value " Reste a recouvrer: ".
         10 line 10 col 25 from resteARecouvrerC.
         10 line 12 col 5 value " Reglement a ajouter : ".
         10 line 12 col 28 using reglementReassureurAjout PIC 9(9).
         10 line 17 col 5 value " Option : ".
         10 line 17 col 15 using optionReassurance PIC 9.
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- 1 - Valider le reglement                                          ".
         10 line 22 col 5 value "- 0 - Retour                                                        ".
         10 line 23 col 5 value "                                                                    ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

       01 menu-expertise-sinistre background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " EXPERTISE DU SINISTRE ".
         10 line 23 col 5 value "                                                                    ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

       01 menu-echeancier-sinistre background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " ECHEANCIER DE PRESTATIONS ".
         10 line 3 col 60 value " Date : ".
         10 line 3 col 68 from jour of DateSysteme.
         10 line 3 col 70 value "/".
         10 line 3 col 71 from mois of DateSysteme.
         10 line 3 col 73 value "/".
         10 line 3 col 74 from WS-CURRENT-YEAR.
         10 line 5 col 5 value " Code Sinistre            : ".
         10 line 5 col 33 from codeSinistre of sinistreCourant PIC X(36).
         10 line 6 col 5 value " Type / Statut sinistre   : ".
         10 line 6 col 33 from typeSinistre of sinistreCourant PIC XX.
         10 line 6 col 37 from statut of sinistreCourant PIC XX.
         10 line 8 col 5 value " Montant journalier/mensuel: ".
         10 line 8 col 33 using typeMontantEch PIC X.
         10 line 8 col 37 value "(J journalier / M mensuel)".
         10 line 9 col 5 value " Montant de la prestation : ".
         10 line 9 col 33 using montantEurosEch PIC 9(5).
         10 line 9 col 38 value ",".
         10 line 9 col 39 using montantCentimesEch PIC 9(2).
         10 line 9 col 42 value "euros".
         10 line 10 col 5 value " Delai de carence (jours) : ".
         10 line 10 col 33 using delaiCarenceEch PIC 9(3).
         10 line 11 col 5 value " Duree maximale (mois)    : ".
         10 line 11 col 33 using dureeMaxEch PIC 9(3).
         10 line 12 col 5 value " Debut de la situation    : ".
         10 line 12 col 33 using JJ of dateDebutEch PIC 9(2).
         10 line 12 col 35 value "/".
         10 line 12 col 36 using MM of dateDebutEch PIC 9(2).
         10 line 12 col 38 value "/".
         10 line 12 col 39 using AAAA of dateDebutEch PIC 9(4).
         10 line 13 col 5 value " Prochaine revision       : ".
         10 line 13 col 33 using JJ of dateRevisionEch PIC 9(2).
         10 line 13 col 35 value "/".
         10 line 13 col 36 using MM of dateRevisionEch PIC 9(2).
         10 line 13 col 38 value "/".
         10 line 13 col 39 using AAAA of dateRevisionEch PIC 9(4).
         10 line 14 col 5 value " Fin de la situation      : ".
         10 line 14 col 33 using JJ of dateFinSituationEch PIC 9(2).
         10 line 14 col 35 value "/".
         10 line 14 col 36 using MM of dateFinSituationEch PIC 9(2).
         10 line 14 col 38 value "/".
         10 line 14 col 39 using AAAA of dateFinSituationEch PIC 9(4).
         10 line 14 col 45 value "(saisie pour l'option 2)".
         10 line 15 col 5 value " Statut de l'echeancier   : ".
         10 line 15 col 33 from statutEcheancier PIC XX.
         10 line 15 col 37 value "(EC en cours / SU suspendu / CL clos)".
         10 line 16 col 5 value " Verse a ce jour          : ".
         10 line 16 col 33 from nbVersementsEcheancier.
         10 line 16 col 39 value "versements,".
         10 line 16 col 51 from totalVerseEcheancier.
         10 line 16 col 61 value "euros".
         10 line 17 col 5 value " Option : ".
         10 line 17 col 15 using optionEcheancier PIC 9.
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- 1 - Valider l'echeancier                                          ".
         10 line 22 col 5 value "- 2 - Fin de la situation (cloture de l'echeancier)                 ".
         10 line 23 col 5 value "- 0 - Retour                                                        ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

       01 menu-instruction-sinistre background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " MENU INSTRUCTION SINISTRE ".
         10 line 12 col 25 from statut of sinistreCourant PIC XX.
         10 line 13 col 5 value " Provision        :            euros".
         10 line 13 col 25 from provisionSinistre.
         10 line 14 col 5 value " Score fraude     : ".
         10 line 14 col 25 from scoreFraude.
         10 line 14 col 30 value "Signale (1=oui) : ".
         10 line 14 col 48 from fraudeSuspectee.
         10 line 18 col 5 value " Option : ".
         10 line 18 col 15 using optionInstructionSinistre PIC 9.
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- 1 - Approuver (franchise deduite) - 0 - Retour                    ".
         10 line 22 col 5 value "- 2 - Rejeter                      - 4 - Ajuster la provision       ".
         10 line 23 col 5 value "- 3 - Pieces du dossier            - 5 - Lever le signalement fraude".
         10 line 24 col 5 value "--------------------------------------------------------------------".

       01 menu-pieces-sinistre background-color is CouleurFondEcran foreground-color is CouleurCaractere.
             select valeur into :MajorationAgePourcent from parametres where cle = 'MAJORATION_AGE_POURCENT'
           END-EXEC.

      *    Parametres de detection de la fraude a la declaration, valeurs par defaut si la table n'a pas les lignes
           EXEC sql
             select valeur into :SeuilScoreFraude from parametres where cle = 'FRAUDE_SEUIL_SCORE'
           END-EXEC.
           EXEC sql
             select valeur into :NbSinistresFraude12Mois from parametres where cle = 'FRAUDE_NB_SINISTRES_12MOIS'
           END-EXEC.
           EXEC sql
             select valeur into :DelaiFraudeJours from parametres where cle = 'FRAUDE_DELAI_JOURS'
           END-EXEC.
           EXEC sql
             select valeur into :MargeSeuilFraudePourcent from parametres where cle = 'FRAUDE_MARGE_SEUIL_POURCENT'
           END-EXEC.

      *    Penalite de rachat des contrats d'assurance vie, valeurs par defaut si la table n'a pas les lignes
           EXEC sql
             select valeur into :RachatPenalitePourcent from parametres where cle = 'RACHAT_PENALITE_POURCENT'
           END-EXEC.
           EXEC sql
             select valeur into :RachatDureePenaliteAnnees from parametres where cle = 'RACHAT_DUREE_PENALITE_ANNEES'
           END-EXEC.

      *    Ouverture de session operateur : sans connexion reussie, le menu principal ne s'affiche pas
           perform connexionOperateur.
           if connexionReussie = 0
                   else
                       perform refusProfil
                   end-if
               when 9
                   perform mesDossiersSinistres
           end-evaluate.

       Menu-Fin.
           continue.

       menuVisualisationSinistres-dtl.
           move spaces to gestionnaireSinistre.
           EXEC sql
             select COALESCE(gestionnaire,'') into :gestionnaireSinistre from sinistres
             where codeSinistre = :sinistreCourant.codeSinistre
           END-EXEC.
           display menu-detail-sinistre.
           accept optionDetailSinistre line 18 col 16.
           if optionDetailSinistre = 1
               perform modificationSinistre
           else if optionDetailSinistre = 6
               perform reaffectationSinistre
           else if optionDetailSinistre = 3
               perform instructionSinistre
           else if optionDetailSinistre = 4
               perform expertiseSinistre
           else if optionDetailSinistre = 5
               perform recoursSinistre
           else if optionDetailSinistre = 7
               perform echeancierSinistre
           else if optionDetailSinistre = 8
               perform reclamationsSinistre
           else if optionDetailSinistre = 2
               perform reassuranceSinistre
           else
               continue
           end-if.

      *    Reaffectation du dossier a un autre gestionnaire : reservee au profil administration, sur un
      *    dossier encore ouvert (DE, EC, AP) ; le nouveau gestionnaire doit etre un operateur de profil
      *    gestion ou administration. Un code laisse a blanc abandonne la reaffectation
       reaffectationSinistre.
           if profilOperateur < 3
               perform refusProfil
           else if statut of sinistreCourant <> 'DE' AND statut of sinistreCourant <> 'EC' AND statut of sinistreCourant <> 'AP'
               DISPLAY "Seul un dossier encore ouvert se reaffecte. APPUYEZ SUR ENTREE" line 19 col 5
               accept optionReaffectation
           else
               move spaces to nouveauGestionnaire
               DISPLAY "Nouveau gestionnaire (code operateur) : " line 19 col 5
               accept nouveauGestionnaire line 19 col 45
               if nouveauGestionnaire <> spaces
                   move 0 to profilNouveauGestionnaire
                   EXEC sql
                     select profil into :profilNouveauGestionnaire from utilisateurs
                     where codeOperateur = :nouveauGestionnaire
                   END-EXEC
                   if SQLCODE <> 0 OR profilNouveauGestionnaire < 2
                       DISPLAY "Operateur inconnu ou sans profil de gestion. APPUYEZ SUR ENTREE" line 19 col 5
                   else
                       EXEC sql
                         UPDATE sinistres SET gestionnaire = :nouveauGestionnaire
                         WHERE codeSinistre = :sinistreCourant.codeSinistre
                       END-EXEC
                       if SQLCODE = 0
                           move nouveauGestionnaire to gestionnaireSinistre
                           DISPLAY "Dossier reaffecte.                            APPUYEZ SUR ENTREE" line 19 col 5
                       else
                           DISPLAY "Reaffectation non enregistree.                APPUYEZ SUR ENTREE" line 19 col 5
                       end-if
                   end-if
                   accept optionReaffectation
               end-if
           end-if.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Instruction d'un sinistre declare : le gestionnaire approuve ou rejette. Seule l'approbation
      * deduit la franchise du contrat et fixe le remboursable, comme le faisait autrefois la
               move 0 to optionInstructionSinistre
           end-if.

      *    Provision courante du dossier et signalement de fraude, affiches sur l'ecran d'instruction
           move 0 to provisionSinistre.
           move 0 to scoreFraude.
           move 0 to fraudeSuspectee.
           EXEC sql
             select COALESCE(provision,0), COALESCE(scoreFraude,0), COALESCE(fraudeSuspectee,0)
             into :provisionSinistre, :scoreFraude, :fraudeSuspectee from sinistres
             where codeSinistre = :sinistreCourant.codeSinistre
           END-EXEC.

      *    Des qu'un gestionnaire ouvre le dossier, le sinistre declare passe en cours d'instruction
      *    (EC) ; les sinistres DC ne s'instruisent pas ici et gardent leur statut
           if optionInstructionSinistre = 1 AND statut of sinistreCourant = 'DE' AND typeSinistre of sinistreCourant <> 'DC'
               STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateStatutSinistre
               EXEC sql
                 UPDATE sinistres SET statut = 'EC', dateStatut = :tmpDateStatutSinistre
                 WHERE codeSinistre = :sinistreCourant.codeSinistre and statut = 'DE'
               END-EXEC
      *        +100 : le dossier n'etait deja plus au statut declare, on n'affiche pas EC a tort ;
      *            Meme verrou de transition qu'a l'approbation : un sinistre deja instruit par un
      *            autre gestionnaire ne peut plus etre rejete
      *            Le rejet libere aussi la provision du dossier : elle ne coutera rien
                   STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateStatutSinistre
                   EXEC sql
                     UPDATE sinistres SET statut = 'RE', provision = 0, dateStatut = :tmpDateStatutSinistre
                     WHERE codeSinistre = :sinistreCourant.codeSinistre and (statut = 'DE' or statut = 'EC')
                   END-EXEC
      *            Un SQLCODE a +100 signifie qu'aucune ligne ne correspondait au verrou de transition :
           else if optionInstructionSinistre = 4
               perform ajustementProvisionSinistre
               move 1 to optionInstructionSinistre
           else if optionInstructionSinistre = 5
               perform leveeSignalementFraude
               move 1 to optionInstructionSinistre
           else
               if optionInstructionSinistre <> 0
                   move 1 to optionInstructionSinistre
               end-if
           end-if.

      *    Levee du signalement de fraude : reservee au profil administration, apres examen du dossier,
      *    avec un commentaire obligatoire conserve sur le sinistre avec l'operateur et la date ; le
      *    dossier redevient approuvable
       leveeSignalementFraude.
           if profilOperateur < 3
               perform refusProfil
           else if fraudeSuspectee = 0
               DISPLAY "Ce sinistre n'est pas signale pour suspicion de fraude. APPUYEZ SUR ENTREE" line 19 col 5
               accept optionInstructionSinistre
           else
               move spaces to commentaireLeveeFraude
               DISPLAY "Commentaire : " line 19 col 5
               accept commentaireLeveeFraude line 19 col 19
               if commentaireLeveeFraude = spaces
                   DISPLAY "Commentaire obligatoire, signalement maintenu. APPUYEZ SUR ENTREE" line 19 col 5
                   accept optionInstructionSinistre
               else
                   STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateLeveeFraude
                   EXEC sql
                     UPDATE sinistres SET fraudeSuspectee = 0, commentaireLeveeFraude = :commentaireLeveeFraude,
                       operateurLeveeFraude = :operateurCourant, dateLeveeFraude = :tmpDateLeveeFraude
                     WHERE codeSinistre = :sinistreCourant.codeSinistre and fraudeSuspectee = 1
                   END-EXEC
                   if SQLCODE = 0
                       move 0 to fraudeSuspectee
                       DISPLAY "Signalement de fraude leve, dossier approuvable. APPUYEZ SUR ENTREE" line 19 col 5
                   else
                       DISPLAY "Levee du signalement non enregistree. APPUYEZ SUR ENTREE" line 19 col 5
                   end-if
                   accept optionInstructionSinistre
               end-if
           end-if.

      *    Trace d'un mouvement de provision (NOU pose, AJU ajustement, LIB liberation) pour l'etat
      *    mensuel des provisions techniques ; l'echec de la trace n'annule jamais le mouvement
       enregistrementMouvementProvision.
      *    prejudice, et enfin deduction et mise a jour du sinistre et du contrat
       approbationSinistre.
           move spaces to statutRelu.
      *    Le signalement de fraude est relu avec le statut : une levee faite entre-temps par un
      *    administrateur sur un autre poste est prise en compte
           EXEC sql
             select COALESCE(statut,'AP'), COALESCE(fraudeSuspectee,0) into :statutRelu, :fraudeSuspectee from sinistres
             where codeSinistre = :sinistreCourant.codeSinistre
           END-EXEC.
           if SQLCODE <> 0 OR (statutRelu <> 'DE' AND statutRelu <> 'EC')
               DISPLAY "Sinistre deja instruit par un autre gestionnaire, approbation refusee. APPUYEZ SUR ENTREE" line 19 col 5
               accept optionInstructionSinistre
               move 0 to optionInstructionSinistre
           else if fraudeSuspectee = 1
               DISPLAY "Dossier signale pour suspicion de fraude : approbation refusee avant levee du signalement. APPUYEZ SUR ENTREE" line 19 col 5
               accept optionInstructionSinistre
               move 1 to optionInstructionSinistre
           else
               perform approbationSinistre-deduction
           end-if.
      *        instruit le dossier entre la relecture et cette mise a jour) : la franchise du contrat
      *        ne doit alors surtout pas etre deduite une deuxieme fois.
      *        L'approbation libere aussi la provision : le cout reel part en remboursable
               STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateStatutSinistre
               EXEC sql
                 UPDATE sinistres SET statut = 'AP', remboursable = :sinistreCourant.remboursable, provision = 0, dateStatut = :tmpDateStatutSinistre
                 WHERE codeSinistre = :sinistreCourant.codeSinistre and (statut = 'DE' or statut = 'EC') and COALESCE(fraudeSuspectee,0) = 0
               END-EXEC
               if SQLCODE = 0
                   if provisionSinistre > 0
                     WHERE codeContrat = :contratCourant.codeContrat
                   END-EXEC
                   move 'AP' to statut of sinistreCourant
      *            Une incapacite ou une perte d'emploi s'indemnise d'ordinaire par mois : l'echeancier
      *            est propose aussitot, avant que la prochaine emission ne paie le dossier en une fois
                   if typeSinistre of sinistreCourant = 'IT' OR typeSinistre of sinistreCourant = 'PE'
                       move 0 to optionInstructionSinistre
                       DISPLAY "Sinistre approuve. Ouvrir l'echeancier des prestations (1 = oui) : " line 19 col 5
                       accept optionInstructionSinistre line 19 col 72
                       if optionInstructionSinistre = 1
                           perform echeancierSinistre
                       end-if
                   else
                       DISPLAY "Sinistre approuve, franchise deduite. APPUYEZ SUR ENTREE" line 19 col 5
                       accept optionInstructionSinistre
                   end-if
                   move 0 to optionInstructionSinistre
               else if SQLCODE > 0
                   DISPLAY "Sinistre deja instruit par un autre gestionnaire, approbation refusee. APPUYEZ SUR ENTREE" line 19 col 5
       recoursSinistre-fin.
           continue.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Reglements du reassureur sur un sinistre cede : le traitement trimestriel
      * CessionsReassurance calcule la part cedee et la reclame par bordereau ; les reglements
      * recus en retour sont saisis ici. Chaque reglement est date dans encaissementsReassurance
      * (le traitement trimestriel en recalcule le cumul) et la ligne de cessionsReassurance est
      * mise a jour aussitot : deja recouvre augmente, solde recuperable diminue d'autant. Un
      * reglement ne peut depasser la part cedee restant a recouvrer.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       reassuranceSinistre.
           perform reassuranceSinistre-init.
           perform reassuranceSinistre-trt until optionReassurance = 0.
           perform reassuranceSinistre-fin.

       reassuranceSinistre-init.
           move 1 to optionReassurance.
      *    La saisie des reglements du reassureur est un acte comptable reserve a l'administration
           if profilOperateur < 3
               perform refusProfil
               move 0 to optionReassurance
           end-if.

           initialize cessionCourante.
           move 0 to nbCessionsSinistre.
           if optionReassurance = 1
               EXEC sql
                 select count(*) into :nbCessionsSinistre from cessionsReassurance
                 where codeSinistre = :sinistreCourant.codeSinistre
               END-EXEC
           end-if.
           if nbCessionsSinistre > 0
               EXEC sql
                 select statutSinistre, partCedee, COALESCE(montantRecuReassureur,0), COALESCE(soldeRecuperable,0)
                 into :cessionCourante.statutSinistreCession, :cessionCourante.partCedeeC, :cessionCourante.montantRecuReassureurC,
                 :cessionCourante.soldeRecuperableC
                 from cessionsReassurance
                 where codeSinistre = :sinistreCourant.codeSinistre
               END-EXEC
           end-if.

      *    Seul un sinistre deja porte a un bordereau de cession avec une part cedee peut recevoir un
      *    reglement du reassureur
           if optionReassurance = 1 AND partCedeeC of cessionCourante = 0
               DISPLAY "Aucune part cedee en reassurance sur ce sinistre. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionReassurance
               move 0 to optionReassurance
           end-if.

       reassuranceSinistre-trt.
           move 0 to optionReassurance.
           move 0 to reglementReassureurAjout.
           if montantRecuReassureurC of cessionCourante < partCedeeC of cessionCourante
               subtract montantRecuReassureurC of cessionCourante from partCedeeC of cessionCourante giving resteARecouvrerC
           else
               move 0 to resteARecouvrerC
           end-if.
           display menu-reassurance-sinistre.
           accept menu-reassurance-sinistre.

           if optionReassurance = 1
               if reglementReassureurAjout = 0 OR reglementReassureurAjout > resteARecouvrerC
                   DISPLAY "Reglement nul ou superieur au reste a recouvrer. APPUYEZ SUR ENTREE" line 18 col 5
                   accept optionReassurance
                   move 1 to optionReassurance
               else
                   perform enregistrementReglementReassureur
               end-if
           else
               if optionReassurance <> 0
                   move 1 to optionReassurance
               end-if
           end-if.

       enregistrementReglementReassureur.
           STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateReglementReassureur.

      *    Le reglement s'ajoute au deja recouvre ; le solde recuperable ne porte que sur un sinistre
      *    paye, comme au bordereau
           add reglementReassureurAjout to montantRecuReassureurC of cessionCourante.
           if statutSinistreCession of cessionCourante = 'PA'
               compute soldeRecuperableC of cessionCourante = partCedeeC of cessionCourante - montantRecuReassureurC of cessionCourante
           else
               move 0 to soldeRecuperableC of cessionCourante
           end-if.

           EXEC sql
             INSERT INTO encaissementsReassurance (codeSinistre, montant, dateEncaissement)
             VALUES (:sinistreCourant.codeSinistre, :reglementReassureurAjout, :tmpDateReglementReassureur)
           END-EXEC.
           if SQLCODE >= 0
               EXEC sql
                 UPDATE cessionsReassurance
                 set montantRecuReassureur = :cessionCourante.montantRecuReassureurC,
                     soldeRecuperable = :cessionCourante.soldeRecuperableC
                 where codeSinistre = :sinistreCourant.codeSinistre
               END-EXEC
           end-if.

           if SQLCODE >= 0
               DISPLAY "Reglement du reassureur enregistre. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionReassurance
               move 0 to optionReassurance
           else
               subtract reglementReassureurAjout from montantRecuReassureurC of cessionCourante
               DISPLAY "Enregistrement du reglement echoue. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionReassurance
               move 1 to optionReassurance
           end-if.

       reassuranceSinistre-fin.
           continue.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Echeancier de prestations d'un sinistre IT ou PE : l'incapacite ou la perte d'emploi
      * s'indemnise par mois tant que la situation dure, et non en une fois. L'echeancier s'ouvre
      * sur un dossier approuve (le dossier n'est alors plus paye en une fois par
      * EmissionVirements) ; a l'ouverture, le justificatif de prolongation est seme en piece du
      * dossier et devra etre pointe recu avant chaque date de revision, faute de quoi le traitement
      * mensuel suspend les versements. La fin de la situation saisie ici laisse le traitement
      * mensuel verser les derniers jours dus puis clore l'echeancier.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       echeancierSinistre.
           perform echeancierSinistre-init.
           perform echeancierSinistre-trt until optionEcheancier = 0.
           perform echeancierSinistre-fin.

       echeancierSinistre-init.
           move 1 to optionEcheancier.
      *    L'ouverture et le suivi d'un echeancier sont des actes de gestion
           if profilOperateur < 2
               perform refusProfil
               move 0 to optionEcheancier
           end-if.

           if optionEcheancier = 1 AND typeSinistre of sinistreCourant <> 'IT' AND typeSinistre of sinistreCourant <> 'PE'
               DISPLAY "Seuls les sinistres IT et PE s'indemnisent par echeancier. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionEcheancier
               move 0 to optionEcheancier
           end-if.

           initialize echeancierCourant.
           move 'M' to typeMontantEch.
           move 0 to nbVersementsEcheancier.
           move 0 to totalVerseEcheancier.
           move 0 to nbEcheanciersSinistre.
           EXEC sql
             select count(*) into :nbEcheanciersSinistre from echeanciersPrestations
             where codeSinistre = :sinistreCourant.codeSinistre
           END-EXEC.

      *    Echeancier deja ouvert : on le raffiche avec ses versements emis ; sinon il ne s'ouvre que
      *    sur un dossier approuve, la situation debutant par defaut a la date du sinistre
           if nbEcheanciersSinistre > 0
               EXEC sql
                 select typeMontant, montant, COALESCE(delaiCarenceJours,0), dureeMaxMois, DAY(dateDebut), MONTH(dateDebut), YEAR(dateDebut),
                   COALESCE(DAY(dateProchaineRevision),0), COALESCE(MONTH(dateProchaineRevision),0), COALESCE(YEAR(dateProchaineRevision),0),
                   COALESCE(DAY(dateFinSituation),0), COALESCE(MONTH(dateFinSituation),0), COALESCE(YEAR(dateFinSituation),0), statut
                 into :echeancierCourant.typeMontantEch, :montantPrestationEch, :echeancierCourant.delaiCarenceEch, :echeancierCourant.dureeMaxEch,
                 :echeancierCourant.dateDebutEch.JJ, :echeancierCourant.dateDebutEch.MM, :echeancierCourant.dateDebutEch.AAAA,
                 :echeancierCourant.dateRevisionEch.JJ, :echeancierCourant.dateRevisionEch.MM, :echeancierCourant.dateRevisionEch.AAAA,
                 :echeancierCourant.dateFinSituationEch.JJ, :echeancierCourant.dateFinSituationEch.MM, :echeancierCourant.dateFinSituationEch.AAAA,
                 :echeancierCourant.statutEcheancier
                 from echeanciersPrestations
                 where codeSinistre = :sinistreCourant.codeSinistre
               END-EXEC
               move montantPrestationEch to montantEurosEch
               compute montantCentimesEch = (montantPrestationEch - montantEurosEch) * 100
               EXEC sql
                 select count(*), COALESCE(ROUND(SUM(montant),0),0) into :nbVersementsEcheancier, :totalVerseEcheancier
                 from versementsPrestations
                 where codeSinistre = :sinistreCourant.codeSinistre and paye = 1
               END-EXEC
           else if optionEcheancier = 1 AND statut of sinistreCourant <> 'AP'
               DISPLAY "Un echeancier ne s'ouvre que sur un dossier approuve. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionEcheancier
               move 0 to optionEcheancier
           else
               move JJ of sinistreCourant to JJ of dateDebutEch
               move MM of sinistreCourant to MM of dateDebutEch
               move AAAA of sinistreCourant to AAAA of dateDebutEch
           end-if.

       echeancierSinistre-trt.
           move 0 to optionEcheancier.
           display menu-echeancier-sinistre.
           accept menu-echeancier-sinistre.

           if optionEcheancier = 1
      *        Un echeancier clos ne se modifie plus ; une modification ne recalcule pas les mois deja
      *        verses, elle vaut pour les versements suivants
               if statutEcheancier = 'CL'
                   DISPLAY "Echeancier clos, il ne se modifie plus. APPUYEZ SUR ENTREE" line 18 col 5
                   accept optionEcheancier
                   move 1 to optionEcheancier
               else if typeMontantEch <> 'J' AND typeMontantEch <> 'M'
                   DISPLAY "Montant journalier (J) ou mensuel (M). APPUYEZ SUR ENTREE" line 18 col 5
                   accept optionEcheancier
                   move 1 to optionEcheancier
               else if montantEurosEch = 0 AND montantCentimesEch = 0
                   DISPLAY "Montant de la prestation obligatoire. APPUYEZ SUR ENTREE" line 18 col 5
                   accept optionEcheancier
                   move 1 to optionEcheancier
               else if dureeMaxEch = 0
                   DISPLAY "Duree maximale obligatoire. APPUYEZ SUR ENTREE" line 18 col 5
                   accept optionEcheancier
                   move 1 to optionEcheancier
               else if JJ of dateDebutEch < 1 OR JJ of dateDebutEch > 31 OR MM of dateDebutEch < 1 OR MM of dateDebutEch > 12 OR AAAA of dateDebutEch < 1900 OR AAAA of dateDebutEch > WS-CURRENT-YEAR
                   DISPLAY "Date de debut de la situation invalide. APPUYEZ SUR ENTREE" line 18 col 5
                   accept optionEcheancier
                   move 1 to optionEcheancier
               else if JJ of dateRevisionEch < 1 OR JJ of dateRevisionEch > 31 OR MM of dateRevisionEch < 1 OR MM of dateRevisionEch > 12 OR AAAA of dateRevisionEch < WS-CURRENT-YEAR
                   DISPLAY "Date de prochaine revision invalide. APPUYEZ SUR ENTREE" line 18 col 5
                   accept optionEcheancier
                   move 1 to optionEcheancier
               else
                   perform enregistrementEcheancier
               end-if
           else if optionEcheancier = 2
               perform finSituationEcheancier
           else
               if optionEcheancier <> 0
                   move 1 to optionEcheancier
               end-if
           end-if.

       enregistrementEcheancier.
           compute montantPrestationEch = montantEurosEch + montantCentimesEch / 100.
           STRING JJ of dateDebutEch "-" MM of dateDebutEch "-" AAAA of dateDebutEch INTO tmpDateDebutEch.
           STRING JJ of dateRevisionEch "-" MM of dateRevisionEch "-" AAAA of dateRevisionEch INTO tmpDateRevisionEch.
           if nbEcheanciersSinistre > 0
               EXEC sql
                 UPDATE echeanciersPrestations
                 set typeMontant = :echeancierCourant.typeMontantEch,
                     montant = :montantPrestationEch,
                     delaiCarenceJours = :echeancierCourant.delaiCarenceEch,
                     dureeMaxMois = :echeancierCourant.dureeMaxEch,
                     dateDebut = :tmpDateDebutEch,
                     dateProchaineRevision = :tmpDateRevisionEch
                 where codeSinistre = :sinistreCourant.codeSinistre and statut <> 'CL'
               END-EXEC
           else
               STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateOuvertureEch
               EXEC sql
                 INSERT INTO echeanciersPrestations (codeSinistre, typeMontant, montant, delaiCarenceJours, dureeMaxMois, dateDebut, dateProchaineRevision,
                   statut, dernierePeriodeVersee, dateOuverture, operateurOuverture)
                 VALUES (:sinistreCourant.codeSinistre, :echeancierCourant.typeMontantEch, :montantPrestationEch, :echeancierCourant.delaiCarenceEch,
                 :echeancierCourant.dureeMaxEch, :tmpDateDebutEch, :tmpDateRevisionEch, 'EC', 0, :tmpDateOuvertureEch, :operateurCourant)
               END-EXEC
           end-if.

           if SQLCODE >= 0
      *        A l'ouverture, le justificatif de prolongation attendu a la premiere revision est seme en
      *        piece du dossier (une seule ligne par dossier, remise en attente a chaque revision)
               if nbEcheanciersSinistre = 0
                   move 'EC' to statutEcheancier
                   move 0 to nbJustificatifsEch
                   EXEC sql
                     select count(*) into :nbJustificatifsEch from piecesSinistres
                     where codeSinistre = :sinistreCourant.codeSinistre and libellePiece = 'Justificatif de prolongation'
                   END-EXEC
                   if nbJustificatifsEch = 0
                       EXEC sql
                         select newid() into :tmpCodePiece
                       END-EXEC
                       EXEC sql
                         INSERT INTO piecesSinistres (codePiece, codeSinistre, libellePiece, recu)
                         VALUES (:tmpCodePiece, :sinistreCourant.codeSinistre, 'Justificatif de prolongation', 0)
                       END-EXEC
                   end-if
               end-if
               move 1 to nbEcheanciersSinistre
               DISPLAY "Echeancier enregistre. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionEcheancier
               move 0 to optionEcheancier
           else
               DISPLAY "Enregistrement de l'echeancier echoue. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionEcheancier
               move 1 to optionEcheancier
           end-if.

      *    Fin de la situation (reprise du travail, retour a l'emploi) : la date est posee sur
      *    l'echeancier, qui repasse en cours s'il etait suspendu (la fin de situation documentee par
      *    le gestionnaire tient lieu de justificatif) ; le traitement mensuel versera les jours dus
      *    jusqu'a cette date puis clora l'echeancier
       finSituationEcheancier.
           if nbEcheanciersSinistre = 0 OR statutEcheancier = 'CL'
               DISPLAY "Aucun echeancier en cours pour ce dossier. APPUYEZ SUR ENTREE" line 18 col 5
           else if JJ of dateFinSituationEch < 1 OR JJ of dateFinSituationEch > 31 OR MM of dateFinSituationEch < 1 OR MM of dateFinSituationEch > 12 OR AAAA of dateFinSituationEch < 1900 OR
             AAAA of dateFinSituationEch > WS-CURRENT-YEAR
               DISPLAY "Date de fin de la situation invalide. APPUYEZ SUR ENTREE" line 18 col 5
           else
               STRING JJ of dateFinSituationEch "-" MM of dateFinSituationEch "-" AAAA of dateFinSituationEch INTO tmpDateFinSituationEch
               EXEC sql
                 UPDATE echeanciersPrestations SET dateFinSituation = :tmpDateFinSituationEch, statut = 'EC'
                 WHERE codeSinistre = :sinistreCourant.codeSinistre and statut <> 'CL'
               END-EXEC
               if SQLCODE = 0
                   move 'EC' to statutEcheancier
                   DISPLAY "Fin de situation enregistree, cloture au prochain traitement mensuel. APPUYEZ SUR ENTREE" line 18 col 5
               else
                   DISPLAY "Fin de situation non enregistree. APPUYEZ SUR ENTREE" line 18 col 5
               end-if
           end-if.
           accept optionEcheancier.
           move 1 to optionEcheancier.

       echeancierSinistre-fin.
           continue.

      ** * ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Visualisation des contrats du client courant
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       menuVisualisationContrats.
           perform menuVisualisationContrats-init.
           perform menuVisualisationContrats-trt until optionVisualisationContrats = 0.
           perform menuVisualisationContrats-fin.

       menuVisualisationContrats-init.
           move 1 to indiceTabContrats.
           move 0 to tailleTabContrats.

           move 1 to optionVisualisationContrats.
           move 1 to pageCouranteContrats.

      *    Calcul du nombre de page totale
           divide tailleTabContrats BY 9 GIVING pagesTotalesContrats.
           add 1 to pagesTotalesContrats.
           move 1 to indiceTabContrats.

      *    Nombre reel de contrats du client, pour detecter quand la table listeContrat (OCCURS 50) est trop petite
           move 0 to nbContratsTrouves.
           EXEC sql
             select count(*) into :nbContratsTrouves from contrats
             where codeClient = :clientCourant.codeClient
           END-EXEC.
               move 0 to CursorContratsOuvert
           end-if.

      *    Capital d'origine et valeur acquise du contrat (le capital tant que la valeur n'a jamais bouge)
           perform chargementValeurAssuranceVie.

      *    On compte d'abord le nombre reel de beneficiaires enregistres, pour pouvoir avertir si la table beneficiaires (OCCURS 200) est trop petite pour tout contenir
           move 0 to nbBeneficiairesTrouves.
           EXEC sql
                   add 1 to pageCouranteB
               else if optionDetailContratAV = '1'
                   perform declarationSinistre
      *        Apres un rachat, la valeur et les sommes des beneficiaires ont pu bouger : retour a la
      *        liste des contrats, le detail sera relu a la prochaine selection
               else if optionDetailContratAV = '2'
                   perform rachatAssuranceVie
                   move 'ok' to optionIsB
               else
                   move 'ok' to optionIsB
               end-if
           end-perform.

       chargementValeurAssuranceVie.
           move 0 to capitalAssureAV.
           move 0 to valeurAcquiseAV.
           EXEC sql
             select COALESCE(capitalAssure,0), COALESCE(valeurAcquise, capitalAssure, 0) into :capitalAssureAV, :valeurAcquiseAV
             from contrats
             where codeContrat = :contratCourant.codeContrat
           END-EXEC.
           multiply capitalAssureAV by 100 giving montantTravailAV.
           divide montantTravailAV by 100 giving entierCapitalAV remainder centimesCapitalAV.
           multiply valeurAcquiseAV by 100 giving montantTravailAV.
           divide montantTravailAV by 100 giving entierValeurAV remainder centimesValeurAV.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Rachat d'un contrat d'assurance vie : partiel (montant brut saisi, au plus la valeur acquise)
      * ou total (toute la valeur, le contrat est alors solde). La penalite est retenue sur le brut, le
      * net est verse au souscripteur par une ligne de reglementsAssuranceVie reprise par le batch
      * EmissionVirements, la valeur acquise est diminuee du brut et le rachat est inscrit a
      * l'historique des valeurs du contrat (valeursAssuranceVie, type RAC)
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       rachatAssuranceVie.
      *    Un rachat fait sortir des fonds : reserve au profil administration, comme les versements deces
           if profilOperateur < 3
               perform refusProfil
           else
               perform rachatAssuranceVie-init
               perform rachatAssuranceVie-trt until optionRachat = 0
           end-if.

       rachatAssuranceVie-init.
           move 1 to optionRachat.
           move spaces to codeSouscripteurRachat.
           move 0 to contratRegleRachat.
           initialize dateSignatureRachat.
           EXEC sql
             select codeClient, COALESCE(contratRegle,0), YEAR(dateSignature), MONTH(dateSignature), DAY(dateSignature)
             into :codeSouscripteurRachat, :contratRegleRachat, :dateSignatureRachat.AAAA, :dateSignatureRachat.MM, :dateSignatureRachat.JJ
             from contrats
             where codeContrat = :contratCourant.codeContrat
           END-EXEC.
           perform chargementValeurAssuranceVie.

           move 0 to nbRachatsEnCours.
           EXEC sql
             select count(*) into :nbRachatsEnCours from reglementsAssuranceVie
             where codeContrat = :contratCourant.codeContrat and codeClient = :codeSouscripteurRachat
             and (paye = 0 or (paye = 1 and COALESCE(exporteCompta,0) = 0))
           END-EXEC.

      *    Penalite tant que le contrat n'a pas atteint la duree fixee (annees pleines depuis la signature)
           STRING WS-CURRENT-YEAR Mois of DateSysteme Jour of DateSysteme INTO dateSystemeAAAAMMJJ.
           subtract FUNCTION INTEGER-OF-DATE(dateSignatureRachatAAAAMMJJ) from FUNCTION INTEGER-OF-DATE(dateSystemeAAAAMMJJ) GIVING ancienneteRachatJours.
           divide ancienneteRachatJours by 365 giving ancienneteRachatAnnees.
           move 0 to tauxPenaliteRachat.
           if ancienneteRachatAnnees < RachatDureePenaliteAnnees
               move RachatPenalitePourcent to tauxPenaliteRachat
           end-if.

           if contratRegleRachat = 1 OR valeurAcquiseAV = 0
               DISPLAY "Contrat deja regle ou rachete : aucun rachat possible. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionRachat
               move 0 to optionRachat
           else if nbRachatsEnCours > 0
               DISPLAY "Rachat precedent pas encore verse ni comptabilise. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionRachat
               move 0 to optionRachat
           end-if.

       rachatAssuranceVie-trt.
           move spaces to typeRachat.
           move 000000000 to tmpSommeEntiere.
           move 00 to tmpSommeDecimale.
           display menu-rachat-assurance-vie.
           accept menu-rachat-assurance-vie.

           if typeRachat = 'T' OR typeRachat = 't'
               move 'T' to typeRachat
               move valeurAcquiseAV to montantBrutRachat
           else
               multiply 0.01 by tmpSommeDecimale GIVING montantBrutRachat
               add tmpSommeEntiere to montantBrutRachat
           end-if.
      *    Un rachat partiel de toute la valeur est un rachat total
           if (typeRachat = 'P' OR typeRachat = 'p') AND montantBrutRachat = valeurAcquiseAV
               move 'T' to typeRachat
           end-if.

           if typeRachat = '0'
               move 0 to optionRachat
           else if typeRachat <> 'T' AND typeRachat <> 'P' AND typeRachat <> 'p'
               DISPLAY "Type de rachat invalide : P (partiel) ou T (total). APPUYEZ SUR ENTREE" line 18 col 5
               accept optionConfirmationRachat
           else if montantBrutRachat = 0
               DISPLAY "Montant du rachat nul. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionConfirmationRachat
           else if montantBrutRachat > valeurAcquiseAV
               DISPLAY "Montant superieur a la valeur acquise du contrat. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionConfirmationRachat
           else
               compute penaliteRachat rounded = montantBrutRachat * tauxPenaliteRachat / 100
               subtract penaliteRachat from montantBrutRachat giving montantNetRachat
               subtract montantBrutRachat from valeurAcquiseAV giving valeurApresRachat

               multiply montantBrutRachat by 100 giving montantTravailAV
               divide montantTravailAV by 100 giving entierRachat remainder centimesRachat
               multiply penaliteRachat by 100 giving montantTravailAV
               divide montantTravailAV by 100 giving entierPenalite remainder centimesPenalite
               multiply montantNetRachat by 100 giving montantTravailAV
               divide montantTravailAV by 100 giving entierNet remainder centimesNet
               multiply valeurApresRachat by 100 giving montantTravailAV
               divide montantTravailAV by 100 giving entierValeurApres remainder centimesValeurApres

               MOVE " " to messageRachat
               STRING "Brut : " montantRachatAffiche "  Penalite : " penaliteRachatAffichee "  Net verse : " netRachatAffiche INTO messageRachat
               DISPLAY messageRachat line 13 col 2
               MOVE " " to messageRachat
               STRING "Valeur acquise apres rachat : " valeurApresRachatAffichee INTO messageRachat
               DISPLAY messageRachat line 14 col 2
               DISPLAY "1 - Confirmer le rachat    Autre touche - Abandonner" line 16 col 2
               move 0 to optionConfirmationRachat
               accept optionConfirmationRachat line 17 col 2
               if optionConfirmationRachat = 1
                   perform enregistrementRachat
               end-if
               move 0 to optionRachat
           end-if.

       enregistrementRachat.
           STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateRachat.
           move WS-CURRENT-YEAR to anneeRachat.
           multiply tauxPenaliteRachat by 100 giving tauxHistoriqueRachat.

      *    Un rachat total solde le contrat comme un reglement deces : plus de rachat ni de sinistre DC
           if typeRachat = 'T'
               EXEC sql
                 UPDATE contrats SET valeurAcquise = 0, contratRegle = 1, validite = 0
                 WHERE codeContrat = :contratCourant.codeContrat
               END-EXEC
           else
               EXEC sql
                 UPDATE contrats SET valeurAcquise = :valeurApresRachat
                 WHERE codeContrat = :contratCourant.codeContrat
               END-EXEC
           end-if.

           if SQLCODE >= 0
      *        paye a 0 : la ligne est reprise par la passe assurance vie d'EmissionVirements
               EXEC sql
                 INSERT INTO reglementsAssuranceVie (codeContrat, codeClient, somme, dateReglement, paye) VALUES
                   (:contratCourant.codeContrat, :codeSouscripteurRachat, :montantNetRachat, :tmpDateRachat, 0)
               END-EXEC
               EXEC sql
                 select newid() into :tmpCodeValeurRachat
               END-EXEC
               EXEC sql
                 INSERT INTO valeursAssuranceVie (codeValeur, codeContrat, dateValeur, anneeExercice, typeMouvement, montantMouvement, penalite, valeurApres, taux)
                 VALUES (:tmpCodeValeurRachat, :contratCourant.codeContrat, :tmpDateRachat, :anneeRachat, 'RAC', :montantBrutRachat, :penaliteRachat, :valeurApresRachat, :tauxHistoriqueRachat)
               END-EXEC

      *        Apres un rachat partiel, les sommes promises aux beneficiaires ne peuvent depasser la
      *        nouvelle valeur acquise : elles sont reduites au prorata si besoin
               if typeRachat <> 'T'
                   move 0 to totalPromisRachat
                   EXEC sql
                     select COALESCE(SUM(somme),0) into :totalPromisRachat from assurancesVie
                     where codeContrat = :contratCourant.codeContrat
                   END-EXEC
                   if totalPromisRachat > valeurApresRachat
                       EXEC sql
                         UPDATE assurancesVie SET somme = ROUND(somme * :valeurApresRachat / :totalPromisRachat, 2, 1)
                         WHERE codeContrat = :contratCourant.codeContrat
                       END-EXEC
                   end-if
               end-if

               DISPLAY "Rachat enregistre : net a verser au souscripteur. APPUYEZ SUR ENTREE" line 19 col 2
               accept optionConfirmationRachat
           else
               DISPLAY "Rachat non enregistre. APPUYEZ SUR ENTREE" line 19 col 2
               accept optionConfirmationRachat
           end-if.

       menuVisualisationContrats-fin.
           EXEC sql
             close CursorContrats
                       move 1 to expertiseRequiseSinistre
                   end-if

      *            Indicateurs de fraude : le score est pose sur le dossier des sa creation, et un
      *            dossier signale ne pourra etre approuve qu'apres levee du signalement
                   perform scoreFraudeSinistre

                   perform affectationGestionnaireSinistre

                   EXEC sql
                     INSERT INTO sinistres (codeSinistre, codeClient, codeContrat, typeSinistre, dateDuSinistre, prejudice, remboursable, statut, provision, expertiseRequise,
                       scoreFraude, fraudeSuspectee, gestionnaire, dateStatut) VALUES (:sinistreCourant.codeSinistre, :clientCourant.codeClient, :
                     contratCourant.codeContrat, :sinistreCourant.typeSinistre, :tmpDateCreaClient, :sinistreCourant.prejudice, :sinistreCourant.remboursable, :sinistreCourant.statut, :provisionSinistre, :expertiseRequiseSinistre,
                       :scoreFraude, :fraudeSuspectee, :gestionnaireSinistre, :tmpDateStatutSinistre)
                   END-EXEC

      *            On ffiche si tout s'est bien passé
                           perform creationPieceExpertise
                           DISPLAY "Prejudice au-dela du seuil : expertise requise, rapport d'expertise attendu." line 17 col 5
                       end-if
                       if nbIndicateursFraude > 0
                           move 1 to indiceIndicateur
                           perform enregistrementIndicateurFraude until indiceIndicateur > nbIndicateursFraude
                       end-if
                       if fraudeSuspectee = 1
                           DISPLAY "Indicateurs de fraude : dossier signale, approbation suspendue a la levee du signalement." line 16 col 5
                       end-if
                       perform messageAffectationSinistre
                       DISPLAY "Declaration enregistree au statut declare, en attente d'instruction. APPUYEZ SUR ENTREE" line 18 col 5
                       accept optionDeclaration
                       move 0 to optionDeclaration
                   end-if
               end-if.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Score de fraude du sinistre declare : sinistres a repetition du client sur douze mois,
      * sinistre survenu peu apres la signature du contrat ou peu apres la levee d'une suspension
      * pour impaye, IBAN du client partage avec un client d'un autre nom, prejudice MT/IA declare
      * juste sous le seuil d'expertise. Les dates en jours sont celles posees par la declaration
      * ou par la modification du sinistre.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       scoreFraudeSinistre.
           move 0 to scoreFraude.
           move 0 to fraudeSuspectee.
           move 0 to nbIndicateursFraude.

      *    Sinistres du client survenus dans les douze mois precedant celui-ci, hors le sinistre
      *    lui-meme lorsque le score est recalcule a sa modification
           subtract 365 from dateEnJours giving joursCalculFraude.
           move FUNCTION DATE-OF-INTEGER(joursCalculFraude) to dateFenetreFraudeAAAAMMJJ.
           STRING JJ of dateFenetreFraude "-" MM of dateFenetreFraude "-" AAAA of dateFenetreFraude INTO tmpDateFenetreFraude.
           move 0 to nbSinistresAnterieurs.
           EXEC sql
             select count(*) into :nbSinistresAnterieurs from sinistres
             where codeClient = :clientCourant.codeClient and codeSinistre <> :sinistreCourant.codeSinistre
             and dateDuSinistre >= :tmpDateFenetreFraude and dateDuSinistre <= :tmpDateCreaClient
           END-EXEC.
           if nbSinistresAnterieurs >= NbSinistresFraude12Mois
               move 'MUL' to codeIndicateurFraude
               move "Sinistres multiples sur douze mois" to libelleIndicateurFraude
               move PointsFraudeMultiples to pointsIndicateurFraude
               perform ajoutIndicateurFraude
           end-if.

      *    Sinistre survenu peu apres la signature du contrat
           subtract dateContratEnJours from dateEnJours giving joursCalculFraude.
           if joursCalculFraude < DelaiFraudeJours
               move 'SIG' to codeIndicateurFraude
               move "Sinistre peu apres la signature du contrat" to libelleIndicateurFraude
               move PointsFraudeSignature to pointsIndicateurFraude
               perform ajoutIndicateurFraude
           end-if.

      *    Sinistre survenu peu apres la levee d'une suspension de garanties pour impaye (date posee
      *    par RelancesImpayes a la levee)
           initialize dateLeveeSuspensionF.
           EXEC sql
             select COALESCE(YEAR(dateLeveeSuspension),0), COALESCE(MONTH(dateLeveeSuspension),0), COALESCE(DAY(dateLeveeSuspension),0)
             into :dateLeveeSuspensionF.AAAA, :dateLeveeSuspensionF.MM, :dateLeveeSuspensionF.JJ
             from contrats
             where codeContrat = :contratCourant.codeContrat
           END-EXEC.
           if SQLCODE = 0 AND AAAA of dateLeveeSuspensionF > 0
               STRING AAAA of dateLeveeSuspensionF MM of dateLeveeSuspensionF JJ of dateLeveeSuspensionF INTO leveeSuspensionAAAAMMJJ
               move FUNCTION INTEGER-OF-DATE(leveeSuspensionAAAAMMJJ) to leveeSuspensionEnJours
               if dateEnJours >= leveeSuspensionEnJours
                   subtract leveeSuspensionEnJours from dateEnJours giving joursCalculFraude
                   if joursCalculFraude < DelaiFraudeJours
                       move 'SUS' to codeIndicateurFraude
                       move "Sinistre peu apres la levee d'une suspension" to libelleIndicateurFraude
                       move PointsFraudeSuspension to pointsIndicateurFraude
                       perform ajoutIndicateurFraude
                   end-if
               end-if
           end-if.

      *    IBAN du client porte aussi par un client d'un autre nom
           move 0 to nbIbanPartages.
           EXEC sql
             select count(*) into :nbIbanPartages from clients c
             where c.codeClient <> :clientCourant.codeClient
             and exists (select 1 from clients d
                         where d.codeClient = :clientCourant.codeClient
                         and COALESCE(d.iban,'') <> '' and c.iban = d.iban and c.nom <> d.nom)
           END-EXEC.
           if nbIbanPartages > 0
               move 'IBA' to codeIndicateurFraude
               move "IBAN partage avec un client sans lien" to libelleIndicateurFraude
               move PointsFraudeIban to pointsIndicateurFraude
               perform ajoutIndicateurFraude
           end-if.

      *    Prejudice MT/IA declare juste sous le seuil d'expertise (dans la marge de parametrage) ;
      *    sans seuil d'expertise parametre, l'indicateur ne s'applique pas
           if (typeSinistre of sinistreCourant = 'MT' OR typeSinistre of sinistreCourant = 'IA') AND SeuilExpertise < 999999999
               compute seuilBasFraude = SeuilExpertise - (SeuilExpertise * MargeSeuilFraudePourcent / 100)
               if prejudice of sinistreCourant <= SeuilExpertise AND prejudice of sinistreCourant >= seuilBasFraude
                   move 'SEU' to codeIndicateurFraude
                   move "Prejudice juste sous le seuil d'expertise" to libelleIndicateurFraude
                   move PointsFraudeSeuil to pointsIndicateurFraude
                   perform ajoutIndicateurFraude
               end-if
           end-if.

           if scoreFraude >= SeuilScoreFraude
               move 1 to fraudeSuspectee
           end-if.

      *    Indicateur declenche : cumule au score et garde pour la trace apres creation du sinistre
       ajoutIndicateurFraude.
           add 1 to nbIndicateursFraude.
           move codeIndicateurFraude to codeIndicateurL of indicateurFraude(nbIndicateursFraude).
           move libelleIndicateurFraude to libelleIndicateurL of indicateurFraude(nbIndicateursFraude).
           move pointsIndicateurFraude to pointsIndicateurL of indicateurFraude(nbIndicateursFraude).
           add pointsIndicateurFraude to scoreFraude.

      *    Trace d'un indicateur declenche, lue par le rapport nocturne RapportFraude
       enregistrementIndicateurFraude.
           move codeIndicateurL of indicateurFraude(indiceIndicateur) to codeIndicateurFraude.
           move libelleIndicateurL of indicateurFraude(indiceIndicateur) to libelleIndicateurFraude.
           move pointsIndicateurL of indicateurFraude(indiceIndicateur) to pointsIndicateurFraude.
           STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateDetectionFraude.
           EXEC sql
             INSERT INTO indicateursFraude (codeSinistre, codeIndicateur, libelleIndicateur, points, dateDetection)
             VALUES (:sinistreCourant.codeSinistre, :codeIndicateurFraude, :libelleIndicateurFraude, :pointsIndicateurFraude, :tmpDateDetectionFraude)
           END-EXEC.
           add 1 to indiceIndicateur.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Pieces justificatives du dossier sinistre : semis des pieces requises selon le type a la
      * declaration, controle de completude avant tout reglement, et ecran de pointage des receptions
      *    Le deces est provisionne au total des sommes promises aux beneficiaires
           move totalSommeDC to provisionSinistre.

           perform affectationGestionnaireSinistre.

           EXEC sql
             INSERT INTO sinistres (codeSinistre, codeClient, codeContrat, typeSinistre, dateDuSinistre, prejudice, remboursable, statut, provision, gestionnaire, dateStatut)
             VALUES (:sinistreCourant.codeSinistre, :clientCourant.codeClient, :contratCourant.codeContrat, :sinistreCourant.typeSinistre,
             :tmpDateCreaClient, :sinistreCourant.prejudice, :sinistreCourant.remboursable, :sinistreCourant.statut, :provisionSinistre, :gestionnaireSinistre, :tmpDateStatutSinistre)
           END-EXEC.

           if SQLCODE >= 0
                   move provisionSinistre to montantMouvementProvision
                   perform enregistrementMouvementProvision
               end-if
               perform messageAffectationSinistre
               DISPLAY "Deces declare. Versements bloques jusqu'a reception de l'acte de deces. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionDeclaration
               move 0 to optionDeclaration
             WHERE codeContrat = :contratCourant.codeContrat
           END-EXEC.
           EXEC sql
             UPDATE sinistres SET statut = 'PA', provision = 0, dateStatut = :tmpDateCreaClient
             WHERE codeSinistre = :sinistreCourant.codeSinistre
           END-EXEC.
           if provisionSinistre > 0
               add 1 to tmpIndiceTab
           end-perform.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Affectation du nouveau dossier a tour de role : l'operateur eligible au plus petit rang
      * d'affectation (a egalite, le premier code) recoit le dossier, et son rang passe derriere celui
      * de tous les autres. Sans operateur eligible, le dossier reste sans gestionnaire et apparait
      * comme tel au rapport des delais, a reaffecter par un profil administration.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       affectationGestionnaireSinistre.
           STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateStatutSinistre.
           move spaces to gestionnaireSinistre.
           EXEC sql
             select top 1 codeOperateur into :gestionnaireSinistre from utilisateurs
             where profil >= 2 and COALESCE(affectationSinistres,1) = 1
             order by COALESCE(rangAffectation,0), codeOperateur
           END-EXEC.
           if SQLCODE = 0
               EXEC sql
                 UPDATE utilisateurs SET rangAffectation = (select COALESCE(MAX(rangAffectation),0) + 1 from utilisateurs)
                 WHERE codeOperateur = :gestionnaireSinistre
               END-EXEC
           else
               move spaces to gestionnaireSinistre
           end-if.

       messageAffectationSinistre.
           if gestionnaireSinistre = spaces
               DISPLAY "Aucun gestionnaire disponible : dossier a affecter." line 15 col 5
           else
               DISPLAY "Dossier affecte au gestionnaire " line 15 col 5
               DISPLAY gestionnaireSinistre line 15 col 37
           end-if.

       declarationSinistre-fin.
           continue.

                             select NEWID() into :tmpCodeContratAV
                           END-EXEC
                           EXEC sql
      *                      La valeur acquise part du capital assure ; revalorisee et diminuee des rachats ensuite
                             insert into contrats (codeContrat, codeClient, AV, dateSignature, capitalAssure, valeurAcquise)
                             VALUES (:tmpCodeContratAV, :assureVie.codeClientV, '1', :tmpDateCreaclient, :capitalAssureAssuranceVie, :capitalAssureAssuranceVie)
                           END-EXEC
                           if sqlcode >= 0 then
                               move 1 to tmpIndiceTab
               end-if
           end-if.

      *    Fractionnement du paiement : mensuel si rien n'est saisi, sinon annuel, semestriel,
      *    trimestriel ou mensuel
           if periodicite of contratCourant = space
               move 'M' to periodicite of contratCourant
           end-if.
           if periodicite of contratCourant <> 'A' AND periodicite of contratCourant <> 'S' AND periodicite of contratCourant <> 'T' AND periodicite of contratCourant <> 'M'
               DISPLAY "Paiement : A (annuel), S (semestriel), T (trimestriel) ou M (mensuel). APPUYEZ SUR ENTREE" line 19 col 5
               accept optionCreationContrat
               move 0 to contratOK
           end-if.

      *    Le code apporteur, s'il est renseigne, doit exister dans la table courtiers ; vide, le
      *    contrat est une affaire directe sans commission
           if codeCourtier of contratCourant <> spaces
               EXEC sql
      *        Les franchises d'origine sont conservees a part : elles servent de base de restitution au renouvellement
      *        du contrat, les colonnes FRxx etant consommees au fil des sinistres
                   INSERT INTO Contrats (codeContrat, codeClient, IT, PE, IA, MT, CH, FRIT, FRPE, FRIA, FRMT, FRCH, FRITOrigine, FRPEOrigine, FRIAOrigine, FRMTOrigine, FRCHOrigine, prime, dateSignature, codeCourtier,
                     periodicite)
                   VALUES (:contratCourant.codeContrat, :clientCourant.codeClient, :contratCourant.sinistresCouverts.IT, :contratCourant.sinistresCouverts.PE, :contratCourant.sinistresCouverts.IA, :contratCourant.sinistresCouverts.MT,
                   :contratCourant.sinistresCouverts.CHM, :contratCourant.franchise.FRIT, :contratCourant.franchise.FRPE, :contratCourant.franchise.FRIA, :contratCourant.franchise.FRMT, :contratCourant.franchise.FRCH,
                   :contratCourant.franchise.FRIT, :contratCourant.franchise.FRPE, :contratCourant.franchise.FRIA, :contratCourant.franchise.FRMT, :contratCourant.franchise.FRCH, :contratCourant.prime, :tmpDateCreaClient, :contratCourant.codeCourtier,
                   :contratCourant.periodicite)
               END-EXEC

      *        Affichage du résultat, pour savoir si le contrat a bien été créé
               perform refusProfil
               move 0 to optionModificationContrat
           end-if.
      *    Le code apporteur et le fractionnement ne sont pas portes par la liste de recherche : on les
      *    recharge depuis la base avant d'afficher l'ecran, sinon la validation les ecraserait
           EXEC sql
             select COALESCE(codeCourtier,''), COALESCE(periodicite,'M')
             into :contratCourant.codeCourtier, :contratCourant.periodicite
             from contrats
             where codeContrat = :contratCourant.codeContrat
           END-EXEC.
                     where codeCourtier = :contratCourant.codeCourtier
                   END-EXEC
               end-if
      *        Le fractionnement change a la prochaine facturation : la periode deja quittancee reste
      *        acquise, FacturationPrimes n'appelle que les mois non encore couverts
               if periodicite of contratCourant = space
                   move 'M' to periodicite of contratCourant
               end-if
               if periodicite of contratCourant <> 'A' AND periodicite of contratCourant <> 'S' AND periodicite of contratCourant <> 'T' AND periodicite of contratCourant <> 'M'
                   move 0 to nbCourtiersTrouves
                   DISPLAY "Paiement : A (annuel), S (semestriel), T (trimestriel) ou M (mensuel). APPUYEZ SUR ENTREE" line 18 col 5
                   accept optionModificationContrat
                   move 1 to optionModificationContrat
               else if nbCourtiersTrouves = 0
                   DISPLAY "Code apporteur inconnu. APPUYEZ SUR ENTREE" line 18 col 5
                   accept optionModificationContrat
                   move 1 to optionModificationContrat
                   move corresponding sinistresCouvertsRelu to sinistresCouverts of contratCourant
                   move corresponding franchiseRelu to franchise of contratCourant
                   move primeRelu of contratRelu to prime of contratCourant
                   move periodiciteRelu of contratRelu to periodicite of contratCourant
                   perform modificationContrat-avantImage
                   DISPLAY "Contrat modifie entre-temps par un autre operateur : valeurs rechargees. APPUYEZ SUR ENTREE" line 18 col 5
                   accept optionModificationContrat
                       FRMT = :contratCourant.FRMT,
                       FRCH = :contratCourant.FRCH,
                       prime = :contratCourant.prime,
                       codeCourtier = :contratCourant.codeCourtier,
                       periodicite = :contratCourant.periodicite
               where codeContrat = :contratCourant.codeContrat
               END-EXEC
               if SQLCODE >= 0
               end-if
               end-if
               end-if
               end-if
           else
               if optionModificationContrat = 2 OR optionModificationContrat = 0
                   move 0 to optionModificationContrat
           move corresponding sinistresCouverts of contratCourant to sinistresCouvertsAvant of contratAvantModif.
           move corresponding franchise of contratCourant to franchiseAvant of contratAvantModif.
           move prime of contratCourant to primeAvant of contratAvantModif.
           move periodicite of contratCourant to periodiciteAvant of contratAvantModif.

      *    Relecture de la ligne contrat et comparaison champ a champ avec l'image d'avant modification
       controleConcurrenceContrat.
           move 0 to modifieParAilleurs.
           initialize contratRelu.
           EXEC sql
             select IT, PE, IA, MT, CH, FRIT, FRPE, FRIA, FRMT, FRCH, COALESCE(prime,0), COALESCE(periodicite,'M')
             into :contratRelu.sinistresCouvertsRelu.IT, :contratRelu.sinistresCouvertsRelu.PE, :contratRelu.sinistresCouvertsRelu.IA, :contratRelu.sinistresCouvertsRelu.MT, :contratRelu.sinistresCouvertsRelu.CHM,
             :contratRelu.franchiseRelu.FRIT, :contratRelu.franchiseRelu.FRPE, :contratRelu.franchiseRelu.FRIA, :contratRelu.franchiseRelu.FRMT, :contratRelu.franchiseRelu.FRCH, :contratRelu.primeRelu,
             :contratRelu.periodiciteRelu
             from contrats
             where codeContrat = :contratCourant.codeContrat
           END-EXEC.
               if sinistresCouvertsRelu of contratRelu <> sinistresCouvertsAvant of contratAvantModif
                 OR franchiseRelu of contratRelu <> franchiseAvant of contratAvantModif
                 OR primeRelu of contratRelu <> primeAvant of contratAvantModif
                 OR periodiciteRelu of contratRelu <> periodiciteAvant of contratAvantModif
                   move 1 to modifieParAilleurs
               end-if
           end-if.
                           perform creationPiecesSinistre
                           move typeSinistre of sinistreCourant to typeSinistreAvantModif
                       end-if
                       perform rescoreFraudeSinistre
                       DISPLAY "Modification du sinistre effectuee. APPUYEZ SUR ENTREE" line 18 col 5
                       accept optionModificationSinistre
                       move 0 to optionModificationSinistre
       modificationSinistre-fin.
           continue.

      *    Recalcul du score de fraude apres correction du type, de la date ou du prejudice, pour
      *    qu'une declaration corrigee apres coup ne se soustraie pas au signalement : les
      *    indicateurs traces sont remplaces par ceux du recalcul. Un signalement deja leve par un
      *    profil administration n'est pas repose, seul le score est mis a jour
       rescoreFraudeSinistre.
           move refCodeClient of sinistreCourant to codeClient of clientCourant.
           perform scoreFraudeSinistre.

           move 0 to nbLeveesFraude.
           EXEC sql
             select count(*) into :nbLeveesFraude from sinistres
             where codeSinistre = :sinistreCourant.codeSinistre and COALESCE(operateurLeveeFraude,'') <> ''
           END-EXEC.
           if nbLeveesFraude > 0
               move 0 to fraudeSuspectee
           end-if.

           EXEC sql
             delete from indicateursFraude where codeSinistre = :sinistreCourant.codeSinistre
           END-EXEC.
           if nbIndicateursFraude > 0
               move 1 to indiceIndicateur
               perform enregistrementIndicateurFraude until indiceIndicateur > nbIndicateursFraude
           end-if.
           EXEC sql
             UPDATE sinistres SET scoreFraude = :scoreFraude, fraudeSuspectee = :fraudeSuspectee
             WHERE codeSinistre = :sinistreCourant.codeSinistre
           END-EXEC.
           if fraudeSuspectee = 1
               DISPLAY "Indicateurs de fraude : dossier signale, approbation suspendue a la levee du signalement." line 16 col 5
           end-if.


      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Création de client
           if optionCreationClient = 1 AND nom of clientCourant <> '' AND prenom of clientCourant <> '' AND adresse of clientCourant <> '' AND codePostal of clientCourant <> '' AND ville of clientCourant <> '' AND (JJ of dateNaissance of clientCourant >=
             1 AND JJ of dateNaissance of clientCourant <= 31) AND (MM of dateNaissance of clientCourant >= 1 AND MM of dateNaissance of clientCourant <= 12) AND (AAAA of dateNaissance of clientCourant >= 1900 AND AAAA of dateNaissance of clientCourant <=
             WS-CURRENT-YEAR) then
               perform controleCoordonneesClient
               if messageCoordonnees <> spaces
                   Display messageCoordonnees line 18 col 5
                   accept optionCreationClient
                   move 1 to optionCreationClient
               else
                   STRING JJ of dateNaissance of clientCourant "-" MM of dateNaissance of clientCourant "-" AAAA of dateNaissance of clientCourant INTO tmpDateCreaClient

      *            Un client est considere comme un doublon probable quand le nom, le prenom et la date de naissance sont tous identiques
                   move 0 to nbClientsSimilaires
                   EXEC sql
                     select count(*) into :nbClientsSimilaires from clients
                     where nom = :clientCourant.nom and prenom = :clientCourant.prenom and dateNaissance = :tmpDateCreaClient
                   END-EXEC

                   move 1 to optionConfirmationDoublon
                   if nbClientsSimilaires > 0
                       EXEC sql
                         select codeClient into :codeClientDoublon from clients
                         where nom = :clientCourant.nom and prenom = :clientCourant.prenom and dateNaissance = :tmpDateCreaClient
                       END-EXEC
                       Display "Un client avec ce nom, prenom et cette date de naissance existe deja : code " line 18 col 5
                       Display codeClientDoublon line 19 col 5
                       Display "1 - Creer tout de meme un nouveau client    Autre touche - Annuler" line 20 col 5
                       accept optionConfirmationDoublon line 21 col 5
                   end-if

                   if optionConfirmationDoublon = 1
                       EXEC SQL
                           select newid() into :clientCourant.codeClient
                       END-EXEC
                       EXEC sql
                         INSERT INTO Clients (CodeClient, nom, prenom, dateNaissance, adresse, codePostal, ville, iban, bic)
                         VALUES (:clientCourant.codeClient, :clientCourant.nom, :clientCourant.prenom, :tmpDateCreaClient, :clientCourant.adresse, :clientCourant.codePostal, :clientCourant.ville, :clientCourant.iban, :clientCourant.bic)
                       END-EXEC
                       if SQLCODE >= 0
                           Display
                           "Creation du client reussie. APPUYEZ SUR ENTREE" line 18 col 5
                           accept optionCreationClient
                           move 0 to optionCreationClient
                       else
                           Display "Creation du client echouee. APPUYEZ SUR ENTREE" line 18 col 5
                           accept optionCreationClient
                           move 1 to optionCreationClient
                       end-if
                   else
      *                On recharge le client existant depuis la base : clientCourant contient encore la saisie refusee, pas les donnees reelles du doublon
                       EXEC sql
                         select codeClient, nom, prenom, DAY(dateNaissance), MONTH(dateNaissance), YEAR(dateNaissance), adresse, codePostal, ville
                         into :clientCourant.codeClient, :clientCourant.nom, :clientCourant.prenom, :clientCourant.dateNaissance.JJ, :clientCourant.dateNaissance.MM,
                         :clientCourant.dateNaissance.AAAA, :clientCourant.adresse, :clientCourant.codePostal, :clientCourant.ville
                         from clients
                         where codeClient = :codeClientDoublon
                       END-EXEC
                       Display "Creation annulee, client existant conserve. APPUYEZ SUR ENTREE" line 18 col 5
                       accept optionCreationClient
                       move 0 to optionCreationClient
                   end-if
               end-if

           else
                   accept optionCreationClient
                   move 1 to optionCreationClient
               else
               perform controleCoordonneesClient
               if messageCoordonnees <> spaces
                   Display messageCoordonnees line 18 col 5
                   accept optionCreationClient
                   move 1 to optionCreationClient
               else
                   STRING JJ of dateNaissance of clientCourant "-" MM of dateNaissance of clientCourant "-" AAAA of dateNaissance of clientCourant INTO tmpDateCreaClient
      *            La validation de l'ecran leve le marquage ibanInvalide pose par le traitement des
      *            rejets de virements (RetourVirements) : des coordonnees validees par l'operateur sont
      *            reputees bonnes, le paiement en attente repartira a la prochaine passe d'emission
                   EXEC sql
                       UPDATE clients
                       set nom = :clientCourant.nom,
                           prenom = :clientCourant.prenom,
                           dateNaissance = :tmpDateCreaClient,
                           adresse = :clientCourant.adresse,
                           codePostal = :clientCourant.codePostal,
                           ville = :clientCourant.ville,
                           iban = :clientCourant.iban,
                           bic = :clientCourant.bic,
                           ibanInvalide = 0
                       where codeClient = :clientCourant.codeClient
                   END-EXEC
                   if SQLCODE >= 0
      *                Historique d'audit : on conserve l'etat avant/apres avec la date et l'heure de la modification
                       STRING JJ of dateNaissanceAvant of clientAvantModif "-" MM of dateNaissanceAvant of clientAvantModif "-" AAAA of dateNaissanceAvant of clientAvantModif INTO tmpDateNaissanceAvant
                       STRING jour of DateSysteme "-" Mois of DateSysteme "-" Annee of DateSysteme INTO tmpDateAuditModif
                       accept heureAuditModif FROM TIME
                       EXEC sql
                         insert into auditClients (codeClient, dateModif, heureModif, codeOperateur, nomAvant, prenomAvant, dateNaissanceAvant, adresseAvant, codePostalAvant, villeAvant,
                           nomApres, prenomApres, dateNaissanceApres, adresseApres, codePostalApres, villeApres)
                         VALUES (:clientCourant.codeClient, :tmpDateAuditModif, :heureAuditModif, :operateurCourant,
                           :clientAvantModif.nomAvant, :clientAvantModif.prenomAvant, :tmpDateNaissanceAvant, :clientAvantModif.adresseAvant, :clientAvantModif.codePostalAvant, :clientAvantModif.villeAvant,
                           :clientCourant.nom, :clientCourant.prenom, :tmpDateCreaClient, :clientCourant.adresse, :clientCourant.codePostal, :clientCourant.ville)
                       END-EXEC
      *                La modification du client est deja faite et validee ; on signale simplement si l'historique d'audit n'a pas pu etre ecrit, sans annuler la modification
                       if SQLCODE < 0
                           DISPLAY "Attention : l'historique d'audit du client n'a pas pu etre enregistre." line 17 col 5
                       end-if
      *                Une nouvelle adresse leve le signalement NPAI : les courriers des traitements de nuit
      *                reprennent des leur prochaine passe
                       if adresse of clientCourant <> adresseAvant of clientAvantModif OR codePostal of clientCourant <> codePostalAvant of clientAvantModif
                         OR ville of clientCourant <> villeAvant of clientAvantModif
                           EXEC sql
                             UPDATE clients SET npai = 0, dateNpai = NULL
                             WHERE codeClient = :clientCourant.codeClient
                           END-EXEC
                       end-if
                       Display "Modification du client reussie. APPUYEZ SUR ENTREE." line 18 col 5
                       accept optionCreationClient
                       move 0 to optionCreationClient
                   else
                       Display "Modification du client echouee. APPUYEZ SUR ENTREE." line 18 col 5
                       accept optionCreationClient
                       move 1 to optionCreationClient
                   end-if
               end-if
               end-if
           else

       modificationClient-fin.
           continue.

      *    Controle de l'IBAN, du BIC et du code postal saisis, a la creation comme a la modification
      *    du client. IBAN et BIC restent facultatifs ; bons, ils sont enregistres compactes et en
      *    majuscules, tels qu'ils partent dans les fichiers de virements et de prelevements
       controleCoordonneesClient.
           move spaces to messageCoordonnees.
           if iban of clientCourant <> spaces
               move iban of clientCourant to ibanControle
               perform controleIban
               if resultatIban = 'IBAN-CLE'
                   move "IBAN invalide : cle de controle fausse. APPUYEZ SUR ENTREE" to messageCoordonnees
               else
                   if resultatIban <> spaces
                       move "IBAN invalide : format incorrect. APPUYEZ SUR ENTREE" to messageCoordonnees
                   else
                       move ibanCompacte to iban of clientCourant
                   end-if
               end-if
           end-if.
           if messageCoordonnees = spaces AND bic of clientCourant <> spaces
               move bic of clientCourant to bicControle
               perform controleBic
               if resultatBic <> spaces
                   move "BIC invalide : 8 ou 11 lettres et chiffres attendus. APPUYEZ SUR ENTREE" to messageCoordonnees
               else
                   move bicControle to bic of clientCourant
               end-if
           end-if.
           if messageCoordonnees = spaces
               move 0 to nbCodesPostauxRef
               EXEC sql
                 select count(*) into :nbCodesPostauxRef from codesPostaux
               END-EXEC
               move codePostal of clientCourant to codePostalControle
               move ville of clientCourant to villeControle
               perform controleAdressePostale
               if resultatAdresse = 'CP-INCONNU'
                   move "Code postal inconnu du fichier des codes postaux. APPUYEZ SUR ENTREE" to messageCoordonnees
               else
                   if resultatAdresse = 'CP-VILLE'
                       move "La ville ne correspond pas au code postal. APPUYEZ SUR ENTREE" to messageCoordonnees
                   end-if
               end-if
           end-if.

      *    Un mandat actif fait prelever le compte du client : son IBAN doit etre renseigne et valide
      *    et son BIC, s'il est donne, bien forme. Un IBAN rejete par la banque (ibanInvalide, pose par
      *    RetourVirements) est refuse aussi, jusqu'a sa correction dans modificationClient
       controleCoordonneesMandat.
           move spaces to messageCoordonnees.
           if actifMandat of mandatCourant = 1
               move spaces to ibanControle
               move spaces to bicControle
               move 0 to ibanRejeteBanque
               EXEC sql
                 select COALESCE(iban,''), COALESCE(bic,''), COALESCE(ibanInvalide,0)
                 into :ibanControle, :bicControle, :ibanRejeteBanque
                 from clients
                 where codeClient = :clientCourant.codeClient
               END-EXEC
               if ibanControle = spaces
                   move "Mandat actif refuse : le client n'a pas d'IBAN. APPUYEZ SUR ENTREE" to messageCoordonnees
               else
                   perform controleIban
                   if resultatIban <> spaces OR ibanRejeteBanque = 1
                       move "Mandat actif refuse : IBAN du client invalide. APPUYEZ SUR ENTREE" to messageCoordonnees
                   else
                       if bicControle <> spaces
                           perform controleBic
                           if resultatBic <> spaces
                               move "Mandat actif refuse : BIC du client invalide. APPUYEZ SUR ENTREE" to messageCoordonnees
                           end-if
                       end-if
                   end-if
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
      * Visualiation liste des clients
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
               perform modificationClient
           else if optionDetailClient = 2
               perform mandatPrelevement
           else if optionDetailClient = 3
               perform consultationCorrespondances
           else if optionDetailClient = 4
               perform releveCompteClient
           else if optionDetailClient = 5
               perform reclamationsClient
           else
               continue
           end-if.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Registre des correspondances du client : avis d'echeance, propositions de renouvellement,
      * lettres de relance et attestations annuelles inscrits par les traitements de nuit, du plus
      * recent au plus ancien. Un courrier revenu (NPAI) s'enregistre depuis cet ecran : les
      * traitements cessent alors d'ecrire a cette adresse jusqu'a ce que modificationClient la
      * change.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       consultationCorrespondances.
           perform chargementCorrespondances.
           move 1 to pageCouranteCorr.
           divide tailleTabCorr BY 9 GIVING pagesTotalesCorr.
           add 1 to pagesTotalesCorr.
           move spaces to optionCorrespondances.
           perform listeCorrespondancesClient until optionCorrespondances = '0'.
           move 1 to option.

      *    Etat NPAI du client et chargement de ses courriers dans listeCorrespondances (50 au plus,
      *    avec avertissement au-dela)
       chargementCorrespondances.
           move 0 to npaiClient.
           initialize dateNpaiClient.
           EXEC sql
             select COALESCE(npai,0), COALESCE(DAY(dateNpai),0), COALESCE(MONTH(dateNpai),0), COALESCE(YEAR(dateNpai),0)
             into :npaiClient, :dateNpaiClient.JJ, :dateNpaiClient.MM, :dateNpaiClient.AAAA
             from clients
             where codeClient = :clientCourant.codeClient
           END-EXEC.

           move 0 to nbCorrespondancesTrouvees.
           EXEC sql
             select count(*) into :nbCorrespondancesTrouvees from correspondances
             where codeClient = :clientCourant.codeClient
           END-EXEC.

           EXEC sql
             declare CursorCorrespondances cursor for
             select typeCourrier, DAY(dateEnvoi), MONTH(dateEnvoi), YEAR(dateEnvoi), COALESCE(codeContrat,''), COALESCE(resume,'')
             from correspondances
             where codeClient = :clientCourant.codeClient
             order by dateEnvoi desc
           END-EXEC.
           EXEC sql
             open CursorCorrespondances
           END-EXEC.

           move 1 to indiceTabCorr.
           move 0 to tailleTabCorr.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0 OR tailleTabCorr >= 50
               EXEC sql
                 fetch CursorCorrespondances into :correspondanceCourante.typeCourrierC, :correspondanceCourante.dateEnvoiC.JJ, :correspondanceCourante.dateEnvoiC.MM,
                      :correspondanceCourante.dateEnvoiC.AAAA, :correspondanceCourante.codeContratCorrC, :correspondanceCourante.resumeCorrC
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   move typeCourrierC to typeCourrierL(indiceTabCorr)
                   move corresponding dateEnvoiC to dateEnvoiL(indiceTabCorr)
                   move codeContratCorrC to codeContratCorrL(indiceTabCorr)
                   move resumeCorrC to resumeCorrL(indiceTabCorr)
                   add 1 to indiceTabCorr
                   add 1 to tailleTabCorr
               end-if
           end-perform.
           EXEC sql
             close CursorCorrespondances
           END-EXEC.

           if nbCorrespondancesTrouvees > 50
               STRING "Affichage des 50 plus recents sur " nbCorrespondancesTrouvees " courriers. ENTREE" INTO messageCapaciteDepassee
               Display messageCapaciteDepassee line 18 col 5
               accept optionPauseCapacite line 19 col 5
           end-if.

      *    Affichage d'une page du registre et traitement de l'option saisie
       listeCorrespondancesClient.
           display menu-Liste-correspondances.

           move 8 to NoLigneCorr.
           subtract 1 from pageCouranteCorr GIVING tmpPageCorr.
           multiply 9 by tmpPageCorr GIVING tmpPageCorr.
           add 1 to tmpPageCorr GIVING indiceTabCorr.
           perform until NoLigneCorr = 17 OR indiceTabCorr > tailleTabCorr
               move codeContratCorrL(indiceTabCorr) to tmpCodeContrat
               move resumeCorrL(indiceTabCorr) to resumeCorrAffiche
               subtract 7 FROM NoLigneCorr GIVING NoLigneVisibleCorr
               move spaces to resCorrespondance
               STRING NoLigneVisibleCorr "  " typeCourrierL(indiceTabCorr) " " JJ of dateEnvoiL(indiceTabCorr) "/" MM of dateEnvoiL(indiceTabCorr) "/" AAAA of dateEnvoiL(indiceTabCorr) "  "
                 tmpCodeContrat "  " resumeCorrAffiche INTO resCorrespondance
               DISPLAY resCorrespondance line NoLigneCorr col 1
               add 1 to indiceTabCorr
               add 1 to NoLigneCorr
           end-perform.
           if tailleTabCorr = 0
               DISPLAY "Aucun courrier enregistre pour ce client." line 8 col 5
           end-if.

           move spaces to optionCorrespondances.
           accept optionCorrespondances line 18 col 15.

           if optionCorrespondances = 's'
               if pageCouranteCorr < pagesTotalesCorr
                   add 1 to pageCouranteCorr
               end-if
               move spaces to optionCorrespondances
           else if optionCorrespondances = 'n'
               perform enregistrementNpai
               move spaces to optionCorrespondances
           else if optionCorrespondances > '0' AND optionCorrespondances <= '9'
               subtract 1 from pageCouranteCorr GIVING tmpPageCorr
               multiply 9 by tmpPageCorr GIVING tmpPageCorr
               move FUNCTION NUMVAL (optionCorrespondances) to indiceSelectionCorr
               add tmpPageCorr to indiceSelectionCorr
               if indiceSelectionCorr <= tailleTabCorr
      *            Detail du courrier : contrat concerne et resume complet, sur la zone des options
                   move resumeCorrL(indiceSelectionCorr) to resumeCorrDetail
                   DISPLAY "                                                                    " line 21 col 5
                   DISPLAY "                                                                    " line 22 col 5
                   DISPLAY "Contrat : " line 21 col 5
                   DISPLAY codeContratCorrL(indiceSelectionCorr) line 21 col 15
                   DISPLAY resumeCorrLigne1 line 22 col 5
                   DISPLAY resumeCorrLigne2 line 23 col 5
                   DISPLAY "APPUYEZ SUR ENTREE" line 19 col 5
                   accept optionPauseCapacite line 19 col 24
               end-if
               move spaces to optionCorrespondances
           else
               if optionCorrespondances <> '0'
                   move spaces to optionCorrespondances
               end-if
           end-if.

      *    Courrier revenu avec la mention NPAI : le client est signale, les traitements de nuit ne
      *    lui ecrivent plus jusqu'a ce qu'une nouvelle adresse soit saisie (modificationClient)
       enregistrementNpai.
           if profilOperateur < 2
               perform refusProfil
           else if npaiClient = 1
               DISPLAY "Client deja signale NPAI. APPUYEZ SUR ENTREE" line 19 col 5
               accept optionPauseCapacite line 19 col 50
           else
               STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateNpai
               EXEC sql
                 UPDATE clients SET npai = 1, dateNpai = :tmpDateNpai
                 WHERE codeClient = :clientCourant.codeClient
               END-EXEC
               if SQLCODE >= 0
                   move 1 to npaiClient
                   move jour of DateSysteme to JJ of dateNpaiClient
                   move Mois of DateSysteme to MM of dateNpaiClient
                   move WS-CURRENT-YEAR to AAAA of dateNpaiClient
                   DISPLAY "NPAI enregistre : envois suspendus jusqu'au changement d'adresse. ENTREE" line 19 col 5
               else
                   DISPLAY "Enregistrement NPAI echoue. APPUYEZ SUR ENTREE" line 19 col 5
               end-if
               accept optionPauseCapacite line 19 col 5
           end-if.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Releve de compte du client : toutes les operations de son compte dans l'ordre des dates,
      * quittances appelees au debit, encaissements et ristournes au credit, avec le solde apres
      * chaque operation et le montant du a ce jour. Un prelevement rejete apres son passage au
      * journal comptable reste au credit a sa date d'origine et l'impaye est porte au debit a la
      * date du rejet. Le releve s'imprime a la demande dans RELEVES-COMPTE.TXT, au format des
      * courriers, et l'envoi est inscrit au registre des correspondances.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       releveCompteClient.
           perform chargementReleveCompte.
           move 1 to pageCouranteReleve.
           divide tailleTabReleve BY 9 GIVING pagesTotalesReleve.
           add 1 to pagesTotalesReleve.
           move soldeReleve to montantAEditer.
           perform editionMontant.
           move montantEdite to montantDuEdite.
           move spaces to optionReleve.
           perform affichageReleveCompte until optionReleve = '0'.
           move 1 to option.

      *    Les operations sont lues deux fois : un premier passage les compte pour savoir combien
      *    d'anciennes operations cumuler en solde reporte, le second charge le tableau
       chargementReleveCompte.
           move 0 to npaiClient.
           EXEC sql
             select COALESCE(npai,0) into :npaiClient from clients
             where codeClient = :clientCourant.codeClient
           END-EXEC.

           EXEC sql
             declare CursorReleveCompte cursor for
             select DAY(o.dateOperation), MONTH(o.dateOperation), YEAR(o.dateOperation), o.libelle, o.codeContrat, o.debit, o.credit
             from (
               select q.dateEmission as dateOperation, 1 as ordre, 'APPEL DE PRIME' as libelle, COALESCE(q.codeContrat,'') as codeContrat, q.montant as debit, 0 as credit
               from quittances q
               where q.codeClient = :clientCourant.codeClient
               union all
               select e.dateEncaissement, 2, case e.codeOperateur when 'SEPA' then 'PRELEVEMENT SEPA' when 'RELEVE' then 'VIREMENT RECU' else 'ENCAISSEMENT GUICHET' end,
                 COALESCE(e.codeContrat,''), 0, e.montant
               from encaissements e
               where e.codeClient = :clientCourant.codeClient
               union all
               select COALESCE(x.dateEncaissement, x.dateExtourne), 2, 'PRELEVEMENT SEPA', COALESCE(x.codeContrat,''), 0, x.montant
               from extournesEncaissements x, quittances q
               where q.codeQuittance = x.codeQuittance and q.codeClient = :clientCourant.codeClient
               union all
               select x.dateExtourne, 3, 'PRELEVEMENT REJETE', COALESCE(x.codeContrat,''), x.montant, 0
               from extournesEncaissements x, quittances q
               where q.codeQuittance = x.codeQuittance and q.codeClient = :clientCourant.codeClient
               union all
               select r.dateCalcul, 4, 'RISTOURNE', COALESCE(r.codeContrat,''), 0, r.montant
               from ristournes r
               where r.codeClient = :clientCourant.codeClient
               union all
               select r.dateEmissionPaiement, 5, 'REMBOURST RISTOURNE', COALESCE(r.codeContrat,''), r.montant, 0
               from ristournes r
               where r.codeClient = :clientCourant.codeClient and r.paye = 1 and r.dateEmissionPaiement is not null
             ) o
             order by o.dateOperation, o.ordre
           END-EXEC.

           move 0 to nbOperationsReleve.
           EXEC sql
             open CursorReleveCompte
           END-EXEC.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorReleveCompte into :operationReleveCourante.dateOperationC.JJ, :operationReleveCourante.dateOperationC.MM, :operationReleveCourante.dateOperationC.AAAA,
                      :operationReleveCourante.libelleOperationC, :operationReleveCourante.codeContratReleveC, :operationReleveCourante.debitC, :operationReleveCourante.creditC
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   add 1 to nbOperationsReleve
               end-if
           end-perform.
           EXEC sql
             close CursorReleveCompte
           END-EXEC.

           move 0 to nbOperationsReportees.
           if nbOperationsReleve > 200
               subtract 199 from nbOperationsReleve GIVING nbOperationsReportees
           end-if.

           move 0 to soldeReleve.
           move 0 to tailleTabReleve.
           move 0 to nbOperationsLues.
           EXEC sql
             open CursorReleveCompte
           END-EXEC.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorReleveCompte into :operationReleveCourante.dateOperationC.JJ, :operationReleveCourante.dateOperationC.MM, :operationReleveCourante.dateOperationC.AAAA,
                      :operationReleveCourante.libelleOperationC, :operationReleveCourante.codeContratReleveC, :operationReleveCourante.debitC, :operationReleveCourante.creditC
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   add 1 to nbOperationsLues
                   add debitC to soldeReleve
                   subtract creditC from soldeReleve
      *            Operations anciennes cumulees sur la premiere ligne, datee de la derniere d'entre elles
                   if nbOperationsLues <= nbOperationsReportees
                       move 1 to tailleTabReleve
                       move corresponding dateOperationC to dateOperationL(1)
                       move "SOLDE REPORTE" to libelleOperationL(1)
                       move spaces to codeContratReleveL(1)
                       move 0 to debitL(1)
                       move 0 to creditL(1)
                       move soldeReleve to soldeL(1)
                   else if tailleTabReleve < 200
                       add 1 to tailleTabReleve
                       move corresponding dateOperationC to dateOperationL(tailleTabReleve)
                       move libelleOperationC to libelleOperationL(tailleTabReleve)
                       move codeContratReleveC to codeContratReleveL(tailleTabReleve)
                       move debitC to debitL(tailleTabReleve)
                       move creditC to creditL(tailleTabReleve)
                       move soldeReleve to soldeL(tailleTabReleve)
                   end-if
                   end-if
               end-if
           end-perform.
           EXEC sql
             close CursorReleveCompte
           END-EXEC.

           if nbOperationsReportees > 0
               move " " to messageCapaciteDepassee
               STRING "Les " nbOperationsReportees " plus anciennes operations sont cumulees en solde reporte. ENTREE" INTO messageCapaciteDepassee
               Display messageCapaciteDepassee line 18 col 5
               accept optionPauseCapacite line 19 col 5
           end-if.

      *    Affichage d'une page du releve et traitement de l'option saisie
       affichageReleveCompte.
           display menu-releve-compte.

           move 8 to NoLigneReleve.
           subtract 1 from pageCouranteReleve GIVING tmpPageReleve.
           multiply 9 by tmpPageReleve GIVING tmpPageReleve.
           add 1 to tmpPageReleve GIVING indiceTabReleve.
           perform until NoLigneReleve = 17 OR indiceTabReleve > tailleTabReleve
               perform preparationLigneReleve
               DISPLAY resReleve line NoLigneReleve col 1
               add 1 to indiceTabReleve
               add 1 to NoLigneReleve
           end-perform.
           if tailleTabReleve = 0
               DISPLAY "Aucune operation enregistree pour ce client." line 8 col 5
           end-if.

           move spaces to optionReleve.
           accept optionReleve line 18 col 15.

           if optionReleve = 's'
               if pageCouranteReleve < pagesTotalesReleve
                   add 1 to pageCouranteReleve
               end-if
               move spaces to optionReleve
           else if optionReleve = 'i'
               perform editionReleveCompte
               move spaces to optionReleve
           else
               if optionReleve <> '0'
                   move spaces to optionReleve
               end-if
           end-if.

      *    Ligne d'operation indiceTabReleve mise en forme dans resReleve (ecran et impression) ;
      *    debit et credit a blanc quand ils sont nuls
       preparationLigneReleve.
           move codeContratReleveL(indiceTabReleve) to tmpCodeContrat.
           move spaces to debitEdite.
           move spaces to creditEdite.
           if debitL(indiceTabReleve) > 0
               move debitL(indiceTabReleve) to montantAEditer
               perform editionMontant
               move montantEdite to debitEdite
           end-if.
           if creditL(indiceTabReleve) > 0
               move creditL(indiceTabReleve) to montantAEditer
               perform editionMontant
               move montantEdite to creditEdite
           end-if.
           move soldeL(indiceTabReleve) to montantAEditer.
           perform editionMontant.
           move montantEdite to soldeEdite.
           move spaces to resReleve.
           STRING JJ of dateOperationL(indiceTabReleve) "/" MM of dateOperationL(indiceTabReleve) "/" AAAA of dateOperationL(indiceTabReleve) " "
             libelleOperationL(indiceTabReleve) " " tmpCodeContrat " " debitEdite " " creditEdite " " soldeEdite INTO resReleve.

       editionMontant.
           if montantAEditer < 0
               move "-" to signeEdite
           else
               move " " to signeEdite
           end-if.
           multiply montantAEditer by 100 giving montantTravail.
           divide montantTravail by 100 giving entierEdite remainder centimesEdite.

      *    Impression du releve au format des courriers. Un client signale NPAI ne recoit plus de
      *    courrier tant que son adresse n'a pas ete changee : le releve n'est pas edite.
       editionReleveCompte.
           if npaiClient = 1
               DISPLAY "Client NPAI : releve non edite avant changement d'adresse. ENTREE" line 19 col 5
               accept optionPauseCapacite line 19 col 5
           else
               OPEN OUTPUT FichierReleves
               move " " to LigneReleve
               STRING "RELEVE DE COMPTE CLIENT - EDITION DU " jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR INTO LigneReleve
               WRITE LigneReleve
               MOVE " " to LigneReleve
               WRITE LigneReleve
               MOVE "--------------------------------------------------------------------------------" to LigneReleve
               WRITE LigneReleve
               move " " to LigneReleve
               STRING nom of clientCourant " " prenom of clientCourant INTO LigneReleve
               WRITE LigneReleve
               MOVE adresse of clientCourant to LigneReleve
               WRITE LigneReleve
               move " " to LigneReleve
               STRING codePostal of clientCourant " " ville of clientCourant INTO LigneReleve
               WRITE LigneReleve
               MOVE " " to LigneReleve
               WRITE LigneReleve
               move " " to LigneReleve
               STRING "Releve de votre compte client au " jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR "." INTO LigneReleve
               WRITE LigneReleve
               MOVE " " to LigneReleve
               WRITE LigneReleve
               MOVE enteteReleve to LigneReleve
               WRITE LigneReleve
               MOVE "--------------------------------------------------------------------------------" to LigneReleve
               WRITE LigneReleve
               move 1 to indiceTabReleve
               perform until indiceTabReleve > tailleTabReleve
                   perform preparationLigneReleve
                   MOVE resReleve to LigneReleve
                   WRITE LigneReleve
                   add 1 to indiceTabReleve
               end-perform
               MOVE "--------------------------------------------------------------------------------" to LigneReleve
               WRITE LigneReleve
               move " " to LigneReleve
               if soldeReleve > 0
                   STRING "Montant restant du a ce jour : " montantDuEdite " euros." INTO LigneReleve
               else if soldeReleve < 0
                   multiply -1 by soldeReleve GIVING montantAEditer
                   perform editionMontant
                   STRING "Solde en votre faveur : " montantEdite " euros." INTO LigneReleve
               else
                   MOVE "Votre compte est a jour." to LigneReleve
               end-if
               end-if
               WRITE LigneReleve
               CLOSE FichierReleves

               STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateReleve
               move " " to resumeReleve
               STRING "Releve de compte, montant du " montantDuEdite " euros" INTO resumeReleve
               EXEC sql
                 select newid() into :tmpCodeCorrespondanceReleve
               END-EXEC
               EXEC sql
                 INSERT INTO correspondances (codeCorrespondance, codeClient, codeContrat, typeCourrier, dateEnvoi, resume)
                 VALUES (:tmpCodeCorrespondanceReleve, :clientCourant.codeClient, NULL, 'RELEVE', :tmpDateReleve, :resumeReleve)
               END-EXEC
               DISPLAY "Releve edite dans RELEVES-COMPTE.TXT. APPUYEZ SUR ENTREE" line 19 col 5
               accept optionPauseCapacite line 19 col 5
           end-if.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Registre des reclamations du client : une reclamation (refus de sinistre, erreur de prime,
      * lettre de relance...) est saisie a sa reception, rattachee au client et s'il y a lieu a un
      * contrat ou a un sinistre du client, et confiee a un operateur de gestion. Elle suit les
      * etapes recue, accusee, repondue, close ; l'accuse de reception et la reponse sont inscrits
      * au registre des correspondances du client. Les echeances reglementaires (accuse sous 10
      * jours ouvres, reponse sous 2 mois, comptes depuis la reception) sont affichees au suivi et
      * surveillees chaque nuit par SuiviReclamations. Depuis le detail sinistre, le registre se
      * limite aux reclamations du dossier et une nouvelle reclamation y est rattachee d'office.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       reclamationsClient.
           move codeClient of clientCourant to codeClientReclamations.
           move spaces to filtreSinistreReclamation.
           perform consultationReclamations.

       reclamationsSinistre.
           move refCodeClient of sinistreCourant to codeClientReclamations.
           move codeSinistre of sinistreCourant to filtreSinistreReclamation.
           perform consultationReclamations.

       consultationReclamations.
      *    Delais reglementaires ; les valeurs par defaut restent en place si la table n'a pas la ligne
           EXEC sql
             select valeur into :DelaiAccuseReclamation from parametres where cle = 'DELAI_ACCUSE_RECLAMATION'
           END-EXEC.
           EXEC sql
             select valeur into :DelaiReponseReclamation from parametres where cle = 'DELAI_REPONSE_RECLAMATION'
           END-EXEC.
           move spaces to nomClientReclamation.
           move spaces to prenomClientReclamation.
           EXEC sql
             select COALESCE(nom,''), COALESCE(prenom,'') into :nomClientReclamation, :prenomClientReclamation
             from clients
             where codeClient = :codeClientReclamations
           END-EXEC.
           perform chargementReclamations.
           move 1 to pageCouranteRecl.
           move spaces to optionReclamations.
           perform listeReclamationsClient until optionReclamations = '0'.
           move 1 to option.

      *    Chargement des reclamations du client (ou du seul sinistre) dans listeReclamations, de la
      *    plus recente a la plus ancienne (50 au plus, avec avertissement au-dela)
       chargementReclamations.
           move 0 to nbReclamationsTrouvees.
           EXEC sql
             select count(*) into :nbReclamationsTrouvees from reclamations
             where codeClient = :codeClientReclamations
             and (:filtreSinistreReclamation = '' or codeSinistre = :filtreSinistreReclamation)
           END-EXEC.

           EXEC sql
             declare CursorReclamations cursor for
             select codeReclamation, categorie, DAY(dateReception), MONTH(dateReception), YEAR(dateReception), statut, COALESCE(issue,''),
               COALESCE(operateur,''), COALESCE(objet,'')
             from reclamations
             where codeClient = :codeClientReclamations
             and (:filtreSinistreReclamation = '' or codeSinistre = :filtreSinistreReclamation)
             order by dateReception desc
           END-EXEC.
           EXEC sql
             open CursorReclamations
           END-EXEC.

           move 1 to indiceTabRecl.
           move 0 to tailleTabRecl.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0 OR tailleTabRecl >= 50
               EXEC sql
                 fetch CursorReclamations into :reclamationCourante.codeReclamationR, :reclamationCourante.categorieReclamationR,
                      :reclamationCourante.dateReceptionR.JJ, :reclamationCourante.dateReceptionR.MM, :reclamationCourante.dateReceptionR.AAAA,
                      :reclamationCourante.statutReclamationR, :reclamationCourante.issueReclamationR, :reclamationCourante.operateurReclamationR,
                      :reclamationCourante.objetReclamationR
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   move codeReclamationR to codeReclamationL(indiceTabRecl)
                   move categorieReclamationR to categorieReclamationL(indiceTabRecl)
                   move corresponding dateReceptionR to dateReceptionL(indiceTabRecl)
                   move statutReclamationR to statutReclamationL(indiceTabRecl)
                   move issueReclamationR to issueReclamationL(indiceTabRecl)
                   move operateurReclamationR to operateurReclamationL(indiceTabRecl)
                   move objetReclamationR to objetReclamationL(indiceTabRecl)
                   add 1 to indiceTabRecl
                   add 1 to tailleTabRecl
               end-if
           end-perform.
           EXEC sql
             close CursorReclamations
           END-EXEC.

           divide tailleTabRecl BY 9 GIVING pagesTotalesRecl.
           add 1 to pagesTotalesRecl.
           if nbReclamationsTrouvees > 50
               STRING "Affichage des 50 plus recentes sur " nbReclamationsTrouvees " reclamations. ENTREE" INTO messageCapaciteDepassee
               Display messageCapaciteDepassee line 18 col 5
               accept optionPauseCapacite line 19 col 5
           end-if.

      *    Affichage d'une page du registre et traitement de l'option saisie
       listeReclamationsClient.
           display menu-Liste-reclamations.

           move 8 to NoLigneRecl.
           subtract 1 from pageCouranteRecl GIVING tmpPageRecl.
           multiply 9 by tmpPageRecl GIVING tmpPageRecl.
           add 1 to tmpPageRecl GIVING indiceTabRecl.
           perform until NoLigneRecl = 17 OR indiceTabRecl > tailleTabRecl
               move objetReclamationL(indiceTabRecl) to objetReclamationAffiche
               subtract 7 FROM NoLigneRecl GIVING NoLigneVisibleRecl
               move spaces to resReclamation
               STRING NoLigneVisibleRecl "  " categorieReclamationL(indiceTabRecl) " " JJ of dateReceptionL(indiceTabRecl) "/" MM of dateReceptionL(indiceTabRecl) "/"
                 AAAA of dateReceptionL(indiceTabRecl) " " statutReclamationL(indiceTabRecl) "  " issueReclamationL(indiceTabRecl) " "
                 operateurReclamationL(indiceTabRecl) "  " objetReclamationAffiche INTO resReclamation
               DISPLAY resReclamation line NoLigneRecl col 1
               add 1 to indiceTabRecl
               add 1 to NoLigneRecl
           end-perform.
           if tailleTabRecl = 0
               DISPLAY "Aucune reclamation enregistree." line 8 col 5
           end-if.

           move spaces to optionReclamations.
           accept optionReclamations line 18 col 15.

           if optionReclamations = 's'
               if pageCouranteRecl < pagesTotalesRecl
                   add 1 to pageCouranteRecl
               end-if
               move spaces to optionReclamations
           else if optionReclamations = 'n'
               perform nouvelleReclamationClient
               move spaces to optionReclamations
           else if optionReclamations > '0' AND optionReclamations <= '9'
               subtract 1 from pageCouranteRecl GIVING tmpPageRecl
               multiply 9 by tmpPageRecl GIVING tmpPageRecl
               move FUNCTION NUMVAL (optionReclamations) to indiceSelectionRecl
               add tmpPageRecl to indiceSelectionRecl
               if indiceSelectionRecl <= tailleTabRecl
                   move codeReclamationL(indiceSelectionRecl) to codeReclamationR
                   perform chargementReclamation
                   move 0 to nouvelleReclamation
                   perform suiviReclamation
                   perform chargementReclamations
               end-if
               move spaces to optionReclamations
           else
               if optionReclamations <> '0'
                   move spaces to optionReclamations
               end-if
           end-if.

      *    Nouvelle reclamation : recue du jour par defaut, confiee a l'operateur qui la saisit s'il a
      *    un profil de gestion ; depuis un sinistre, rattachee au dossier et a son contrat
       nouvelleReclamationClient.
           initialize reclamationCourante.
           move codeClientReclamations to codeClientReclamationR.
           move 'RE' to statutReclamationR.
           move jour of DateSysteme to JJ of dateReceptionR.
           move Mois of DateSysteme to MM of dateReceptionR.
           move WS-CURRENT-YEAR to AAAA of dateReceptionR.
           if filtreSinistreReclamation <> spaces
               move filtreSinistreReclamation to codeSinistreReclamationR
               move refCodeContrat of sinistreCourant to codeContratReclamationR
               move 'SIN' to categorieReclamationR
           end-if.
           if profilOperateur >= 2
               move operateurCourant to operateurReclamationR
           end-if.
           move 1 to nouvelleReclamation.
           perform suiviReclamation.
           perform chargementReclamations.

      *    Relecture complete de la reclamation selectionnee
       chargementReclamation.
           EXEC sql
             select codeClient, COALESCE(codeContrat,''), COALESCE(codeSinistre,''), categorie, COALESCE(objet,''), COALESCE(operateur,''), statut,
               COALESCE(issue,''), DAY(dateReception), MONTH(dateReception), YEAR(dateReception),
               COALESCE(DAY(dateAccuse),0), COALESCE(MONTH(dateAccuse),0), COALESCE(YEAR(dateAccuse),0),
               COALESCE(DAY(dateReponse),0), COALESCE(MONTH(dateReponse),0), COALESCE(YEAR(dateReponse),0),
               COALESCE(DAY(dateCloture),0), COALESCE(MONTH(dateCloture),0), COALESCE(YEAR(dateCloture),0)
             into :reclamationCourante.codeClientReclamationR, :reclamationCourante.codeContratReclamationR, :reclamationCourante.codeSinistreReclamationR,
               :reclamationCourante.categorieReclamationR, :reclamationCourante.objetReclamationR, :reclamationCourante.operateurReclamationR,
               :reclamationCourante.statutReclamationR, :reclamationCourante.issueReclamationR,
               :reclamationCourante.dateReceptionR.JJ, :reclamationCourante.dateReceptionR.MM, :reclamationCourante.dateReceptionR.AAAA,
               :reclamationCourante.dateAccuseR.JJ, :reclamationCourante.dateAccuseR.MM, :reclamationCourante.dateAccuseR.AAAA,
               :reclamationCourante.dateReponseR.JJ, :reclamationCourante.dateReponseR.MM, :reclamationCourante.dateReponseR.AAAA,
               :reclamationCourante.dateClotureR.JJ, :reclamationCourante.dateClotureR.MM, :reclamationCourante.dateClotureR.AAAA
             from reclamations
             where codeReclamation = :reclamationCourante.codeReclamationR
           END-EXEC.

      *    Ecran de suivi : saisie ou modification, puis passage des etapes
       suiviReclamation.
           move 1 to optionReclamation.
           perform suiviReclamation-trt until optionReclamation = 0.

       suiviReclamation-trt.
           perform calculEcheancesReclamation.
           move 0 to optionReclamation.
           display menu-reclamation.
           accept menu-reclamation.

           if optionReclamation = 1
               perform controleReclamation
           else if optionReclamation = 2
               perform accuseReclamation
           else if optionReclamation = 3
               perform reponseReclamation
           else if optionReclamation = 4
               perform clotureReclamation
           else
               if optionReclamation <> 0
                   move 1 to optionReclamation
               end-if
           end-if.

      *    Controles de saisie ; la saisie est ouverte a tout operateur (une reclamation peut arriver
      *    au guichet), la modification d'une reclamation existante est un acte de gestion
       controleReclamation.
           if nouvelleReclamation = 0 AND profilOperateur < 2
               perform refusProfil
               move 1 to optionReclamation
           else if statutReclamationR = 'CL'
               DISPLAY "Reclamation close, elle ne se modifie plus. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionReclamation
               move 1 to optionReclamation
           else if categorieReclamationR <> 'SIN' AND categorieReclamationR <> 'PRI' AND categorieReclamationR <> 'REL' AND categorieReclamationR <> 'AUT'
               DISPLAY "Categorie SIN, PRI, REL ou AUT. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionReclamation
               move 1 to optionReclamation
           else if objetReclamationR = spaces
               DISPLAY "Objet de la reclamation obligatoire. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionReclamation
               move 1 to optionReclamation
           else if JJ of dateReceptionR < 1 OR JJ of dateReceptionR > 31 OR MM of dateReceptionR < 1 OR MM of dateReceptionR > 12 OR AAAA of dateReceptionR < 1900 OR
             AAAA of dateReceptionR > WS-CURRENT-YEAR
               DISPLAY "Date de reception invalide. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionReclamation
               move 1 to optionReclamation
           else
               perform controleRattachementReclamation
               if messageReclamation = spaces
                   perform enregistrementReclamation
               else
                   DISPLAY messageReclamation line 18 col 5
                   accept optionReclamation
                   move 1 to optionReclamation
               end-if
           end-if.

      *    L'operateur en charge doit avoir un profil de gestion ; le contrat et le sinistre saisis
      *    doivent appartenir au client
       controleRattachementReclamation.
           move spaces to messageReclamation.
           move 0 to profilOperateurReclamation.
           EXEC sql
             select profil into :profilOperateurReclamation from utilisateurs
             where codeOperateur = :reclamationCourante.operateurReclamationR
           END-EXEC.
           if SQLCODE <> 0 OR profilOperateurReclamation < 2
               move "Operateur en charge inconnu ou sans profil de gestion. APPUYEZ SUR ENTREE" to messageReclamation
           end-if.

           if messageReclamation = spaces AND codeContratReclamationR <> spaces
               move 0 to nbControleReclamation
               EXEC sql
                 select count(*) into :nbControleReclamation from contrats
                 where codeContrat = :reclamationCourante.codeContratReclamationR and codeClient = :reclamationCourante.codeClientReclamationR
               END-EXEC
               if nbControleReclamation = 0
                   move "Contrat inconnu pour ce client. APPUYEZ SUR ENTREE" to messageReclamation
               end-if
           end-if.

           if messageReclamation = spaces AND codeSinistreReclamationR <> spaces
               move 0 to nbControleReclamation
               EXEC sql
                 select count(*) into :nbControleReclamation from sinistres
                 where codeSinistre = :reclamationCourante.codeSinistreReclamationR and codeClient = :reclamationCourante.codeClientReclamationR
               END-EXEC
               if nbControleReclamation = 0
                   move "Sinistre inconnu pour ce client. APPUYEZ SUR ENTREE" to messageReclamation
               end-if
           end-if.

       enregistrementReclamation.
           STRING JJ of dateReceptionR "-" MM of dateReceptionR "-" AAAA of dateReceptionR INTO tmpDateReceptionRecl.
           STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateEtapeRecl.
           if nouvelleReclamation = 1
               EXEC sql
                 select newid() into :reclamationCourante.codeReclamationR
               END-EXEC
               EXEC sql
                 INSERT INTO reclamations (codeReclamation, codeClient, codeContrat, codeSinistre, categorie, objet, operateur, statut, dateReception,
                   operateurSaisie, dateSaisie)
                 VALUES (:reclamationCourante.codeReclamationR, :reclamationCourante.codeClientReclamationR, NULLIF(:reclamationCourante.codeContratReclamationR,''),
                 NULLIF(:reclamationCourante.codeSinistreReclamationR,''), :reclamationCourante.categorieReclamationR, :reclamationCourante.objetReclamationR,
                 :reclamationCourante.operateurReclamationR, 'RE', :tmpDateReceptionRecl, :operateurCourant, :tmpDateEtapeRecl)
               END-EXEC
           else
               EXEC sql
                 UPDATE reclamations
                 set codeContrat = NULLIF(:reclamationCourante.codeContratReclamationR,''),
                     codeSinistre = NULLIF(:reclamationCourante.codeSinistreReclamationR,''),
                     categorie = :reclamationCourante.categorieReclamationR,
                     objet = :reclamationCourante.objetReclamationR,
                     operateur = :reclamationCourante.operateurReclamationR,
                     dateReception = :tmpDateReceptionRecl
                 where codeReclamation = :reclamationCourante.codeReclamationR and statut <> 'CL'
               END-EXEC
           end-if.

           if SQLCODE >= 0
               move 0 to nouvelleReclamation
               DISPLAY "Reclamation enregistree. APPUYEZ SUR ENTREE" line 18 col 5
           else
               DISPLAY "Enregistrement de la reclamation echoue. APPUYEZ SUR ENTREE" line 18 col 5
           end-if.
           accept optionReclamation.
           move 1 to optionReclamation.

      *    Accuse de reception envoye au client : la reclamation passe de recue a accusee
       accuseReclamation.
           if profilOperateur < 2
               perform refusProfil
           else if nouvelleReclamation = 1
               DISPLAY "Enregistrer d'abord la reclamation (option 1). APPUYEZ SUR ENTREE" line 18 col 5
               accept optionReclamation
           else if statutReclamationR <> 'RE'
               DISPLAY "Accuse de reception deja enregistre. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionReclamation
           else
               STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateEtapeRecl
               EXEC sql
                 UPDATE reclamations SET statut = 'AC', dateAccuse = :tmpDateEtapeRecl
                 WHERE codeReclamation = :reclamationCourante.codeReclamationR and statut = 'RE'
               END-EXEC
               if SQLCODE = 0
                   move 'AC' to statutReclamationR
                   move jour of DateSysteme to JJ of dateAccuseR
                   move Mois of DateSysteme to MM of dateAccuseR
                   move WS-CURRENT-YEAR to AAAA of dateAccuseR
                   move " " to resumeCorrespondanceRecl
                   STRING "Accuse de reception de la reclamation du " JJ of dateReceptionR "/" MM of dateReceptionR "/" AAAA of dateReceptionR
                     " : " objetReclamationR INTO resumeCorrespondanceRecl
                   perform inscriptionCorrespondanceRecl
                   DISPLAY "Accuse de reception enregistre. APPUYEZ SUR ENTREE" line 18 col 5
               else
                   DISPLAY "Accuse de reception non enregistre. APPUYEZ SUR ENTREE" line 18 col 5
               end-if
               accept optionReclamation
           end-if.
           move 1 to optionReclamation.

      *    Reponse au client avec son issue : une reponse donnee avant tout accuse vaut aussi accuse
      *    de reception
       reponseReclamation.
           if profilOperateur < 2
               perform refusProfil
           else if nouvelleReclamation = 1
               DISPLAY "Enregistrer d'abord la reclamation (option 1). APPUYEZ SUR ENTREE" line 18 col 5
               accept optionReclamation
           else if statutReclamationR <> 'RE' AND statutReclamationR <> 'AC'
               DISPLAY "Reponse deja enregistree. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionReclamation
           else if issueReclamationR <> 'FO' AND issueReclamationR <> 'PF' AND issueReclamationR <> 'NF'
               DISPLAY "Issue de la reponse FO, PF ou NF. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionReclamation
           else
               STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateEtapeRecl
               EXEC sql
                 UPDATE reclamations SET statut = 'RP', issue = :reclamationCourante.issueReclamationR, dateReponse = :tmpDateEtapeRecl,
                   dateAccuse = COALESCE(dateAccuse, :tmpDateEtapeRecl)
                 WHERE codeReclamation = :reclamationCourante.codeReclamationR and (statut = 'RE' or statut = 'AC')
               END-EXEC
               if SQLCODE = 0
                   if AAAA of dateAccuseR = 0
                       move jour of DateSysteme to JJ of dateAccuseR
                       move Mois of DateSysteme to MM of dateAccuseR
                       move WS-CURRENT-YEAR to AAAA of dateAccuseR
                   end-if
                   move 'RP' to statutReclamationR
                   move jour of DateSysteme to JJ of dateReponseR
                   move Mois of DateSysteme to MM of dateReponseR
                   move WS-CURRENT-YEAR to AAAA of dateReponseR
                   if issueReclamationR = 'FO'
                       move "fondee" to libelleIssueReclamation
                   else if issueReclamationR = 'PF'
                       move "partiellement fondee" to libelleIssueReclamation
                   else
                       move "non fondee" to libelleIssueReclamation
                   end-if
                   end-if
                   move " " to resumeCorrespondanceRecl
                   STRING "Reponse a la reclamation du " JJ of dateReceptionR "/" MM of dateReceptionR "/" AAAA of dateReceptionR
                     ", reclamation " libelleIssueReclamation INTO resumeCorrespondanceRecl
                   perform inscriptionCorrespondanceRecl
                   DISPLAY "Reponse enregistree. APPUYEZ SUR ENTREE" line 18 col 5
               else
                   DISPLAY "Reponse non enregistree. APPUYEZ SUR ENTREE" line 18 col 5
               end-if
               accept optionReclamation
           end-if.
           move 1 to optionReclamation.

      *    Cloture d'une reclamation repondue (suites donnees, dossier classe)
       clotureReclamation.
           if profilOperateur < 2
               perform refusProfil
           else if statutReclamationR <> 'RP'
               DISPLAY "Seule une reclamation repondue se cloture. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionReclamation
           else
               STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateEtapeRecl
               EXEC sql
                 UPDATE reclamations SET statut = 'CL', dateCloture = :tmpDateEtapeRecl
                 WHERE codeReclamation = :reclamationCourante.codeReclamationR and statut = 'RP'
               END-EXEC
               if SQLCODE = 0
                   move 'CL' to statutReclamationR
                   move jour of DateSysteme to JJ of dateClotureR
                   move Mois of DateSysteme to MM of dateClotureR
                   move WS-CURRENT-YEAR to AAAA of dateClotureR
                   DISPLAY "Reclamation close. APPUYEZ SUR ENTREE" line 18 col 5
               else
                   DISPLAY "Cloture non enregistree. APPUYEZ SUR ENTREE" line 18 col 5
               end-if
               accept optionReclamation
           end-if.
           move 1 to optionReclamation.

      *    Courrier d'accuse ou de reponse inscrit au registre des correspondances du client
       inscriptionCorrespondanceRecl.
           EXEC sql
             select newid() into :tmpCodeCorrespondanceRecl
           END-EXEC.
           EXEC sql
             INSERT INTO correspondances (codeCorrespondance, codeClient, codeContrat, typeCourrier, dateEnvoi, resume)
             VALUES (:tmpCodeCorrespondanceRecl, :reclamationCourante.codeClientReclamationR, NULLIF(:reclamationCourante.codeContratReclamationR,''),
             'RECLAMATION', :tmpDateEtapeRecl, :resumeCorrespondanceRecl)
           END-EXEC.

      *    Echeances reglementaires comptees depuis la reception : accuse de reception sous
      *    DelaiAccuseReclamation jours ouvres (samedis et dimanches exclus), reponse sous
      *    DelaiReponseReclamation mois, au dernier jour du mois si le quantieme n'y existe pas
       calculEcheancesReclamation.
           initialize echeanceAccuseR.
           initialize echeanceReponseR.
           if JJ of dateReceptionR >= 1 AND JJ of dateReceptionR <= 31 AND MM of dateReceptionR >= 1 AND MM of dateReceptionR <= 12 AND AAAA of dateReceptionR >= 1900
               move AAAA of dateReceptionR to AAAA of dateCalculRecl
               move MM of dateReceptionR to MM of dateCalculRecl
               move JJ of dateReceptionR to JJ of dateCalculRecl
               move FUNCTION INTEGER-OF-DATE(dateCalculReclAAAAMMJJ) to dateCalculReclEnJours
      *        Le jour 1 du calendrier entier est un lundi : reste 6 samedi, reste 0 dimanche
               move 0 to joursOuvresRecl
               perform until joursOuvresRecl >= DelaiAccuseReclamation
                   add 1 to dateCalculReclEnJours
                   divide dateCalculReclEnJours by 7 giving quotientSemaineRecl remainder jourSemaineRecl
                   if jourSemaineRecl <> 6 AND jourSemaineRecl <> 0
                       add 1 to joursOuvresRecl
                   end-if
               end-perform
               move FUNCTION DATE-OF-INTEGER(dateCalculReclEnJours) to dateCalculReclAAAAMMJJ
               move JJ of dateCalculRecl to JJ of echeanceAccuseR
               move MM of dateCalculRecl to MM of echeanceAccuseR
               move AAAA of dateCalculRecl to AAAA of echeanceAccuseR

               compute rangMoisRecl = MM of dateReceptionR - 1 + DelaiReponseReclamation
               divide rangMoisRecl by 12 giving anneesAjoutRecl remainder resteMoisRecl
               add anneesAjoutRecl to AAAA of dateReceptionR giving AAAA of echeanceReponseR
               add 1 to resteMoisRecl giving MM of echeanceReponseR
      *        Dernier jour du mois d'echeance : veille du premier du mois suivant
               if MM of echeanceReponseR = 12
                   add 1 to AAAA of echeanceReponseR giving AAAA of dateCalculRecl
                   move 1 to MM of dateCalculRecl
               else
                   move AAAA of echeanceReponseR to AAAA of dateCalculRecl
                   add 1 to MM of echeanceReponseR giving MM of dateCalculRecl
               end-if
               move 1 to JJ of dateCalculRecl
               compute dateCalculReclEnJours = FUNCTION INTEGER-OF-DATE(dateCalculReclAAAAMMJJ) - 1
               move FUNCTION DATE-OF-INTEGER(dateCalculReclEnJours) to dateCalculReclAAAAMMJJ
               if JJ of dateReceptionR > JJ of dateCalculRecl
                   move JJ of dateCalculRecl to JJ of echeanceReponseR
               else
                   move JJ of dateReceptionR to JJ of echeanceReponseR
               end-if
           end-if.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Mandat de prelevement SEPA du client : reference, date de signature et drapeau actif, une
      * ligne par client dans la table mandats. Seuls les mandats actifs sont preleves chaque mois par

           if optionMandat = 1 AND referenceMandat of mandatCourant <> spaces AND (actifMandat of mandatCourant = 0 OR actifMandat of mandatCourant = 1) AND (JJ of dateSignatureMandat >= 1 AND JJ of dateSignatureMandat <= 31) AND
             (MM of dateSignatureMandat >= 1 AND MM of dateSignatureMandat <= 12) AND (AAAA of dateSignatureMandat >= 1900 AND AAAA of dateSignatureMandat <= WS-CURRENT-YEAR)
               perform controleCoordonneesMandat
               if messageCoordonnees <> spaces
                   DISPLAY messageCoordonnees line 18 col 5
                   accept optionMandat
                   move 1 to optionMandat
               else
                   STRING JJ of dateSignatureMandat "-" MM of dateSignatureMandat "-" AAAA of dateSignatureMandat INTO tmpDateMandat
                   if nbMandatsClient > 0
                       EXEC sql
                         UPDATE mandats
                         set referenceMandat = :mandatCourant.referenceMandat,
                             dateSignatureMandat = :tmpDateMandat,
                             actif = :mandatCourant.actifMandat
                         where codeClient = :clientCourant.codeClient
                       END-EXEC
                   else
                       EXEC sql
                         INSERT INTO mandats (codeClient, referenceMandat, dateSignatureMandat, actif)
                         VALUES (:clientCourant.codeClient, :mandatCourant.referenceMandat, :tmpDateMandat, :mandatCourant.actifMandat)
                       END-EXEC
                   end-if
                   if SQLCODE >= 0
                       move 1 to nbMandatsClient
                       DISPLAY "Mandat enregistre. APPUYEZ SUR ENTREE" line 18 col 5
                       accept optionMandat
                       move 0 to optionMandat
                   else
                       DISPLAY "Enregistrement du mandat echoue. APPUYEZ SUR ENTREE" line 18 col 5
                       accept optionMandat
                       move 1 to optionMandat
                   end-if
               end-if
           else
               if optionMandat <> 0
           initialize sinistreCourant.
           move 1 to option.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Mes dossiers : les sinistres ouverts (declares ou en cours d'instruction) affectes a
      * l'operateur connecte, du plus ancien au plus recent, avec la meme liste et le meme acces au
      * detail que la consultation transversale
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       mesDossiersSinistres.
           move operateurCourant to filtreGestionnaire.
           move 1 to filtreDossiersOuverts.
           move spaces to typeFiltreSinistres.
           move '01-01-1900' to tmpDateDebutFiltre.
           STRING jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateFinFiltre.

           perform chargementSinistresGlobale.
           if tailleTabSinistresG = 0
               DISPLAY "Aucun dossier ouvert ne vous est affecte. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionPauseCapacite line 19 col 5
           else
               move 1 to pageCouranteSinistresG
               divide tailleTabSinistresG BY 9 GIVING pagesTotalesSinistresG
               add 1 to pagesTotalesSinistresG
               move spaces to optionSinistresGlobal
               perform listeSinistresGlobale until optionSinistresGlobal = '0'
           end-if.

           move spaces to filtreGestionnaire.
           move 0 to filtreDossiersOuverts.
           initialize sinistreCourant.
           move 1 to option.

      *    Chargement du resultat filtre dans listeSinistre (50 au plus, avec avertissement au-dela) et
      *    du nom du client de chaque sinistre dans la table parallele listeNomsSinistres
       chargementSinistresGlobale.
             select count(*) into :nbSinistresTrouves from sinistres
             where (:typeFiltreSinistres = '  ' or typeSinistre = :typeFiltreSinistres)
             and dateDuSinistre >= :tmpDateDebutFiltre and dateDuSinistre <= :tmpDateFinFiltre
             and (:filtreGestionnaire = '        ' or gestionnaire = :filtreGestionnaire)
             and (:filtreDossiersOuverts = 0 or statut = 'DE' or statut = 'EC')
           END-EXEC.

           EXEC sql
             from sinistres
             where (:typeFiltreSinistres = '  ' or typeSinistre = :typeFiltreSinistres)
             and dateDuSinistre >= :tmpDateDebutFiltre and dateDuSinistre <= :tmpDateFinFiltre
             and (:filtreGestionnaire = '        ' or gestionnaire = :filtreGestionnaire)
             and (:filtreDossiersOuverts = 0 or statut = 'DE' or statut = 'EC')
             order by dateDuSinistre
           END-EXEC.
           EXEC sql
           EXEC sql
             select count(*) into :nbContratsActifs from contrats where codeClient = :clientCourant.codeClient and validite = 1
           END-EXEC
      *    Une reclamation non close doit rester rattachee a son client jusqu'a sa cloture
           move 0 to nbReclamationsTrouvees.
           EXEC sql
             select count(*) into :nbReclamationsTrouvees from reclamations where codeClient = :clientCourant.codeClient and statut <> 'CL'
           END-EXEC.

           if nbContratsActifs > 0 then
               DISPLAY "Suppression impossible : ce client a encore des contrats actifs. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionSuppression
               move 1 to optionSuppression
           else if nbReclamationsTrouvees > 0
               DISPLAY "Suppression impossible : ce client a une reclamation en cours. APPUYEZ SUR ENTREE" line 18 col 5
               accept optionSuppression
               move 1 to optionSuppression
           else
               EXEC sql
                 insert into clientsArchives (codeClient, nom, prenom, dateNaissance, adresse, codePostal, ville, dateArchivage)
                 from contrats where codeContrat = :clientCourant.codeClient
               END-EXEC
               EXEC sql
                 insert into contratsArchives (codeContrat, codeClient, IT, PE, IA, MT, CH, AV, FRIT, FRPE, FRIA, FRMT, FRCH, dateSignature, validite, capitalAssure, contratRegle, dateArchivage,
                   prime, codeCourtier)
                 select codeContrat, codeClient, IT, PE, IA, MT, CH, AV, FRIT, FRPE, FRIA, FRMT, FRCH, dateSignature, validite, capitalAssure, contratRegle, :tmpDateArchivage,
                   prime, codeCourtier from contrats where codeContrat = :clientCourant.codeClient
               END-EXEC
               move SQLCODE to sqlcodeArchivage

           end-if.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Ristourne de prime non acquise du contrat qui vient d'etre supprime : chaque quittance de la
      * periode de couverture en cours est acquise au prorata des jours ecoules de la periode qu'elle
      * couvre (dateDebutPeriode a dateFinPeriode, selon le fractionnement du contrat), tout encaisse
      * de la periode de couverture en cours (borne par les quittances de la periode, hors frais de
      * fractionnement) au-dela est enregistre en ristourne due au client (table ristournes,
      * paye = 0), reprise par la passe d'EmissionVirements avec les autres paiements. Un contrat
      * ayant deja sa ristourne (posee par ContratExpiration a l'echeance) n'en recoit jamais une
      * deuxieme. Les assurances vie et les contrats sans prime ne donnent pas lieu a ristourne.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       calculRistourneContratSupprime.
           move 0 to montantRistourne.
                     select COALESCE(SUM(montant),0) into :totalEncaisseSuppr from encaissements
                     where codeContrat = :clientCourant.codeClient and dateEncaissement >= :tmpDateSignatureSuppr
                   END-EXEC

                   STRING WS-CURRENT-YEAR Mois of DateSysteme Jour of DateSysteme INTO dateSystemeAAAAMMJJ
                   move FUNCTION INTEGER-OF-DATE(dateSystemeAAAAMMJJ) to dateSystemeEnJours
                   perform primeAcquiseQuittancesSuppr

                   if totalEncaisseSuppr < totalFactureSuppr
                       move totalEncaisseSuppr to baseRistourneSuppr
                   else
                       move totalFactureSuppr to baseRistourneSuppr
                   end-if
      *            Les frais de fractionnement, payes en premier, sont acquis
                   if baseRistourneSuppr > totalFraisSuppr
                       subtract totalFraisSuppr from baseRistourneSuppr
                   else
                       move 0 to baseRistourneSuppr
                   end-if
                   subtract primeAcquiseSuppr from baseRistourneSuppr giving montantRistourne

                   if montantRistourne > 0
                       move montantRistourne to montantRistourneDu
                       perform ventilationTaxeRistourneSuppr
                       EXEC sql
                         select newid() into :tmpCodeRistourne
                       END-EXEC
                       EXEC sql
                         INSERT INTO ristournes (codeRistourne, codeContrat, codeClient, montant, dateCalcul, motif, paye,
                           montantTaxe, taxeIT, taxePE, taxeIA, taxeMT, taxeCH, taxeAV)
                         VALUES (:tmpCodeRistourne, :clientCourant.codeClient, :contratSupprime.codeClientSuppr, :montantRistourneDu, :tmpDateArchivage, 'SUPPRESSION', 0,
                           :taxesRistourneSuppr.montantTaxeRistourneSuppr, :taxesRistourneSuppr.taxeITRistourneSuppr, :taxesRistourneSuppr.taxePERistourneSuppr,
                           :taxesRistourneSuppr.taxeIARistourneSuppr, :taxesRistourneSuppr.taxeMTRistourneSuppr, :taxesRistourneSuppr.taxeCHRistourneSuppr,
                           :taxesRistourneSuppr.taxeAVRistourneSuppr)
                       END-EXEC
                   end-if
               end-if
           end-if.

      *    Taxe comprise dans la ristourne, au prorata de la ristourne sur le montant facture de la
      *    periode (les quittances anterieures a la taxe n'en portent pas)
       ventilationTaxeRistourneSuppr.
           initialize taxesFactureesSuppr.
           initialize taxesRistourneSuppr.
           EXEC sql
             select COALESCE(SUM(taxeIT),0), COALESCE(SUM(taxePE),0), COALESCE(SUM(taxeIA),0),
               COALESCE(SUM(taxeMT),0), COALESCE(SUM(taxeCH),0), COALESCE(SUM(taxeAV),0)
             into :taxesFactureesSuppr.taxeITFactureeSuppr, :taxesFactureesSuppr.taxePEFactureeSuppr, :taxesFactureesSuppr.taxeIAFactureeSuppr,
               :taxesFactureesSuppr.taxeMTFactureeSuppr, :taxesFactureesSuppr.taxeCHFactureeSuppr, :taxesFactureesSuppr.taxeAVFactureeSuppr
             from quittances
             where codeContrat = :clientCourant.codeClient and dateEmission >= :tmpDateSignatureSuppr
           END-EXEC.
           if totalFactureSuppr > 0
               compute taxeITRistourneSuppr rounded = taxeITFactureeSuppr * montantRistourneDu / totalFactureSuppr
               compute taxePERistourneSuppr rounded = taxePEFactureeSuppr * montantRistourneDu / totalFactureSuppr
               compute taxeIARistourneSuppr rounded = taxeIAFactureeSuppr * montantRistourneDu / totalFactureSuppr
               compute taxeMTRistourneSuppr rounded = taxeMTFactureeSuppr * montantRistourneDu / totalFactureSuppr
               compute taxeCHRistourneSuppr rounded = taxeCHFactureeSuppr * montantRistourneDu / totalFactureSuppr
               compute taxeAVRistourneSuppr rounded = taxeAVFactureeSuppr * montantRistourneDu / totalFactureSuppr
           end-if.
           compute montantTaxeRistourneSuppr = taxeITRistourneSuppr + taxePERistourneSuppr + taxeIARistourneSuppr
             + taxeMTRistourneSuppr + taxeCHRistourneSuppr + taxeAVRistourneSuppr.

      *    Cumul des quittances de la periode de couverture en cours : montant facture, frais de
      *    fractionnement et prime acquise a ce jour. Une quittance sans periode (emise avant le
      *    fractionnement, appel mensuel deja echu) est acquise en entier ; sinon la part prime est
      *    acquise au prorata des jours ecoules de sa periode, bornes a la periode.
       primeAcquiseQuittancesSuppr.
           move 0 to totalFactureSuppr.
           move 0 to totalFraisSuppr.
           move 0 to primeAcquiseSuppr.
           EXEC sql
             declare CursorQuittancesRistourne cursor for
             select montant, COALESCE(fraisFractionnement,0),
               COALESCE(YEAR(dateDebutPeriode),0), COALESCE(MONTH(dateDebutPeriode),0), COALESCE(DAY(dateDebutPeriode),0),
               COALESCE(YEAR(dateFinPeriode),0), COALESCE(MONTH(dateFinPeriode),0), COALESCE(DAY(dateFinPeriode),0)
             from quittances
             where codeContrat = :clientCourant.codeClient and dateEmission >= :tmpDateSignatureSuppr
           END-EXEC.
           EXEC sql
             open CursorQuittancesRistourne
           END-EXEC.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorQuittancesRistourne into :quittanceRistourne.montantQuittanceR, :quittanceRistourne.fraisQuittanceR,
                   :quittanceRistourne.debutPeriodeR.AAAA, :quittanceRistourne.debutPeriodeR.MM, :quittanceRistourne.debutPeriodeR.JJ,
                   :quittanceRistourne.finPeriodeR.AAAA, :quittanceRistourne.finPeriodeR.MM, :quittanceRistourne.finPeriodeR.JJ
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   add montantQuittanceR to totalFactureSuppr
                   if fraisQuittanceR > montantQuittanceR
                       move montantQuittanceR to fraisQuittanceR
                   end-if
                   add fraisQuittanceR to totalFraisSuppr
                   subtract fraisQuittanceR from montantQuittanceR giving primeQuittanceR
                   if AAAA of debutPeriodeR = 0 OR AAAA of finPeriodeR = 0
                       add primeQuittanceR to primeAcquiseSuppr
                   else
                       STRING AAAA of debutPeriodeR MM of debutPeriodeR JJ of debutPeriodeR INTO debutPeriodeRAAAAMMJJ
                       STRING AAAA of finPeriodeR MM of finPeriodeR JJ of finPeriodeR INTO finPeriodeRAAAAMMJJ
                       compute joursPeriodeR = FUNCTION INTEGER-OF-DATE(finPeriodeRAAAAMMJJ) - FUNCTION INTEGER-OF-DATE(debutPeriodeRAAAAMMJJ) + 1
                       compute joursEcoulesR = dateSystemeEnJours - FUNCTION INTEGER-OF-DATE(debutPeriodeRAAAAMMJJ)
                       if joursEcoulesR < 0
                           move 0 to joursEcoulesR
                       end-if
                       if joursEcoulesR > joursPeriodeR
                           move joursPeriodeR to joursEcoulesR
                       end-if
                       compute primeAcquiseQuittanceR rounded = primeQuittanceR * joursEcoulesR / joursPeriodeR
                       add primeAcquiseQuittanceR to primeAcquiseSuppr
                   end-if
               end-if
           end-perform.
           EXEC sql
             close CursorQuittancesRistourne
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Archivage et suppression d'un sinistre
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
