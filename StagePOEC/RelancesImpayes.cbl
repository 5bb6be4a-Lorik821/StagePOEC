      *          declaration de sinistre (declarationSinistre-trt) refuse
      *          alors tout nouveau sinistre sur le contrat. Elle est
      *          levee automatiquement par cette meme passe des que
      *          l'arriere est encaisse. Chaque lettre est inscrite au
      *          registre des correspondances du client ; un client
      *          signale NPAI ne recoit plus de lettre (le niveau de
      *          relance et la suspension suivent leur cours) tant que
      *          son adresse n'a pas ete modifiee. La lettre et le registre
      *          citent la periode couverte par la quittance relancee,
      *          selon le fractionnement du contrat (annuel, semestriel,
      *          trimestriel ou mensuel).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         03 adresse PIC x(50).
         03 codePostal PIC x(5).
         03 ville PIC x(30).
         03 npai PIC 9.

      *    Cumuls factures/encaisses du contrat en cours, comme dans RapportImpayes
       77 totalFacture PIC 9(9).
       77 totalEncaisse PIC 9(9).
       77 ligneTrouvee PIC 9.

      *    Quittance en cours de lecture pour retrouver la plus ancienne echeance non couverte par les
      *    encaissements ; son code est conserve pour y poser le niveau de relance atteint
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
      *    Periode couverte par la quittance (selon le fractionnement du contrat), citee dans la
      *    lettre ; a zero pour une quittance emise avant le fractionnement
         03 debutPeriodeQuittance.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 finPeriodeQuittance.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
       77 cumulFacture PIC 9(9).
       77 echeanceImpayeeTrouvee PIC 9.
       77 echeanceAAAAMMJJ PIC 9(8).
       77 nbSuspensions PIC 9(9) value 0.
       77 nbSuspensionsLevees PIC 9(9) value 0.

      *    Registre des correspondances : une ligne par lettre produite, avec le type de courrier du
      *    niveau atteint ; les lettres des clients NPAI sont retenues et comptees a part
       77 tmpCodeCorrespondance PIC x(36).
       77 typeCourrierRelance PIC x(12).
       77 resumeCorrespondance PIC x(100).
       77 periodeCorrespondance PIC x(40).
       77 nbLettresRetenuesNpai PIC 9(9) value 0.

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
      *    niveau de relance deja atteint pour elle
           EXEC sql
             declare CursorQuittancesRelance cursor for
             select codeQuittance, montant, COALESCE(niveauRelance,0), YEAR(dateEcheance), MONTH(dateEcheance), DAY(dateEcheance),
               COALESCE(YEAR(dateDebutPeriode),0), COALESCE(MONTH(dateDebutPeriode),0), COALESCE(DAY(dateDebutPeriode),0),
               COALESCE(YEAR(dateFinPeriode),0), COALESCE(MONTH(dateFinPeriode),0), COALESCE(DAY(dateFinPeriode),0)
             from quittances
             where codeContrat = :contratCourant.codeContrat
             order by dateEcheance
      * suspension levee s'il en avait une.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       relancesImpayes-trt.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorContratsRelance into :contratCourant.codeContrat, :contratCourant.refCodeClient, :contratCourant.suspendu
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   perform relanceContrat
               end-if
           end-perform.
               end-if
           else
      *        Arriere encaisse : la suspension posee par une passe precedente est levee d'office, le
      *        contrat redevient declarable en sinistre ; la date de levee est gardee pour reperer a
      *        la declaration un sinistre survenu juste apres la reprise des garanties
               if suspendu of contratCourant = 1
                   EXEC sql
                     UPDATE contrats SET suspendu = 0, dateSuspension = NULL, dateLeveeSuspension = :tmpDateRelance
                     WHERE codeContrat = :contratCourant.codeContrat
                   END-EXEC
                   add 1 to nbSuspensionsLevees
           end-if.

      *    Parcours des quittances du contrat par echeance croissante : la premiere dont le cumul
      *    facture depasse le total encaisse est la plus ancienne echeance impayee (cf RapportImpayes) ;
      *    le parcours s'arrete sur elle, pour que quittanceCourante (code, niveau atteint, echeance et
      *    periode couverte) soit bien celle qui est relancee
       rechercheEcheanceImpayee.
           move 0 to cumulFacture.
           move 0 to echeanceImpayeeTrouvee.
           EXEC sql
             open CursorQuittancesRelance
           END-EXEC.
           perform until SQLCODE <> 0 OR echeanceImpayeeTrouvee = 1
               EXEC sql
                 fetch CursorQuittancesRelance into :quittanceCourante.codeQuittanceImpayee, :quittanceCourante.montantQuittance, :quittanceCourante.niveauRelanceQuittance,
                   :quittanceCourante.echeanceQuittance.AAAA, :quittanceCourante.echeanceQuittance.MM, :quittanceCourante.echeanceQuittance.JJ,
                   :quittanceCourante.debutPeriodeQuittance.AAAA, :quittanceCourante.debutPeriodeQuittance.MM, :quittanceCourante.debutPeriodeQuittance.JJ,
                   :quittanceCourante.finPeriodeQuittance.AAAA, :quittanceCourante.finPeriodeQuittance.MM, :quittanceCourante.finPeriodeQuittance.JJ
               END-EXEC
               if SQLCODE >= 0 then
                   add montantQuittance of quittanceCourante to cumulFacture
           if niveauRelanceDu > niveauRelanceQuittance of quittanceCourante
               initialize clientCourant
               EXEC sql
                 select nom, prenom, adresse, codePostal, ville, COALESCE(npai,0)
                 into :clientCourant.nom, :clientCourant.prenom, :clientCourant.adresse, :clientCourant.codePostal, :clientCourant.ville, :clientCourant.npai
                 from clients
                 where codeClient = :contratCourant.refCodeClient
               END-EXEC
      *        Client NPAI : pas de lettre a une adresse connue pour fausse, mais le niveau atteint est
      *        pose quand meme pour que l'escalade reprenne normalement une fois l'adresse corrigee
               if npai of clientCourant = 1
                   add 1 to nbLettresRetenuesNpai
               else
                   perform ecritureLettreRelance
               end-if
               EXEC sql
                 UPDATE quittances SET niveauRelance = :niveauRelanceDu, dateDerniereRelance = :tmpDateRelance
                 WHERE codeQuittance = :quittanceCourante.codeQuittanceImpayee
           WRITE LigneLettre.
           evaluate niveauRelanceDu
               when 1
                   MOVE " " to LigneLettre
                   STRING "RAPPEL : la prime de votre contrat " codeContrat of contratCourant " echue le " JJ of echeanceQuittance "/" MM of echeanceQuittance "/" AAAA of echeanceQuittance " reste impayee." INTO LigneLettre
                   WRITE LigneLettre
                   MOVE "Nous vous remercions de regulariser votre situation sans tarder." to LigneLettre
                   WRITE LigneLettre
                   add 1 to nbRappels
               when 2
                   MOVE " " to LigneLettre
                   STRING "MISE EN DEMEURE : malgre notre rappel, la prime de votre contrat " codeContrat of contratCourant " reste impayee." INTO LigneLettre
                   WRITE LigneLettre
                   MOVE "A defaut de paiement sous trente jours, vos garanties seront suspendues." to LigneLettre
                   WRITE LigneLettre
                   add 1 to nbMisesEnDemeure
               when 3
                   MOVE " " to LigneLettre
                   STRING "SUSPENSION DES GARANTIES : la prime de votre contrat " codeContrat of contratCourant " est impayee depuis plus de 90 jours." INTO LigneLettre
                   WRITE LigneLettre
                   MOVE "Vos garanties sont suspendues a compter de ce jour : aucun nouveau sinistre" to LigneLettre
                   MOVE "ne sera pris en charge avant regularisation complete de votre arriere." to LigneLettre
                   WRITE LigneLettre
           end-evaluate.
      *    Periode couverte par la quittance en souffrance, selon le fractionnement du contrat
           if AAAA of debutPeriodeQuittance <> 0
               MOVE " " to LigneLettre
               STRING "Quittance de " montantQuittance " euros couvrant la periode du " JJ of debutPeriodeQuittance "/" MM of debutPeriodeQuittance "/" AAAA of debutPeriodeQuittance
                 " au " JJ of finPeriodeQuittance "/" MM of finPeriodeQuittance "/" AAAA of finPeriodeQuittance "." INTO LigneLettre
               WRITE LigneLettre
           end-if.

      *    Trace de la lettre au registre des correspondances du client
           MOVE " " to resumeCorrespondance.
           MOVE " " to periodeCorrespondance.
           if AAAA of debutPeriodeQuittance <> 0
               STRING " - periode du " JJ of debutPeriodeQuittance "/" MM of debutPeriodeQuittance "/" AAAA of debutPeriodeQuittance
                 " au " JJ of finPeriodeQuittance "/" MM of finPeriodeQuittance "/" AAAA of finPeriodeQuittance INTO periodeCorrespondance
           end-if.
           evaluate niveauRelanceDu
               when 1
                   move "RAPPEL" to typeCourrierRelance
                   STRING "Rappel de prime impayee, echeance du " JJ of echeanceQuittance "/" MM of echeanceQuittance "/" AAAA of echeanceQuittance periodeCorrespondance INTO resumeCorrespondance
               when 2
                   move "MISE DEMEURE" to typeCourrierRelance
                   STRING "Mise en demeure, prime impayee depuis le " JJ of echeanceQuittance "/" MM of echeanceQuittance "/" AAAA of echeanceQuittance periodeCorrespondance INTO resumeCorrespondance
               when 3
                   move "SUSPENSION" to typeCourrierRelance
                   STRING "Suspension des garanties, prime impayee depuis le " JJ of echeanceQuittance "/" MM of echeanceQuittance "/" AAAA of echeanceQuittance periodeCorrespondance INTO resumeCorrespondance
           end-evaluate.
           EXEC sql
             select newid() into :tmpCodeCorrespondance
           END-EXEC.
           EXEC sql
             INSERT INTO correspondances (codeCorrespondance, codeClient, codeContrat, typeCourrier, dateEnvoi, resume)
             VALUES (:tmpCodeCorrespondance, :contratCourant.refCodeClient, :contratCourant.codeContrat, :typeCourrierRelance, :tmpDateRelance, :resumeCorrespondance)
           END-EXEC.

       relancesImpayes-fin.
           EXEC sql
           WRITE LigneLettre.
           STRING "Rappels : " nbRappels "  Mises en demeure : " nbMisesEnDemeure "  Suspensions : " nbSuspensions "  Suspensions levees : " nbSuspensionsLevees INTO LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "Lettres retenues (client NPAI) : " nbLettresRetenuesNpai INTO LigneLettre.
           WRITE LigneLettre.
           CLOSE FichierLettresRelance.
           DISPLAY "Traitement termine. Rappels : " nbRappels " mises en demeure : " nbMisesEnDemeure " suspensions : " nbSuspensions " levees : " nbSuspensionsLevees " retenues NPAI : " nbLettresRetenuesNpai.
           STOP RUN.
