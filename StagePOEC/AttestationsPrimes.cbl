      ******************************************************************
      * Author:
      * Date:
      * Purpose: Attestation annuelle de primes par client, editee en
      *          fin d'exercice : pour chaque client ayant eu un
      *          mouvement dans l'annee, une lettre reprenant contrat par
      *          contrat les primes appelees (quittances emises par
      *          FacturationPrimes), les sommes effectivement encaissees
      *          - au guichet, par rapprochement du releve bancaire et
      *          par prelevement SEPA - nettes des extournes
      *          (extournesEncaissements), les ristournes remboursees et
      *          les versements d'assurance vie recus
      *          (reglementsAssuranceVie), avec le total des primes
      *          nettes payees valant attestation fiscale. Les lettres
      *          sont ecrites dans le fichier de routage
      *          ATTESTATIONS-PRIMES.TXT, meme disposition que
      *          LETTRES-RELANCE.TXT, pour envoi au routeur.
      *          Exercice edite : l'annee en cours la derniere nuit de
      *          decembre (passage par la chaine de nuit), l'annee
      *          precedente si le traitement est relance a la main en
      *          cours d'annee (reedition de janvier). Chaque attestation
      *          est inscrite au registre des correspondances du client ;
      *          celle d'un client signale NPAI n'est pas editee tant que
      *          son adresse n'a pas ete modifiee.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AttestationsPrimes.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FichierAttestations ASSIGN TO "ATTESTATIONS-PRIMES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD FichierAttestations.
       01 LigneLettre PIC x(200).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 DateSysteme.
         03 Annee PIC 99.
         03 Mois PIC 99.
         03 Jour PIC 99.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).

      *    Annee civile attestee
       77 anneeExercice PIC 9(4).

       01 clientCourant.
         03 codeClient PIC x(36).
         03 nom PIC x(30).
         03 prenom PIC x(30).
         03 adresse PIC x(50).
         03 codePostal PIC x(5).
         03 ville PIC x(30).
         03 npai PIC 9.

      *    Contrat du client ayant eu un mouvement dans l'exercice
       77 codeContratA PIC x(36).

      *    Cumuls de l'exercice pour le contrat en cours ; les encaissements sont ventiles selon leur
      *    origine (codeOperateur : RELEVE pour le rapprochement bancaire, SEPA pour le prelevement,
      *    l'operateur du guichet sinon)
       01 cumulsContrat.
         03 primesAppelees PIC 9(9).
         03 encaisseGuichet PIC 9(9).
         03 encaisseReleve PIC 9(9).
         03 encaisseSepa PIC 9(9).
         03 extournesAnnee PIC 9(9).
         03 ristournesRemboursees PIC 9(9).
         03 reglementsAV PIC 9(9)v9(2).
       77 encaisseNet PIC s9(9).
      *    Copie signee affichable de l'encaisse net (une extourne peut depasser les encaissements
      *    de l'annee quand le prelevement rejete datait de l'exercice precedent)
       77 encaisseNetAffiche PIC +9(9).

      *    Cumuls de l'attestation du client
       01 cumulsClient.
         03 totalPrimesClient PIC 9(9).
         03 totalEncaisseClient PIC s9(9).
         03 totalRistournesClient PIC 9(9).
         03 totalReglementsAVClient PIC 9(9)v9(2).
       77 totalEncaisseAffiche PIC +9(9).

      *    Decoupage de la somme decimale pour l'ecriture dans le fichier (le 'v' n'imprime pas de virgule)
       77 sommeTravail PIC 9(11).
       77 sommeEntiere PIC 9(9).
       77 sommeCentimes PIC 9(2).

      *    Indique si le fetch a rendu une ligne : les cumuls lus a l'interieur de la boucle
      *    ecrasent le SQLCODE du fetch
       77 ligneTrouvee PIC 9.
       77 contratTrouve PIC 9.

       77 nbAttestations PIC 9(9) value 0.
       77 nbContratsAttestes PIC 9(9) value 0.

      *    Registre des correspondances : une ligne par attestation editee, celles des clients NPAI
      *    sont retenues et comptees a part
       77 tmpDateEdition PIC x(10).
       77 tmpCodeCorrespondance PIC x(36).
       77 resumeCorrespondance PIC x(100).
       77 nbAttestationsRetenuesNpai PIC 9(9) value 0.

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * Attestations annuelles de primes
      **
       attestationsPrimes.
           perform attestationsPrimes-init.
           perform attestationsPrimes-trt.
           perform attestationsPrimes-fin.

       attestationsPrimes-init.
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
           STRING Jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateEdition.

           OPEN OUTPUT FichierAttestations.
           STRING "ATTESTATIONS ANNUELLES DE PRIMES - EXERCICE " anneeExercice " - EDITION DU " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR INTO LigneLettre.
           WRITE LigneLettre.

      *    Clients ayant eu dans l'exercice une quittance, un encaissement, une extourne, une ristourne
      *    remboursee ou un versement d'assurance vie
           EXEC sql
             declare CursorClientsAttestation cursor for
             select c.codeClient, c.nom, c.prenom, c.adresse, c.codePostal, c.ville, COALESCE(c.npai,0)
             from clients c
             where exists (select 1 from quittances q where q.codeClient = c.codeClient and YEAR(q.dateEmission) = :anneeExercice)
             or exists (select 1 from encaissements e where e.codeClient = c.codeClient and YEAR(e.dateEncaissement) = :anneeExercice)
             or exists (select 1 from extournesEncaissements x, contrats k where k.codeContrat = x.codeContrat and k.codeClient = c.codeClient
                        and YEAR(x.dateExtourne) = :anneeExercice)
             or exists (select 1 from ristournes r where r.codeClient = c.codeClient and r.paye = 1 and YEAR(r.dateEmissionPaiement) = :anneeExercice)
             or exists (select 1 from reglementsAssuranceVie v where v.codeClient = c.codeClient and COALESCE(v.paye,1) = 1
                        and YEAR(COALESCE(v.dateEmissionPaiement, v.dateReglement)) = :anneeExercice)
             order by c.nom, c.prenom
           END-EXEC

      *    Contrats du client en cours portant un mouvement de l'exercice
           EXEC sql
             declare CursorContratsAttestation cursor for
             select codeContrat from quittances
             where codeClient = :clientCourant.codeClient and YEAR(dateEmission) = :anneeExercice
             union
             select codeContrat from encaissements
             where codeClient = :clientCourant.codeClient and YEAR(dateEncaissement) = :anneeExercice
             union
             select x.codeContrat from extournesEncaissements x, contrats k
             where k.codeContrat = x.codeContrat and k.codeClient = :clientCourant.codeClient and YEAR(x.dateExtourne) = :anneeExercice
             union
             select codeContrat from ristournes
             where codeClient = :clientCourant.codeClient and paye = 1 and YEAR(dateEmissionPaiement) = :anneeExercice
             union
             select codeContrat from reglementsAssuranceVie
             where codeClient = :clientCourant.codeClient and COALESCE(paye,1) = 1
             and YEAR(COALESCE(dateEmissionPaiement, dateReglement)) = :anneeExercice
             order by 1
           END-EXEC

           EXEC sql
             open CursorClientsAttestation
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Une attestation par client : en-tete de routage, un bloc par contrat mouvemente dans
      * l'exercice, puis le total des primes nettes payees dans l'annee
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       attestationsPrimes-trt.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorClientsAttestation into :clientCourant.codeClient, :clientCourant.nom, :clientCourant.prenom,
                   :clientCourant.adresse, :clientCourant.codePostal, :clientCourant.ville, :clientCourant.npai
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
      *            Client NPAI : l'attestation n'est pas editee a une adresse connue pour fausse, une
      *            reedition la produira une fois l'adresse corrigee
                   if npai of clientCourant = 1
                       add 1 to nbAttestationsRetenuesNpai
                   else
                       perform attestationClient
                   end-if
               end-if
           end-perform.

       attestationClient.
           initialize cumulsClient.
           MOVE " " to LigneLettre.
           WRITE LigneLettre.
           MOVE "--------------------------------------------------------------------------------" to LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING nom of clientCourant " " prenom of clientCourant INTO LigneLettre.
           WRITE LigneLettre.
           MOVE adresse of clientCourant to LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING codePostal of clientCourant " " ville of clientCourant INTO LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "ATTESTATION ANNUELLE DE PRIMES - EXERCICE " anneeExercice INTO LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "Nous attestons des sommes suivantes, appelees, percues et versees au titre de l'annee " anneeExercice " :" INTO LigneLettre.
           WRITE LigneLettre.

           EXEC sql
             open CursorContratsAttestation
           END-EXEC.
           move 1 to contratTrouve.
           perform until contratTrouve = 0
               EXEC sql
                 fetch CursorContratsAttestation into :codeContratA
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to contratTrouve
               else
                   perform attestationContrat
               end-if
           end-perform.
           EXEC sql
             close CursorContratsAttestation
           END-EXEC.

           move totalEncaisseClient to totalEncaisseAffiche.
           MOVE " " to LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "TOTAL DES PRIMES APPELEES EN " anneeExercice "       : " totalPrimesClient " euros" INTO LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "TOTAL DES PRIMES PAYEES NETTES EN " anneeExercice "  : " totalEncaisseAffiche " euros" INTO LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "TOTAL DES RISTOURNES REMBOURSEES     : " totalRistournesClient " euros" INTO LigneLettre.
           WRITE LigneLettre.
           if totalReglementsAVClient > 0
               multiply totalReglementsAVClient by 100 giving sommeTravail
               divide sommeTravail by 100 giving sommeEntiere remainder sommeCentimes
               MOVE " " to LigneLettre
               STRING "TOTAL DES VERSEMENTS ASSURANCE VIE   : " sommeEntiere "," sommeCentimes " euros" INTO LigneLettre
               WRITE LigneLettre
           end-if.
           MOVE " " to LigneLettre.
           WRITE LigneLettre.
           MOVE "Document a conserver : il vaut attestation des primes versees pour votre declaration fiscale." to LigneLettre.
           WRITE LigneLettre.

      *    Trace de l'attestation au registre des correspondances du client (courrier non rattache a
      *    un contrat)
           MOVE " " to resumeCorrespondance.
           STRING "Attestation annuelle de primes, exercice " anneeExercice ", primes payees nettes " totalEncaisseAffiche " euros" INTO resumeCorrespondance.
           EXEC sql
             select newid() into :tmpCodeCorrespondance
           END-EXEC.
           EXEC sql
             INSERT INTO correspondances (codeCorrespondance, codeClient, typeCourrier, dateEnvoi, resume)
             VALUES (:tmpCodeCorrespondance, :clientCourant.codeClient, 'ATTESTATION', :tmpDateEdition, :resumeCorrespondance)
           END-EXEC.
           add 1 to nbAttestations.

      *    Cumuls de l'exercice pour un contrat du client et bloc de l'attestation
       attestationContrat.
           initialize cumulsContrat.
           EXEC sql
             select COALESCE(SUM(montant),0) into :cumulsContrat.primesAppelees from quittances
             where codeContrat = :codeContratA and codeClient = :clientCourant.codeClient and YEAR(dateEmission) = :anneeExercice
           END-EXEC.
           EXEC sql
             select COALESCE(SUM(montant),0) into :cumulsContrat.encaisseReleve from encaissements
             where codeContrat = :codeContratA and codeClient = :clientCourant.codeClient and YEAR(dateEncaissement) = :anneeExercice
             and codeOperateur = 'RELEVE'
           END-EXEC.
           EXEC sql
             select COALESCE(SUM(montant),0) into :cumulsContrat.encaisseSepa from encaissements
             where codeContrat = :codeContratA and codeClient = :clientCourant.codeClient and YEAR(dateEncaissement) = :anneeExercice
             and codeOperateur = 'SEPA'
           END-EXEC.
           EXEC sql
             select COALESCE(SUM(montant),0) into :cumulsContrat.encaisseGuichet from encaissements
             where codeContrat = :codeContratA and codeClient = :clientCourant.codeClient and YEAR(dateEncaissement) = :anneeExercice
             and COALESCE(codeOperateur,'') <> 'RELEVE' and COALESCE(codeOperateur,'') <> 'SEPA'
           END-EXEC.
           EXEC sql
             select COALESCE(SUM(montant),0) into :cumulsContrat.extournesAnnee from extournesEncaissements
             where codeContrat = :codeContratA and YEAR(dateExtourne) = :anneeExercice
           END-EXEC.
           EXEC sql
             select COALESCE(SUM(montant),0) into :cumulsContrat.ristournesRemboursees from ristournes
             where codeContrat = :codeContratA and codeClient = :clientCourant.codeClient and paye = 1 and YEAR(dateEmissionPaiement) = :anneeExercice
           END-EXEC.
           EXEC sql
             select COALESCE(SUM(somme),0) into :cumulsContrat.reglementsAV from reglementsAssuranceVie
             where codeContrat = :codeContratA and codeClient = :clientCourant.codeClient and COALESCE(paye,1) = 1
             and YEAR(COALESCE(dateEmissionPaiement, dateReglement)) = :anneeExercice
           END-EXEC.

           compute encaisseNet = encaisseGuichet + encaisseReleve + encaisseSepa - extournesAnnee.
           move encaisseNet to encaisseNetAffiche.

           MOVE " " to LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "Contrat " codeContratA INTO LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "  Primes appelees                  : " primesAppelees " euros" INTO LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "  Encaisse au guichet              : " encaisseGuichet " euros" INTO LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "  Encaisse par virement (releve)   : " encaisseReleve " euros" INTO LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "  Preleve (SEPA)                   : " encaisseSepa " euros" INTO LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "  Extournes (paiements rejetes)    : " extournesAnnee " euros" INTO LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "  Primes payees nettes             : " encaisseNetAffiche " euros" INTO LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "  Ristournes remboursees           : " ristournesRemboursees " euros" INTO LigneLettre.
           WRITE LigneLettre.
           if reglementsAV of cumulsContrat > 0
               multiply reglementsAV of cumulsContrat by 100 giving sommeTravail
               divide sommeTravail by 100 giving sommeEntiere remainder sommeCentimes
               MOVE " " to LigneLettre
               STRING "  Versements assurance vie recus   : " sommeEntiere "," sommeCentimes " euros" INTO LigneLettre
               WRITE LigneLettre
           end-if.

           add primesAppelees to totalPrimesClient.
           add encaisseNet to totalEncaisseClient.
           add ristournesRemboursees to totalRistournesClient.
           add reglementsAV of cumulsContrat to totalReglementsAVClient.
           add 1 to nbContratsAttestes.

       attestationsPrimes-fin.
           EXEC sql
             close CursorClientsAttestation
           END-EXEC.
           MOVE " " to LigneLettre.
           WRITE LigneLettre.
           MOVE " " to LigneLettre.
           STRING "Attestations : " nbAttestations "  Contrats attestes : " nbContratsAttestes "  Attestations retenues (client NPAI) : " nbAttestationsRetenuesNpai INTO LigneLettre.
           WRITE LigneLettre.
           CLOSE FichierAttestations.
           DISPLAY "Traitement termine. Exercice " anneeExercice " attestations : " nbAttestations " contrats : " nbContratsAttestes " retenues NPAI : " nbAttestationsRetenuesNpai.
           STOP RUN.
