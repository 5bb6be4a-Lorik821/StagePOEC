      *          quotidiens et de fin de mois dans l'ordre de dependance
      *          declare (plus d'ordre dans la tete de l'operateur), en
      *          refusant de lancer une etape dont le predecesseur a
      *          echoue et une etape periodique (mensuelle, trimestrielle
      *          ou annuelle) qui a deja tourne dans sa periode. L'issue
      *          de chaque etape est enregistree dans la
      *          table journalBatch (celle que les traitements a point de
      *          reprise utilisent deja), et le rapport de controle du
      *          matin RAPPORT-CHAINE.TXT - une ligne par etape avec
      *          attend la premiere personne arrivee.
      *          Statuts d'etape : OK terminee, KO echouee, RF refusee
      *          (predecesseur en echec), SA sautee (mensuelle hors
      *          derniere nuit du mois, ou deja passee ce mois-ci ;
      *          trimestrielle hors derniere nuit du trimestre, ou deja
      *          passee ce trimestre ; annuelle hors derniere nuit de
      *          l'annee, ou deja passee cette annee).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       77 moisCourant PIC 9(2).
       77 anneeCourante PIC 9(4).
       77 trimestreCourant PIC 9.
       77 tmpDateJournal PIC x(10).

      *    Les etapes mensuelles sont des traitements de fin de mois qui agregent le mois de la date
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       77 derniereNuitDuMois PIC 9.
      *    Les etapes trimestrielles (cessions en reassurance, declaration de taxe...) partent la derniere nuit du dernier
      *    mois du trimestre (mars, juin, septembre, decembre)
       77 derniereNuitDuTrimestre PIC 9.
      *    Les etapes annuelles (attestations de primes, revalorisation de l'assurance vie...) partent la derniere nuit de decembre
       77 derniereNuitDeLAnnee PIC 9.

      *    La chaine declaree : une ligne par etape, dans l'ordre de lancement, avec sa frequence
      *    (Q quotidienne, M mensuelle, T trimestrielle, A annuelle) et le nom de son predecesseur obligatoire (espaces = aucun) ;
      *    la table est chargee au demarrage par chargementEtapes
       01 etapesChaine.
         02 etapeChaine OCCURS 30.
           03 nomEtape PIC x(25).
           03 frequenceEtape PIC x(1).
           03 predecesseurEtape PIC x(25).
           03 heureDebutEtape PIC 9(8).
           03 heureFinEtape PIC 9(8).
           03 nbLignesEtape PIC 9(9).
       77 nbEtapes PIC 99 value 29.
       77 indiceEtape PIC 99.
       77 indicePredecesseur PIC 99.
       77 indiceRecherche PIC 99.
       77 commandeEtape PIC x(40).
       77 codeRetourEtape PIC s9(4).

      *    Nombre d'executions OK deja au journal dans la periode (mois ou trimestre), pour le
      *    garde-fou des etapes mensuelles et trimestrielles, et decision de saut qui en resulte
       77 nbExecutionsPeriode PIC 9(5).
       77 etapeASauter PIC 9.

       77 codeJournalEtape PIC x(36).
       77 heureJournal PIC 9(8).
               move 1 to derniereNuitDuMois
           end-if.

      *    Derniere nuit du trimestre : derniere nuit d'un mois multiple de 3
           compute trimestreCourant = (moisCourant + 2) / 3.
           move 0 to derniereNuitDuTrimestre.
           if derniereNuitDuMois = 1 AND moisCourant = trimestreCourant * 3
               move 1 to derniereNuitDuTrimestre
           end-if.

      *    Derniere nuit de l'annee : derniere nuit de decembre
           move 0 to derniereNuitDeLAnnee.
           if derniereNuitDuMois = 1 AND moisCourant = 12
               move 1 to derniereNuitDeLAnnee
           end-if.

           perform chargementEtapes.

      *    L'ordre de la chaine et ses dependances : les retours de la banque sont traites avant
      *    toute nouvelle emission, les versements du mois des echeanciers de prestations sont generes
      *    avant l'emission qui les vire, la facturation precede le rapprochement des impayes et les
      *    relances, la provision pour primes non acquises precede l'export comptable qui en reprend
      *    l'ecriture d'inventaire, l'export ne part qu'une fois les virements emis, les cessions en
      *    reassurance suivent l'etat des provisions techniques, et la declaration de taxe suit
      *    l'export comptable de la nuit avec lequel elle se rapproche
       chargementEtapes.
           initialize etapesChaine.
           move 'ContratExpiration' to nomEtape(1).
           move 'FacturationPrimes' to predecesseurEtape(6).
           move 'RetourVirements' to nomEtape(7).
           move 'Q' to frequenceEtape(7).
           move 'EcheancierPrestations' to nomEtape(8).
           move 'M' to frequenceEtape(8).
           move 'EmissionVirements' to nomEtape(9).
           move 'Q' to frequenceEtape(9).
           move 'RetourVirements' to predecesseurEtape(9).
           move 'ProvisionsPrimes' to nomEtape(10).
           move 'M' to frequenceEtape(10).
           move 'FacturationPrimes' to predecesseurEtape(10).
           move 'ExportComptable' to nomEtape(11).
           move 'Q' to frequenceEtape(11).
           move 'EmissionVirements' to predecesseurEtape(11).
           move 'CommissionsCourtiers' to nomEtape(12).
           move 'M' to frequenceEtape(12).
           move 'StatistiquesMensuelles' to nomEtape(13).
           move 'M' to frequenceEtape(13).
           move 'ReconciliationFranchise' to nomEtape(14).
           move 'M' to frequenceEtape(14).
           move 'ProvisionsTechniques' to nomEtape(15).
           move 'M' to frequenceEtape(15).
           move 'CessionsReassurance' to nomEtape(16).
           move 'T' to frequenceEtape(16).
           move 'ProvisionsTechniques' to predecesseurEtape(16).
           move 'RapportRecours' to nomEtape(17).
           move 'Q' to frequenceEtape(17).
           move 'RapportFraude' to nomEtape(18).
           move 'Q' to frequenceEtape(18).
           move 'AttestationsPrimes' to nomEtape(19).
           move 'A' to frequenceEtape(19).
           move 'EmissionVirements' to predecesseurEtape(19).
           move 'PurgeArchives' to nomEtape(20).
           move 'M' to frequenceEtape(20).
           move 'RevalorisationAV' to nomEtape(21).
           move 'A' to frequenceEtape(21).
           move 'AuditIntegrite' to nomEtape(22).
           move 'Q' to frequenceEtape(22).
           move 'DeclarationTaxeAssurance' to nomEtape(23).
           move 'T' to frequenceEtape(23).
           move 'ExportComptable' to predecesseurEtape(23).
           move 'RapportDelaisSinistres' to nomEtape(24).
           move 'Q' to frequenceEtape(24).
           move 'RapprochementDecesAV' to nomEtape(25).
           move 'Q' to frequenceEtape(25).
           move 'ExtraitsCourtiers' to nomEtape(26).
           move 'M' to frequenceEtape(26).
           move 'ControleCoordonnees' to nomEtape(27).
           move 'M' to frequenceEtape(27).
           move 'SuiviReclamations' to nomEtape(28).
           move 'Q' to frequenceEtape(28).
           move 'StatistiquesReclamations' to nomEtape(29).
           move 'T' to frequenceEtape(29).

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Chaque etape est examinee dans l'ordre declare : une mensuelle deja passee ce mois-ci (une
      * trimestrielle deja passee ce trimestre) est sautee (SA), une etape dont le predecesseur a echoue ou a ete refuse est refusee (RF), les
      * autres sont lancees et leur issue (OK/KO) est relevee sur le code retour
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       chaineBatch-trt.

       executionEtape.
           move nomEtape(indiceEtape) to nomEtapeCourante.
           move 'SA' to statutEtape(indiceEtape).
           perform controlePeriodicite.

           if etapeASauter = 1
               add 1 to nbEtapesSautees
      *        Le saut est lui aussi pose au journal : le suivi d'un passage a l'autre se fait dans
      *        la table comme sur le rapport du matin

           add 1 to indiceEtape.

      *    Garde-fous mensuels : une etape mensuelle ne part que la derniere nuit du mois (les etats
      *    de fin de mois agregent le mois de la date systeme, la lancer plus tot produirait des
      *    etats vides), et jamais deux fois si elle est deja au journal en OK ce mois-ci ; meme
      *    regle pour une etape trimestrielle sur la derniere nuit et le trimestre, et pour une etape
      *    annuelle sur la derniere nuit de decembre et l'annee
       controlePeriodicite.
           move 0 to etapeASauter.
           move 0 to nbExecutionsPeriode.
           evaluate frequenceEtape(indiceEtape)
               when 'M'
                   if derniereNuitDuMois = 0
                       move 1 to etapeASauter
                   else
                       EXEC sql
                         select count(*) into :nbExecutionsPeriode from journalBatch
                         where nomBatch = :nomEtapeCourante and statut = 'OK'
                         and MONTH(dateDebut) = :moisCourant and YEAR(dateDebut) = :anneeCourante
                       END-EXEC
                   end-if
               when 'T'
                   if derniereNuitDuTrimestre = 0
                       move 1 to etapeASauter
                   else
                       EXEC sql
                         select count(*) into :nbExecutionsPeriode from journalBatch
                         where nomBatch = :nomEtapeCourante and statut = 'OK'
                         and DATEPART(QUARTER, dateDebut) = :trimestreCourant and YEAR(dateDebut) = :anneeCourante
                       END-EXEC
                   end-if
               when 'A'
                   if derniereNuitDeLAnnee = 0
                       move 1 to etapeASauter
                   else
                       EXEC sql
                         select count(*) into :nbExecutionsPeriode from journalBatch
                         where nomBatch = :nomEtapeCourante and statut = 'OK'
                         and YEAR(dateDebut) = :anneeCourante
                       END-EXEC
                   end-if
           end-evaluate.
           if nbExecutionsPeriode > 0
               move 1 to etapeASauter
           end-if.

       recherchePredecesseur.
           move 0 to indicePredecesseur.
           if predecesseurEtape(indiceEtape) <> spaces
           perform ligneRapportEtape until indiceEtape > nbEtapes.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           STRING "OK : " nbEtapesOK "  KO : " nbEtapesKO "  Refusees : " nbEtapesRefusees "  Sautees (periodiques hors fin de periode ou deja passees) : " nbEtapesSautees INTO LigneRapport.
           WRITE LigneRapport.
           CLOSE RapportChaine.
           DISPLAY "Chaine terminee. OK : " nbEtapesOK " KO : " nbEtapesKO " refusees : " nbEtapesRefusees " sautees : " nbEtapesSautees.
