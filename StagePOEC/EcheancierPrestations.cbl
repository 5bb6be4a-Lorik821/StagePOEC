      ******************************************************************
      * Author:
      * Date:
      * Purpose: Traitement mensuel des echeanciers de prestations
      *          periodiques des sinistres IT (incapacite temporaire)
      *          et PE (perte d'emploi) approuves : l'echeancier ouvert
      *          sur l'ecran du sinistre (table echeanciersPrestations)
      *          porte un montant journalier ou mensuel, un delai de
      *          carence en jours, une duree maximale en mois et une
      *          date de prochaine revision. Chaque echeancier en cours
      *          genere le versement du mois (et des mois restes en
      *          arriere) dans versementsPrestations, que la passe
      *          suivante d'EmissionVirements vire au client. A la date
      *          de revision, le justificatif de prolongation (piece du
      *          dossier dans piecesSinistres) doit avoir ete pointe
      *          recu, sinon l'echeancier est suspendu (SU) et plus rien
      *          n'est verse ; des que la piece arrive, l'echeancier
      *          reprend et rattrape les mois suspendus. La duree
      *          maximale atteinte, ou la fin de la situation saisie par
      *          le gestionnaire, clot l'echeancier (CL). Chaque
      *          versement, suspension, reprise et cloture est rapporte
      *          dans ECHEANCIERS-PRESTATIONS.TXT. A lancer en fin de
      *          mois, avant EmissionVirements.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EcheancierPrestations.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RapportEcheanciers ASSIGN TO "ECHEANCIERS-PRESTATIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD RapportEcheanciers.
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

       77 dateSystemeAAAAMMJJ PIC 9(8).
       77 dateSystemeEnJours PIC 9(9).
       77 tmpDateTraitement PIC x(10).
      *    Mois traite par la passe (AAAAMM) : aucun versement n'est genere au-dela
       77 periodeCourante PIC 9(6).

      *    Periodicite de revision des echeanciers, en mois : une revision reussie reporte la date de
      *    prochaine revision d'autant ; 3 si la table parametres n'a pas la ligne
       77 PeriodiciteRevision PIC 9(3) value 3.

      *    Libelle de la piece du dossier attendue a chaque revision, semee a l'ouverture de
      *    l'echeancier (cf enregistrementEcheancier dans Program1)
       77 libelleJustificatif PIC x(40) value "Justificatif de prolongation".

      *    Echeancier en cours de traitement
       01 echeancierCourant.
         03 codeSinistreE PIC x(36).
         03 codeClientE PIC x(36).
         03 typeSinistreE PIC x(2).
         03 typeMontantE PIC x.
         03 montantE PIC 9(7)v9(2).
         03 delaiCarenceE PIC 9(3).
         03 dureeMaxE PIC 9(3).
         03 statutE PIC x(2).
         03 dernierePeriodeE PIC 9(6).
       01 dateDebutE.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateDebutEAAAAMMJJ REDEFINES dateDebutE PIC 9(8).
       01 dateRevisionE.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateRevisionEAAAAMMJJ REDEFINES dateRevisionE PIC 9(8).
       77 dateRevisionEnJours PIC 9(9).
      *    Fin de la situation saisie par le gestionnaire (annee a 0 tant qu'elle dure)
       01 dateFinSituationE.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateFinSituationEAAAAMMJJ REDEFINES dateFinSituationE PIC 9(8).
       77 finSituationEnJours PIC 9(9).
       77 tmpDateRevision PIC x(10).

      *    Droits de l'echeancier en jours calendaires (FUNCTION INTEGER-OF-DATE) : le premier jour
      *    indemnise suit le delai de carence, le dernier termine la duree maximale comptee a partir
      *    de ce premier jour, ou est le jour de fin de la situation saisie s'il est anterieur
       77 debutDroitsEnJours PIC 9(9).
       77 finDroitsEnJours PIC 9(9).
       01 dateFinDroits.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateFinDroitsAAAAMMJJ REDEFINES dateFinDroits PIC 9(8).
       77 periodeFinDroits PIC 9(6).
       77 tmpDateCloture PIC x(10).

      *    Date de travail pour l'ajout d'un nombre de mois : le jour est ramene au dernier jour du mois
      *    d'arrivee quand celui-ci est plus court (31 janvier + 1 mois = 28 ou 29 fevrier)
       01 dateCalcul.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateCalculAAAAMMJJ REDEFINES dateCalcul PIC 9(8).
       77 nbMoisAjout PIC 9(4).
       77 rangMoisCalcul PIC 9(5).
       77 anneesAjout PIC 9(4).
       77 resteMois PIC 9(2).
       77 jourCalcul PIC 9(2).

      *    Mois verse : bornes en jours calendaires et nombre de jours du mois
       01 periodeTraitee.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
       01 periodeTraiteeAAAAMM REDEFINES periodeTraitee PIC 9(6).
       01 datePremierMois.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 datePremierMoisAAAAMMJJ REDEFINES datePremierMois PIC 9(8).
       01 dateMoisSuivant.
         03 AAAA PIC 9(4).
         03 MM PIC 9(2).
         03 JJ PIC 9(2).
       01 dateMoisSuivantAAAAMMJJ REDEFINES dateMoisSuivant PIC 9(8).
       77 debutPeriodeEnJours PIC 9(9).
       77 finPeriodeEnJours PIC 9(9).
       77 joursDuMois PIC 9(2).

      *    Versement du mois : jours indemnises dans le mois et montant, au jour ou au prorata du mois
       77 premierJourPayeEnJours PIC 9(9).
       77 dernierJourPayeEnJours PIC 9(9).
       77 joursPayes PIC 9(3).
       77 montantVersement PIC 9(7)v9(2).
       77 codeVersement PIC x(36).

      *    Justificatif de prolongation encore attendu a la revision
       77 nbJustificatifsManquants PIC 9(5).
       77 nbJustificatifs PIC 9(5).
       77 codePieceJustificatif PIC x(36).

      *    Decoupage du montant decimal pour l'ecriture dans le rapport (le 'v' n'imprime pas de virgule)
       77 sommeTravail PIC 9(11).
       77 sommeEntiere PIC 9(9).
       77 sommeCentimes PIC 9(2).

      *    Indique si le fetch a rendu une ligne : la condition de boucle ne peut pas porter sur le
      *    SQLCODE brut, les mises a jour a l'interieur de la boucle l'ecraseraient
       77 ligneTrouvee PIC 9.

       77 nbEcheanciersTraites PIC 9(9) value 0.
       77 nbVersementsGeneres PIC 9(9) value 0.
       77 totalVersements PIC 9(9)v9(2) value 0.
       77 nbRevisionsValidees PIC 9(9) value 0.
       77 nbSuspensions PIC 9(9) value 0.
       77 nbReprises PIC 9(9) value 0.
       77 nbClotures PIC 9(9) value 0.

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * Traitement mensuel des echeanciers de prestations IT et PE
      **
       echeancierPrestations.
           perform echeancierPrestations-init.
           perform echeancierPrestations-trt.
           perform echeancierPrestations-fin.

       echeancierPrestations-init.
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

           STRING WS-CURRENT-YEAR Mois of DateSysteme Jour of DateSysteme INTO dateSystemeAAAAMMJJ.
           move FUNCTION INTEGER-OF-DATE(dateSystemeAAAAMMJJ) to dateSystemeEnJours.
           STRING Jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateTraitement.
           compute periodeCourante = WS-CURRENT-YEAR * 100 + Mois of DateSysteme.

      *    La valeur par defaut reste en place si la table n'a pas la ligne ; une periodicite nulle
      *    ne reporterait jamais la revision
           EXEC sql
             select valeur into :PeriodiciteRevision from parametres where cle = 'PERIODICITE_REVISION_PRESTATIONS'
           END-EXEC.
           if PeriodiciteRevision = 0
               move 3 to PeriodiciteRevision
           end-if.

           OPEN OUTPUT RapportEcheanciers.
           STRING "ECHEANCIERS DE PRESTATIONS IT / PE - VERSEMENTS DU MOIS " Mois of DateSysteme "/" WS-CURRENT-YEAR "  (traitement du " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR ")"
             INTO LigneRapport.
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           STRING "Periodicite de revision : " PeriodiciteRevision " mois" INTO LigneRapport.
           WRITE LigneRapport.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           MOVE "codeSinistre;codeClient;type;periode;jours;montant;action" to LigneRapport.
           WRITE LigneRapport.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Echeanciers en cours (EC) ou suspendus (SU) des dossiers encore approuves : revision d'abord,
      * puis versements des mois dus et cloture a la duree maximale pour ceux qui restent en cours
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       echeancierPrestations-trt.
           EXEC sql
             declare CursorEcheanciers cursor for
             select e.codeSinistre, s.codeClient, s.typeSinistre, e.typeMontant, e.montant, COALESCE(e.delaiCarenceJours,0), e.dureeMaxMois,
               YEAR(e.dateDebut), MONTH(e.dateDebut), DAY(e.dateDebut),
               COALESCE(YEAR(e.dateProchaineRevision),0), COALESCE(MONTH(e.dateProchaineRevision),0), COALESCE(DAY(e.dateProchaineRevision),0),
               COALESCE(YEAR(e.dateFinSituation),0), COALESCE(MONTH(e.dateFinSituation),0), COALESCE(DAY(e.dateFinSituation),0),
               e.statut, COALESCE(e.dernierePeriodeVersee,0)
             from echeanciersPrestations e join sinistres s on s.codeSinistre = e.codeSinistre
             where (e.statut = 'EC' or e.statut = 'SU') and s.statut = 'AP'
             order by e.codeSinistre
           END-EXEC
           EXEC sql
             open CursorEcheanciers
           END-EXEC.

           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorEcheanciers into :echeancierCourant.codeSinistreE, :echeancierCourant.codeClientE, :echeancierCourant.typeSinistreE,
                   :echeancierCourant.typeMontantE, :echeancierCourant.montantE, :echeancierCourant.delaiCarenceE, :echeancierCourant.dureeMaxE,
                   :dateDebutE.AAAA, :dateDebutE.MM, :dateDebutE.JJ, :dateRevisionE.AAAA, :dateRevisionE.MM, :dateRevisionE.JJ,
                   :dateFinSituationE.AAAA, :dateFinSituationE.MM, :dateFinSituationE.JJ,
                   :echeancierCourant.statutE, :echeancierCourant.dernierePeriodeE
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   add 1 to nbEcheanciersTraites
                   perform revisionEcheancier
                   if statutE = 'EC'
                       perform versementsEcheancier
                   end-if
               end-if
           end-perform.

           EXEC sql
             close CursorEcheanciers
           END-EXEC.

      *    Revision : une fois la date de revision atteinte, le justificatif de prolongation doit etre
      *    pointe recu. Sinon l'echeancier est suspendu (il l'est peut-etre deja) ; s'il est la, la
      *    revision est validee, la date de la suivante reportee et la piece remise en attente pour
      *    elle, et un echeancier suspendu reprend. Une fois la fin de la situation saisie, il n'y a
      *    plus de revision : il ne reste qu'a verser les jours dus jusqu'a cette date
       revisionEcheancier.
           if AAAA of dateRevisionE <> 0 AND AAAA of dateFinSituationE = 0
               move FUNCTION INTEGER-OF-DATE(dateRevisionEAAAAMMJJ) to dateRevisionEnJours
               if dateRevisionEnJours <= dateSystemeEnJours
                   move 0 to nbJustificatifsManquants
                   EXEC sql
                     select count(*) into :nbJustificatifsManquants from piecesSinistres
                     where codeSinistre = :echeancierCourant.codeSinistreE and libellePiece = :libelleJustificatif and recu = 0
                   END-EXEC
                   if nbJustificatifsManquants > 0
                       perform suspensionEcheancier
                   else
                       perform validationRevision
                   end-if
               end-if
           end-if.

       suspensionEcheancier.
           if statutE = 'EC'
               EXEC sql
                 UPDATE echeanciersPrestations SET statut = 'SU', dateSuspension = :tmpDateTraitement
                 WHERE codeSinistre = :echeancierCourant.codeSinistreE and statut = 'EC'
               END-EXEC
               move 'SU' to statutE
               MOVE " " to LigneRapport
               STRING codeSinistreE ";" codeClientE ";" typeSinistreE ";;;;SUSPENDU - justificatif de prolongation non recu a la revision du "
                 JJ of dateRevisionE "/" MM of dateRevisionE "/" AAAA of dateRevisionE INTO LigneRapport
               WRITE LigneRapport
               add 1 to nbSuspensions
           else
               MOVE " " to LigneRapport
               STRING codeSinistreE ";" codeClientE ";" typeSinistreE ";;;;TOUJOURS SUSPENDU - justificatif de prolongation attendu depuis le "
                 JJ of dateRevisionE "/" MM of dateRevisionE "/" AAAA of dateRevisionE INTO LigneRapport
               WRITE LigneRapport
           end-if.

       validationRevision.
           perform reportDateRevision until dateRevisionEnJours > dateSystemeEnJours.
           STRING JJ of dateRevisionE "-" MM of dateRevisionE "-" AAAA of dateRevisionE INTO tmpDateRevision.

      *    Le justificatif recu a servi : il est remis en attente pour la revision suivante (une seule
      *    ligne par dossier, recreee si elle a disparu)
           move 0 to nbJustificatifs.
           EXEC sql
             select count(*) into :nbJustificatifs from piecesSinistres
             where codeSinistre = :echeancierCourant.codeSinistreE and libellePiece = :libelleJustificatif
           END-EXEC.
           if nbJustificatifs > 0
               EXEC sql
                 UPDATE piecesSinistres SET recu = 0
                 WHERE codeSinistre = :echeancierCourant.codeSinistreE and libellePiece = :libelleJustificatif
               END-EXEC
           else
               EXEC sql
                 select newid() into :codePieceJustificatif
               END-EXEC
               EXEC sql
                 INSERT INTO piecesSinistres (codePiece, codeSinistre, libellePiece, recu)
                 VALUES (:codePieceJustificatif, :echeancierCourant.codeSinistreE, :libelleJustificatif, 0)
               END-EXEC
           end-if.

           EXEC sql
             UPDATE echeanciersPrestations SET statut = 'EC', dateProchaineRevision = :tmpDateRevision
             WHERE codeSinistre = :echeancierCourant.codeSinistreE
           END-EXEC.

           MOVE " " to LigneRapport.
           if statutE = 'SU'
               STRING codeSinistreE ";" codeClientE ";" typeSinistreE ";;;;REPRIS - justificatif de prolongation recu, prochaine revision le "
                 JJ of dateRevisionE "/" MM of dateRevisionE "/" AAAA of dateRevisionE INTO LigneRapport
               add 1 to nbReprises
           else
               STRING codeSinistreE ";" codeClientE ";" typeSinistreE ";;;;REVISION VALIDEE - prochaine revision le "
                 JJ of dateRevisionE "/" MM of dateRevisionE "/" AAAA of dateRevisionE INTO LigneRapport
           end-if.
           WRITE LigneRapport.
           add 1 to nbRevisionsValidees.
           move 'EC' to statutE.

       reportDateRevision.
           move dateRevisionE to dateCalcul.
           move PeriodiciteRevision to nbMoisAjout.
           perform ajoutMoisDateCalcul.
           move dateCalcul to dateRevisionE.
           move FUNCTION INTEGER-OF-DATE(dateRevisionEAAAAMMJJ) to dateRevisionEnJours.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Versements d'un echeancier en cours : un versement par mois, du mois qui suit le dernier mois
      * verse (ou du mois du premier jour indemnise) jusqu'au mois traite, sans depasser la fin des
      * droits. Les jours indemnises sont ceux du mois compris dans les droits ; un montant mensuel
      * est proratise sur un mois incomplet. Le dernier mois verse est note apres chaque versement :
      * une relance de la passe ne verse jamais deux fois le meme mois.
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       versementsEcheancier.
           compute debutDroitsEnJours = FUNCTION INTEGER-OF-DATE(dateDebutEAAAAMMJJ) + delaiCarenceE.
           move FUNCTION DATE-OF-INTEGER(debutDroitsEnJours) to dateCalculAAAAMMJJ.
           if dernierePeriodeE = 0
               move AAAA of dateCalcul to AAAA of periodeTraitee
               move MM of dateCalcul to MM of periodeTraitee
           else
               move dernierePeriodeE to periodeTraiteeAAAAMM
               perform moisSuivantPeriode
           end-if.

           move dureeMaxE to nbMoisAjout.
           perform ajoutMoisDateCalcul.
           compute finDroitsEnJours = FUNCTION INTEGER-OF-DATE(dateCalculAAAAMMJJ) - 1.
           if AAAA of dateFinSituationE <> 0
               move FUNCTION INTEGER-OF-DATE(dateFinSituationEAAAAMMJJ) to finSituationEnJours
               if finSituationEnJours < finDroitsEnJours
                   move finSituationEnJours to finDroitsEnJours
               end-if
           end-if.
           move FUNCTION DATE-OF-INTEGER(finDroitsEnJours) to dateFinDroitsAAAAMMJJ.
           compute periodeFinDroits = AAAA of dateFinDroits * 100 + MM of dateFinDroits.

           perform versementPeriode until periodeTraiteeAAAAMM > periodeCourante OR periodeTraiteeAAAAMM > periodeFinDroits.

      *    Fin des droits (duree maximale ou fin de la situation) dans le mois traite ou avant :
      *    l'echeancier est clos a cette date ; le dossier passera au statut paye quand son dernier
      *    versement aura ete vire
           if periodeFinDroits <= periodeCourante
               STRING JJ of dateFinDroits "-" MM of dateFinDroits "-" AAAA of dateFinDroits INTO tmpDateCloture
               EXEC sql
                 UPDATE echeanciersPrestations SET statut = 'CL', dateCloture = :tmpDateCloture
                 WHERE codeSinistre = :echeancierCourant.codeSinistreE and statut = 'EC'
               END-EXEC
               MOVE " " to LigneRapport
               if AAAA of dateFinSituationE <> 0 AND finSituationEnJours = finDroitsEnJours
                   STRING codeSinistreE ";" codeClientE ";" typeSinistreE ";;;;CLOS - fin de la situation le "
                     JJ of dateFinDroits "/" MM of dateFinDroits "/" AAAA of dateFinDroits INTO LigneRapport
               else
                   STRING codeSinistreE ";" codeClientE ";" typeSinistreE ";;;;CLOS - duree maximale atteinte le "
                     JJ of dateFinDroits "/" MM of dateFinDroits "/" AAAA of dateFinDroits INTO LigneRapport
               end-if
               WRITE LigneRapport
               add 1 to nbClotures
           end-if.

       versementPeriode.
           move AAAA of periodeTraitee to AAAA of datePremierMois.
           move MM of periodeTraitee to MM of datePremierMois.
           perform calculBornesMois.

           if debutDroitsEnJours > debutPeriodeEnJours
               move debutDroitsEnJours to premierJourPayeEnJours
           else
               move debutPeriodeEnJours to premierJourPayeEnJours
           end-if.
           if finDroitsEnJours < finPeriodeEnJours
               move finDroitsEnJours to dernierJourPayeEnJours
           else
               move finPeriodeEnJours to dernierJourPayeEnJours
           end-if.

           if dernierJourPayeEnJours >= premierJourPayeEnJours
               compute joursPayes = dernierJourPayeEnJours - premierJourPayeEnJours + 1
               if typeMontantE = 'J'
                   compute montantVersement rounded = montantE * joursPayes
               else if joursPayes = joursDuMois
                   move montantE to montantVersement
               else
                   compute montantVersement rounded = montantE * joursPayes / joursDuMois
               end-if
               end-if
               if montantVersement > 0
                   perform enregistrementVersement
               end-if
           end-if.

           EXEC sql
             UPDATE echeanciersPrestations SET dernierePeriodeVersee = :periodeTraiteeAAAAMM
             WHERE codeSinistre = :echeancierCourant.codeSinistreE
           END-EXEC.
           perform moisSuivantPeriode.

      *    Le versement attend la passe d'EmissionVirements (paye = 0) ; sa reference dans le fichier
      *    de virements sera son codeVersement
       enregistrementVersement.
           EXEC sql
             select newid() into :codeVersement
           END-EXEC.
           EXEC sql
             INSERT INTO versementsPrestations (codeVersement, codeSinistre, codeClient, periode, nbJours, montant, paye, exporteCompta, contrePasser, dateCreation)
             VALUES (:codeVersement, :echeancierCourant.codeSinistreE, :echeancierCourant.codeClientE, :periodeTraiteeAAAAMM, :joursPayes, :montantVersement, 0, 0, 0, :tmpDateTraitement)
           END-EXEC.
           multiply montantVersement by 100 giving sommeTravail.
           divide sommeTravail by 100 giving sommeEntiere remainder sommeCentimes.
           MOVE " " to LigneRapport.
           STRING codeSinistreE ";" codeClientE ";" typeSinistreE ";" MM of periodeTraitee "/" AAAA of periodeTraitee ";" joursPayes ";" sommeEntiere "," sommeCentimes ";VERSEMENT"
             INTO LigneRapport.
           WRITE LigneRapport.
           add 1 to nbVersementsGeneres.
           add montantVersement to totalVersements.

       moisSuivantPeriode.
           if MM of periodeTraitee = 12
               add 1 to AAAA of periodeTraitee
               move 1 to MM of periodeTraitee
           else
               add 1 to MM of periodeTraitee
           end-if.

      *    Bornes du mois de datePremierMois (annee et mois poses par l'appelant) en jours calendaires :
      *    premier jour, dernier jour (veille du premier du mois suivant) et nombre de jours
       calculBornesMois.
           move 1 to JJ of datePremierMois.
           move FUNCTION INTEGER-OF-DATE(datePremierMoisAAAAMMJJ) to debutPeriodeEnJours.
           if MM of datePremierMois = 12
               add 1 to AAAA of datePremierMois giving AAAA of dateMoisSuivant
               move 1 to MM of dateMoisSuivant
           else
               move AAAA of datePremierMois to AAAA of dateMoisSuivant
               add 1 to MM of datePremierMois giving MM of dateMoisSuivant
           end-if.
           move 1 to JJ of dateMoisSuivant.
           compute finPeriodeEnJours = FUNCTION INTEGER-OF-DATE(dateMoisSuivantAAAAMMJJ) - 1.
           compute joursDuMois = finPeriodeEnJours - debutPeriodeEnJours + 1.

      *    Ajout de nbMoisAjout mois a dateCalcul
       ajoutMoisDateCalcul.
           move JJ of dateCalcul to jourCalcul.
           compute rangMoisCalcul = MM of dateCalcul - 1 + nbMoisAjout.
           divide rangMoisCalcul by 12 giving anneesAjout remainder resteMois.
           add anneesAjout to AAAA of dateCalcul.
           add 1 to resteMois giving MM of dateCalcul.
           move AAAA of dateCalcul to AAAA of datePremierMois.
           move MM of dateCalcul to MM of datePremierMois.
           perform calculBornesMois.
           if jourCalcul > joursDuMois
               move joursDuMois to JJ of dateCalcul
           else
               move jourCalcul to JJ of dateCalcul
           end-if.

       echeancierPrestations-fin.
           multiply totalVersements by 100 giving sommeTravail.
           divide sommeTravail by 100 giving sommeEntiere remainder sommeCentimes.
           MOVE " " to LigneRapport.
           WRITE LigneRapport.
           STRING "Echeanciers examines : " nbEcheanciersTraites "  Versements generes : " nbVersementsGeneres "  Montant : " sommeEntiere "," sommeCentimes
             "  Revisions validees : " nbRevisionsValidees "  Suspensions : " nbSuspensions "  Reprises : " nbReprises "  Clotures : " nbClotures INTO LigneRapport.
           WRITE LigneRapport.
           CLOSE RapportEcheanciers.
           DISPLAY "Traitement termine. Echeanciers : " nbEcheanciersTraites " versements generes : " nbVersementsGeneres " suspensions : " nbSuspensions
             " reprises : " nbReprises " clotures : " nbClotures.
           STOP RUN.
