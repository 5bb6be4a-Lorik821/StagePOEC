      ******************************************************************
      * Author:
      * Date:
      * Purpose: Traitement trimestriel de cession en reassurance des
      *          gros sinistres MT et IA : le traite (retention, taux de
      *          cession et plafond par garantie) est lu dans parametres
      *          et applique a chaque sinistre MT/IA paye dans le
      *          trimestre ou encore provisionne (DE, EC, AP). La charge
      *          retenue est la provision des dossiers ouverts, le
      *          montant remboursable des dossiers approuves ou payes,
      *          nette des recuperations deja encaissees sur recours
      *          (table recours) : la part du reassureur est la tranche
      *          de charge nette comprise entre la retention et le
      *          plafond, au taux de cession. Chaque sinistre cede a sa
      *          ligne dans cessionsReassurance (part cedee, deja
      *          recouvre aupres du reassureur, solde recuperable sur les
      *          sinistres payes), mise a jour a chaque passe ; les
      *          reglements du reassureur, saisis sur la fiche sinistre
      *          de Program1, sont cumules depuis la table
      *          encaissementsReassurance. Le bordereau de cession
      *          BORDEREAU-CESSION.TXT reprend, par
      *          sinistre, la charge, la part cedee et le mouvement du
      *          trimestre, pour envoi au reassureur. Complete l'etat
      *          des provisions techniques (ETAT-PROVISIONS.TXT) qui
      *          reste brut de reassurance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CessionsReassurance.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FichierBordereau ASSIGN TO "BORDEREAU-CESSION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD FichierBordereau.
       01 LigneBordereau PIC x(250).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 DateSysteme.
         03 Annee PIC 99.
         03 Mois PIC 99.
         03 Jour PIC 99.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).

       77 moisCourant PIC 9(2).
       77 anneeCourante PIC 9(4).
       77 trimestreCourant PIC 9.
       77 tmpDateBordereau PIC x(10).

      *    Termes du traite par garantie, lus dans parametres : retention (priorite conservee par la
      *    compagnie), taux de cession en pourcent de la tranche au-dessus de la retention, plafond
      *    de charge au-dela duquel le reassureur ne suit plus. Sans ligne de parametrage, le taux a
      *    0 desactive la cession de la garantie
       01 traiteReassurance.
         03 retentionMT PIC 9(9) value 150000.
         03 tauxCessionMT PIC 9(3) value 0.
         03 plafondMT PIC 9(9) value 999999999.
         03 retentionIA PIC 9(9) value 150000.
         03 tauxCessionIA PIC 9(3) value 0.
         03 plafondIA PIC 9(9) value 999999999.

      *    Termes de la garantie du sinistre en cours
       77 retentionCourante PIC 9(9).
       77 tauxCessionCourant PIC 9(3).
       77 plafondCourant PIC 9(9).

      *    Sinistre MT/IA en cours de lecture
       01 sinistreCourant.
         03 codeSinistre PIC x(36).
         03 codeContrat PIC x(36).
         03 typeSinistre PIC x(2).
         03 statut PIC x(2).
         03 provision PIC 9(9).
         03 remboursable PIC 9(9).

      *    Chiffrage de la cession : charge brute, recuperations sur recours, charge nette, tranche
      *    cedee et part du reassureur ; le mouvement du trimestre est l'ecart signe avec la part
      *    cedee au bordereau precedent
       77 chargeBrute PIC 9(9).
       77 recoursRecus PIC 9(9).
       77 chargeNette PIC 9(9).
       77 trancheCedee PIC 9(9).
       77 partCedee PIC 9(9).
       77 partCedeePrecedente PIC 9(9).
       77 montantRecuReassureur PIC 9(9).
       77 soldeRecuperable PIC s9(9).
       77 mouvementTrimestre PIC s9(9).
       77 cessionExistante PIC 9.
       77 ligneTrouvee PIC 9.

      *    Copies editees des montants signes pour l'ecriture dans le bordereau (le signe embarque
      *    d'un numerique s'imprimerait en caractere parasite)
       77 mouvementAffiche PIC +9(9).
       77 soldeRecuperableAffiche PIC +9(9).
       77 totalMouvementsAffiche PIC +9(9).
       77 totalRecuperableAffiche PIC +9(9).

      *    Totaux du bordereau
       77 totalPartsCedees PIC 9(9) value 0.
       77 totalMouvements PIC s9(9) value 0.
       77 totalRecuperable PIC s9(9) value 0.
       77 nbSinistresCedes PIC 9(9) value 0.

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * Traitement trimestriel de cession en reassurance
      **
       cessionsReassurance.
           perform cessionsReassurance-init.
           perform cessionsReassurance-trt.
           perform cessionsReassurance-fin.

       cessionsReassurance-init.
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

      *    Trimestre de la date systeme : la chaine lance le traitement la derniere nuit du dernier
      *    mois du trimestre
           move Mois of DateSysteme to moisCourant.
           move WS-CURRENT-YEAR to anneeCourante.
           compute trimestreCourant = (moisCourant + 2) / 3.
           STRING Jour of DateSysteme "-" Mois of DateSysteme "-" WS-CURRENT-YEAR INTO tmpDateBordereau.

      *    Termes du traite par garantie ; les valeurs par defaut restent en place si la table n'a
      *    pas la ligne
           EXEC sql
             select valeur into :retentionMT from parametres where cle = 'REASSURANCE_RETENTION_MT'
           END-EXEC.
           EXEC sql
             select valeur into :tauxCessionMT from parametres where cle = 'REASSURANCE_TAUX_CESSION_MT'
           END-EXEC.
           EXEC sql
             select valeur into :plafondMT from parametres where cle = 'REASSURANCE_PLAFOND_MT'
           END-EXEC.
           EXEC sql
             select valeur into :retentionIA from parametres where cle = 'REASSURANCE_RETENTION_IA'
           END-EXEC.
           EXEC sql
             select valeur into :tauxCessionIA from parametres where cle = 'REASSURANCE_TAUX_CESSION_IA'
           END-EXEC.
           EXEC sql
             select valeur into :plafondIA from parametres where cle = 'REASSURANCE_PLAFOND_IA'
           END-EXEC.

           OPEN OUTPUT FichierBordereau.
           STRING "BORDEREAU DE CESSION EN REASSURANCE - TRIMESTRE " trimestreCourant "/" anneeCourante "  (edition du " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR ")" INTO LigneBordereau.
           WRITE LigneBordereau.
           STRING "Traite MT : retention " retentionMT "  taux " tauxCessionMT "%  plafond " plafondMT
             "   Traite IA : retention " retentionIA "  taux " tauxCessionIA "%  plafond " plafondIA INTO LigneBordereau.
           WRITE LigneBordereau.
           MOVE " " to LigneBordereau.
           WRITE LigneBordereau.
           MOVE "codeSinistre;codeContrat;type;statut;chargeBrute;recoursRecus;chargeNette;partCedee;mouvementTrimestre;recouvreReassureur;soldeRecuperable" to LigneBordereau.
           WRITE LigneBordereau.

      *    Sinistres du trimestre : dossiers MT/IA encore provisionnes (DE, EC) ou approuves en
      *    attente de paiement (AP), payes dans le trimestre, ayant encaisse une recuperation sur
      *    recours dans le trimestre, ayant recu un reglement du reassureur dans le trimestre, ou
      *    deja cedes a un bordereau precedent et depuis rejetes ou payes (pour solder la part cedee
      *    sur provision)
           EXEC sql
             declare CursorSinistresCession cursor for
             select s.codeSinistre, s.codeContrat, s.typeSinistre, s.statut, COALESCE(s.provision,0), COALESCE(s.remboursable,0)
             from sinistres s
             where (s.typeSinistre = 'MT' or s.typeSinistre = 'IA')
             and (s.statut = 'DE' or s.statut = 'EC' or s.statut = 'AP'
               or (s.statut = 'PA' and DATEPART(QUARTER, s.dateEmissionPaiement) = :trimestreCourant and YEAR(s.dateEmissionPaiement) = :anneeCourante)
               or s.codeSinistre in (select e.codeSinistre from encaissementsRecours e
                 where DATEPART(QUARTER, e.dateEncaissement) = :trimestreCourant and YEAR(e.dateEncaissement) = :anneeCourante)
               or s.codeSinistre in (select r.codeSinistre from encaissementsReassurance r
                 where DATEPART(QUARTER, r.dateEncaissement) = :trimestreCourant and YEAR(r.dateEncaissement) = :anneeCourante)
               or s.codeSinistre in (select c.codeSinistre from cessionsReassurance c
                 where c.partCedee > 0 and c.statutSinistre <> s.statut))
             order by s.typeSinistre, s.codeSinistre
           END-EXEC
           EXEC sql
             open CursorSinistresCession
           END-EXEC.

      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
      * Pour chaque sinistre retenu : charge nette de recours, part du reassureur selon le traite de
      * sa garantie, mouvement par rapport au bordereau precedent et solde recuperable ; la ligne de
      * cessionsReassurance du sinistre est creee ou mise a jour
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       cessionsReassurance-trt.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorSinistresCession into :sinistreCourant.codeSinistre, :sinistreCourant.codeContrat, :sinistreCourant.typeSinistre,
                   :sinistreCourant.statut, :sinistreCourant.provision, :sinistreCourant.remboursable
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   perform cessionSinistre
               end-if
           end-perform.

       cessionSinistre.
           if typeSinistre of sinistreCourant = 'MT'
               move retentionMT to retentionCourante
               move tauxCessionMT to tauxCessionCourant
               move plafondMT to plafondCourant
           else
               move retentionIA to retentionCourante
               move tauxCessionIA to tauxCessionCourant
               move plafondIA to plafondCourant
           end-if.

      *    Charge brute : la provision tant que le dossier est ouvert, le montant remboursable une
      *    fois approuve ou paye ; un dossier rejete n'a plus de charge et sa part cedee est soldee
           evaluate statut of sinistreCourant
               when 'DE'
               when 'EC'
                   move provision of sinistreCourant to chargeBrute
               when 'AP'
               when 'PA'
                   move remboursable of sinistreCourant to chargeBrute
               when other
                   move 0 to chargeBrute
           end-evaluate.

      *    Recuperations deja encaissees sur le recours du sinistre (cumul porte par la table recours)
           move 0 to recoursRecus.
           EXEC sql
             select COALESCE(montantRecu,0) into :recoursRecus from recours
             where codeSinistre = :sinistreCourant.codeSinistre
           END-EXEC.
           if SQLCODE <> 0
               move 0 to recoursRecus
           end-if.
           if recoursRecus > chargeBrute
               move 0 to chargeNette
           else
               subtract recoursRecus from chargeBrute giving chargeNette
           end-if.

      *    Tranche cedee : la charge nette plafonnee, au-dela de la retention
           move chargeNette to trancheCedee.
           if trancheCedee > plafondCourant
               move plafondCourant to trancheCedee
           end-if.
           if trancheCedee > retentionCourante
               subtract retentionCourante from trancheCedee
           else
               move 0 to trancheCedee
           end-if.
           compute partCedee rounded = trancheCedee * tauxCessionCourant / 100.

      *    Situation au bordereau precedent : part deja cedee
           move 0 to cessionExistante.
           move 0 to partCedeePrecedente.
           EXEC sql
             select partCedee into :partCedeePrecedente
             from cessionsReassurance
             where codeSinistre = :sinistreCourant.codeSinistre
           END-EXEC.
           if SQLCODE = 0
               move 1 to cessionExistante
           else
               move 0 to partCedeePrecedente
           end-if.

      *    Montant deja recouvre aupres du reassureur : cumul des reglements saisis sur la fiche
      *    sinistre
           move 0 to montantRecuReassureur.
           EXEC sql
             select COALESCE(SUM(montant),0) into :montantRecuReassureur from encaissementsReassurance
             where codeSinistre = :sinistreCourant.codeSinistre
           END-EXEC.
           if SQLCODE <> 0
               move 0 to montantRecuReassureur
           end-if.

      *    Un sinistre sans part cedee, ni avant ni maintenant, ne figure pas au bordereau
           if partCedee > 0 OR partCedeePrecedente > 0
               compute mouvementTrimestre = partCedee - partCedeePrecedente
      *        Solde recuperable : seule la part cedee d'un sinistre paye est due par le reassureur,
      *        sous deduction de ce qu'il a deja regle ; sur un dossier provisionne la part cedee
      *        reste une part des provisions
               if statut of sinistreCourant = 'PA'
                   compute soldeRecuperable = partCedee - montantRecuReassureur
               else
                   move 0 to soldeRecuperable
               end-if
               perform enregistrementCession
               perform ligneBordereauSinistre
           end-if.

       enregistrementCession.
           if cessionExistante = 1
               EXEC sql
                 UPDATE cessionsReassurance
                 set statutSinistre = :sinistreCourant.statut,
                     chargeBrute = :chargeBrute,
                     recoursRecus = :recoursRecus,
                     chargeNette = :chargeNette,
                     partCedee = :partCedee,
                     montantRecuReassureur = :montantRecuReassureur,
                     soldeRecuperable = :soldeRecuperable,
                     dateDernierBordereau = :tmpDateBordereau
                 where codeSinistre = :sinistreCourant.codeSinistre
               END-EXEC
           else
               EXEC sql
                 INSERT INTO cessionsReassurance (codeSinistre, codeContrat, typeSinistre, statutSinistre, chargeBrute, recoursRecus, chargeNette,
                   partCedee, montantRecuReassureur, soldeRecuperable, dateDernierBordereau)
                 VALUES (:sinistreCourant.codeSinistre, :sinistreCourant.codeContrat, :sinistreCourant.typeSinistre, :sinistreCourant.statut,
                   :chargeBrute, :recoursRecus, :chargeNette, :partCedee, :montantRecuReassureur, :soldeRecuperable, :tmpDateBordereau)
               END-EXEC
           end-if.

       ligneBordereauSinistre.
           move mouvementTrimestre to mouvementAffiche.
           move soldeRecuperable to soldeRecuperableAffiche.
           STRING codeSinistre of sinistreCourant ";" codeContrat of sinistreCourant ";" typeSinistre of sinistreCourant ";" statut of sinistreCourant ";"
             chargeBrute ";" recoursRecus ";" chargeNette ";" partCedee ";" mouvementAffiche ";" montantRecuReassureur ";" soldeRecuperableAffiche INTO LigneBordereau.
           WRITE LigneBordereau.

           add partCedee to totalPartsCedees.
           add mouvementTrimestre to totalMouvements.
           add soldeRecuperable to totalRecuperable.
           add 1 to nbSinistresCedes.

       cessionsReassurance-fin.
           EXEC sql
             close CursorSinistresCession
           END-EXEC.
           MOVE " " to LigneBordereau.
           WRITE LigneBordereau.
           move totalMouvements to totalMouvementsAffiche.
           move totalRecuperable to totalRecuperableAffiche.
           STRING "TOTAL Sinistres cedes : " nbSinistresCedes "  Parts cedees : " totalPartsCedees "  Mouvements du trimestre : " totalMouvementsAffiche
             "  Solde recuperable : " totalRecuperableAffiche INTO LigneBordereau.
           WRITE LigneBordereau.
           CLOSE FichierBordereau.
           DISPLAY "Traitement termine. Sinistres cedes : " nbSinistresCedes " bordereau ecrit dans BORDEREAU-CESSION.TXT".
           STOP RUN.
