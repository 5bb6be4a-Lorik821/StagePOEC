      *          redevient impayee pour RapportImpayes et n'est pas
      *          re-prelevee (elle reste marquee prelevee), seule une
      *          regularisation par virement ou au guichet la soldera.
      *          Chaque ordre porte en libelle la periode couverte par la
      *          quittance (mois, trimestre, semestre ou annee selon le
      *          fractionnement du contrat).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 montantEncaissementRetour PIC 9(6).
       77 codeContratRetour PIC x(36).
       77 tmpCodeExtourne PIC x(36).
      *    Date du prelevement annule, portee sur l'extourne pour que le releve de compte du client
      *    reprenne la recette a sa date d'origine avant l'impaye
       01 dateEncaissementRetour.
         03 JJ PIC 9(2).
         03 MM PIC 9(2).
         03 AAAA PIC 9(4).
       77 tmpDateEncaissementRetour PIC x(10).

      *    Quittance en cours de prelevement
       01 quittancePrelevee.
         03 codeContratP PIC x(36).
         03 codeClientP PIC x(36).
         03 montantP PIC 9(6).
      *    Periode couverte par la quittance, reprise en libelle de l'ordre de debit ; a zero pour les
      *    quittances emises avant le fractionnement, qui n'en portent pas
         03 debutPeriodeP.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
         03 finPeriodeP.
           04 AAAA PIC 9(4).
           04 MM PIC 9(2).
           04 JJ PIC 9(2).
       77 libellePeriode PIC x(40).

      *    Mandat et coordonnees bancaires du client de la quittance
       77 referenceMandat PIC x(30).
           move spaces to codeEncaissementRetour.
           move 0 to exporteComptaRetour.
           EXEC sql
             select codeEncaissement, COALESCE(exporteCompta,0), montant, codeContrat, DAY(dateEncaissement), MONTH(dateEncaissement), YEAR(dateEncaissement)
             into :codeEncaissementRetour, :exporteComptaRetour, :montantEncaissementRetour, :codeContratRetour,
                  :dateEncaissementRetour.JJ, :dateEncaissementRetour.MM, :dateEncaissementRetour.AAAA
             from encaissements
             where codeQuittance = :codeQuittanceRetour
           END-EXEC.
                   EXEC sql
                     select newid() into :tmpCodeExtourne
                   END-EXEC
                   move " " to tmpDateEncaissementRetour
                   STRING JJ of dateEncaissementRetour "-" MM of dateEncaissementRetour "-" AAAA of dateEncaissementRetour INTO tmpDateEncaissementRetour
                   EXEC sql
                     INSERT INTO extournesEncaissements (codeExtourne, codeContrat, codeQuittance, montant, dateExtourne, exporteCompta, dateEncaissement)
                     VALUES (:tmpCodeExtourne, :codeContratRetour, :codeQuittanceRetour, :montantEncaissementRetour, :tmpDateEmission, 0, :tmpDateEncaissementRetour)
                   END-EXEC
               end-if
               EXEC sql
           OPEN OUTPUT FichierPrelevements.
           STRING "ORDRES DE PRELEVEMENT SEPA - EMISSION DU " Jour of DateSysteme "/" Mois of DateSysteme "/" WS-CURRENT-YEAR INTO LignePrelevement.
           WRITE LignePrelevement.
           MOVE "iban;bic;montant;referenceMandat;debiteur;codeQuittance;periode" to LignePrelevement.
           WRITE LignePrelevement.

           EXEC sql
             declare CursorQuittancesPrelevement cursor for
             select codeQuittance, codeContrat, codeClient, montant,
               COALESCE(YEAR(dateDebutPeriode),0), COALESCE(MONTH(dateDebutPeriode),0), COALESCE(DAY(dateDebutPeriode),0),
               COALESCE(YEAR(dateFinPeriode),0), COALESCE(MONTH(dateFinPeriode),0), COALESCE(DAY(dateFinPeriode),0)
             from quittances
             where COALESCE(preleve,0) = 0 and COALESCE(rapprochee,0) = 0
             and dateEcheance <= :tmpDateLimite
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorQuittancesPrelevement into :quittancePrelevee.codeQuittanceP, :quittancePrelevee.codeContratP,
                   :quittancePrelevee.codeClientP, :quittancePrelevee.montantP,
                   :quittancePrelevee.debutPeriodeP.AAAA, :quittancePrelevee.debutPeriodeP.MM, :quittancePrelevee.debutPeriodeP.JJ,
                   :quittancePrelevee.finPeriodeP.AAAA, :quittancePrelevee.finPeriodeP.MM, :quittancePrelevee.finPeriodeP.JJ
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
           if SQLCODE <> 0 OR iban of clientCourant = spaces OR ibanInvalide of clientCourant = 1
               add 1 to nbSansCoordonnees
           else
               move spaces to libellePeriode
               if AAAA of debutPeriodeP <> 0
                   STRING "PRIME DU " JJ of debutPeriodeP "/" MM of debutPeriodeP "/" AAAA of debutPeriodeP " AU " JJ of finPeriodeP "/" MM of finPeriodeP "/" AAAA of finPeriodeP INTO libellePeriode
               end-if
               MOVE " " to LignePrelevement
               STRING iban of clientCourant ";" bic of clientCourant ";" montantP of quittancePrelevee ",00;" referenceMandat ";" nom of clientCourant " " prenom of clientCourant ";" codeQuittanceP of quittancePrelevee ";"
                 libellePeriode INTO LignePrelevement
               WRITE LignePrelevement
               EXEC sql
                 select newid() into :tmpCodeEncaissement
