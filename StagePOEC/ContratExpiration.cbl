      *          expire voit sa prime non acquise calculee au prorata des
      *          jours couverts : l'excedent encaisse est enregistre en
      *          ristourne due au client (table ristournes), reprise par
      *          la passe de virements EmissionVirements. La date
      *          d'expiration est posee sur le contrat (dateExpiration),
      *          pour les extraits mensuels des apporteurs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 tmpCodeRistourne PIC x(36).
       77 tmpDateCalculRistourne PIC x(10).
       77 nbRistournesEmises PIC 9(9) value 0.
      *    Taxe sur les conventions d'assurance restituee avec la ristourne : chaque garantie rend la
      *    part de la ristourne dans la proportion de sa taxe sur les quittances de la periode
       01 taxesFacturees.
         03 taxeITFacturee PIC 9(7)v9(2).
         03 taxePEFacturee PIC 9(7)v9(2).
         03 taxeIAFacturee PIC 9(7)v9(2).
         03 taxeMTFacturee PIC 9(7)v9(2).
         03 taxeCHFacturee PIC 9(7)v9(2).
         03 taxeAVFacturee PIC 9(7)v9(2).
       01 taxesRistourne.
         03 taxeITRistourne PIC 9(7)v9(2).
         03 taxePERistourne PIC 9(7)v9(2).
         03 taxeIARistourne PIC 9(7)v9(2).
         03 taxeMTRistourne PIC 9(7)v9(2).
         03 taxeCHRistourne PIC 9(7)v9(2).
         03 taxeAVRistourne PIC 9(7)v9(2).
         03 montantTaxeRistourne PIC 9(7)v9(2).

      *    Journal de traitement et point de reprise : une ligne par execution dans journalBatch ; en cas
      *    d'arret en cours de route (statut reste EC), la relance repart du dernier codeContrat commite

                   IF dateSystemeEnJours >= echeanceEnJours AND AV of contratCourant <> 1
                       EXEC sql
                         UPDATE contrats SET validite = 0, dateExpiration = :tmpDateCalculRistourne WHERE codeContrat = :contratCourant.codeContrat
                       END-EXEC
                       add 1 to nbContratsExpires
                       perform calculRistourneContrat
                     where codeContrat = :contratCourant.codeContrat and dateEncaissement >= :tmpDateSignature
                   END-EXEC
                   move 0 to totalFactureContrat
                   initialize taxesFacturees
                   EXEC sql
                     select COALESCE(SUM(montant),0), COALESCE(SUM(taxeIT),0), COALESCE(SUM(taxePE),0), COALESCE(SUM(taxeIA),0),
                       COALESCE(SUM(taxeMT),0), COALESCE(SUM(taxeCH),0), COALESCE(SUM(taxeAV),0)
                     into :totalFactureContrat, :taxesFacturees.taxeITFacturee, :taxesFacturees.taxePEFacturee, :taxesFacturees.taxeIAFacturee,
                       :taxesFacturees.taxeMTFacturee, :taxesFacturees.taxeCHFacturee, :taxesFacturees.taxeAVFacturee
                     from quittances
                     where codeContrat = :contratCourant.codeContrat and dateEmission >= :tmpDateSignature
                   END-EXEC
                   if totalEncaisseContrat < totalFactureContrat

                   if montantRistourne > 0
                       move montantRistourne to montantRistourneDu
                       perform ventilationTaxeRistourne
                       EXEC sql
                         select newid() into :tmpCodeRistourne
                       END-EXEC
                       EXEC sql
                         INSERT INTO ristournes (codeRistourne, codeContrat, codeClient, montant, dateCalcul, motif, paye,
                           montantTaxe, taxeIT, taxePE, taxeIA, taxeMT, taxeCH, taxeAV)
                         VALUES (:tmpCodeRistourne, :contratCourant.codeContrat, :contratCourant.refCodeClient, :montantRistourneDu, :tmpDateCalculRistourne, 'EXPIRATION', 0,
                           :taxesRistourne.montantTaxeRistourne, :taxesRistourne.taxeITRistourne, :taxesRistourne.taxePERistourne, :taxesRistourne.taxeIARistourne,
                           :taxesRistourne.taxeMTRistourne, :taxesRistourne.taxeCHRistourne, :taxesRistourne.taxeAVRistourne)
                       END-EXEC
                       add 1 to nbRistournesEmises
                   end-if
               end-if
           end-if.

      *    Taxe comprise dans la ristourne, garantie par garantie, au prorata de la ristourne sur le
      *    montant facture de la periode (les quittances anterieures a la taxe n'en portent pas)
       ventilationTaxeRistourne.
           initialize taxesRistourne.
           if totalFactureContrat > 0
               compute taxeITRistourne rounded = taxeITFacturee * montantRistourneDu / totalFactureContrat
               compute taxePERistourne rounded = taxePEFacturee * montantRistourneDu / totalFactureContrat
               compute taxeIARistourne rounded = taxeIAFacturee * montantRistourneDu / totalFactureContrat
               compute taxeMTRistourne rounded = taxeMTFacturee * montantRistourneDu / totalFactureContrat
               compute taxeCHRistourne rounded = taxeCHFacturee * montantRistourneDu / totalFactureContrat
               compute taxeAVRistourne rounded = taxeAVFacturee * montantRistourneDu / totalFactureContrat
           end-if.
           compute montantTaxeRistourne = taxeITRistourne + taxePERistourne + taxeIARistourne + taxeMTRistourne + taxeCHRistourne + taxeAVRistourne.

       majExpirationContrats-fin.
           EXEC sql
             close CursorContratsExpiration
