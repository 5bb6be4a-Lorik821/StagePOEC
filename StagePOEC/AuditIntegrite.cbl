      *          ANO-004), les reglements d'assurance vie dont le
      *          beneficiaire a disparu (ANO-005), les contrats
      *          d'assurance vie dont les sommes promises aux
      *          beneficiaires depassent la valeur acquise du contrat
      *          (capital revalorise, diminue des rachats) (ANO-006),
      *          les avenants sans contrat (ANO-007), les sinistres a
      *          statut hors DE/EC/AP/RE/PA (ANO-008, le statut NULL des
      *          dossiers anterieurs au cycle de vie reste admis) et les
           END-EXEC.

      *    ANO-006 : contrat d'assurance vie dont le cumul des sommes promises aux beneficiaires
      *    depasse la valeur acquise du contrat (le capital assure tant qu'elle n'a jamais bouge ;
      *    l'ecran de creation et le rachat partiel l'empechent, mais les donnees historiques ou
      *    retouchees a la main peuvent l'avoir contourne). Un contrat regle n'a plus rien a promettre
       controleCapitauxAssuranceVie.
           EXEC sql
             declare CursorCapitauxAV cursor for
             select codeContrat, COALESCE(valeurAcquise, capitalAssure, 0) from contrats
             where AV = 1 and COALESCE(contratRegle,0) = 0
           END-EXEC
           EXEC sql
             open CursorCapitauxAV
                       move 'ANO-006' to codeAnomalie
                       move 'MAJ' to graviteAnomalie
                       move cleLue to cleAnomalie
                       move 'sommes des beneficiaires au-dela de la valeur acquise' to detailAnomalie
                       perform ecritureAnomalie
                   end-if
               end-if
