      *          produit le fichier des lettres a envoyer aux clients,
      *          avant que le traitement ContratExpiration n'invalide le
      *          contrat. La confirmation se fait ensuite sur l'ecran de
      *          detail du contrat. Chaque lettre envoyee est inscrite au
      *          registre des correspondances du client ; pour un client
      *          signale NPAI la proposition est inscrite (confirmable au
      *          guichet) mais la lettre n'est pas produite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         03 adresse PIC x(50).
         03 codePostal PIC x(5).
         03 ville PIC x(30).
         03 npai PIC 9.

      *    Echeance annuelle du contrat : date de signature plus un an exactement, le 29 fevrier
      *    retombant au 28 quand l'annee d'echeance n'est pas bissextile
       77 tmpDateEcheance PIC x(10).
       77 tmpCodeRenouvellement PIC x(36).
       77 nbPropositionsExistantes PIC 9(5).
       77 ligneTrouvee PIC 9.

      *    Indexation annuelle : un taux par garantie, en pourcent, lu dans parametres (0 = pas
      *    d'indexation) ; la lettre chiffre la prime indexee au taux moyen des garanties couvertes,

       77 nbPropositionsEmises PIC 9(9) value 0.

      *    Registre des correspondances : une ligne par lettre produite, les lettres des clients NPAI
      *    sont retenues et comptees a part
       77 tmpCodeCorrespondance PIC x(36).
       77 resumeCorrespondance PIC x(100).
       77 nbLettresRetenuesNpai PIC 9(9) value 0.

      * Déclaration des variables SQL Server
       77 nomVariableEnvironnementCnx PIC x(20).
       77 CNXDB STRING.
      * sauf si une proposition existe deja pour cette meme echeance
      ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** ** *
       propositionRenouvellement-trt.
           move 1 to ligneTrouvee.
           perform until ligneTrouvee = 0
               EXEC sql
                 fetch CursorContratsRenouvellement into :contratCourant.codeContrat, :contratCourant.refCodeClient,
                      :contratCourant.dateSignature.JJ, :contratCourant.dateSignature.MM, :contratCourant.dateSignature.AAAA,
                      :contratCourant.sinistresCouverts.IT, :contratCourant.sinistresCouverts.PE, :contratCourant.sinistresCouverts.IA,
                      :contratCourant.sinistresCouverts.MT, :contratCourant.sinistresCouverts.CHM, :contratCourant.prime
               END-EXEC
               if SQLCODE <> 0 then
                   move 0 to ligneTrouvee
               else
                   perform calculEcheanceContrat
                   if dateSystemeEnJours >= echeanceEnJours - 60
                       perform propositionContrat
           if nbPropositionsExistantes = 0
               initialize clientCourant
               EXEC sql
                 select nom, prenom, adresse, codePostal, ville, COALESCE(npai,0)
                 into :clientCourant.nom, :clientCourant.prenom, :clientCourant.adresse, :clientCourant.codePostal, :clientCourant.ville, :clientCourant.npai
                 from clients
                 where codeClient = :contratCourant.refCodeClient
               END-EXEC
                 VALUES (:tmpCodeRenouvellement, :contratCourant.codeContrat, :contratCourant.refCodeClient, :tmpDateProposition, :tmpDateEcheance, 0)
               END-EXEC

      *        Client NPAI : la proposition est inscrite pour rester confirmable au guichet, mais la
      *        lettre n'est pas produite tant que l'adresse n'a pas ete corrigee
               if SQLCODE >= 0 AND npai of clientCourant = 1
                   add 1 to nbLettresRetenuesNpai
                   add 1 to nbPropositionsEmises
               end-if
               if SQLCODE >= 0 AND npai of clientCourant = 0
                   MOVE " " to LigneLettre
                   WRITE LigneLettre
                   MOVE "--------------------------------------------------------------------------------" to LigneLettre
                       WRITE LigneLettre
                   end-if

                   MOVE " " to resumeCorrespondance
                   STRING "Proposition de renouvellement, echeance du " JJ of dateAnniversaire "/" MM of dateAnniversaire "/" AAAA of dateAnniversaire ", prime indexee " primeIndexee " euros" INTO resumeCorrespondance
                   EXEC sql
                     select newid() into :tmpCodeCorrespondance
                   END-EXEC
                   EXEC sql
                     INSERT INTO correspondances (codeCorrespondance, codeClient, codeContrat, typeCourrier, dateEnvoi, resume)
                     VALUES (:tmpCodeCorrespondance, :contratCourant.refCodeClient, :contratCourant.codeContrat, 'RENOUVEL', :tmpDateProposition, :resumeCorrespondance)
                   END-EXEC

                   add 1 to nbPropositionsEmises
               end-if
           end-if.
           END-EXEC.
           MOVE " " to LigneLettre.
           WRITE LigneLettre.
           STRING "Propositions emises : " nbPropositionsEmises "  dont lettres retenues (client NPAI) : " nbLettresRetenuesNpai INTO LigneLettre.
           WRITE LigneLettre.
           CLOSE FichierLettres.
           DISPLAY "Traitement termine. Propositions emises : " nbPropositionsEmises " lettres retenues NPAI : " nbLettresRetenuesNpai.
           STOP RUN.
