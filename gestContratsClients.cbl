       *> contrats clients : les ecoles et usines s'engagent a
       *> l'annee sur un volume de trajets ou de kilometres (et un
       *> plancher de facturation) sur un circuit convenu; le rapport
       *> mensuel des engagements confronte ces volumes au realise.
       *> Clause carburant : quand l'indice gazole du mois
       *> (IndiceCarburant.dat) s'ecarte de l'indice de reference de
       *> plus du seuil (en %), la facturation ajuste la part
       *> carburant du prix des trajets du contrat dans la proportion
       *> de l'ecart (surcharge ou remise); part a 0 = sans clause

       file-control.
           select f-contratCli assign 'ContratClient.dat'
           select f-circuit assign 'Circuit.dat' organization
           indexed access dynamic record key numCircuit.

       file section.
       fd f-contratCli.
       1 ContratClient.
           2 trajetsEngagesCC pic 9(5).
           2 kmEngagesCC pic 9(7).
           2 plancherFactCC pic 9(7)v99.
           2 indiceRefCC pic 9(5)v99.
           2 seuilCarbCC pic 9(2)v99.
           2 partCarbCC pic 9(3)v99.

       fd f-client.
       1 Client.
           2 dateDebValidite pic 9(8).
           2 dateFinValidite pic 9(8).

       working-storage section.
       1 statusContratCli pic xx.
       1 statusClient pic xx.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 trajetsSaisis pic 9(5).
       1 kmSaisis pic 9(7).
       1 plancherSaisi pic 9(7)v99.
       1 indiceRefSaisi pic 9(5)v99.
       1 seuilCarbSaisi pic 9(2)v99.
       1 partCarbSaisi pic 9(3)v99.

       1 i pic 99 value 8. *> indice de ligne

           2 line 13 col 10 'Plancher de facturation (0 si '&
           'aucun) : '.
           2 s-plancher pic 9(7)v99 to plancherSaisi.
           2 line 14 col 10 'Clause carburant - indice de '&
           'r'&x'82'&'f'&x'82'&'rence : '.
           2 s-indiceRef pic 9(5).99 to indiceRefSaisi.
           2 line 15 col 10 'seuil de d'&x'82'&'clenchement (%) : '.
           2 s-seuilCarb pic 9(2).99 to seuilCarbSaisi.
           2 line 16 col 10 'part carburant du prix (%, 0 = sans '&
           'clause) : '.
           2 s-partCarb pic 9(3).99 to partCarbSaisi.

       1 s-plg-saisieNum.
           2 line 5 col 10 'Num'&x'82'&'ro de contrat : '.
       1 a-plg-erreur.
           2 line 23 col 12 'Saisir des dates correctes svp'.

       1 a-plg-clauseInvalide.
           2 line 15 col 10 'Clause carburant : indice de '&
           'r'&x'82'&'f'&x'82'&'rence requis, part de 100 % au plus'.

       1 a-plg-clientInexistant.
           2 line 15 col 10 'Ce num'&x'82'&'ro de client '&
           'n''existe pas'.
               accept s-trajets
               accept s-km
               accept s-plancher
               accept s-indiceRef
               accept s-seuilCarb
               accept s-partCarb

               move dateDebSaisie to dateAValider
               perform mod-validerDate
                       display a-plg-clientInexistant
                   when not circuitValide
                       display a-plg-circuitInexistant
                   when partCarbSaisi > 100
                   or (partCarbSaisi > 0 and indiceRefSaisi = 0)
                       display a-plg-clauseInvalide
                   when other
                       perform mod-enregistrer
               end-evaluate
           move trajetsSaisis to trajetsEngagesCC
           move kmSaisis to kmEngagesCC
           move plancherSaisi to plancherFactCC
           move indiceRefSaisi to indiceRefCC
           move seuilCarbSaisi to seuilCarbCC
           move partCarbSaisi to partCarbCC

           write ContratClient
               invalid key
           move 'CONTRATCLI' to ligneAudit(25:11)
           move contratSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestContratsClients.
