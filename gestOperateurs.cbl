           organization line sequential
           file status is statusConnexions.

       file section.
       fd f-operateur.
       1 Operateur.
           2 idOperateur pic x(10).
           2 nomOperateur pic x(30).
           2 selMotPasseOp pic x(8).
           2 empreinteMotPasseOp pic x(18).
           2 roleOperateur pic x(01).
               88 roleAdmin value 'A'.
               88 roleGestion value 'G'.
       fd f-connexions.
       1 ligneConnexion pic x(35).

       working-storage section.
       1 statusOperateur pic xx.
       1 statusConnexions pic xx.
       1 nextPage pic x.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 choix pic 9.
       1 motPasseSaisi pic x(10).
       1 roleSaisi pic x(01).

       *> le mot de passe n'est range que sous forme d'empreinte
       *> salee (empreinteMotPasse)
       1 modeEmpreinte pic x(01) value 'N'.

       1 i pic 99 value 9. *> indice de ligne

       1 pic x value 'n'.
               else
                   move idSaisi to idOperateur
                   move nomSaisi to nomOperateur
                   call 'empreinteMotPasse' using modeEmpreinte
                       motPasseSaisi selMotPasseOp
                       empreinteMotPasseOp
                       idOperateur
                   end-call
                   move roleSaisi to roleOperateur
                   move 0 to essaisRatesOp
                   move space to statutCompteOp
                       move nomSaisi to nomOperateur
                   end-if
                   if motPasseSaisi not = spaces then
                       call 'empreinteMotPasse' using modeEmpreinte
                           motPasseSaisi selMotPasseOp
                           empreinteMotPasseOp
                           idOperateur
                       end-call
                       accept dateMotPasseOp from date yyyymmdd
                   end-if
                   move roleSaisi to roleOperateur
           move 'OPERATEUR' to ligneAudit(25:11)
           move operateurID-parm to ligneAudit(43:10)
           move idSaisi to ligneAudit(54:10)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program gestOperateurs.
