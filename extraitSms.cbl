
       *> extrait pour la passerelle SMS : une ligne (telephone,
       *> message) par affectation de demain, et une liste
       *> d'exceptions pour les chauffeurs sans telephone en fiche,
       *> cataloguee dans editions.log pour sa diffusion

       file-control.
           select f-affectation assign 'Affectation.dat' organization
           select f-exceptions assign 'sms-exceptions.txt'
           organization line sequential.

           select f-editions assign 'editions.log' organization line
           sequential.

       file section.
       fd f-affectation.
       1 Affectation.
       fd f-exceptions.
       1 ligneException pic x(80).

       fd f-editions.
       1 ligneEdition.
           2 nomEdition pic x(20).
           2 dateEdition pic 9(8).
           2 heureEdition pic 9(6).
           2 nbLignesEdition pic 9(6).

       working-storage section.
       1 suivant pic x.
       1 ligneVide pic x(80) value spaces.

           close f-exceptions
           close f-sms

           open extend f-editions
           move 'sms-exceptions.txt' to nomEdition
           move dateJour to dateEdition
           accept heureEdition from time
           move nbExceptions to nbLignesEdition
           write ligneEdition
           close f-editions
           close f-circuit
           close f-chaufNouv
           close f-affectation
