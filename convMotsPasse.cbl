       program-id. convMotsPasse.

       *> conversion unique des comptes operateurs : Operateur.dat
       *> est relu dans son ancien dessin (mot de passe en clair) et
       *> recopie vers OperateurNouv.dat au nouveau dessin, ou le mot
       *> de passe est remplace par un sel et son empreinte
       *> (empreinteMotPasse). Le fichier converti est mis en place
       *> a la main (renommage) avant la reprise, comme pour
       *> convNumAffect : la connexion du menu ne lit plus que le
       *> nouveau dessin. Les anciennes images Operateur.seq de
       *> dumpFichiers et la copie du bac a sable de formation sont
       *> a refaire apres la mise en place, elles portent encore les
       *> mots de passe en clair.

       file-control.
           select f-operateurV assign 'Operateur.dat' organization
           indexed
           access dynamic record key idOperateurV
           file status is statusVieux.

           select f-operateurN assign 'OperateurNouv.dat'
           organization indexed
           access dynamic record key idOperateur
           file status is statusNouv.

       file section.
       *> ancien dessin de Operateur.dat
       fd f-operateurV.
       1 OperateurV.
           2 idOperateurV pic x(10).
           2 nomOperateurV pic x(30).
           2 motPasseOperateurV pic x(10).
           2 roleOperateurV pic x(01).
           2 essaisRatesOpV pic 9(1).
           2 statutCompteOpV pic x(01).
           2 dateMotPasseOpV pic 9(8).

       fd f-operateurN.
       1 Operateur.
           2 idOperateur pic x(10).
           2 nomOperateur pic x(30).
           2 selMotPasseOp pic x(8).
           2 empreinteMotPasseOp pic x(18).
           2 roleOperateur pic x(01).
           2 essaisRatesOp pic 9(1).
           2 statutCompteOp pic x(01).
           2 dateMotPasseOp pic 9(8).

       working-storage section.
       1 statusVieux pic xx.
       1 statusNouv pic xx.
       1 suivant pic x.
       1 confirmSaisi pic x.
       1 nbConverties pic 9(6) value 0.
       1 modeEmpreinte pic x(01) value 'N'.

       1 pic x value 'n'.
       88 fin-lire value 'o' false 'n'.

       screen section.
       1 a-plg-next.
           2 line 24 'Appuyez sur une touche pour continuer' .
           2 s-next line 25 col 80 pic x to suivant auto secure.

       1 s-plg-titre.
           2 blank screen.
           2 line 3 col 4 'Conversion des mots de passe op'&x'82'&
           'rateurs'.
           2 line 5 col 4 'Operateur.dat est recopi'&x'82'&' vers '&
           'OperateurNouv.dat, mots de passe'.
           2 line 6 col 4 'remplac'&x'82'&'s par leur empreinte, '&
           x'85'&' mettre en place par renommage.'.
           2 line 8 col 4 'Confirmer (O/N) : '.
           2 s-confirm pic x to confirmSaisi required.

       1 a-plg-abandon.
           2 line 12 col 4 'Conversion abandonn'&x'82'&'e'.

       1 a-plg-absent.
           2 line 12 col 4 'Operateur.dat absent ou illisible'.

       1 a-plg-fin.
           2 line 12 col 4 'Comptes convertis : '.
           2 a-nbConverties pic z(5)9 from nbConverties.

       procedure division.
           display s-plg-titre
           accept s-confirm
           if confirmSaisi not = 'O' and confirmSaisi not = 'o' then
               display a-plg-abandon
               display a-plg-next
               accept s-next
               goback
           end-if

           open input f-operateurV
           if statusVieux not = '00' then
               display a-plg-absent
               display a-plg-next
               accept s-next
               goback
           end-if

           open output f-operateurN
           read f-operateurV next
           end set fin-lire to true end-read
           perform test after until fin-lire
               if not fin-lire then
                   move idOperateurV to idOperateur
                   move nomOperateurV to nomOperateur
                   call 'empreinteMotPasse' using modeEmpreinte
                       motPasseOperateurV selMotPasseOp
                       empreinteMotPasseOp
                       idOperateur
                   end-call
                   move roleOperateurV to roleOperateur
                   move essaisRatesOpV to essaisRatesOp
                   move statutCompteOpV to statutCompteOp
                   move dateMotPasseOpV to dateMotPasseOp
                   write Operateur
                       not invalid key
                           add 1 to nbConverties
                   end-write
               end-if
               read f-operateurV next
               end set fin-lire to true end-read
           end-perform
           close f-operateurN
           close f-operateurV

           display a-plg-fin
           display a-plg-next
           accept s-next
           goback.

       end program convMotsPasse.
