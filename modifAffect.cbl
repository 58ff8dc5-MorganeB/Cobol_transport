       alternate record key numAffectL duplicates
       file status is statusLigneFactV.

       *> parametres de gestion : plafonds de conduite quotidien
       *> (HEURESJOUR) et hebdomadaire (HEURESSEM)
       select f-parametre assign 'Parametres.dat'
           2 montantLigneF pic 9(7)v99.
           2 fraisLigneF pic 9(8)v99.
           2 tauxTvaLigneF pic 9(2)v99.
           2 typeLigneF pic x(01).
               88 ligneMADBase value 'B'.
               88 ligneMADAttente value 'A'.
               88 ligneMADKmSup value 'K'.

       fd f-parametre.
       1 Parametre.
       1 pic x value 'n'.
       88 finVerifHab value 'o' false 'n'.

       *> zones a faibles emissions traversees par le circuit
       *> (verifZFE) : regles en vigueur au dernier jour du trajet
       1 modeZfe pic x(01) value 'A'.
       1 dateRefZfe pic 9(8).
       1 villeZfe pic x(20).
       1 classeMinZfe pic x(01).
       1 dateEffetZfe pic 9(8).
       1 classeBusZfe pic x(01).

       1 pic x value 'o'.
       88 zfeConforme value 'o' false 'n'.

       *> bus electrique (verifBusElectrique) : autonomie et recharge
       1 retourElec pic x(01).
           88 autonomieInsuffisante value 'A'.
           88 busEnRecharge value 'R'.
       1 kmRequisElec pic 9(5).
       1 autonomieElec pic 9(4).
       1 borneElec pic x(10).

       *> exploitation multi-postes : controle d'ouverture du fichier
       *> de mise a jour, avec ecran d'attente et nouvel essai
       1 statusMaj pic xx.
       1 pic x value 'o'.
       88 fichierDisponible value 'o' false 'n'.

       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       *>booleens
       1 jrnAvant pic x(200).
       1 jrnApres pic x(200).

       *> changement a annoncer aux passagers (signalChangement)
       1 typeSignal pic x(01).
       1 heureAvantSignal pic 9(4).
       1 heureApresSignal pic 9(4).
       1 dateAvantSignal pic 9(8).

       *> confirmation de reservation au client (editerConfirmation),
       *> emise une fois Affectation.dat referme
       1 affectAConfirmer pic 9(6) value 0.
       1 modeConf pic x(01) value 'E'.
       1 confEmise pic x(01).

       *> verrou des periodes facturees : une affectation presente
       *> dans FactureLigne.dat ne se modifie plus sans la derogation
           2 line 20 col 15 'demand'&x'82'&'es (p'&x'82'&'riode '&
           'de validit'&x'82'&')'.

       1 a-plg-busZFE.
           2 line 19 'Zone '&x'85'&' faibles '&x'82'&'missions '.
           2 a-villeZfe pic x(20) from villeZfe.
           2 line 20 col 15 'classe '.
           2 a-classeMinZfe pic x from classeMinZfe.
           2 ' exig'&x'82'&'e, bus en classe '.
           2 a-classeBusZfe pic x from classeBusZfe.

       1 a-plg-autonomie.
           2 line 19 'Autonomie insuffisante : circuit et '&
           'haut-le-pied '.
           2 a-kmRequis pic zzzz9 from kmRequisElec.
           2 ' km'.
           2 line 20 col 15 'autonomie du bus '.
           2 a-autonomie pic zzz9 from autonomieElec.
           2 ' km'.

       1 a-plg-busEnRecharge.
           2 line 19 'Bus en recharge sur cette p'&x'82'&'riode'.
           2 line 20 col 15 '(borne '.
           2 a-borne pic x(10) from borneElec.
           2 ')'.

       1 s-plg-plafondConduite.
           2 line 21 col 3 'Attention : ce chauffeur d'&x'82'&
           'passerait le plafond d''heures de'.

               if busExiste and busActif and chauffeurExiste
               and chaufActif and circuitExiste and circuitValide
               and habilitationOk and zfeConforme
               and retourElec = space then
                   perform mod-verifBus
                   perform mod-verifChauffeur
                   perform mod-verifIndispo
                   and not chauffeurIndispo and not seuilDepasse
                   and not plafondDepasse
                   and not jourNonCirculation then
                       move heureDebA to heureAvantSignal
                       move dateDebAffectA to dateAvantSignal
                       move busSaisi to numbusA
                       move chauffeurSaisi to numChaufA
                       move date1 to dateDebAffectA
                           display a-plg-res
                           perform mod-journaliserMaj
                           perform mod-ecrireAudit
                           move Numaffect to affectAConfirmer
                           if heureDebA not = heureAvantSignal
                           or dateDebAffectA not = dateAvantSignal
                           then
                               perform mod-signalerPassagers
                           end-if

                       end-rewrite
                   else
                           else
                            if not circuitValide then
                               display a-plg-circuitHorsValidite
                            else
                               if not zfeConforme then
                                   display a-plg-busZFE
                               else
                                if autonomieInsuffisante then
                                   display a-plg-autonomie
                                else
                                 if busEnRecharge then
                                   display a-plg-busEnRecharge
                                 end-if
                                end-if
                               end-if
                            end-if
                           end-if
                        end-if
           set trouve to false

           close f-affectation
           if affectAConfirmer not = 0 then
               call 'editerConfirmation' using affectAConfirmer
                   modeConf confEmise end-call
           end-if
           goback.

       *> verifie que le bus n'est pas deja affecte, sur une autre
           if busExiste and chauffeurExiste then
               perform mod-verifHabilitation
           end-if

           set zfeConforme to true
           if busExiste and circuitExiste and circuitSaisi <> 0 then
               perform mod-verifZFE
           end-if

           move space to retourElec
           if busExiste then
               call 'verifBusElectrique' using busSaisi circuitSaisi
                   date1 heure1 date2 heure2 retourElec kmRequisElec
                   autonomieElec borneElec
               end-call
           end-if
       .

       *> un bus d'une classe d'emission inferieure a celle qu'exige
       *> une ville du circuit (zone en vigueur) est refuse
       mod-verifZFE.
           move date1 to dateRefZfe
           if date2 > date1 then
               move date2 to dateRefZfe
           end-if
           call 'verifZFE' using busSaisi circuitSaisi dateRefZfe
               modeZfe villeZfe classeMinZfe dateEffetZfe classeBusZfe
           end-call
           if villeZfe not = spaces then
               set zfeConforme to false
           end-if
       .


           move operateurID-parm to ligneAudit(43:10)
           move 'derogation' to ligneAudit(54:10)
           move modeleBusChoisi to ligneAudit(65:13)
           call 'ecrireAudit' using ligneAudit end-call
       .

       *> calcule la sequence de jours consecutifs sans repos que le
           move operateurID-parm to ligneAudit(43:10)
           move motifAvant to ligneAudit(54:13)
           move motifSaisi to ligneAudit(68:13)
           call 'ecrireAudit' using ligneAudit end-call
       .


           end-perform
       .

       *> le nouvel horaire est annonce aux passagers reserves
       mod-signalerPassagers.
           move 'H' to typeSignal
           move heureDebA to heureApresSignal
           call 'signalChangement' using Numaffect typeSignal
               heureAvantSignal heureApresSignal end-call
       .

       *> consigne la mise a jour au journal des images
       mod-journaliserMaj.
           move 'AFFECTATION' to jrnFichier
           move numSaisi to ligneAudit(36:6)
           move operateurID-parm to ligneAudit(43:10)
           move justificationSaisie to ligneAudit(54:27)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program modifAffect.
