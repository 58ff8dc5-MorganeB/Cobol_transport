       record key numIncident
       alternate record key numBusI duplicates.

       file section.
       fd f-incident.
       1 Incident.
           2 coutReparation pic 9(6)v99.
           2 dateClotureIncident pic 9(8).

       working-storage section.
       1 ligneAudit pic x(80).
       1 dateAudit pic 9(8).
       1 heureAudit pic 9(6).
       1 suivant pic x.
       1 pic x value 'n'.
       88 incidentTrouve value 'o' false 'n'.

       1 pic x value 'n'.
       88 incidentMisAJour value 'o' false 'n'.

       *> controle de garantie a la cloture (voir controleGarantie)
       1 retourGarantie pic x(01).
       1 refPieceGarantie pic x(10).

       1 dateAValider pic 9(8).
       1 pic x value 'n'.
       88 dateValide value 'o' false 'n'.
           2 line 21 col 15 'Le num'&x'82'&'ro est peut-'&x'88'&
           'tre incorrect'.

       1 a-plg-garantieBus.
           2 line 21 col 15 'Bus sous garantie constructeur : '&
           'r'&x'82'&'clamation de garantie ouverte'.

       1 a-plg-garantiePiece.
           2 line 21 col 15 'Pi'&x'8a'&'ce sous garantie ('.
           2 a-refGarantie pic x(10) from refPieceGarantie.
           2 ') : r'&x'82'&'clamation de garantie ouverte'.

       1 a-plg-garantieDeja.
           2 line 21 col 15 'Une r'&x'82'&'clamation de garantie '&
           'existe d'&x'82'&'j'&x'85'&' pour cet incident'.

       procedure division using operateurID-parm.
           display s-plg-saisie
           accept s-incident
                                   display a-plg-nonRes
                               not invalid key
                                   display a-plg-res
                                   set incidentMisAJour to true
                                   perform mod-ecrireAudit
                           end-rewrite
                       end-if

           close f-incident

           if incidentMisAJour and statutSaisi = 'F'
           and coutSaisi > 0 then
               perform mod-controlerGarantie
           end-if

           display a-plg-next
           accept s-next
           goback.
           end-if
       .

       *> un incident clos avec un cout de reparation peut relever de
       *> la garantie du bus ou d'une piece posee recemment
       mod-controlerGarantie.
           call 'controleGarantie' using incidentSaisi
               operateurID-parm retourGarantie refPieceGarantie
           evaluate retourGarantie
               when 'B'
                   display a-plg-garantieBus
               when 'P'
                   display a-plg-garantiePiece
               when 'D'
                   display a-plg-garantieDeja
           end-evaluate
       .

       *> enregistre la mise a jour dans le journal d'audit
       mod-ecrireAudit.
           accept dateAudit from date yyyymmdd
           move incidentSaisi to ligneAudit(38:4)
           move operateurID-parm to ligneAudit(43:10)
           move statutSaisi to ligneAudit(54:1)
           call 'ecrireAudit' using ligneAudit end-call
       .

       end program suiviIncident.
