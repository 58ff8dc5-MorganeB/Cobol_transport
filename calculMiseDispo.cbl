       program-id. calculMiseDispo.

       *> valorisation d'une mise a disposition (car + chauffeur a
       *> l'heure, mode de tarif 'H', ou a la journee, mode 'J') :
       *> - base = prix du tarif x duree facturable, la duree ne
       *>   pouvant etre inferieure au minimum du tarif;
       *> - attente = heures d'attente x prix horaire d'attente;
       *> - km supplementaires = km au-dela du forfait inclus x prix
       *>   du km supplementaire.
       *> Minimum, attente et forfait km sont lus dans TarifMAD.dat
       *> (complement du tarif, meme numero); sans complement, seule
       *> la base est due.
       *> Une duree a 0 est estimee sur les dates et heures de la
       *> prestation : en 'J' le nombre de jours, en 'H' l'amplitude
       *> horaire quotidienne multipliee par le nombre de jours (une
       *> plage 0000-0000 ne donne pas d'estimation, le minimum
       *> s'applique). La duree retenue est rendue dans duree-parm.
       *> Appele par ajoutAffect, dispatchCommandes, gestDevis et
       *> saisieMiseDispo.

       file-control.
           select f-tarifMAD assign 'TarifMAD.dat'
           organization indexed access dynamic
           record key numTarifM
           file status is statusTarifMAD.

       file section.
       fd f-tarifMAD.
       1 TarifMAD.
           2 numTarifM pic 9(4).
           2 dureeMiniM pic 9(3)v99.
           2 prixAttenteM pic 9(4)v99.
           2 kmInclusM pic 9(5).
           2 prixKmSupM pic 9(3)v99.

       working-storage section.
       1 statusTarifMAD pic xx.
       1 nbJours pic 9(4).
       1 minutesJour pic s9(5).
       1 heureDecoupee.
           2 hhDecoupee pic 99.
           2 mmDecoupee pic 99.
       1 minutesDeb pic 9(4).
       1 dureeMini pic 9(3)v99.
       1 prixAttente pic 9(4)v99.
       1 kmInclus pic 9(5).
       1 prixKmSup pic 9(3)v99.

       linkage section.
       1 numTarif-parm pic 9(4).
       1 modeTarif-parm pic x(01).
           88 tarifHoraire value 'H'.
           88 tarifJournalier value 'J'.
       1 prixTarif-parm pic 9(6)v99.
       1 dateDeb-parm pic 9(8).
       1 dateFin-parm pic 9(8).
       1 heureDeb-parm pic 9(4).
       1 heureFin-parm pic 9(4).
       1 duree-parm pic 9(3)v99.
       1 attente-parm pic 9(3)v99.
       1 km-parm pic 9(5).
       1 montantBase-parm pic 9(7)v99.
       1 montantAttente-parm pic 9(7)v99.
       1 montantKmSup-parm pic 9(7)v99.

       procedure division using numTarif-parm modeTarif-parm
           prixTarif-parm dateDeb-parm dateFin-parm heureDeb-parm
           heureFin-parm duree-parm attente-parm km-parm
           montantBase-parm montantAttente-parm montantKmSup-parm.

           move 0 to montantBase-parm
           move 0 to montantAttente-parm
           move 0 to montantKmSup-parm
           move 0 to dureeMini
           move 0 to prixAttente
           move 0 to kmInclus
           move 0 to prixKmSup

           open input f-tarifMAD
           if statusTarifMAD = '00' then
               move numTarif-parm to numTarifM
               read f-tarifMAD
                   not invalid key
                       move dureeMiniM to dureeMini
                       move prixAttenteM to prixAttente
                       move kmInclusM to kmInclus
                       move prixKmSupM to prixKmSup
               end-read
               close f-tarifMAD
           end-if

           if duree-parm = 0 then
               perform mod-estimerDuree
           end-if
           if duree-parm < dureeMini then
               move dureeMini to duree-parm
           end-if

           compute montantBase-parm rounded =
               prixTarif-parm * duree-parm
           compute montantAttente-parm rounded =
               attente-parm * prixAttente
           if km-parm > kmInclus then
               compute montantKmSup-parm rounded =
                   (km-parm - kmInclus) * prixKmSup
           end-if
           goback.

       mod-estimerDuree.
           move 1 to nbJours
           if dateFin-parm not = 0 and dateFin-parm > dateDeb-parm
           then
               compute nbJours =
                   function integer-of-date(dateFin-parm)
                   - function integer-of-date(dateDeb-parm) + 1
           end-if

           evaluate true
               when tarifJournalier
                   move nbJours to duree-parm
               when tarifHoraire
                   move heureDeb-parm to heureDecoupee
                   compute minutesDeb = hhDecoupee * 60 + mmDecoupee
                   move heureFin-parm to heureDecoupee
                   compute minutesJour =
                       hhDecoupee * 60 + mmDecoupee - minutesDeb
                   if minutesJour > 0 then
                       compute duree-parm rounded =
                           minutesJour / 60 * nbJours
                   end-if
           end-evaluate
       .

       end program calculMiseDispo.
