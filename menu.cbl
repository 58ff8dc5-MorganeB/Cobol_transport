       1 Operateur.
           2 idOperateur pic x(10).
           2 nomOperateur pic x(30).
           2 selMotPasseOp pic x(8).
           2 empreinteMotPasseOp pic x(18).
           2 roleOperateur pic x(01).
           2 essaisRatesOp pic 9(1).
           2 statutCompteOp pic x(01).
       1 dateJourLogin pic 9(8).
       1 ageMotPasse pic 9(3) value 90.
       1 nouveauMotPasse pic x(10).

       *> le mot de passe n'est range que sous forme d'empreinte
       *> salee (empreinteMotPasse)
       1 modeEmpreinte pic x(01).
       1 empreinteSaisie pic x(18).
       1 resultatLogin pic x(7).
       1 statusCompteurs pic xx.
       1 suivant pic x.
       1 choixOutil pic 99.
       1 choixOutil2 pic 99.
       1 choixOutil3 pic 99.
       1 choixOutil4 pic 999.
       1 choixOutil5 pic 999.

       1 operateurRole pic x value 'C'.
       88 roleAdmin value 'A'.
       1 nbChauffeurs pic 9(4) value 0.
       1 nbBus pic 9(4) value 0.

       *> lancements interactifs des traitements mensuels et annuels :
       *> pas de mois ni d'annee imposes, chaque programme demande le
       *> sien
       1 moisLibre pic 9(6) value 0.
       1 anneeLibre pic 9(4) value 0.

       *> mode formation : la session travaille sur la copie des
       *> fichiers dans formation/ (COB_FILE_PATH), audit compris
           2 line 7 col 10 '71 Indexation des tarifs'.
           2 line 8 col 10 '72 Heures r'&x'82'&'elles des trajets'.
           2 line 9 col 10 '73 Rapport de ponctualit'&x'82'.
           2 line 10 col 10 '74 Rejeu journal des mises '&
           x'85'&' jour'.
           2 line 11 col 10 '75 Rotation du journal d''audit'.
           2 line 12 col 10 '76 Encha'&x'8d'&'nement de fin '&
           2 line 13 col 10 '77 Budgets mensuels'.
           2 line 14 col 10 '78 Ecart budg'&x'82'&'taire'.
           2 line 15 col 10 '79 Rentabilit'&x'82'&' par circuit'.
           2 line 16 col 10 '80 Cha'&x'8c'&'nage des bus'.
           2 line 17 col 10 '81 Perturbations'.
           2 line 18 col 10 '82 Extrait SMS des passagers'.
           2 line 19 col 10 '83 Import des r'&x'82'&
           'servations en ligne'.
           2 line 20 col 10 '84 Plans des si'&x'8a'&'ges'.
           2 line 21 col 10 '85 Equipements des bus'.
           2 line 5 col 45 '86 Messagerie colis'.
           2 line 6 col 45 '87 Abonnements'.
           2 line 7 col 45 '88 Rapport abonnements'.
           2 line 8 col 45 '89 Export des horaires publics'.
           2 line 9 col 45 '90 Objets trouv'&x'82'&'s'.
           2 line 10 col 45 '91 Objets '&x'85'&' sortir du registre'.
           2 line 11 col 45 '92 Pneumatiques'.
           2 line 12 col 45 '93 Etat des pneumatiques'.
           2 line 13 col 45 '94 Cuves de gazole'.
           2 line 14 col 45 '95 Ecarts de cuve du mois'.
           2 line 15 col 45 '96 Fournisseurs de pi'&x'88'&'ces'.
           2 line 16 col 45 '97 Proposition de commandes'.
           2 line 17 col 45 '98 Commandes fournisseurs'.
           2 line 22 col 45 '99 Suite des rapports et traitements'.
           2 line 22 col 10 ' 0 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choixOutil3.
           2 s-choixOutil3 line 23 col 22 pic zz to choixOutil3
           required.

       *> quatrieme page des rapports et traitements : la troisieme
       *> est pleine, les nouveaux lots s'ajoutent ici
       1 a-plg-outils4.
           2 line 3 col 14 'Rapports et traitements (suite 3)'.
           2 line 5 col 10 '100 M'&x'82'&'caniciens de l''atelier'.
           2 line 6 col 10 '101 Pointage des heures d''atelier'.
           2 line 7 col 10 '102 Rapport mensuel de l''atelier'.
           2 line 8 col 10 '103 Garanties et r'&x'82'&'clamations'.
           2 line 9 col 10 '104 Rapport des garanties'.
           2 line 10 col 10 '105 Contrats de location des bus'.
           2 line 11 col 10 '106 Suivi km des bus en location'.
           2 line 12 col 10 '107 Zones '&x'85'&' faibles '&x'82'&
           'missions'.
           2 line 13 col 10 '108 Pr'&x'82'&'vision ZFE des '&
           'affectations'.
           2 line 14 col 10 '109 Recharges des bus '&x'82'&'lectriques'.
           2 line 15 col 10 '110 Connaissance des lignes'.
           2 line 16 col 10 '111 Chauffeurs par circuit'.
           2 line 17 col 10 '112 Accompagnateurs et guides'.
           2 line 18 col 10 '113 Accompagnateurs d''un trajet'.
           2 line 19 col 10 '114 Accompagnateurs du mois'.
           2 line 20 col 10 '115 Demandes de cong'&x'82'&'s'.
           2 line 21 col 10 '116 D'&x'82'&'lais de r'&x'82'&'ponse '&
           'aux cong'&x'82'&'s'.
           2 line 5 col 45 '117 Echange de service'.
           2 line 6 col 45 '118 Mat'&x'82'&'riel remis'.
           2 line 7 col 45 '119 Mat'&x'82'&'riel non rendu'.
           2 line 8 col 45 '120 Recrutement'.
           2 line 9 col 45 '121 Rapport de recrutement'.
           2 line 10 col 45 '122 Relev'&x'82'&' mise '&x'85'&' dispo'.
           2 line 11 col 45 '123 Indice carburant'.
           2 line 12 col 45
           '124 Mandats de pr'&x'82'&'l'&x'8a'&'vement'.
           2 line 13 col 45
           '125 Remise des pr'&x'82'&'l'&x'8a'&'vements'.
           2 line 14 col 45 '126 Rejets de pr'&x'82'&'l'&x'8a'&'vement'.
           2 line 15 col 45 '127 Facturation '&x'82'&'lectronique'.
           2 line 16 col 45 '128 Accus'&x'82'&'s e-facture'.
           2 line 17 col 45
           '129 Coordonn'&x'82'&'es bancaires chauffeurs'.
           2 line 18 col 45 '130 Virement des frais'.
           2 line 19 col 45 '131 Ristournes annuelles'.
           2 line 20 col 45 '132 Agences de voyages'.
           2 line 21 col 45 '133 Commissions des agences'.
           2 line 22 col 45 '99 Suite des rapports et traitements'.
           2 line 22 col 10 '  0 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choixOutil4.
           2 line 23 col 13 'Choix ? '.
           2 s-choixOutil4 line 23 col 22 pic zzz to choixOutil4
           required.

       *> cinquieme page des rapports et traitements : la quatrieme
       *> est pleine, les nouveaux lots s'ajoutent ici
       1 a-plg-outils5.
           2 line 3 col 14 'Rapports et traitements (suite 4)'.
           2 line 5 col 10 '134 Refacturation des d'&x'82'&'g'&x'83'&
           'ts'.
           2 line 6 col 10 '135 D'&x'82'&'g'&x'83'&'ts refactur'&x'82'&
           's et recouvr'&x'82'&'s'.
           2 line 7 col 10 '136 Soci'&x'82'&'t'&x'82'&'s du groupe'.
           2 line 8 col 10 '137 Pr'&x'82'&'vision de tr'&x'82'&
           'sorerie'.
           2 line 9 col 10 '138 Simulation d''appel d''offres'.
           2 line 10 col 10 '139 Plan de renouvellement de la flotte'.
           2 line 11 col 10 '140 Itin'&x'82'&'raires en '&x'82'&'tapes'.
           2 line 12 col 10 '141 Ev'&x'82'&'nements'.
           2 line 13 col 10 '142 Bilan d''un '&x'82'&'v'&x'82'&'nement'.
           2 line 14 col 10 '143 Confirmations de r'&x'82'&'servation'.
           2 line 15 col 10 '144 Tirage des enqu'&x'88'&'tes de '&
           'satisfaction'.
           2 line 16 col 10 '145 Saisie des enqu'&x'88'&'tes'.
           2 line 17 col 10 '146 Rapport des enqu'&x'88'&'tes'.
           2 line 18 col 10 '147 Badges de t'&x'82'&'l'&x'82'&'p'&
           x'82'&'age'.
           2 line 19 col 10 '148 Rapprochement du relev'&x'82'&
           ' de t'&x'82'&'l'&x'82'&'p'&x'82'&'age'.
           2 line 20 col 10 '149 Import des billetteries embarqu'&
           x'82'&'es'.
           2 line 21 col 10 '150 Capacit'&x'82'&' des num'&x'82'&
           'rotations'.
           2 line 5 col 45 '151 Anonymisation des donn'&x'82'&'es'.
           2 line 6 col 45 '152 Diffusion des '&x'82'&'ditions'.
           2 line 22 col 10 '  0 Menu pr'&x'82'&'c'&x'82'&'dent'.

       1 s-plg-choixOutil5.
           2 line 23 col 13 'Choix ? '.
           2 s-choixOutil5 line 23 col 22 pic zzz to choixOutil5
           required.

       *>>>>>>>>>>>>>>>>>>>> Menu 1 : chauffeurs >>>>>>>>>>>>>>

       1 a-plg-chauffeur.
                   when 79
                       display a-effacer
                       call 'rapportRentabilite' end-call
                   when 80
                       display a-effacer
                       call 'chainageBus' using operateurID
                           operateurRole end-call
                   when 81
                       display a-effacer
                       call 'gestPerturbations' using operateurID
                           operateurRole end-call
                   when 82
                       if roleConsult then
                           perform mod-accesRefuse
                       else
                           display a-effacer
                           call 'extraitPassagers' end-call
                       end-if
                   when 83
                       if roleConsult then
                           perform mod-accesRefuse
                       else
                           display a-effacer
                           call 'importReservations'
                               using operateurID end-call
                       end-if
                   when 84
                       display a-effacer
                       call 'gestPlansSieges' using operateurID
                           operateurRole end-call
                   when 85
                       display a-effacer
                       call 'gestEquipementsBus' using operateurID
                           operateurRole end-call
                   when 86
                       display a-effacer
                       call 'gestColis' using operateurID
                           operateurRole end-call
                   when 87
                       display a-effacer
                       call 'gestAbonnements' using operateurID
                           operateurRole end-call
                   when 88
                       display a-effacer
                       call 'rapportAbonnements' end-call
                   when 89
                       display a-effacer
                       call 'exportHoraires' end-call
                   when 90
                       display a-effacer
                       call 'gestObjetsTrouves' using operateurID
                           operateurRole end-call
                   when 91
                       display a-effacer
                       call 'rapportObjetsTrouves' end-call
                   when 92
                       display a-effacer
                       call 'gestPneus' using operateurID
                           operateurRole end-call
                   when 93
                       display a-effacer
                       call 'rapportPneus' end-call
                   when 94
                       display a-effacer
                       call 'gestCuves' using operateurID
                           operateurRole end-call
                   when 95
                       display a-effacer
                       call 'rapportCuves' end-call
                   when 96
                       display a-effacer
                       call 'gestFournisseurs' using operateurID
                           operateurRole end-call
                   when 97
                       if roleConsult then
                           perform mod-accesRefuse
                       else
                           display a-effacer
                           call 'propositionCommandes'
                               using operateurID end-call
                       end-if
                   when 98
                       display a-effacer
                       call 'gestCommandesFourn' using operateurID
                           operateurRole end-call
                   when 99
                       perform mod-outils4
               end-evaluate
           end-perform
       .

       mod-outils4.
           perform test after until choixOutil4 = 0
               display a-effacer
               display a-plg-outils4
               if enFormation then
                   display a-plg-bandeauFormation
               end-if
               display s-plg-choixOutil4
               accept s-choixOutil4
               evaluate choixOutil4
                   when 100
                       display a-effacer
                       call 'gestMecaniciens' using operateurID
                           operateurRole end-call
                   when 101
                       display a-effacer
                       call 'pointageAtelier' using operateurID
                           operateurRole end-call
                   when 102
                       display a-effacer
                       call 'rapportAtelier' end-call
                   when 103
                       display a-effacer
                       call 'gestGaranties' using operateurID
                           operateurRole end-call
                   when 104
                       display a-effacer
                       call 'rapportGaranties' end-call
                   when 105
                       display a-effacer
                       call 'gestLocations' using operateurID
                           operateurRole end-call
                   when 106
                       display a-effacer
                       call 'rapportLocations' end-call
                   when 107
                       display a-effacer
                       call 'gestZFE' using operateurID
                           operateurRole end-call
                   when 108
                       display a-effacer
                       call 'rapportZFE' end-call
                   when 109
                       display a-effacer
                       call 'gestRecharges' using operateurID
                           operateurRole end-call
                   when 110
                       display a-effacer
                       call 'gestConnaissances' using operateurID
                           operateurRole end-call
                   when 111
                       display a-effacer
                       call 'rapportConnaissances' end-call
                   when 112
                       display a-effacer
                       call 'gestAccompagnateurs' using operateurID
                           operateurRole end-call
                   when 113
                       display a-effacer
                       call 'accompagnerAffect' using operateurID
                           operateurRole end-call
                   when 114
                       display a-effacer
                       call 'extraitAccompagnateurs' using moisLibre
                       end-call
                   when 115
                       display a-effacer
                       call 'gestDemandesConge' using operateurID
                           operateurRole end-call
                   when 116
                       display a-effacer
                       call 'rapportDemandesConge' end-call
                   when 117
                       display a-effacer
                       call 'echangerAffect' using operateurID
                           operateurRole end-call
                   when 118
                       display a-effacer
                       call 'gestMateriel' using operateurID
                           operateurRole end-call
                   when 119
                       display a-effacer
                       call 'rapportMateriel' end-call
                   when 120
                       display a-effacer
                       call 'gestCandidats' using operateurID
                           operateurRole end-call
                   when 121
                       display a-effacer
                       call 'rapportRecrutement' using moisLibre
                       end-call
                   when 122
                       display a-effacer
                       call 'saisieMiseDispo' using operateurID
                           operateurRole end-call
                   when 123
                       display a-effacer
                       call 'gestIndicesCarburant' using operateurID
                           operateurRole end-call
                   when 124
                       display a-effacer
                       call 'gestMandats' using operateurID
                           operateurRole end-call
                   when 125
                       if roleConsult then
                           perform mod-accesRefuse
                       else
                           display a-effacer
                           call 'prelevements' using operateurID
                           end-call
                       end-if
                   when 126
                       if roleConsult then
                           perform mod-accesRefuse
                       else
                           display a-effacer
                           call 'importRejetsPrelev'
                               using operateurID end-call
                       end-if
                   when 127
                       display a-effacer
                       call 'gestFactElec' using operateurID
                           operateurRole end-call
                   when 128
                       if roleConsult then
                           perform mod-accesRefuse
                       else
                           display a-effacer
                           call 'importAccusesEFact'
                               using operateurID end-call
                       end-if
                   when 129
                       display a-effacer
                       call 'gestRibChauffeurs' using operateurID
                           operateurRole end-call
                   when 130
                       if roleConsult then
                           perform mod-accesRefuse
                       else
                           display a-effacer
                           call 'virementsFrais' using operateurID
                           end-call
                       end-if
                   when 131
                       if roleConsult then
                           perform mod-accesRefuse
                       else
                           display a-effacer
                           call 'ristournes' using operateurID
                               anneeLibre end-call
                       end-if
                   when 132
                       display a-effacer
                       call 'gestAgences' using operateurID
                           operateurRole end-call
                   when 133
                       if roleConsult then
                           perform mod-accesRefuse
                       else
                           display a-effacer
                           call 'commissionsAgences' using operateurID
                               moisLibre end-call
                       end-if
                   when 99
                       perform mod-outils5
               end-evaluate
           end-perform
       .

       mod-outils5.
           perform test after until choixOutil5 = 0
               display a-effacer
               display a-plg-outils5
               if enFormation then
                   display a-plg-bandeauFormation
               end-if
               display s-plg-choixOutil5
               accept s-choixOutil5
               evaluate choixOutil5
                   when 134
                       display a-effacer
                       call 'gestRefactDegats' using operateurID
                           operateurRole end-call
                   when 135
                       display a-effacer
                       call 'rapportRefactDegats' end-call
                   when 136
                       display a-effacer
                       call 'gestSocietes' using operateurID
                           operateurRole end-call
                   when 137
                       display a-effacer
                       call 'rapportTresorerie' end-call
                   when 138
                       display a-effacer
                       call 'simulAppelOffres' using operateurID
                           operateurRole end-call
                   when 139
                       display a-effacer
                       call 'rapportRenouvellement' end-call
                   when 140
                       display a-effacer
                       call 'gestItineraire' using operateurID
                           operateurRole end-call
                   when 141
                       display a-effacer
                       call 'gestEvenements' using operateurID
                           operateurRole end-call
                   when 142
                       display a-effacer
                       call 'rapportEvenement' end-call
                   when 143
                       display a-effacer
                       call 'confirmationsClients' end-call
                   when 144
                       display a-effacer
                       call 'selectionEnquetes' end-call
                   when 145
                       display a-effacer
                       call 'saisieEnquetes' using operateurID end-call
                   when 146
                       display a-effacer
                       call 'rapportEnquetes' end-call
                   when 147
                       display a-effacer
                       call 'gestBadges' using operateurID
                           operateurRole end-call
                   when 148
                       display a-effacer
                       call 'rapprochementPeage' end-call
                   when 149
                       display a-effacer
                       call 'importBilletterie' end-call
                   when 150
                       display a-effacer
                       call 'capaciteCles' end-call
                   when 151
                       if roleAdmin then
                           display a-effacer
                           call 'anonymisation' using operateurID
                           end-call
                       else
                           perform mod-accesRefuse
                       end-if
                   when 152
                       display a-effacer
                       call 'gestDistribution' using operateurID
                           operateurRole end-call
               end-evaluate
           end-perform
       .
                       display a-plg-compteVerrouille
                       move 'VERROU' to resultatLogin
                   else
                       move 'V' to modeEmpreinte
                       call 'empreinteMotPasse' using modeEmpreinte
                           motPasseSaisi selMotPasseOp empreinteSaisie
                           idOperateur
                       end-call
                       if empreinteMotPasseOp = empreinteSaisie then
                           set loginValide to true
                           move roleOperateur to operateurRole
                           move 0 to essaisRatesOp
                       display s-plg-nouveauMotPasse
                       accept s-nouveauMotPasse
                   end-perform
                   move 'N' to modeEmpreinte
                   call 'empreinteMotPasse' using modeEmpreinte
                       nouveauMotPasse selMotPasseOp
                       empreinteMotPasseOp
                       idOperateur
                   end-call
                   move dateJourLogin to dateMotPasseOp
               end-if
           end-if
           open output f-operateur
           move operateurID to idOperateur
           move spaces to nomOperateur
           move 'N' to modeEmpreinte
           call 'empreinteMotPasse' using modeEmpreinte
               motPasseSaisi selMotPasseOp empreinteMotPasseOp
               idOperateur
           end-call
           move 'A' to roleOperateur
           move 0 to essaisRatesOp
           move space to statutCompteOp
