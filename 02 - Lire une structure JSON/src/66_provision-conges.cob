      ******************************************************************
      * Nom du Projet   : Provision mensuelle pour conges a payer
      * Description     : 28_conges.cob tient les jours de conges
      *    restants de chaque employe [src/conges-soldes.dat] mais
      *    leur valeur n'arrivait jamais en comptabilite : les
      *    auditeurs relevaient chaque annee l'absence de provision.
      *    Ce passage de fin de mois valorise le solde restant de
      *    chaque employe a son taux journalier [salaires.dat / 30,
      *    proratise par la quotite comme dans
      *    61_solde-tout-compte.cob, converti en euros par SPDEVISE],
      *    garde le detail par employe pour l'audit
      *    [src/provision-conges.txt : une ligne par mois et par id,
      *    le mois repasse remplace ses propres lignes], compare le
      *    total a la provision du mois precedent et ecrit les
      *    ecritures d'extourne et de provision au format du journal
      *    de 36_journal-comptable.cob
      *    [src/journal-provision-conges.txt] :
      *    - extourne de la provision precedente : credit de chaque
      *      compte de cout departemental, debit du compte de
      *      provision ;
      *    - provision du mois : debit de chaque compte de cout
      *      departemental, credit du compte de provision.
      *    Les comptes se lisent dans src/comptes-departements.txt
      *    [ligne PROVISION-CP = compte de provision]. Les sortis
      *    deja soldes par 61_solde-tout-compte.cob
      *    [src/soldes-traites.txt] sortent de la provision : leur
      *    reliquat est paye. Un departement sans compte est rejete
      *    [rc 8, comme le journal comptable] ; un employe sans
      *    salaire ou une devise sans taux n'est pas valorise [rc 4].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 66_provision-conges.

       environment division.
       input-output section.
       file-control.
           select employee-master
               assign to dynamic ws_aff_master
               organization is indexed
               access mode is dynamic
               record key is em-id
               alternate record key is em-nom
                   with duplicates
               alternate record key is em-dep
                   with duplicates
               file status is ws_fs_master.

           select soldes-conges-file
               assign to "src/conges-soldes.dat"
               organization is indexed
               access mode is dynamic
               record key is sol-id
               file status is ws_fs_conges.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select traites-file assign to "src/soldes-traites.txt"
               organization is line sequential
               file status is ws_fs_traites.

           select comptes-file
               assign to "src/comptes-departements.txt"
               organization is line sequential
               file status is ws_fs_comptes.

           select provision-file assign to "src/provision-conges.txt"
               organization is line sequential
               file status is ws_fs_provision.

      * Detail en cours de reecriture [les lignes du mois repasse n'y
      * sont pas recopiees], remis a la place du detail en fin de
      * passage.
           select travail-file assign to "src/provision-conges.tmp"
               organization is line sequential
               file status is ws_fs_travail.

           select journal-file
               assign to "src/journal-provision-conges.txt"
               organization is line sequential
               file status is ws_fs_journal.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd soldes-conges-file.
       01 solde-conges-record.
           05 sol-id       pic 9(5).
           05 filler       pic x.
           05 sol-droits   pic 9(3)v99.
           05 filler       pic x.
           05 sol-pris     pic 9(3)v99.
           05 filler       pic x.
           05 sol-solde    pic s9(3)v99 sign leading separate.

       fd salaires-file.
       01 salaire-record.
           05 sal-id       pic 9(5).
           05 filler       pic x.
           05 sal-montant  pic 9(7)v99.
           05 filler       pic x.
           05 sal-devise   pic x(3).

       fd traites-file.
       01 traite-record.
           05 tra-id       pic 9(5).
           05 filler       pic x.
           05 tra-date     pic 9(8).

       fd comptes-file.
       01 compte-record.
           05 cpt-dep      pic x(20).
           05 filler       pic x.
           05 cpt-compte   pic 9(6).

      * Detail de la provision : une ligne par mois et par employe
      * [jours restants, taux journalier dans la devise du salaire,
      * montant provisionne en euros].
       fd provision-file.
       01 provision-record.
           05 prv-periode  pic 9(6).
           05 filler       pic x(1).
           05 prv-id       pic 9(5).
           05 filler       pic x(1).
           05 prv-soc      pic x(3).
           05 filler       pic x(1).
           05 prv-dep      pic x(20).
           05 filler       pic x(1).
           05 prv-jours    pic 9(3)v99.
           05 filler       pic x(1).
           05 prv-taux     pic 9(7)v99.
           05 filler       pic x(1).
           05 prv-devise   pic x(3).
           05 filler       pic x(1).
           05 prv-montant  pic 9(9)v99.
           05 filler       pic x(1).
           05 prv-poste    pic 9(8).

       fd travail-file.
       01 travail-record   pic x(100).

      * Ecriture comptable a largeur fixe, disposition du journal de
      * 36_journal-comptable.cob.
       fd journal-file.
       01 journal-record.
           05 jnl-date     pic 9(8).
           05 filler       pic x(1).
           05 jnl-compte   pic 9(6).
           05 filler       pic x(1).
           05 jnl-sens     pic x(1).
           05 filler       pic x(1).
           05 jnl-montant  pic 9(11)v99.
           05 filler       pic x(1).
           05 jnl-libelle  pic x(20).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_conges     pic xx value "00".
       01 ws_fs_salaires   pic xx value "00".
       01 ws_fs_traites    pic xx value "00".
       01 ws_fs_comptes    pic xx value "00".
       01 ws_fs_provision  pic xx value "00".
       01 ws_fs_travail    pic xx value "00".
       01 ws_fs_journal    pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 fin_fichier      pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_periode       pic 9(6) value 0.
       01 ws_periode_prec  pic 9(6) value 0.
       01 ws_cmd           pic x(200) value spaces.

      * Salaires et soldes de conges lus par cle.
       01 ws_sal_ouvert    pic x value 'N'.
       01 ws_cge_ouvert    pic x value 'N'.

      * Ids deja soldes par 61_solde-tout-compte.cob.
       01 ws_tra_table.
           05 ws_tra_entry pic 9(5) occurs 5000 times.
       01 ws_tra_count     pic 9(5) value 0.
       01 ws_tra_idx       pic 9(5) value 0.
       01 ws_deja_solde    pic x(1) value 'N'.

      * Correspondance departement -> compte de cout [ligne
      * PROVISION-CP = compte de provision].
       01 ws_cpt_table.
           05 ws_cpt_entry occurs 20 times.
               10 ws_m_dep     pic x(20).
               10 ws_m_compte  pic 9(6).
       01 ws_cpt_count     pic 9(3) value 0.
       01 ws_cpt_idx       pic 9(3) value 0.
       01 ws_compte_provision pic 9(6) value 0.
       01 ws_provision_vu  pic x value 'N'.

      * Provision par departement, mois precedent et mois courant
      * [en euros].
       01 ws_dep_table.
           05 ws_dep_entry occurs 20 times.
               10 ws_d_code     pic x(20).
               10 ws_d_prec     pic 9(11)v99.
               10 ws_d_courant  pic 9(11)v99.
       01 ws_dep_count     pic 9(3) value 0.
       01 ws_dep_idx       pic 9(3) value 0.
       01 ws_found_idx     pic 9(3) value 0.
       01 ws_dep_courant   pic x(20) value spaces.
       01 ws_montant_dep   pic 9(9)v99 value 0.
       01 ws_sens_prec     pic x(1) value 'P'.

      * Valorisation d'un employe.
       01 ws_salaire_mens  pic 9(7)v99 value 0.
       01 ws_devise        pic x(3) value spaces.
       01 ws_taux_jour     pic 9(7)v99 value 0.
       01 ws_valeur        pic 9(9)v99 value 0.

      * Conversion en euros [SPDEVISE, taux dates de
      * src/taux-change.txt].
       01 ws_taux_path     pic x(100)
           value "src/taux-change.txt".
       01 ws_conv_devise   pic x(3) value spaces.
       01 ws_conv_montant  pic s9(9)v99 value 0.
       01 ws_conv_eur      pic s9(9)v99 value 0.
       01 ws_conv_trouve   pic x(1) value 'N'.

       01 ws_total_prec    pic 9(11)v99 value 0.
       01 ws_total_courant pic 9(11)v99 value 0.
       01 ws_variation     pic s9(11)v99 value 0.
       01 ws_total_ecrit   pic 9(11)v99 value 0.
       01 ws_nb_valorises  pic 9(5) value 0.
       01 ws_nb_soldes_exclus pic 9(5) value 0.
       01 ws_nb_non_valorises pic 9(5) value 0.
       01 ws_nb_rejets     pic 9(5) value 0.
       01 ws_nb_ecritures  pic 9(5) value 0.
       01 ws_total_aff     pic -(10)9.99.

      * Consignation des incidents dans le fichier de messages date
      * [MSGLOG] : la chaine tourne sans surveillance.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'W'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Verrou du fichier maître [SPVERROU] : la lecture attendra la
      * fin d'un chargement en cours plutot que de lire un fichier a
      * moitie reconstruit.
       01 ws_verrou_path   pic x(100)
           value "../verrou-employee-master.lck".
       01 ws_verrou_action pic x(1) value space.
       01 ws_verrou_res    pic x(1) value 'N'.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "66_provision-conges".
       01 ws_joblog_path   pic x(100) value "../job-log.txt".
       01 ws_joblog_action pic x(1).
       01 ws_joblog_count  pic 9(5) value 0.
       01 ws_joblog_rc     pic 9(2) value 0.
       01 ws_joblog_operator pic x(8) value spaces.

       procedure division.

           accept ws_joblog_operator from environment "USER"
           call "SPAFFECT" using ws_affect_config ws_dd_joblog
               ws_joblog_path
           call "SPAFFECT" using ws_affect_config ws_dd_master
               ws_aff_master
           move 'S' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           perform 0010-date-de-traitement
           move ws_today(1:6) to ws_periode
           perform 0100-charger-les-comptes

           if ws_provision_vu = 'N'
               display "Pas de ligne PROVISION-CP dans"
                   " comptes-departements.txt : pas de compte de"
                   " provision, aucune ecriture emise."
               move 'E' to ws_msglog_grav
               move "Compte de provision conges absent"
                   to ws_msglog_texte
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
           else
               perform 1000-provisionner-le-mois
           end-if

           move ws_nb_valorises to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move ws_joblog_rc to return-code
           goback.

       0010-date-de-traitement.
      * La date metier du passage : DATE_TRAITEMENT si posee par
      * l'exploitation [rejeu d'un jour precedent], sinon la date du
      * jour.
           move spaces to ws_date_param
           accept ws_date_param from environment "DATE_TRAITEMENT"
           if ws_date_param is numeric
               move function numval(ws_date_param) to ws_today
           else
               accept ws_today from date yyyymmdd
           end-if
           .

       0100-charger-les-comptes.
           move 'N' to fin_fichier
           open input comptes-file
           if ws_fs_comptes not = "00"
               display "Erreur ouverture COMPTES-DEPARTEMENTS : "
                   ws_fs_comptes
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read comptes-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       evaluate cpt-dep
                           when "PROVISION-CP"
                               move cpt-compte to ws_compte_provision
                               move 'O' to ws_provision_vu
                           when "ATTENTE"
                               continue
                           when other
                               if ws_cpt_count < 20
                                   add 1 to ws_cpt_count
                                   move cpt-dep
                                       to ws_m_dep(ws_cpt_count)
                                   move cpt-compte
                                       to ws_m_compte(ws_cpt_count)
                               end-if
                       end-evaluate
               end-read
           end-perform
           close comptes-file
           .

       0200-charger-les-salaires.
           open input salaires-file
           if ws_fs_salaires = "00"
               move 'O' to ws_sal_ouvert
           end-if
           .

       0300-charger-les-conges.
      * Soldes lus par cle pendant la valorisation ; un fichier
      * absent ou vide ne permet aucune provision.
           open input soldes-conges-file
           if ws_fs_conges not = "00"
               exit paragraph
           end-if
           move 0 to sol-id
           start soldes-conges-file key is not less than sol-id
               invalid key
                   close soldes-conges-file
               not invalid key
                   move 'O' to ws_cge_ouvert
           end-start
           .

       0350-fermer-les-satellites.
           if ws_cge_ouvert = 'O'
               close soldes-conges-file
           end-if
           if ws_sal_ouvert = 'O'
               close salaires-file
           end-if
           .

       0400-charger-les-traites.
           move 'N' to fin_fichier
           open input traites-file
           if ws_fs_traites = "00"
               perform until fin_fichier = 'Y'
                   read traites-file
                       at end
                           move 'Y' to fin_fichier
                       not at end
                           if ws_tra_count < 5000
                               add 1 to ws_tra_count
                               move tra-id
                                   to ws_tra_entry(ws_tra_count)
                           end-if
                   end-read
               end-perform
               close traites-file
           end-if
           .

       1000-provisionner-le-mois.
           move 'T' to ws_verrou_action
           call "SPVERROU" using ws_verrou_path ws_verrou_action
               ws_joblog_operator ws_verrou_res
           if ws_verrou_res = 'N'
               display "Chargement du fichier maître en cours -"
                   " reessayer dans quelques instants."
               move 93 to ws_joblog_rc
               exit paragraph
           end-if

           perform 0300-charger-les-conges
           if ws_cge_ouvert = 'N'
               display "Soldes de conges absents [conges-soldes.dat"
                   " de 28_conges] - aucune provision calculee."
               move 'W' to ws_msglog_grav
               move "Provision conges : soldes de conges absents"
                   to ws_msglog_texte
               perform 9900-consigner-message
               move 8 to ws_joblog_rc
               exit paragraph
           end-if
           perform 0200-charger-les-salaires
           perform 0400-charger-les-traites

           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 16 to ws_joblog_rc
               perform 0350-fermer-les-satellites
               exit paragraph
           end-if

           perform 2000-reprendre-le-detail

           perform until fin_master = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       perform 3000-valoriser-un-employe
               end-read
           end-perform
           close employee-master
           perform 0350-fermer-les-satellites

           close travail-file
           move spaces to ws_cmd
           string "mv -f src/provision-conges.tmp" delimited by size
                  " src/provision-conges.txt" delimited by size
                  into ws_cmd
           end-string
           call "SYSTEM" using ws_cmd

           perform 4000-ecrire-le-journal
           perform 5000-rendre-compte
           .

       2000-reprendre-le-detail.
      * Recopie le detail des mois anterieurs [un mois repasse
      * remplace ses propres lignes] et retrouve la provision du
      * dernier mois provisionne avant celui-ci, par departement :
      * c'est elle que le mois extourne.
           open output travail-file
           move 'N' to fin_fichier
           open input provision-file
           if ws_fs_provision not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read provision-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if prv-periode not = ws_periode
                           move provision-record to travail-record
                           write travail-record
                       end-if
                       if prv-periode < ws_periode
                          and prv-periode not < ws_periode_prec
                           perform 2100-reprendre-une-ligne
                       end-if
               end-read
           end-perform
           close provision-file
           .

       2100-reprendre-une-ligne.
      * Un mois plus recent que celui retenu jusqu'ici remplace sa
      * provision.
           if prv-periode > ws_periode_prec
               move prv-periode to ws_periode_prec
               perform varying ws_dep_idx from 1 by 1
                   until ws_dep_idx > ws_dep_count
                   move 0 to ws_d_prec(ws_dep_idx)
               end-perform
               move 0 to ws_total_prec
           end-if
           move prv-dep to ws_dep_courant
           perform 8000-trouver-le-departement
           if ws_found_idx > 0
               add prv-montant to ws_d_prec(ws_found_idx)
               add prv-montant to ws_total_prec
           end-if
           .

       3000-valoriser-un-employe.
      * Seuls les employes porteurs d'un solde positif se
      * provisionnent ; un sorti deja solde a touche son reliquat.
           move em-id to sol-id
           read soldes-conges-file
               invalid key
                   exit paragraph
           end-read
           if sol-solde not > 0
               exit paragraph
           end-if

           move 'N' to ws_deja_solde
           perform varying ws_tra_idx from 1 by 1
               until ws_tra_idx > ws_tra_count
               if ws_tra_entry(ws_tra_idx) = em-id
                   move 'O' to ws_deja_solde
               end-if
           end-perform
           if ws_deja_solde = 'O'
               add 1 to ws_nb_soldes_exclus
               exit paragraph
           end-if

           move 0 to ws_salaire_mens
           move spaces to ws_devise
           if ws_sal_ouvert = 'O'
               move em-id to sal-id
               read salaires-file
                   invalid key
                       continue
                   not invalid key
                       move sal-montant to ws_salaire_mens
                       move sal-devise to ws_devise
               end-read
           end-if
           if ws_salaire_mens = 0
               add 1 to ws_nb_non_valorises
               display "Solde de conges sans salaire : id " em-id
                   " - non provisionne."
               exit paragraph
           end-if
      * Temps partiel : le taux journalier suit la quotite, comme au
      * solde de tout compte.
           if em-quotite is numeric and em-quotite > 0
              and em-quotite < 100
               compute ws_salaire_mens rounded =
                   ws_salaire_mens * em-quotite / 100
           end-if
           compute ws_taux_jour rounded = ws_salaire_mens / 30
           compute ws_valeur rounded =
               sol-solde * ws_salaire_mens / 30

           move ws_devise to ws_conv_devise
           move ws_valeur to ws_conv_montant
           call "SPDEVISE" using ws_taux_path ws_conv_devise
               ws_today ws_conv_montant ws_conv_eur ws_conv_trouve
           if ws_conv_trouve = 'N'
               add 1 to ws_nb_non_valorises
               display "Devise sans taux de change : " ws_devise
                   " [id " em-id "] - non provisionne."
               exit paragraph
           end-if

           move em-dep to ws_dep_courant
           perform 8000-trouver-le-departement
           if ws_found_idx > 0
               add ws_conv_eur to ws_d_courant(ws_found_idx)
           end-if
           add ws_conv_eur to ws_total_courant
           add 1 to ws_nb_valorises

           move spaces to provision-record
           move ws_periode to prv-periode
           move em-id to prv-id
           move em-soc to prv-soc
           move em-dep to prv-dep
           move sol-solde to prv-jours
           move ws_taux_jour to prv-taux
           move ws_devise to prv-devise
           move ws_conv_eur to prv-montant
           move ws_today to prv-poste
           move provision-record to travail-record
           write travail-record
           .

       4000-ecrire-le-journal.
      * Extourne de la provision precedente puis provision du mois,
      * chacune equilibree par le compte de provision pour les seuls
      * montants ecrits : un departement sans compte est rejete et
      * son montant n'entre nulle part.
           open output journal-file
           if ws_total_prec > 0
               move 'P' to ws_sens_prec
               move 0 to ws_total_ecrit
               perform varying ws_dep_idx from 1 by 1
                   until ws_dep_idx > ws_dep_count
                   move ws_d_prec(ws_dep_idx) to ws_montant_dep
                   if ws_montant_dep > 0
                       perform 4100-ecrire-un-departement
                   end-if
               end-perform
               perform 4200-ecrire-la-contrepartie
           end-if
           if ws_total_courant > 0
               move 'C' to ws_sens_prec
               move 0 to ws_total_ecrit
               perform varying ws_dep_idx from 1 by 1
                   until ws_dep_idx > ws_dep_count
                   move ws_d_courant(ws_dep_idx) to ws_montant_dep
                   if ws_montant_dep > 0
                       perform 4100-ecrire-un-departement
                   end-if
               end-perform
               perform 4200-ecrire-la-contrepartie
           end-if
           close journal-file
           .

       4100-ecrire-un-departement.
      * ws_sens_prec 'P' = extourne [credit du cout], 'C' = provision
      * du mois [debit du cout].
           move 0 to ws_found_idx
           perform varying ws_cpt_idx from 1 by 1
               until ws_cpt_idx > ws_cpt_count
               if ws_m_dep(ws_cpt_idx) = ws_d_code(ws_dep_idx)
                   move ws_cpt_idx to ws_found_idx
               end-if
           end-perform
           if ws_found_idx = 0
               add 1 to ws_nb_rejets
               display "Departement sans compte de cout : "
                   function trim(ws_d_code(ws_dep_idx))
                   " - montant rejete du journal."
               exit paragraph
           end-if
           move ws_today to jnl-date
           move ws_m_compte(ws_found_idx) to jnl-compte
           if ws_sens_prec = 'P'
               move 'C' to jnl-sens
               move "EXTOURNE PROV. CP" to jnl-libelle
           else
               move 'D' to jnl-sens
               move "PROVISION CONGES" to jnl-libelle
           end-if
           move ws_montant_dep to jnl-montant
           write journal-record
           add 1 to ws_nb_ecritures
           add ws_montant_dep to ws_total_ecrit
           .

       4200-ecrire-la-contrepartie.
           if ws_total_ecrit = 0
               exit paragraph
           end-if
           move ws_today to jnl-date
           move ws_compte_provision to jnl-compte
           if ws_sens_prec = 'P'
               move 'D' to jnl-sens
               move "EXTOURNE PROV. CP" to jnl-libelle
           else
               move 'C' to jnl-sens
               move "PROVISION CONGES" to jnl-libelle
           end-if
           move ws_total_ecrit to jnl-montant
           write journal-record
           add 1 to ws_nb_ecritures
           .

       5000-rendre-compte.
           compute ws_variation = ws_total_courant - ws_total_prec
           move ws_total_courant to ws_total_aff
           display "Provision conges " ws_periode " : EUR "
               ws_total_aff " [" ws_nb_valorises " employe(s)]"
           move ws_total_prec to ws_total_aff
           if ws_periode_prec > 0
               display "Provision precedente " ws_periode_prec
                   " : EUR " ws_total_aff
           else
               display "Pas de provision precedente : premiere"
                   " provision, rien a extourner."
           end-if
           move ws_variation to ws_total_aff
           display "Variation du mois : EUR " ws_total_aff
           display "Journal ecrit : journal-provision-conges.txt ["
               ws_nb_ecritures " ecriture(s)], detail :"
               " provision-conges.txt"
           if ws_nb_soldes_exclus > 0
               display ws_nb_soldes_exclus " sorti(s) deja solde(s)"
                   " exclu(s) de la provision."
           end-if
           if ws_nb_non_valorises > 0
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Provision conges : " delimited by size
                      ws_nb_non_valorises delimited by size
                      " solde(s) non valorise(s)" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
           end-if
           if ws_nb_rejets > 0
               display ws_nb_rejets " montant(s) rejete(s)"
                   " [departement sans compte] - voir messages."
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Provision conges : " delimited by size
                      ws_nb_rejets delimited by size
                      " montant(s) rejete(s)" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 8 to ws_joblog_rc
           end-if
           .

       8000-trouver-le-departement.
      * Rang du departement dans la table des provisions, cree au
      * besoin [0 si la table est pleine].
           move 0 to ws_found_idx
           perform varying ws_dep_idx from 1 by 1
               until ws_dep_idx > ws_dep_count
               if ws_d_code(ws_dep_idx) = ws_dep_courant
                   move ws_dep_idx to ws_found_idx
               end-if
           end-perform
           if ws_found_idx = 0
               if ws_dep_count >= 20
                   exit paragraph
               end-if
               add 1 to ws_dep_count
               move ws_dep_count to ws_found_idx
               move ws_dep_courant to ws_d_code(ws_found_idx)
               move 0 to ws_d_prec(ws_found_idx)
               move 0 to ws_d_courant(ws_found_idx)
           end-if
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
