      ******************************************************************
      * Nom du Projet   : Compa-ratios et dispersion des remunerations
      * Description     : 40_exceptions-bandes.cob dit qui sort de sa
      *    bande, pas comment la paie se repartit dedans. Ce rapport
      *    d'analyse des remunerations passe le salaire de chaque
      *    actif [salaires.dat, contre-valeur euro par SPDEVISE,
      *    ramene au temps plein par em-quotite] dans le
      *    sous-programme partage SPSTATS [minimum, maximum, moyenne,
      *    mediane - celui de l'exercice des tableaux] par role, par
      *    departement et par couple role x departement, puis donne
      *    pour chaque personne son compa-ratio [salaire temps plein /
      *    milieu de la bande en vigueur de son role] et son quartile
      *    dans la bande [Q1 a Q4, <MIN, >MAX]. Un couple role x
      *    departement dont l'ecart entre le plus bas et le plus haut
      *    salaire depasse ECART_REMUNERATION pour cent du plus bas
      *    [3 chiffres, defaut 025] est signale, ses extremes marques
      *    ECART dans le detail [avertissement rc 4].
      *    Sorties : rapport src/rapport-remunerations.txt et fichier
      *    delimite pour la RH [point-virgule,
      *    src/remunerations-rh.txt : entete ENT, lignes STA par
      *    groupe, PER par personne, fin FIN], manifeste [SPMANIF].
      *    [SPSTATS ne prend que des entiers : les salaires y passent
      *    en euros entiers.]
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 85_compa-ratios.

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

           select bandes-file assign to "src/bandes-salaires.txt"
               organization is line sequential
               file status is ws_fs_bandes.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

           select rapport-file
               assign to "src/rapport-remunerations.txt"
               organization is line sequential
               file status is ws_fs_rapport.

           select rh-file assign to "src/remunerations-rh.txt"
               organization is line sequential
               file status is ws_fs_rh.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd bandes-file.
       01 bande-record.
           05 bde-role     pic x(20).
           05 filler       pic x.
           05 bde-min      pic 9(7)v99.
           05 filler       pic x.
           05 bde-max      pic 9(7)v99.
           05 filler       pic x.
           05 bde-debut    pic 9(8).
           05 filler       pic x.
           05 bde-fin      pic 9(8).

       fd salaires-file.
       01 salaire-record.
           05 sal-id       pic 9(5).
           05 filler       pic x.
           05 sal-montant  pic 9(7)v99.
           05 filler       pic x.
           05 sal-devise   pic x(3).

       fd rapport-file.
       01 rapport-record   pic x(132).

       fd rh-file.
       01 rh-record        pic x(150).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_bandes     pic xx value "00".
       01 ws_fs_salaires   pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 ws_fs_rh         pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 fin_bandes       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

       01 ws_bande_table.
           05 ws_bande_entry occurs 50 times.
               10 ws_b_role    pic x(20).
               10 ws_b_min     pic 9(7)v99.
               10 ws_b_max     pic 9(7)v99.
               10 ws_b_debut   pic 9(8).
               10 ws_b_fin     pic 9(8).
       01 ws_bande_count   pic 9(3) value 0.
       01 ws_bande_idx     pic 9(3) value 0.
       01 ws_bande_trouvee pic 9(3) value 0.


      * Actifs retenus : salaire temps plein en euros, compa-ratio,
      * quartile dans la bande, marque d'ecart.
       01 ws_per_table.
           05 ws_per_entry occurs 5000 times.
               10 ws_p_id       pic 9(5).
               10 ws_p_nom      pic x(20).
               10 ws_p_role     pic x(20).
               10 ws_p_dep      pic x(20).
               10 ws_p_etp      pic 9(7)v99.
               10 ws_p_compa    pic 9(2)v999.
               10 ws_p_quartile pic x(4).
               10 ws_p_ecart    pic x(1).
       01 ws_per_count     pic 9(5) value 0.
       01 ws_per_idx       pic 9(5) value 0.

      * Groupes statistiques : 'R' role, 'D' departement, 'C' couple
      * role x departement [seul le couple porte le controle
      * d'ecart].
       01 ws_grp_table.
           05 ws_grp_entry occurs 300 times.
               10 ws_g_nature   pic x(1).
               10 ws_g_role     pic x(20).
               10 ws_g_dep      pic x(20).
               10 ws_g_nombre   pic 9(5).
               10 ws_g_min      pic 9(5).
               10 ws_g_max      pic 9(5).
               10 ws_g_moyenne  pic 9(7)v99.
               10 ws_g_mediane  pic 9(5)v99.
               10 ws_g_ecart    pic 9(5)v9.
               10 ws_g_alerte   pic x(1).
       01 ws_grp_count     pic 9(3) value 0.
       01 ws_grp_idx       pic 9(3) value 0.
       01 ws_grp_trouve    pic 9(3) value 0.
       01 ws_cle_nature    pic x(1) value space.
       01 ws_cle_role      pic x(20) value spaces.
       01 ws_cle_dep       pic x(20) value spaces.

      * Appel de SPSTATS : table de travail, resultats [COMP-3 comme
      * l'exige le sous-programme].
       01 ws_stats_count   pic 9(5) value 0.
       01 ws_stats_table.
           05 ws_stats_nombre pic 9(5) occurs 1 to 5000 times
               depending on ws_stats_count usage comp-3.
       01 ws_stats_moyenne pic 9(7)v99 usage comp-3.
       01 ws_stats_min     pic 9(5) usage comp-3.
       01 ws_stats_max     pic 9(5) usage comp-3.
       01 ws_stats_medianne pic 9(5)v99 usage comp-3.
       01 ws_euros         pic 9(7) value 0.

      * Seuil d'ecart role x departement en pour cent du plus bas.
       01 ws_seuil_param   pic x(3) value spaces.
       01 ws_seuil_ecart   pic 9(3) value 25.

       01 ws_milieu        pic 9(7)v99 value 0.
       01 ws_quart         pic 9(7)v99 value 0.
       01 ws_quotite       pic 9(3) value 100.

       01 ws_nb_sans_salaire pic 9(5) value 0.
       01 ws_nb_sans_bande pic 9(5) value 0.
       01 ws_nb_alertes    pic 9(5) value 0.
       01 ws_rh_count      pic 9(5) value 0.

       01 ws_aff_nombre    pic zzzz9.
       01 ws_aff_min       pic zzzz9.
       01 ws_aff_max       pic zzzz9.
       01 ws_aff_moyenne   pic zzzz9.99.
       01 ws_aff_mediane   pic zzzz9.99.
       01 ws_aff_ecart     pic zzzz9.9.
       01 ws_aff_etp       pic z(6)9.99.
       01 ws_aff_compa     pic z9.999.
       01 ws_titre         pic x(40) value spaces.

      * Conversion en euros [SPDEVISE, taux dates de
      * src/taux-change.txt].
       01 ws_taux_path     pic x(100)
           value "src/taux-change.txt".
       01 ws_conv_devise   pic x(3) value spaces.
       01 ws_conv_montant  pic s9(9)v99 value 0.
       01 ws_conv_eur      pic s9(9)v99 value 0.
       01 ws_conv_trouve   pic x(1) value 'N'.

      * Manifeste des sorties [SPMANIF].
       01 ws_manif_path    pic x(100)
           value "src/manifeste-sorties.txt".
       01 ws_manif_fichier pic x(100) value spaces.
       01 ws_manif_nom     pic x(40) value spaces.
       01 ws_manif_res     pic x(1) value 'N'.

      * Consignation des incidents dans le fichier de messages date
      * [MSGLOG] : la chaine tourne sans surveillance.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'W'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "85_compa-ratios".
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
           move spaces to ws_seuil_param
           accept ws_seuil_param from environment "ECART_REMUNERATION"
           if ws_seuil_param is numeric
               move ws_seuil_param to ws_seuil_ecart
           end-if
           perform 0100-charger-les-bandes
           perform 0200-charger-les-salaires
           perform 1000-charger-les-actifs
           if ws_joblog_rc not = 0
               perform 9800-terminer
           end-if

           perform 2000-calculer-les-groupes
           perform 3000-ecrire-le-rapport
           perform 4000-ecrire-le-fichier-rh

           display "Analyse des remunerations : " ws_per_count
               " actif(s), " ws_grp_count " groupe(s), "
               ws_nb_alertes " ecart(s) role x departement."
           if ws_nb_alertes > 0
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Remunerations : " delimited by size
                      ws_nb_alertes delimited by size
                      " couple(s) role x departement au-dela de "
                          delimited by size
                      ws_seuil_ecart delimited by size
                      "% d'ecart" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
           end-if
           move ws_per_count to ws_joblog_count
           perform 9800-terminer
           .

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

       0100-charger-les-bandes.
      * Fichier absent : pas de compa-ratio, les statistiques
      * sortent quand meme.
           open input bandes-file
           if ws_fs_bandes = "00"
               perform until fin_bandes = 'Y'
                   read bandes-file
                       at end
                           move 'Y' to fin_bandes
                       not at end
                           if ws_bande_count < 50
                               add 1 to ws_bande_count
                               move bde-role
                                   to ws_b_role(ws_bande_count)
                               move bde-min
                                   to ws_b_min(ws_bande_count)
                               move bde-max
                                   to ws_b_max(ws_bande_count)
                               move bde-debut
                                   to ws_b_debut(ws_bande_count)
                               move bde-fin
                                   to ws_b_fin(ws_bande_count)
                           end-if
                   end-read
               end-perform
               close bandes-file
           end-if
           .

       0200-charger-les-salaires.
           open input salaires-file
           if ws_fs_salaires not = "00"
               display "Erreur ouverture SALAIRES : " ws_fs_salaires
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           .

       1000-charger-les-actifs.
           if ws_joblog_rc not = 0
               exit paragraph
           end-if
           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           perform until fin_master = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       if em-statut = 'A'
                           perform 1100-retenir-un-actif
                       end-if
               end-read
           end-perform
           close employee-master
           close salaires-file
           .

       1100-retenir-un-actif.
      * Un actif sans ligne de salaire releve du controle de
      * l'extrait de paie, pas de cette analyse.
           move em-id to sal-id
           read salaires-file
               invalid key
                   add 1 to ws_nb_sans_salaire
                   exit paragraph
           end-read
           if ws_per_count >= 5000
               exit paragraph
           end-if

           move sal-devise to ws_conv_devise
           move sal-montant to ws_conv_montant
           call "SPDEVISE" using ws_taux_path ws_conv_devise
               ws_today ws_conv_montant ws_conv_eur ws_conv_trouve
           if ws_conv_trouve = 'N'
               display "Pas de taux de change " ws_conv_devise
                   " - salaire de l'id " em-id " pris sans"
                   " conversion."
               move ws_conv_montant to ws_conv_eur
           end-if
      * Temps plein : un mi-temps a 1500 vaut 3000 dans la
      * comparaison [quotite absente ou nulle = temps plein].
           move 100 to ws_quotite
           if em-quotite is numeric and em-quotite > 0
               move em-quotite to ws_quotite
           end-if

           add 1 to ws_per_count
           move em-id to ws_p_id(ws_per_count)
           move em-nom to ws_p_nom(ws_per_count)
           move em-rol to ws_p_role(ws_per_count)
           move em-dep to ws_p_dep(ws_per_count)
           compute ws_p_etp(ws_per_count) rounded =
               ws_conv_eur * 100 / ws_quotite
           move 0 to ws_p_compa(ws_per_count)
           move "----" to ws_p_quartile(ws_per_count)
           move space to ws_p_ecart(ws_per_count)

           move 0 to ws_bande_trouvee
           perform varying ws_bande_idx from 1 by 1
               until ws_bande_idx > ws_bande_count
               if ws_b_role(ws_bande_idx) = em-rol
                  and ws_b_debut(ws_bande_idx) <= ws_today
                  and ws_b_fin(ws_bande_idx) >= ws_today
                   move ws_bande_idx to ws_bande_trouvee
               end-if
           end-perform
           if ws_bande_trouvee = 0
               add 1 to ws_nb_sans_bande
               exit paragraph
           end-if
           perform 1200-placer-dans-la-bande
           .

       1200-placer-dans-la-bande.
      * Compa-ratio = salaire temps plein / milieu de bande ;
      * quartile = quart de l'etendue min-max ou tombe le salaire.
           compute ws_milieu =
               (ws_b_min(ws_bande_trouvee)
               + ws_b_max(ws_bande_trouvee)) / 2
           if ws_milieu > 0
               compute ws_p_compa(ws_per_count) rounded =
                   ws_p_etp(ws_per_count) / ws_milieu
           end-if
           compute ws_quart =
               (ws_b_max(ws_bande_trouvee)
               - ws_b_min(ws_bande_trouvee)) / 4
           evaluate true
               when ws_p_etp(ws_per_count)
                    < ws_b_min(ws_bande_trouvee)
                   move "<MIN" to ws_p_quartile(ws_per_count)
               when ws_p_etp(ws_per_count)
                    > ws_b_max(ws_bande_trouvee)
                   move ">MAX" to ws_p_quartile(ws_per_count)
               when ws_p_etp(ws_per_count)
                    < ws_b_min(ws_bande_trouvee) + ws_quart
                   move "Q1" to ws_p_quartile(ws_per_count)
               when ws_p_etp(ws_per_count) < ws_milieu
                   move "Q2" to ws_p_quartile(ws_per_count)
               when ws_p_etp(ws_per_count)
                    < ws_b_max(ws_bande_trouvee) - ws_quart
                   move "Q3" to ws_p_quartile(ws_per_count)
               when other
                   move "Q4" to ws_p_quartile(ws_per_count)
           end-evaluate
           .

       2000-calculer-les-groupes.
      * Recense les groupes, puis passe chacun dans SPSTATS.
           perform varying ws_per_idx from 1 by 1
               until ws_per_idx > ws_per_count
               move 'R' to ws_cle_nature
               move ws_p_role(ws_per_idx) to ws_cle_role
               move spaces to ws_cle_dep
               perform 2100-trouver-le-groupe
               move 'D' to ws_cle_nature
               move spaces to ws_cle_role
               move ws_p_dep(ws_per_idx) to ws_cle_dep
               perform 2100-trouver-le-groupe
               move 'C' to ws_cle_nature
               move ws_p_role(ws_per_idx) to ws_cle_role
               move ws_p_dep(ws_per_idx) to ws_cle_dep
               perform 2100-trouver-le-groupe
           end-perform
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               perform 2200-statistiques-du-groupe
           end-perform
           .

       2100-trouver-le-groupe.
      * Insertion triee sur nature + role + departement.
           move 0 to ws_grp_trouve
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               if ws_g_nature(ws_grp_idx) = ws_cle_nature
                  and ws_g_role(ws_grp_idx) = ws_cle_role
                  and ws_g_dep(ws_grp_idx) = ws_cle_dep
                   move ws_grp_idx to ws_grp_trouve
               end-if
           end-perform
           if ws_grp_trouve > 0 or ws_grp_count >= 300
               exit paragraph
           end-if
           add 1 to ws_grp_count
           move ws_grp_count to ws_grp_idx
           perform until ws_grp_idx = 1
               if ws_g_nature(ws_grp_idx - 1) < ws_cle_nature
                  or (ws_g_nature(ws_grp_idx - 1) = ws_cle_nature
                  and ws_g_role(ws_grp_idx - 1) < ws_cle_role)
                  or (ws_g_nature(ws_grp_idx - 1) = ws_cle_nature
                  and ws_g_role(ws_grp_idx - 1) = ws_cle_role
                  and ws_g_dep(ws_grp_idx - 1) <= ws_cle_dep)
                   exit perform
               end-if
               move ws_grp_entry(ws_grp_idx - 1)
                   to ws_grp_entry(ws_grp_idx)
               subtract 1 from ws_grp_idx
           end-perform
           initialize ws_grp_entry(ws_grp_idx)
           move ws_cle_nature to ws_g_nature(ws_grp_idx)
           move ws_cle_role to ws_g_role(ws_grp_idx)
           move ws_cle_dep to ws_g_dep(ws_grp_idx)
           move space to ws_g_alerte(ws_grp_idx)
           .

       2200-statistiques-du-groupe.
           move 0 to ws_stats_count
           perform varying ws_per_idx from 1 by 1
               until ws_per_idx > ws_per_count
               if (ws_g_nature(ws_grp_idx) = 'R'
                  and ws_p_role(ws_per_idx) = ws_g_role(ws_grp_idx))
                  or (ws_g_nature(ws_grp_idx) = 'D'
                  and ws_p_dep(ws_per_idx) = ws_g_dep(ws_grp_idx))
                  or (ws_g_nature(ws_grp_idx) = 'C'
                  and ws_p_role(ws_per_idx) = ws_g_role(ws_grp_idx)
                  and ws_p_dep(ws_per_idx) = ws_g_dep(ws_grp_idx))
                   add 1 to ws_stats_count
                   compute ws_euros rounded = ws_p_etp(ws_per_idx)
                   if ws_euros > 99999
                       move 99999 to ws_euros
                   end-if
                   move ws_euros to ws_stats_nombre(ws_stats_count)
               end-if
           end-perform
           if ws_stats_count = 0
               exit paragraph
           end-if
           call "SPSTATS" using ws_stats_count ws_stats_table
               ws_stats_moyenne ws_stats_min ws_stats_max
               ws_stats_medianne
           move ws_stats_count to ws_g_nombre(ws_grp_idx)
           move ws_stats_min to ws_g_min(ws_grp_idx)
           move ws_stats_max to ws_g_max(ws_grp_idx)
           move ws_stats_moyenne to ws_g_moyenne(ws_grp_idx)
           move ws_stats_medianne to ws_g_mediane(ws_grp_idx)
           if ws_stats_min > 0
               compute ws_g_ecart(ws_grp_idx) rounded =
                   (ws_stats_max - ws_stats_min) * 100
                   / ws_stats_min
           end-if
           if ws_g_nature(ws_grp_idx) = 'C'
              and ws_stats_count > 1
              and ws_g_ecart(ws_grp_idx) > ws_seuil_ecart
               move 'O' to ws_g_alerte(ws_grp_idx)
               add 1 to ws_nb_alertes
               perform 2300-marquer-les-extremes
           end-if
           .

       2300-marquer-les-extremes.
      * Le plus bas et le plus haut du couple en ecart portent la
      * marque dans le detail par personne.
           perform varying ws_per_idx from 1 by 1
               until ws_per_idx > ws_per_count
               if ws_p_role(ws_per_idx) = ws_g_role(ws_grp_idx)
                  and ws_p_dep(ws_per_idx) = ws_g_dep(ws_grp_idx)
                   compute ws_euros rounded = ws_p_etp(ws_per_idx)
                   if ws_euros > 99999
                       move 99999 to ws_euros
                   end-if
                   if ws_euros = ws_stats_min
                      or ws_euros = ws_stats_max
                       move 'E' to ws_p_ecart(ws_per_idx)
                   end-if
               end-if
           end-perform
           .

       3000-ecrire-le-rapport.
           open output rapport-file
           move spaces to rapport-record
           string "Analyse des remunerations au " delimited by size
                  ws_today delimited by size
                  " - salaires mensuels temps plein en euros"
                      delimited by size
                  into rapport-record
           end-string
           write rapport-record

           move "Par role" to ws_titre
           move 'R' to ws_cle_nature
           perform 3100-ecrire-une-section
           move "Par departement" to ws_titre
           move 'D' to ws_cle_nature
           perform 3100-ecrire-une-section
           move "Par role x departement" to ws_titre
           move 'C' to ws_cle_nature
           perform 3100-ecrire-une-section

           move spaces to rapport-record
           write rapport-record
           move "Detail par personne" to rapport-record
           write rapport-record
           move spaces to rapport-record
           string "ID    NOM                  ROLE                "
                      delimited by size
                  " DEPARTEMENT          SALAIRE ETP  COMPA QUART"
                      delimited by size
                  into rapport-record
           end-string
           write rapport-record
           perform varying ws_per_idx from 1 by 1
               until ws_per_idx > ws_per_count
               move ws_p_etp(ws_per_idx) to ws_aff_etp
               move ws_p_compa(ws_per_idx) to ws_aff_compa
               move spaces to rapport-record
               string ws_p_id(ws_per_idx) delimited by size
                      " " delimited by size
                      ws_p_nom(ws_per_idx) delimited by size
                      " " delimited by size
                      ws_p_role(ws_per_idx) delimited by size
                      " " delimited by size
                      ws_p_dep(ws_per_idx) delimited by size
                      " " delimited by size
                      ws_aff_etp delimited by size
                      " " delimited by size
                      ws_aff_compa delimited by size
                      " " delimited by size
                      ws_p_quartile(ws_per_idx) delimited by size
                      into rapport-record
               end-string
               if ws_p_quartile(ws_per_idx) = "----"
                   move "  -   " to rapport-record(81:6)
               end-if
               if ws_p_ecart(ws_per_idx) = 'E'
                   move "ECART" to rapport-record(93:5)
               end-if
               write rapport-record
           end-perform

           move spaces to rapport-record
           write rapport-record
           move spaces to rapport-record
           string "TOTAL : " delimited by size
                  ws_per_count delimited by size
                  " actif(s) analyse(s), " delimited by size
                  ws_nb_sans_salaire delimited by size
                  " sans salaire, " delimited by size
                  ws_nb_sans_bande delimited by size
                  " sans bande, " delimited by size
                  ws_nb_alertes delimited by size
                  " ecart(s) au-dela de " delimited by size
                  ws_seuil_ecart delimited by size
                  "%" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           close rapport-file
           move "src/rapport-remunerations.txt" to ws_manif_fichier
           move "rapport-remunerations.txt" to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           .

       3100-ecrire-une-section.
           move spaces to rapport-record
           write rapport-record
           move ws_titre to rapport-record
           write rapport-record
           move spaces to rapport-record
           string "ROLE                 DEPARTEMENT          "
                      delimited by size
                  "NOMBRE    MIN    MAX  MOYENNE  MEDIANE  ECART%"
                      delimited by size
                  into rapport-record
           end-string
           write rapport-record
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               if ws_g_nature(ws_grp_idx) = ws_cle_nature
                   perform 3200-ecrire-un-groupe
               end-if
           end-perform
           .

       3200-ecrire-un-groupe.
           move ws_g_nombre(ws_grp_idx) to ws_aff_nombre
           move ws_g_min(ws_grp_idx) to ws_aff_min
           move ws_g_max(ws_grp_idx) to ws_aff_max
           move ws_g_moyenne(ws_grp_idx) to ws_aff_moyenne
           move ws_g_mediane(ws_grp_idx) to ws_aff_mediane
           move ws_g_ecart(ws_grp_idx) to ws_aff_ecart
           move spaces to rapport-record
           string ws_g_role(ws_grp_idx) delimited by size
                  " " delimited by size
                  ws_g_dep(ws_grp_idx) delimited by size
                  " " delimited by size
                  ws_aff_nombre delimited by size
                  "  " delimited by size
                  ws_aff_min delimited by size
                  "  " delimited by size
                  ws_aff_max delimited by size
                  " " delimited by size
                  ws_aff_moyenne delimited by size
                  " " delimited by size
                  ws_aff_mediane delimited by size
                  " " delimited by size
                  ws_aff_ecart delimited by size
                  into rapport-record
           end-string
           if ws_g_alerte(ws_grp_idx) = 'O'
               move "ECART" to rapport-record(89:5)
           end-if
           write rapport-record
           .

       4000-ecrire-le-fichier-rh.
      * Memes resultats en point-virgule pour la RH : entete, une
      * ligne STA par groupe, une ligne PER par personne, fin avec
      * le compte des lignes de detail.
           open output rh-file
           move spaces to rh-record
           string "ENT;REMUNERATIONS;" delimited by size
                  ws_today delimited by size
                  ";" delimited by size
                  ws_seuil_ecart delimited by size
                  into rh-record
           end-string
           write rh-record
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               move ws_g_moyenne(ws_grp_idx) to ws_aff_moyenne
               move ws_g_mediane(ws_grp_idx) to ws_aff_mediane
               move ws_g_ecart(ws_grp_idx) to ws_aff_ecart
               move spaces to rh-record
               string "STA;" delimited by size
                      ws_g_nature(ws_grp_idx) delimited by size
                      ";" delimited by size
                      function trim(ws_g_role(ws_grp_idx))
                          delimited by size
                      ";" delimited by size
                      function trim(ws_g_dep(ws_grp_idx))
                          delimited by size
                      ";" delimited by size
                      ws_g_nombre(ws_grp_idx) delimited by size
                      ";" delimited by size
                      ws_g_min(ws_grp_idx) delimited by size
                      ";" delimited by size
                      ws_g_max(ws_grp_idx) delimited by size
                      ";" delimited by size
                      function trim(ws_aff_moyenne) delimited by size
                      ";" delimited by size
                      function trim(ws_aff_mediane) delimited by size
                      ";" delimited by size
                      function trim(ws_aff_ecart) delimited by size
                      ";" delimited by size
                      ws_g_alerte(ws_grp_idx) delimited by size
                      into rh-record
               end-string
               write rh-record
               add 1 to ws_rh_count
           end-perform
           perform varying ws_per_idx from 1 by 1
               until ws_per_idx > ws_per_count
               move ws_p_etp(ws_per_idx) to ws_aff_etp
               move ws_p_compa(ws_per_idx) to ws_aff_compa
               move spaces to rh-record
               string "PER;" delimited by size
                      ws_p_id(ws_per_idx) delimited by size
                      ";" delimited by size
                      function trim(ws_p_nom(ws_per_idx))
                          delimited by size
                      ";" delimited by size
                      function trim(ws_p_role(ws_per_idx))
                          delimited by size
                      ";" delimited by size
                      function trim(ws_p_dep(ws_per_idx))
                          delimited by size
                      ";" delimited by size
                      function trim(ws_aff_etp) delimited by size
                      ";" delimited by size
                      function trim(ws_aff_compa) delimited by size
                      ";" delimited by size
                      ws_p_quartile(ws_per_idx) delimited by size
                      ";" delimited by size
                      ws_p_ecart(ws_per_idx) delimited by size
                      into rh-record
               end-string
               write rh-record
               add 1 to ws_rh_count
           end-perform
           move spaces to rh-record
           string "FIN;" delimited by size
                  ws_rh_count delimited by size
                  into rh-record
           end-string
           write rh-record
           close rh-file
           move "src/remunerations-rh.txt" to ws_manif_fichier
           move "remunerations-rh.txt" to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           .

       9800-terminer.
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move ws_joblog_rc to return-code
           goback
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
