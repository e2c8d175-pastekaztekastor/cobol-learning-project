      ******************************************************************
      * Nom du Projet   : Rotation du personnel et cohortes d'embauche
      * Description     : 12_tendance-effectifs.cob montre l'effectif
      *    date par date, mais ni combien de personnes sont parties ni
      *    pourquoi la courbe a bouge. Ce traitement mensuel
      *    [src/rotation-effectifs.txt] mesure pour le mois
      *    MOIS_ROTATION [AAAAMM, a defaut le mois precedant la date
      *    de traitement], par societe, departement et type de
      *    population :
      *    - l'effectif au debut et a la fin du mois ;
      *    - les entrees [em-dateemb dans le mois] et les sorties
      *      [statut 'T', em-datefin dans le mois], dont les sorties
      *      en periode d'essai [fin d'essai de src/periodes-essai.txt
      *      tenu par 43_periodes-essai.cob, a defaut em-dateemb plus
      *      la duree du type de src/durees-essai.txt] ;
      *    - les mutations entrantes et sortantes, lues dans les
      *      lignes DEP de src/historique-employes.txt ;
      *    - le taux de rotation : sorties sur effectif moyen
      *      [(debut + fin) / 2].
      *    Le departement d'un employe a une date est celui d'avant la
      *    premiere ligne DEP posterieure a cette date, a defaut celui
      *    du fichier maître. Les sorties en essai sont detaillees
      *    nominativement. Une table de cohortes suit, pour les
      *    embauches de chacun des neuf derniers trimestres, la part
      *    encore presente 3, 6, 12 et 24 mois apres l'entree [case
      *    vide tant que le delai n'est pas ecoule pour tout le
      *    trimestre].
      *    Les memes resultats partent en fichier delimite
      *    [point-virgule, src/rotation-effectifs-tdb.txt, entete
      *    ENT, lignes ROT et COH, fin FIN] pour le tableau de bord de
      *    la direction, manifeste [SPMANIF].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 81_rotation-cohortes.

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

           select historique-file
               assign to "src/historique-employes.txt"
               organization is line sequential
               file status is ws_fs_hist.

           select durees-file assign to "src/durees-essai.txt"
               organization is line sequential
               file status is ws_fs_durees.

           select essais-file assign to "src/periodes-essai.txt"
               organization is line sequential
               file status is ws_fs_essais.

           select report-file assign to "src/rotation-effectifs.txt"
               organization is line sequential
               file status is ws_fs_report.

           select tdb-file assign to "src/rotation-effectifs-tdb.txt"
               organization is line sequential
               file status is ws_fs_tdb.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd historique-file.
       01 historique-record.
           COPY "histo-enreg.cpy" REPLACING ==:PFX:== BY ==hi-==.

       fd durees-file.
       01 duree-record.
           05 dur-type     pic x(1).
           05 filler       pic x.
           05 dur-mois     pic 9(2).

       fd essais-file.
       01 essai-record.
           05 ess-id       pic 9(5).
           05 filler       pic x.
           05 ess-datefin  pic 9(8).
           05 filler       pic x.
           05 ess-statut   pic x(1).

       fd report-file.
       01 report-record    pic x(132).

       fd tdb-file.
       01 tdb-record       pic x(150).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_hist       pic xx value "00".
       01 ws_fs_durees     pic xx value "00".
       01 ws_fs_essais     pic xx value "00".
       01 ws_fs_report     pic xx value "00".
       01 ws_fs_tdb        pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Mois mesure et ses bornes.
       01 ws_mois_param    pic x(6) value spaces.
       01 ws_mois          pic 9(6) value 0.
       01 ws_mois_dec redefines ws_mois.
           05 ws_mois_aaaa  pic 9(4).
           05 ws_mois_mm    pic 9(2).
       01 ws_m_deb         pic 9(8) value 0.
       01 ws_m_fin         pic 9(8) value 0.
       01 ws_veille        pic 9(8) value 0.
       01 ws_calc_date     pic 9(8) value 0.
       01 ws_calc_dec redefines ws_calc_date.
           05 ws_cal_aaaa  pic 9(4).
           05 ws_cal_mm    pic 9(2).
           05 ws_cal_jj    pic 9(2).
       01 ws_calc_total    pic 9(6) value 0.
       01 ws_calc_mois     pic 9(3) value 0.

      * Duree d'essai en mois par type de population.
       01 ws_dur_table.
           05 ws_dur_entry occurs 5 times.
               10 ws_du_type   pic x(1).
               10 ws_du_mois   pic 9(2).
       01 ws_dur_count     pic 9(1) value 0.
       01 ws_dur_idx       pic 9(1) value 0.

      * Fins d'essai connues [43_periodes-essai.cob].
       01 ws_ess_table.
           05 ws_ess_entry occurs 5000 times.
               10 ws_s_id      pic 9(5).
               10 ws_s_datefin pic 9(8).
               10 ws_s_statut  pic x(1).
       01 ws_ess_count     pic 9(5) value 0.
       01 ws_ess_idx       pic 9(5) value 0.
       01 ws_fin_essai     pic 9(8) value 0.

      * Population du fichier maître. sortie = em-datefin d'un sorti
      * [99999999 pour un present]. dep_xxx = departement a la veille
      * du mois, au dernier jour du mois, a l'entree et a la sortie ;
      * vu_xxx = 'O' une fois corrige par une ligne DEP posterieure.
       01 ws_emp_table.
           05 ws_emp_entry occurs 5000 times.
               10 ws_e_id        pic 9(5).
               10 ws_e_nom       pic x(20).
               10 ws_e_prenom    pic x(20).
               10 ws_e_soc       pic x(3).
               10 ws_e_type      pic x(1).
               10 ws_e_dateemb   pic 9(8).
               10 ws_e_sortie    pic 9(8).
               10 ws_e_dep_debut pic x(20).
               10 ws_e_dep_fin   pic x(20).
               10 ws_e_dep_emb   pic x(20).
               10 ws_e_dep_sortie pic x(20).
               10 ws_e_vu_debut  pic x(1).
               10 ws_e_vu_fin    pic x(1).
               10 ws_e_vu_emb    pic x(1).
               10 ws_e_vu_sortie pic x(1).
       01 ws_emp_count     pic 9(4) value 0.
       01 ws_emp_idx       pic 9(4) value 0.
       01 ws_emp_trouve    pic 9(4) value 0.

      * Compteurs par societe / departement / type, tenus dans
      * l'ordre de la cle.
       01 ws_grp_table.
           05 ws_grp_entry occurs 500 times.
               10 ws_g_cle.
                   15 ws_g_soc     pic x(3).
                   15 ws_g_dep     pic x(20).
                   15 ws_g_type    pic x(1).
               10 ws_g_debut     pic 9(5).
               10 ws_g_fin       pic 9(5).
               10 ws_g_entrees   pic 9(5).
               10 ws_g_sorties   pic 9(5).
               10 ws_g_essai     pic 9(5).
               10 ws_g_mut_ent   pic 9(5).
               10 ws_g_mut_sor   pic 9(5).
       01 ws_grp_count     pic 9(3) value 0.
       01 ws_grp_idx       pic 9(3) value 0.
       01 ws_grp_courant   pic 9(3) value 0.
       01 ws_k_cle.
           05 ws_k_soc     pic x(3).
           05 ws_k_dep     pic x(20).
           05 ws_k_type    pic x(1).
       01 ws_grp_plein     pic x value 'N'.
       01 ws_tot_entry.
           05 ws_tot_debut   pic 9(6) value 0.
           05 ws_tot_fin     pic 9(6) value 0.
           05 ws_tot_entrees pic 9(6) value 0.
           05 ws_tot_sorties pic 9(6) value 0.
           05 ws_tot_essai   pic 9(6) value 0.
           05 ws_tot_mut_ent pic 9(6) value 0.
           05 ws_tot_mut_sor pic 9(6) value 0.
       01 ws_taux          pic 9(3)v99 value 0.
       01 ws_nb_mutations  pic 9(5) value 0.

      * Cohortes : neuf trimestres jusqu'a celui du mois mesure.
      * Delais suivis en mois : 3, 6, 12 et 24.
       01 ws_delais        pic x(8) value "03061224".
       01 ws_delais_tab redefines ws_delais.
           05 ws_delai     pic 9(2) occurs 4 times.
       01 ws_coh_table.
           05 ws_coh_entry occurs 9 times.
               10 ws_c_trim      pic 9(6).
               10 ws_c_debut     pic 9(8).
               10 ws_c_fin       pic 9(8).
               10 ws_c_dernier   pic 9(6).
               10 ws_c_embauches pic 9(5).
               10 ws_c_mesure    pic x(1) occurs 4 times.
               10 ws_c_restes    pic 9(5) occurs 4 times.
       01 ws_coh_idx       pic 9(2) value 0.
       01 ws_del_idx       pic 9(1) value 0.
       01 ws_trim_mois     pic 9(6) value 0.
       01 ws_trim_dec redefines ws_trim_mois.
           05 ws_trim_aaaa pic 9(4).
           05 ws_trim_mm   pic 9(2).
       01 ws_recul         pic 9(2) value 0.

      * Lignes du rapport.
       01 ws_ligne_grp.
           05 filler        pic x(2) value spaces.
           05 ws_lg_soc     pic x(3).
           05 filler        pic x(1) value spaces.
           05 ws_lg_dep     pic x(20).
           05 filler        pic x(2) value spaces.
           05 ws_lg_type    pic x(1).
           05 filler        pic x(2) value spaces.
           05 ws_lg_debut   pic zzzz9.
           05 filler        pic x(2) value spaces.
           05 ws_lg_fin     pic zzzz9.
           05 filler        pic x(3) value spaces.
           05 ws_lg_entrees pic zzzz9.
           05 filler        pic x(3) value spaces.
           05 ws_lg_sorties pic zzzz9.
           05 filler        pic x(4) value spaces.
           05 ws_lg_essai   pic zzzz9.
           05 filler        pic x(4) value spaces.
           05 ws_lg_mut_ent pic zzzz9.
           05 filler        pic x(4) value spaces.
           05 ws_lg_mut_sor pic zzzz9.
           05 filler        pic x(5) value spaces.
           05 ws_lg_taux    pic zz9.99.

       01 ws_ligne_essai.
           05 filler        pic x(2) value spaces.
           05 ws_le_id      pic 9(5).
           05 filler        pic x(2) value spaces.
           05 ws_le_nom     pic x(30).
           05 filler        pic x(1) value spaces.
           05 ws_le_soc     pic x(3).
           05 filler        pic x(1) value spaces.
           05 ws_le_dep     pic x(20).
           05 filler        pic x(1) value spaces.
           05 ws_le_type    pic x(1).
           05 filler        pic x(2) value spaces.
           05 ws_le_entree  pic 9(8).
           05 filler        pic x(2) value spaces.
           05 ws_le_sortie  pic 9(8).
           05 filler        pic x(2) value spaces.
           05 ws_le_fin_essai pic 9(8).

       01 ws_ligne_coh.
           05 filler        pic x(2) value spaces.
           05 ws_lc_trim    pic x(9).
           05 filler        pic x(6) value spaces.
           05 ws_lc_embauches pic zzzz9.
           05 ws_lc_cases occurs 4 times.
               10 filler      pic x(4).
               10 ws_lc_taux  pic x(6).
       01 ws_aff_taux      pic zz9.99.
       01 ws_aff_nombre    pic zzzz9.
       01 ws_nb_essai      pic 9(5) value 0.

      * Fichier delimite du tableau de bord.
       01 ws_tdb_count     pic 9(5) value 0.
       01 ws_tdb_taux      pic x(6) value spaces.
       01 ws_tdb_cases     pic x(30) value spaces.

      * Manifeste des sorties [SPMANIF].
       01 ws_manif_path    pic x(100)
           value "src/manifeste-sorties.txt".
       01 ws_manif_fichier pic x(100) value spaces.
       01 ws_manif_nom     pic x(40) value spaces.
       01 ws_manif_res     pic x(1) value 'N'.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Journal des messages du jour [MSGLOG].
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'E'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "81_rotation-cohortes".
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
           perform 0020-poser-le-mois
           perform 0030-poser-les-cohortes
           perform 0100-charger-les-durees
           perform 0200-charger-les-essais

           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Erreur ouverture EMPLOYEE-MASTER status "
                          delimited by size
                      ws_fs_master delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               perform 9800-terminer
           end-if
           perform until fin_master = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       perform 1000-retenir-un-employe
               end-read
           end-perform
           close employee-master

           perform 2000-lire-les-mutations
           perform varying ws_emp_idx from 1 by 1
               until ws_emp_idx > ws_emp_count
               perform 3000-compter-un-employe
           end-perform

           perform 4000-ecrire-le-rapport
           perform 5000-ecrire-le-tableau-de-bord

           display "Rotation du mois " ws_mois " : "
               ws_tot_entrees " entree(s), " ws_tot_sorties
               " sortie(s) dont " ws_tot_essai " en essai, "
               ws_nb_mutations " mutation(s) [rotation-effectifs.txt]"
           if ws_grp_plein = 'Y'
               display "Table des groupes pleine - rapport incomplet."
               move 'W' to ws_msglog_grav
               move "Rotation : table des groupes pleine"
                   to ws_msglog_texte
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
           end-if
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

       0020-poser-le-mois.
      * Mois mesure : MOIS_ROTATION, sinon le mois precedent [dernier
      * mois complet].
           move ws_today(1:6) to ws_mois
           if ws_mois_mm = 1
               compute ws_mois = ws_mois - 89
           else
               subtract 1 from ws_mois
           end-if
           move spaces to ws_mois_param
           accept ws_mois_param from environment "MOIS_ROTATION"
           if ws_mois_param is numeric
              and ws_mois_param(5:2) >= "01"
              and ws_mois_param(5:2) <= "12"
               move ws_mois_param to ws_mois
           end-if
           move ws_mois to ws_calc_date(1:6)
           move "01" to ws_calc_date(7:2)
           move ws_calc_date to ws_m_deb
           compute ws_veille = function date-of-integer(
               function integer-of-date(ws_m_deb) - 1)
           move ws_mois to ws_calc_date(1:6)
           move 1 to ws_calc_mois
           perform 0040-ajouter-des-mois
           compute ws_m_fin = function date-of-integer(
               function integer-of-date(ws_calc_date) - 1)
           .

       0030-poser-les-cohortes.
      * Neuf trimestres civils, le dernier etant celui du mois
      * mesure ; pour chacun, premier et dernier jour et dernier mois.
           move ws_mois to ws_trim_mois
           compute ws_recul = (ws_trim_mm - 1) / 3
           compute ws_trim_mm = ws_recul * 3 + 1
           perform varying ws_coh_idx from 9 by -1
               until ws_coh_idx < 1
               move ws_trim_mois to ws_c_trim(ws_coh_idx)
               move ws_trim_mois to ws_calc_date(1:6)
               move "01" to ws_calc_date(7:2)
               move ws_calc_date to ws_c_debut(ws_coh_idx)
               move 3 to ws_calc_mois
               perform 0040-ajouter-des-mois
               compute ws_c_fin(ws_coh_idx) = function date-of-integer(
                   function integer-of-date(ws_calc_date) - 1)
               move ws_c_fin(ws_coh_idx)(1:6)
                   to ws_c_dernier(ws_coh_idx)
               move 0 to ws_c_embauches(ws_coh_idx)
               perform varying ws_del_idx from 1 by 1
                   until ws_del_idx > 4
                   move 0 to ws_c_restes(ws_coh_idx ws_del_idx)
      * Mesurable si le dernier mois du trimestre plus le delai ne
      * depasse pas le mois mesure.
                   move ws_c_dernier(ws_coh_idx) to ws_calc_date(1:6)
                   move "01" to ws_calc_date(7:2)
                   move ws_delai(ws_del_idx) to ws_calc_mois
                   perform 0040-ajouter-des-mois
                   if ws_calc_date(1:6) <= ws_mois
                       move 'O' to ws_c_mesure(ws_coh_idx ws_del_idx)
                   else
                       move 'N' to ws_c_mesure(ws_coh_idx ws_del_idx)
                   end-if
               end-perform
               compute ws_calc_total = ws_trim_aaaa * 12
                   + ws_trim_mm - 1 - 3
               compute ws_trim_aaaa = ws_calc_total / 12
               compute ws_trim_mm = function mod(ws_calc_total 12) + 1
           end-perform
           .

       0040-ajouter-des-mois.
      * ws_calc_date + ws_calc_mois mois [le jour est garde tel quel :
      * la date ne sert qu'aux comparaisons].
           compute ws_calc_total = ws_cal_aaaa * 12
               + ws_cal_mm - 1 + ws_calc_mois
           compute ws_cal_aaaa = ws_calc_total / 12
           compute ws_cal_mm = function mod(ws_calc_total 12) + 1
           .

       0100-charger-les-durees.
      * Fichier absent : pas de fin d'essai derivable, seules celles
      * de src/periodes-essai.txt comptent.
           move 'N' to fin_fichier
           open input durees-file
           if ws_fs_durees not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read durees-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_dur_count < 5
                           add 1 to ws_dur_count
                           move dur-type to ws_du_type(ws_dur_count)
                           move dur-mois to ws_du_mois(ws_dur_count)
                       end-if
               end-read
           end-perform
           close durees-file
           .

       0200-charger-les-essais.
           move 'N' to fin_fichier
           open input essais-file
           if ws_fs_essais not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read essais-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_ess_count < 5000
                           add 1 to ws_ess_count
                           move ess-id to ws_s_id(ws_ess_count)
                           move ess-datefin
                               to ws_s_datefin(ws_ess_count)
                           move ess-statut
                               to ws_s_statut(ws_ess_count)
                       end-if
               end-read
           end-perform
           close essais-file
           .

       1000-retenir-un-employe.
           if em-dateemb not numeric or em-dateemb = 0
               exit paragraph
           end-if
           if ws_emp_count >= 5000
               exit paragraph
           end-if
           add 1 to ws_emp_count
           move em-id to ws_e_id(ws_emp_count)
           move em-nom to ws_e_nom(ws_emp_count)
           move em-prenom to ws_e_prenom(ws_emp_count)
           move em-soc to ws_e_soc(ws_emp_count)
           move em-type to ws_e_type(ws_emp_count)
           move em-dateemb to ws_e_dateemb(ws_emp_count)
      * Un sorti sans date de fin est tenu pour sorti depuis
      * toujours : il ne compte nulle part.
           move 99999999 to ws_e_sortie(ws_emp_count)
           if em-statut = 'T'
               move 0 to ws_e_sortie(ws_emp_count)
               if em-datefin is numeric
                   move em-datefin to ws_e_sortie(ws_emp_count)
               end-if
           end-if
           move em-dep to ws_e_dep_debut(ws_emp_count)
           move em-dep to ws_e_dep_fin(ws_emp_count)
           move em-dep to ws_e_dep_emb(ws_emp_count)
           move em-dep to ws_e_dep_sortie(ws_emp_count)
           move 'N' to ws_e_vu_debut(ws_emp_count)
           move 'N' to ws_e_vu_fin(ws_emp_count)
           move 'N' to ws_e_vu_emb(ws_emp_count)
           move 'N' to ws_e_vu_sortie(ws_emp_count)
           .

       2000-lire-les-mutations.
      * Lignes DEP de l'historique, dans l'ordre du fichier
      * [chronologique]. Les images de suppression et les lignes
      * d'annulation a blanc d'un cote ne sont pas des mutations.
           move 'N' to fin_fichier
           open input historique-file
           if ws_fs_hist not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read historique-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if hi-champ = "DEP"
                          and hi-ancien not = spaces
                          and hi-nouveau not = spaces
                          and hi-ancien not = hi-nouveau
                           perform 2100-appliquer-une-mutation
                       end-if
               end-read
           end-perform
           close historique-file
           .

       2100-appliquer-une-mutation.
           move 0 to ws_emp_trouve
           perform varying ws_emp_idx from 1 by 1
               until ws_emp_idx > ws_emp_count or ws_emp_trouve > 0
               if ws_e_id(ws_emp_idx) = hi-id
                   move ws_emp_idx to ws_emp_trouve
               end-if
           end-perform
           if ws_emp_trouve = 0
               exit paragraph
           end-if
           move ws_emp_trouve to ws_emp_idx

      * La premiere mutation posterieure a une date donne le
      * departement de cette date.
           if ws_e_vu_debut(ws_emp_idx) = 'N' and hi-date > ws_veille
               move hi-ancien to ws_e_dep_debut(ws_emp_idx)
               move 'O' to ws_e_vu_debut(ws_emp_idx)
           end-if
           if ws_e_vu_fin(ws_emp_idx) = 'N' and hi-date > ws_m_fin
               move hi-ancien to ws_e_dep_fin(ws_emp_idx)
               move 'O' to ws_e_vu_fin(ws_emp_idx)
           end-if
           if ws_e_vu_emb(ws_emp_idx) = 'N'
              and hi-date > ws_e_dateemb(ws_emp_idx)
               move hi-ancien to ws_e_dep_emb(ws_emp_idx)
               move 'O' to ws_e_vu_emb(ws_emp_idx)
           end-if
           if ws_e_vu_sortie(ws_emp_idx) = 'N'
              and hi-date > ws_e_sortie(ws_emp_idx)
               move hi-ancien to ws_e_dep_sortie(ws_emp_idx)
               move 'O' to ws_e_vu_sortie(ws_emp_idx)
           end-if

      * Mutation du mois : sortante pour l'ancien departement,
      * entrante pour le nouveau.
           if hi-date >= ws_m_deb and hi-date <= ws_m_fin
               add 1 to ws_nb_mutations
               move ws_e_soc(ws_emp_idx) to ws_k_soc
               move ws_e_type(ws_emp_idx) to ws_k_type
               move hi-ancien to ws_k_dep
               perform 3500-trouver-le-groupe
               if ws_grp_courant > 0
                   add 1 to ws_g_mut_sor(ws_grp_courant)
               end-if
               move hi-nouveau to ws_k_dep
               perform 3500-trouver-le-groupe
               if ws_grp_courant > 0
                   add 1 to ws_g_mut_ent(ws_grp_courant)
               end-if
           end-if
           .

       3000-compter-un-employe.
           move ws_e_soc(ws_emp_idx) to ws_k_soc
           move ws_e_type(ws_emp_idx) to ws_k_type

      * Present la veille du mois : entre avant, pas encore sorti.
           if ws_e_dateemb(ws_emp_idx) <= ws_veille
              and ws_e_sortie(ws_emp_idx) > ws_veille
               move ws_e_dep_debut(ws_emp_idx) to ws_k_dep
               perform 3500-trouver-le-groupe
               if ws_grp_courant > 0
                   add 1 to ws_g_debut(ws_grp_courant)
               end-if
           end-if
      * Present au soir du dernier jour.
           if ws_e_dateemb(ws_emp_idx) <= ws_m_fin
              and ws_e_sortie(ws_emp_idx) > ws_m_fin
               move ws_e_dep_fin(ws_emp_idx) to ws_k_dep
               perform 3500-trouver-le-groupe
               if ws_grp_courant > 0
                   add 1 to ws_g_fin(ws_grp_courant)
               end-if
           end-if
           if ws_e_dateemb(ws_emp_idx) >= ws_m_deb
              and ws_e_dateemb(ws_emp_idx) <= ws_m_fin
               move ws_e_dep_emb(ws_emp_idx) to ws_k_dep
               perform 3500-trouver-le-groupe
               if ws_grp_courant > 0
                   add 1 to ws_g_entrees(ws_grp_courant)
               end-if
           end-if
           if ws_e_sortie(ws_emp_idx) >= ws_m_deb
              and ws_e_sortie(ws_emp_idx) <= ws_m_fin
               move ws_e_dep_sortie(ws_emp_idx) to ws_k_dep
               perform 3500-trouver-le-groupe
               if ws_grp_courant > 0
                   add 1 to ws_g_sorties(ws_grp_courant)
                   perform 3100-fin-d-essai
                   if ws_e_sortie(ws_emp_idx) <= ws_fin_essai
                       add 1 to ws_g_essai(ws_grp_courant)
                   end-if
               end-if
           end-if

      * Cohortes : entree dans un des trimestres suivis, encore
      * present a chaque delai mesurable.
           perform varying ws_coh_idx from 1 by 1
               until ws_coh_idx > 9
               if ws_e_dateemb(ws_emp_idx) >= ws_c_debut(ws_coh_idx)
                  and ws_e_dateemb(ws_emp_idx) <= ws_c_fin(ws_coh_idx)
                   add 1 to ws_c_embauches(ws_coh_idx)
                   perform varying ws_del_idx from 1 by 1
                       until ws_del_idx > 4
                       move ws_e_dateemb(ws_emp_idx) to ws_calc_date
                       move ws_delai(ws_del_idx) to ws_calc_mois
                       perform 0040-ajouter-des-mois
                       if ws_e_sortie(ws_emp_idx) >= ws_calc_date
                           add 1 to ws_c_restes(ws_coh_idx ws_del_idx)
                       end-if
                   end-perform
               end-if
           end-perform
           .

       3100-fin-d-essai.
      * Fin d'essai de l'employe : celle du fichier des periodes
      * d'essai, a defaut em-dateemb plus la duree de son type
      * [0 si aucune : pas de sortie en essai].
           move 0 to ws_fin_essai
           perform varying ws_ess_idx from 1 by 1
               until ws_ess_idx > ws_ess_count
               if ws_s_id(ws_ess_idx) = ws_e_id(ws_emp_idx)
                   move ws_s_datefin(ws_ess_idx) to ws_fin_essai
               end-if
           end-perform
           if ws_fin_essai > 0
               exit paragraph
           end-if
           perform varying ws_dur_idx from 1 by 1
               until ws_dur_idx > ws_dur_count
               if ws_du_type(ws_dur_idx) = ws_e_type(ws_emp_idx)
                   move ws_e_dateemb(ws_emp_idx) to ws_calc_date
                   move ws_du_mois(ws_dur_idx) to ws_calc_mois
                   perform 0040-ajouter-des-mois
                   move ws_calc_date to ws_fin_essai
               end-if
           end-perform
           .

       3500-trouver-le-groupe.
      * Rang du groupe ws_k_cle, cree a sa place dans l'ordre des
      * cles s'il n'existe pas [0 si la table est pleine].
           move 0 to ws_grp_courant
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count or ws_grp_courant > 0
               if ws_g_cle(ws_grp_idx) = ws_k_cle
                   move ws_grp_idx to ws_grp_courant
               end-if
           end-perform
           if ws_grp_courant > 0
               exit paragraph
           end-if
           if ws_grp_count >= 500
               move 'Y' to ws_grp_plein
               exit paragraph
           end-if
           add 1 to ws_grp_count
           move ws_grp_count to ws_grp_courant
           perform until ws_grp_courant = 1
               or ws_g_cle(ws_grp_courant - 1) < ws_k_cle
               move ws_grp_entry(ws_grp_courant - 1)
                   to ws_grp_entry(ws_grp_courant)
               subtract 1 from ws_grp_courant
           end-perform
           move ws_k_cle to ws_g_cle(ws_grp_courant)
           move 0 to ws_g_debut(ws_grp_courant)
           move 0 to ws_g_fin(ws_grp_courant)
           move 0 to ws_g_entrees(ws_grp_courant)
           move 0 to ws_g_sorties(ws_grp_courant)
           move 0 to ws_g_essai(ws_grp_courant)
           move 0 to ws_g_mut_ent(ws_grp_courant)
           move 0 to ws_g_mut_sor(ws_grp_courant)
           .

       4000-ecrire-le-rapport.
           open output report-file
           move spaces to report-record
           string "Rotation du personnel du mois " delimited by size
                  ws_mois delimited by size
                  " [du " delimited by size
                  ws_m_deb delimited by size
                  " au " delimited by size
                  ws_m_fin delimited by size
                  "] - edite le " delimited by size
                  ws_today delimited by size
                  into report-record
           end-string
           write report-record
           move spaces to report-record
           write report-record

           move "1. Mouvements par societe, departement et type"
               & " [rotation = sorties / effectif moyen]"
               to report-record
           write report-record
           move "  SOC DEPARTEMENT           T  DEBUT    FIN ENTREES "
               & "SORTIES DT ESSAI  MUT.ENT  MUT.SOR  ROTATION%"
               to report-record
           write report-record
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               perform 4100-ecrire-un-groupe
           end-perform
           perform 4200-ecrire-le-total
           move spaces to report-record
           write report-record

           move "2. Sorties en periode d'essai" to report-record
           write report-record
           move "  ID     NOM                            SOC "
               & "DEPARTEMENT          T  ENTREE    SORTIE    FIN ESSAI"
               to report-record
           write report-record
           perform varying ws_emp_idx from 1 by 1
               until ws_emp_idx > ws_emp_count
               perform 4300-ecrire-une-sortie-en-essai
           end-perform
           if ws_nb_essai = 0
               move "  Aucune sortie en periode d'essai ce mois."
                   to report-record
               write report-record
           end-if
           move spaces to report-record
           write report-record

           move "3. Cohortes d'embauche par trimestre [part encore"
               & " presente apres le delai, en %]" to report-record
           write report-record
           move "  TRIMESTRE  EMBAUCHES    3 MOIS    6 MOIS   12 MOIS"
               & "   24 MOIS" to report-record
           write report-record
           perform varying ws_coh_idx from 1 by 1
               until ws_coh_idx > 9
               perform 4400-ecrire-une-cohorte
           end-perform
           close report-file
           .

       4100-ecrire-un-groupe.
           move ws_g_soc(ws_grp_idx) to ws_lg_soc
           move ws_g_dep(ws_grp_idx) to ws_lg_dep
           move ws_g_type(ws_grp_idx) to ws_lg_type
           move ws_g_debut(ws_grp_idx) to ws_lg_debut
           move ws_g_fin(ws_grp_idx) to ws_lg_fin
           move ws_g_entrees(ws_grp_idx) to ws_lg_entrees
           move ws_g_sorties(ws_grp_idx) to ws_lg_sorties
           move ws_g_essai(ws_grp_idx) to ws_lg_essai
           move ws_g_mut_ent(ws_grp_idx) to ws_lg_mut_ent
           move ws_g_mut_sor(ws_grp_idx) to ws_lg_mut_sor
           move 0 to ws_taux
           if ws_g_debut(ws_grp_idx) + ws_g_fin(ws_grp_idx) > 0
               compute ws_taux rounded = ws_g_sorties(ws_grp_idx)
                   * 200 / (ws_g_debut(ws_grp_idx)
                   + ws_g_fin(ws_grp_idx))
           end-if
           move ws_taux to ws_lg_taux
           write report-record from ws_ligne_grp
           add ws_g_debut(ws_grp_idx) to ws_tot_debut
           add ws_g_fin(ws_grp_idx) to ws_tot_fin
           add ws_g_entrees(ws_grp_idx) to ws_tot_entrees
           add ws_g_sorties(ws_grp_idx) to ws_tot_sorties
           add ws_g_essai(ws_grp_idx) to ws_tot_essai
           add ws_g_mut_ent(ws_grp_idx) to ws_tot_mut_ent
           add ws_g_mut_sor(ws_grp_idx) to ws_tot_mut_sor
           .

       4200-ecrire-le-total.
           move spaces to ws_lg_soc
           move "TOTAL" to ws_lg_dep
           move space to ws_lg_type
           move ws_tot_debut to ws_lg_debut
           move ws_tot_fin to ws_lg_fin
           move ws_tot_entrees to ws_lg_entrees
           move ws_tot_sorties to ws_lg_sorties
           move ws_tot_essai to ws_lg_essai
           move ws_tot_mut_ent to ws_lg_mut_ent
           move ws_tot_mut_sor to ws_lg_mut_sor
           move 0 to ws_taux
           if ws_tot_debut + ws_tot_fin > 0
               compute ws_taux rounded = ws_tot_sorties * 200
                   / (ws_tot_debut + ws_tot_fin)
           end-if
           move ws_taux to ws_lg_taux
           write report-record from ws_ligne_grp
           .

       4300-ecrire-une-sortie-en-essai.
           if ws_e_sortie(ws_emp_idx) < ws_m_deb
              or ws_e_sortie(ws_emp_idx) > ws_m_fin
               exit paragraph
           end-if
           perform 3100-fin-d-essai
           if ws_e_sortie(ws_emp_idx) > ws_fin_essai
               exit paragraph
           end-if
           add 1 to ws_nb_essai
           move ws_e_id(ws_emp_idx) to ws_le_id
           move spaces to ws_le_nom
           string function trim(ws_e_nom(ws_emp_idx))
                      delimited by size
                  " " delimited by size
                  function trim(ws_e_prenom(ws_emp_idx))
                      delimited by size
                  into ws_le_nom
           end-string
           move ws_e_soc(ws_emp_idx) to ws_le_soc
           move ws_e_dep_sortie(ws_emp_idx) to ws_le_dep
           move ws_e_type(ws_emp_idx) to ws_le_type
           move ws_e_dateemb(ws_emp_idx) to ws_le_entree
           move ws_e_sortie(ws_emp_idx) to ws_le_sortie
           move ws_fin_essai to ws_le_fin_essai
           write report-record from ws_ligne_essai
           .

       4400-ecrire-une-cohorte.
           move spaces to ws_lc_trim
           move ws_c_trim(ws_coh_idx) to ws_trim_mois
           compute ws_recul = (ws_trim_mm - 1) / 3 + 1
           string ws_c_trim(ws_coh_idx)(1:4) delimited by size
                  " T" delimited by size
                  ws_recul(2:1) delimited by size
                  into ws_lc_trim
           end-string
           move ws_c_embauches(ws_coh_idx) to ws_lc_embauches
           perform varying ws_del_idx from 1 by 1
               until ws_del_idx > 4
               move spaces to ws_lc_cases(ws_del_idx)
               perform 4450-taux-d-une-case
               move ws_tdb_taux to ws_lc_taux(ws_del_idx)
           end-perform
           write report-record from ws_ligne_coh
           .

       4450-taux-d-une-case.
      * Part encore presente de la cohorte au delai ws_del_idx, en
      * clair dans ws_tdb_taux [a blanc si non mesurable ou cohorte
      * vide].
           move spaces to ws_tdb_taux
           if ws_c_mesure(ws_coh_idx ws_del_idx) = 'N'
              or ws_c_embauches(ws_coh_idx) = 0
               exit paragraph
           end-if
           compute ws_taux rounded =
               ws_c_restes(ws_coh_idx ws_del_idx) * 100
               / ws_c_embauches(ws_coh_idx)
           move ws_taux to ws_aff_taux
           move ws_aff_taux to ws_tdb_taux
           .

       5000-ecrire-le-tableau-de-bord.
      * Memes resultats en point-virgule : entete, une ligne ROT par
      * groupe, une ligne COH par trimestre, fin avec le compte des
      * lignes de detail.
           open output tdb-file
           move spaces to tdb-record
           string "ENT;ROTATION;" delimited by size
                  ws_mois delimited by size
                  ";" delimited by size
                  ws_today delimited by size
                  into tdb-record
           end-string
           write tdb-record
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               move 0 to ws_taux
               if ws_g_debut(ws_grp_idx) + ws_g_fin(ws_grp_idx) > 0
                   compute ws_taux rounded = ws_g_sorties(ws_grp_idx)
                       * 200 / (ws_g_debut(ws_grp_idx)
                       + ws_g_fin(ws_grp_idx))
               end-if
               move ws_taux to ws_aff_taux
               move spaces to tdb-record
               string "ROT;" delimited by size
                      ws_mois delimited by size
                      ";" delimited by size
                      ws_g_soc(ws_grp_idx) delimited by size
                      ";" delimited by size
                      function trim(ws_g_dep(ws_grp_idx))
                          delimited by size
                      ";" delimited by size
                      ws_g_type(ws_grp_idx) delimited by size
                      ";" delimited by size
                      ws_g_debut(ws_grp_idx) delimited by size
                      ";" delimited by size
                      ws_g_fin(ws_grp_idx) delimited by size
                      ";" delimited by size
                      ws_g_entrees(ws_grp_idx) delimited by size
                      ";" delimited by size
                      ws_g_sorties(ws_grp_idx) delimited by size
                      ";" delimited by size
                      ws_g_essai(ws_grp_idx) delimited by size
                      ";" delimited by size
                      ws_g_mut_ent(ws_grp_idx) delimited by size
                      ";" delimited by size
                      ws_g_mut_sor(ws_grp_idx) delimited by size
                      ";" delimited by size
                      function trim(ws_aff_taux) delimited by size
                      into tdb-record
               end-string
               write tdb-record
               add 1 to ws_tdb_count
           end-perform
           perform varying ws_coh_idx from 1 by 1
               until ws_coh_idx > 9
               move spaces to ws_tdb_cases
               perform varying ws_del_idx from 1 by 1
                   until ws_del_idx > 4
                   perform 4450-taux-d-une-case
                   string function trim(ws_tdb_cases)
                              delimited by size
                          ";" delimited by size
                          function trim(ws_tdb_taux)
                              delimited by size
                          into ws_tdb_cases
                   end-string
               end-perform
               move spaces to tdb-record
               string "COH;" delimited by size
                      ws_c_trim(ws_coh_idx) delimited by size
                      ";" delimited by size
                      ws_c_embauches(ws_coh_idx) delimited by size
                      function trim(ws_tdb_cases) delimited by size
                      into tdb-record
               end-string
               write tdb-record
               add 1 to ws_tdb_count
           end-perform
           move spaces to tdb-record
           string "FIN;" delimited by size
                  ws_tdb_count delimited by size
                  into tdb-record
           end-string
           write tdb-record
           close tdb-file
           move "src/rotation-effectifs-tdb.txt" to ws_manif_fichier
           move "rotation-effectifs-tdb.txt" to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           .

       9800-terminer.
           move ws_grp_count to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator
           move ws_joblog_rc to return-code
           goback.

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
