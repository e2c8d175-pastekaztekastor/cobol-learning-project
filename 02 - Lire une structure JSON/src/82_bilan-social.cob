      ******************************************************************
      * Nom du Projet   : Bilan social annuel
      * Description     : Le bilan social se montait chaque printemps
      *    a la main depuis une douzaine d'etats et de tableurs. Ce
      *    traitement annuel en derive les indicateurs reglementaires
      *    pour chaque code societe, l'annee ANNEE_BILAN [AAAA, a
      *    defaut l'annee precedant la date de traitement] a cote des
      *    deux annees precedentes :
      *    - effectif au 31/12 et effectif moyen [moyenne des douze
      *      fins de mois] par type de population et departement ;
      *    - equivalent temps plein au 31/12 [somme des em-quotite
      *      / 100] ;
      *    - embauches par type et sorties par motif [ligne SORTIE
      *      de src/historique-employes.txt posee par
      *      10_separations.cob ; sans motif, une sortie avant la fin
      *      d'essai compte en FE, les autres en NP non precise] ;
      *    - anciennete des presents au 31/12 [em-dateemb] ;
      *    - masse salariale brute en euros, salaries payes et
      *      salaire annuel moyen [registre des cumuls
      *      src/cumuls-paie.txt, SPDEVISE au taux du 31/12] ;
      *    - primes [src/primes-employes.txt : seul le dernier cycle
      *      calcule est connu, les autres annees sont n.d.] ;
      *    - jours d'absence par type [src/absences.txt, annee de la
      *      date de debut] ;
      *    - certifications obtenues dans l'annee et en cours de
      *      validite au 31/12 [src/certifications.txt].
      *    Le departement d'un employe a une date est reconstitue
      *    depuis les lignes DEP de l'historique, comme dans
      *    81_rotation-cohortes.cob. Sorties : etat
      *    src/bilan-social-AAAA.txt et fichier delimite pour le depot
      *    src/bilan-social-AAAA.csv [point-virgule : entete ENT,
      *    ligne COL des annees, une ligne IND par indicateur, fin FIN
      *    avec le nombre de lignes IND], manifeste [SPMANIF].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 82_bilan-social.

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

           select motifs-file assign to "src/motifs-sortie.txt"
               organization is line sequential
               file status is ws_fs_motifs.

           select types-file assign to "src/types-absence.txt"
               organization is line sequential
               file status is ws_fs_types.

           select cumuls-file assign to "src/cumuls-paie.txt"
               organization is line sequential
               file status is ws_fs_cumuls.

           select primes-file assign to "src/primes-employes.txt"
               organization is line sequential
               file status is ws_fs_primes.

           select absences-file assign to "src/absences.txt"
               organization is line sequential
               file status is ws_fs_absences.

           select certifs-file assign to "src/certifications.txt"
               organization is line sequential
               file status is ws_fs_certifs.

           select report-file assign to dynamic ws_report_path
               organization is line sequential
               file status is ws_fs_report.

           select csv-file assign to dynamic ws_csv_path
               organization is line sequential
               file status is ws_fs_csv.

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

       fd motifs-file.
       01 motif-record.
           05 mot-code     pic x(2).
           05 filler       pic x.
           05 mot-libelle  pic x(30).

       fd types-file.
       01 type-record.
           05 typ-code     pic x(2).
           05 filler       pic x.
           05 typ-planifie pic x(1).
           05 filler       pic x.
           05 typ-libelle  pic x(20).

       fd cumuls-file.
       01 cumul-record.
           COPY "cumul-enreg.cpy" REPLACING ==:PFX:== BY ==cum-==.

      * primes-employes.txt : entete "Primes par role - AAAAMMJJ",
      * lignes detail id en colonnes 1-5, euro en colonnes 87-98.
       fd primes-file.
       01 prime-record     pic x(110).

       fd absences-file.
       01 absence-record.
           05 abs-id       pic 9(5).
           05 filler       pic x.
           05 abs-date     pic 9(8).
           05 filler       pic x.
           05 abs-jours    pic 9(2)v9.
           05 filler       pic x.
           05 abs-type     pic x(2).

       fd certifs-file.
       01 certif-record.
           05 cer-id       pic 9(5).
           05 filler       pic x.
           05 cer-code     pic x(10).
           05 filler       pic x.
           05 cer-obtenue  pic 9(8).
           05 filler       pic x.
           05 cer-expire   pic 9(8).

       fd report-file.
       01 report-record    pic x(132).

       fd csv-file.
       01 csv-record       pic x(150).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_hist       pic xx value "00".
       01 ws_fs_durees     pic xx value "00".
       01 ws_fs_essais     pic xx value "00".
       01 ws_fs_motifs     pic xx value "00".
       01 ws_fs_types      pic xx value "00".
       01 ws_fs_cumuls     pic xx value "00".
       01 ws_fs_primes     pic xx value "00".
       01 ws_fs_absences   pic xx value "00".
       01 ws_fs_certifs    pic xx value "00".
       01 ws_fs_report     pic xx value "00".
       01 ws_fs_csv        pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_report_path   pic x(100) value spaces.
       01 ws_csv_path      pic x(100) value spaces.

      * Annee du bilan et les deux precedentes [rang 3 = ANNEE_BILAN],
      * avec les douze fins de mois de chacune.
       01 ws_annee_param   pic x(4) value spaces.
       01 ws_annee         pic 9(4) value 0.
       01 ws_an_table.
           05 ws_an_entry occurs 3 times.
               10 ws_an          pic 9(4).
               10 ws_an_fin_mois pic 9(8) occurs 12 times.
       01 ws_an_idx        pic 9(1) value 0.
       01 ws_mois_idx      pic 9(2) value 0.
       01 ws_calc_date     pic 9(8) value 0.
       01 ws_calc_dec redefines ws_calc_date.
           05 ws_cal_aaaa  pic 9(4).
           05 ws_cal_mm    pic 9(2).
           05 ws_cal_jj    pic 9(2).
       01 ws_calc_total    pic 9(6) value 0.
       01 ws_calc_mois     pic 9(3) value 0.
       01 ws_date_ref      pic 9(8) value 0.

      * Duree d'essai en mois par type et fins d'essai connues.
       01 ws_dur_table.
           05 ws_dur_entry occurs 5 times.
               10 ws_du_type   pic x(1).
               10 ws_du_mois   pic 9(2).
       01 ws_dur_count     pic 9(1) value 0.
       01 ws_dur_idx       pic 9(1) value 0.
       01 ws_ess_table.
           05 ws_ess_entry occurs 5000 times.
               10 ws_s_id      pic 9(5).
               10 ws_s_datefin pic 9(8).
       01 ws_ess_count     pic 9(5) value 0.
       01 ws_ess_idx       pic 9(5) value 0.
       01 ws_fin_essai     pic 9(8) value 0.

      * Libelles des motifs de sortie et des types d'absence.
       01 ws_lib_table.
           05 ws_lib_entry occurs 100 times.
               10 ws_lb_nature  pic x(1).
               10 ws_lb_code    pic x(2).
               10 ws_lb_libelle pic x(30).
       01 ws_lib_count     pic 9(3) value 0.
       01 ws_lib_idx       pic 9(3) value 0.

      * Population du fichier maître. sortie = em-datefin d'un sorti
      * [99999999 pour un present] ; mut_prem = premiere ligne DEP de
      * l'employe dans ws_mut_table ; motif = celui de sa ligne
      * SORTIE.
       01 ws_emp_table.
           05 ws_emp_entry occurs 5000 times.
               10 ws_e_id        pic 9(5).
               10 ws_e_soc       pic x(3).
               10 ws_e_type      pic x(1).
               10 ws_e_dep       pic x(20).
               10 ws_e_dateemb   pic 9(8).
               10 ws_e_sortie    pic 9(8).
               10 ws_e_quotite   pic 9(3).
               10 ws_e_motif     pic x(2).
               10 ws_e_mut_prem  pic 9(5).
               10 ws_e_mut_der   pic 9(5).
       01 ws_emp_count     pic 9(4) value 0.
       01 ws_emp_idx       pic 9(4) value 0.
       01 ws_emp_trouve    pic 9(4) value 0.
       01 ws_id_cherche    pic 9(5) value 0.

      * Mutations de departement chainees par employe.
       01 ws_mut_table.
           05 ws_mut_entry occurs 20000 times.
               10 ws_m_date     pic 9(8).
               10 ws_m_ancien   pic x(20).
               10 ws_m_suivant  pic 9(5).
       01 ws_mut_count     pic 9(5) value 0.
       01 ws_mut_idx       pic 9(5) value 0.
       01 ws_mut_plein     pic x value 'N'.

      * Compteurs par societe / type / departement et par annee.
       01 ws_grp_table.
           05 ws_grp_entry occurs 500 times.
               10 ws_g_cle.
                   15 ws_g_soc     pic x(3).
                   15 ws_g_type    pic x(1).
                   15 ws_g_dep     pic x(20).
               10 ws_g_an occurs 3 times.
                   15 ws_g_fin       pic 9(5).
                   15 ws_g_cumul     pic 9(7).
                   15 ws_g_etp       pic 9(5)v99.
                   15 ws_g_embauches pic 9(5).
                   15 ws_g_sorties   pic 9(5).
       01 ws_grp_count     pic 9(3) value 0.
       01 ws_grp_idx       pic 9(3) value 0.
       01 ws_grp_courant   pic 9(3) value 0.
       01 ws_k_cle.
           05 ws_k_soc     pic x(3).
           05 ws_k_type    pic x(1).
           05 ws_k_dep     pic x(20).

      * Indicateurs par societe et par annee.
       01 ws_soc_table.
           05 ws_soc_entry occurs 20 times.
               10 ws_o_soc       pic x(3).
               10 ws_o_an occurs 3 times.
                   15 ws_o_anc      pic 9(5) occurs 6 times.
                   15 ws_o_masse    pic 9(11)v99.
                   15 ws_o_payes    pic 9(5).
                   15 ws_o_primes   pic 9(11)v99.
                   15 ws_o_nb_primes pic 9(5).
                   15 ws_o_obtenues pic 9(5).
                   15 ws_o_valides  pic 9(5).
       01 ws_soc_count     pic 9(2) value 0.
       01 ws_soc_idx       pic 9(2) value 0.
       01 ws_soc_courant   pic 9(2) value 0.
       01 ws_anc_idx       pic 9(1) value 0.
       01 ws_anc_annees    pic 9(3) value 0.
       01 ws_anc_bornes    pic x(12) value "010305102099".
       01 ws_anc_tab redefines ws_anc_bornes.
           05 ws_anc_borne pic 9(2) occurs 6 times.
       01 ws_anc_libelles.
           05 filler pic x(20) value "MOINS D'UN AN".
           05 filler pic x(20) value "1 A 2 ANS".
           05 filler pic x(20) value "3 A 4 ANS".
           05 filler pic x(20) value "5 A 9 ANS".
           05 filler pic x(20) value "10 A 19 ANS".
           05 filler pic x(20) value "20 ANS ET PLUS".
       01 ws_anc_lib_tab redefines ws_anc_libelles.
           05 ws_anc_libelle pic x(20) occurs 6 times.

      * Sorties par motif ['M'] et jours d'absence par type ['A'],
      * par societe et par annee.
       01 ws_det_table.
           05 ws_det_entry occurs 400 times.
               10 ws_d_cle.
                   15 ws_d_soc     pic x(3).
                   15 ws_d_nature  pic x(1).
                   15 ws_d_code    pic x(2).
               10 ws_d_valeur  pic 9(7)v9 occurs 3 times.
       01 ws_det_count     pic 9(3) value 0.
       01 ws_det_idx       pic 9(3) value 0.
       01 ws_det_courant   pic 9(3) value 0.
       01 ws_kd_cle.
           05 ws_kd_soc    pic x(3).
           05 ws_kd_nature pic x(1).
           05 ws_kd_code   pic x(2).
       01 ws_plein         pic x value 'N'.

      * Disponibilite des sources par annee : cumuls de paie et
      * cycle de primes.
       01 ws_vu_table.
           05 ws_vu_entry occurs 3 times.
               10 ws_cum_vu    pic x(1).
               10 ws_pri_vu    pic x(1).
       01 ws_pri_date      pic 9(8) value 0.
       01 ws_pri_an_idx    pic 9(1) value 0.
       01 ws_taux_path     pic x(100) value "src/taux-change.txt".
       01 ws_conv_montant  pic s9(9)v99 value 0.
       01 ws_conv_eur      pic s9(9)v99 value 0.
       01 ws_conv_trouve   pic x(1) value 'N'.
       01 ws_sans_taux     pic 9(5) value 0.

      * Ligne d'indicateur : trois annees cote a cote, format 'N'
      * entier, 'D' une decimale, 'M' montant.
       01 ws_ind_code      pic x(12) value spaces.
       01 ws_ind_cle       pic x(30) value spaces.
       01 ws_ind_libelle   pic x(46) value spaces.
       01 ws_val_fmt       pic x(1) value 'N'.
       01 ws_val_table.
           05 ws_val_entry occurs 3 times.
               10 ws_val       pic 9(11)v99.
               10 ws_val_nd    pic x(1).
               10 ws_csv_val   pic x(14).
       01 ws_types_pop     pic x(3) value "ECS".
       01 ws_type_idx      pic 9(1) value 0.
       01 ws_ligne_ind.
           05 filler        pic x(2) value spaces.
           05 ws_li_libelle pic x(46).
           05 ws_li_col occurs 3 times.
               10 filler      pic x(2).
               10 ws_li_val   pic x(14).
       01 ws_ligne_annees.
           05 filler        pic x(48) value spaces.
           05 ws_la_col occurs 3 times.
               10 filler      pic x(12).
               10 ws_la_an    pic 9(4).
       01 ws_ed_n          pic z(13)9.
       01 ws_ed_d          pic z(11)9.9.
       01 ws_ed_m          pic z(10)9.99.
       01 ws_csv_count     pic 9(5) value 0.

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
       01 ws_joblog_name   pic x(20) value "82_bilan-social".
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
           perform 0020-poser-les-annees
           perform 0100-charger-les-durees
           perform 0150-charger-les-essais
           perform 0200-charger-les-libelles

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

           perform 2000-lire-l-historique
           perform varying ws_emp_idx from 1 by 1
               until ws_emp_idx > ws_emp_count
               perform 3000-compter-un-employe
           end-perform
           perform 4000-lire-les-cumuls
           perform 4100-lire-les-primes
           perform 4200-lire-les-absences
           perform 4300-lire-les-certifications

           perform 5000-ecrire-le-bilan

           display "Bilan social " ws_annee " : " ws_soc_count
               " societe(s), " ws_csv_count " indicateur(s) ["
               function trim(ws_report_path) "]"
           if ws_sans_taux > 0
               display ws_sans_taux " ligne(s) de cumuls sans taux"
                   " de change - hors masse salariale."
               move 'W' to ws_msglog_grav
               move "Bilan social : cumuls sans taux de change"
                   to ws_msglog_texte
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
           end-if
           if ws_plein = 'Y' or ws_mut_plein = 'Y'
               display "Table pleine - bilan incomplet."
               move 'W' to ws_msglog_grav
               move "Bilan social : table pleine, bilan incomplet"
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

       0020-poser-les-annees.
      * ANNEE_BILAN, sinon l'annee precedant la date de traitement ;
      * chaque annee porte ses douze fins de mois.
           move ws_today(1:4) to ws_annee
           subtract 1 from ws_annee
           move spaces to ws_annee_param
           accept ws_annee_param from environment "ANNEE_BILAN"
           if ws_annee_param is numeric
               move ws_annee_param to ws_annee
           end-if
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               compute ws_an(ws_an_idx) = ws_annee - 3 + ws_an_idx
               move 'N' to ws_cum_vu(ws_an_idx)
               move 'N' to ws_pri_vu(ws_an_idx)
               perform varying ws_mois_idx from 1 by 1
                   until ws_mois_idx > 12
                   move ws_an(ws_an_idx) to ws_cal_aaaa
                   move ws_mois_idx to ws_cal_mm
                   move 1 to ws_cal_jj
                   move 1 to ws_calc_mois
                   perform 0040-ajouter-des-mois
                   compute ws_an_fin_mois(ws_an_idx ws_mois_idx) =
                       function date-of-integer(
                       function integer-of-date(ws_calc_date) - 1)
               end-perform
           end-perform
           move spaces to ws_report_path
           string "src/bilan-social-" delimited by size
                  ws_annee delimited by size
                  ".txt" delimited by size
                  into ws_report_path
           end-string
           move spaces to ws_csv_path
           string "src/bilan-social-" delimited by size
                  ws_annee delimited by size
                  ".csv" delimited by size
                  into ws_csv_path
           end-string
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

       0150-charger-les-essais.
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
                       end-if
               end-read
           end-perform
           close essais-file
           .

       0200-charger-les-libelles.
      * Motifs de sortie ['M'] puis types d'absence ['A'] ; le motif
      * NP est celui des sorties sans motif connu, le type a blanc
      * celui des conges payes.
           move 'N' to fin_fichier
           open input motifs-file
           if ws_fs_motifs = "00"
               perform until fin_fichier = 'Y'
                   read motifs-file
                       at end
                           move 'Y' to fin_fichier
                       not at end
                           if ws_lib_count < 100
                               add 1 to ws_lib_count
                               move 'M' to ws_lb_nature(ws_lib_count)
                               move mot-code to ws_lb_code(ws_lib_count)
                               move mot-libelle
                                   to ws_lb_libelle(ws_lib_count)
                           end-if
                   end-read
               end-perform
               close motifs-file
           end-if
           if ws_lib_count < 100
               add 1 to ws_lib_count
               move 'M' to ws_lb_nature(ws_lib_count)
               move "NP" to ws_lb_code(ws_lib_count)
               move "NON PRECISE" to ws_lb_libelle(ws_lib_count)
           end-if
           move 'N' to fin_fichier
           open input types-file
           if ws_fs_types = "00"
               perform until fin_fichier = 'Y'
                   read types-file
                       at end
                           move 'Y' to fin_fichier
                       not at end
                           if ws_lib_count < 100
                               add 1 to ws_lib_count
                               move 'A' to ws_lb_nature(ws_lib_count)
                               move typ-code to ws_lb_code(ws_lib_count)
                               move typ-libelle
                                   to ws_lb_libelle(ws_lib_count)
                           end-if
                   end-read
               end-perform
               close types-file
           end-if
           .

       1000-retenir-un-employe.
           if em-dateemb not numeric or em-dateemb = 0
               exit paragraph
           end-if
           if ws_emp_count >= 5000
               move 'Y' to ws_plein
               exit paragraph
           end-if
           add 1 to ws_emp_count
           move em-id to ws_e_id(ws_emp_count)
           move em-soc to ws_e_soc(ws_emp_count)
           move em-type to ws_e_type(ws_emp_count)
           move em-dep to ws_e_dep(ws_emp_count)
           move em-dateemb to ws_e_dateemb(ws_emp_count)
           move 99999999 to ws_e_sortie(ws_emp_count)
           if em-statut = 'T'
               move 0 to ws_e_sortie(ws_emp_count)
               if em-datefin is numeric
                   move em-datefin to ws_e_sortie(ws_emp_count)
               end-if
           end-if
           move 100 to ws_e_quotite(ws_emp_count)
           if em-quotite is numeric and em-quotite > 0
               move em-quotite to ws_e_quotite(ws_emp_count)
           end-if
           move spaces to ws_e_motif(ws_emp_count)
           move 0 to ws_e_mut_prem(ws_emp_count)
           move 0 to ws_e_mut_der(ws_emp_count)
           .

       2000-lire-l-historique.
      * Lignes DEP [mutations, chainees par employe dans l'ordre du
      * fichier] et lignes SORTIE [motif de la derniere sortie].
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
                       if (hi-champ = "DEP"
                           and hi-ancien not = spaces
                           and hi-nouveau not = spaces
                           and hi-ancien not = hi-nouveau)
                          or hi-champ = "SORTIE"
                           move hi-id to ws_id_cherche
                           perform 3700-trouver-l-employe
                           if ws_emp_trouve > 0
                               perform 2100-retenir-une-ligne
                           end-if
                       end-if
               end-read
           end-perform
           close historique-file
           .

       2100-retenir-une-ligne.
           if hi-champ = "SORTIE"
               move hi-nouveau(1:2) to ws_e_motif(ws_emp_trouve)
               exit paragraph
           end-if
           if ws_mut_count >= 20000
               move 'Y' to ws_mut_plein
               exit paragraph
           end-if
           add 1 to ws_mut_count
           move hi-date to ws_m_date(ws_mut_count)
           move hi-ancien to ws_m_ancien(ws_mut_count)
           move 0 to ws_m_suivant(ws_mut_count)
           if ws_e_mut_der(ws_emp_trouve) = 0
               move ws_mut_count to ws_e_mut_prem(ws_emp_trouve)
           else
               move ws_mut_count
                   to ws_m_suivant(ws_e_mut_der(ws_emp_trouve))
           end-if
           move ws_mut_count to ws_e_mut_der(ws_emp_trouve)
           .

       3000-compter-un-employe.
           move ws_e_soc(ws_emp_idx) to ws_k_soc
           move ws_e_type(ws_emp_idx) to ws_k_type
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               perform varying ws_mois_idx from 1 by 1
                   until ws_mois_idx > 12
                   move ws_an_fin_mois(ws_an_idx ws_mois_idx)
                       to ws_date_ref
                   if ws_e_dateemb(ws_emp_idx) <= ws_date_ref
                      and ws_e_sortie(ws_emp_idx) > ws_date_ref
                       perform 3100-compter-une-presence
                   end-if
               end-perform
      * Embauche et sortie de l'annee, au departement du jour.
               if ws_e_dateemb(ws_emp_idx)(1:4) = ws_an(ws_an_idx)
                   move ws_e_dateemb(ws_emp_idx) to ws_date_ref
                   perform 3500-departement-a-la-date
                   perform 3600-trouver-le-groupe
                   if ws_grp_courant > 0
                       add 1 to ws_g_embauches(ws_grp_courant
                           ws_an_idx)
                   end-if
               end-if
               if ws_e_sortie(ws_emp_idx)(1:4) = ws_an(ws_an_idx)
                   move ws_e_sortie(ws_emp_idx) to ws_date_ref
                   perform 3500-departement-a-la-date
                   perform 3600-trouver-le-groupe
                   if ws_grp_courant > 0
                       add 1 to ws_g_sorties(ws_grp_courant ws_an_idx)
                   end-if
                   perform 3200-compter-le-motif
               end-if
           end-perform
           .

       3100-compter-une-presence.
      * Present a la fin du mois : effectif moyen ; au 31/12 en plus
      * effectif, ETP et anciennete.
           perform 3500-departement-a-la-date
           perform 3600-trouver-le-groupe
           if ws_grp_courant = 0
               exit paragraph
           end-if
           add 1 to ws_g_cumul(ws_grp_courant ws_an_idx)
           if ws_mois_idx < 12
               exit paragraph
           end-if
           add 1 to ws_g_fin(ws_grp_courant ws_an_idx)
           compute ws_g_etp(ws_grp_courant ws_an_idx) =
               ws_g_etp(ws_grp_courant ws_an_idx)
               + ws_e_quotite(ws_emp_idx) / 100
           perform 3650-trouver-la-societe
           if ws_soc_courant = 0
               exit paragraph
           end-if
           compute ws_anc_annees =
               (ws_date_ref - ws_e_dateemb(ws_emp_idx)) / 10000
           move 6 to ws_anc_idx
           perform varying ws_type_idx from 6 by -1
               until ws_type_idx < 1
               if ws_anc_annees < ws_anc_borne(ws_type_idx)
                   move ws_type_idx to ws_anc_idx
               end-if
           end-perform
           add 1 to ws_o_anc(ws_soc_courant ws_an_idx ws_anc_idx)
           .

       3200-compter-le-motif.
      * Motif de la ligne SORTIE ; sans motif, FE si la sortie tombe
      * avant la fin d'essai, NP sinon.
           move ws_e_soc(ws_emp_idx) to ws_kd_soc
           move 'M' to ws_kd_nature
           move ws_e_motif(ws_emp_idx) to ws_kd_code
           if ws_kd_code = spaces
               move "NP" to ws_kd_code
               perform 3300-fin-d-essai
               if ws_e_sortie(ws_emp_idx) <= ws_fin_essai
                   move "FE" to ws_kd_code
               end-if
           end-if
           perform 3800-trouver-le-detail
           if ws_det_courant > 0
               add 1 to ws_d_valeur(ws_det_courant ws_an_idx)
           end-if
           .

       3300-fin-d-essai.
      * Fin d'essai : celle du fichier des periodes d'essai, a defaut
      * em-dateemb plus la duree du type [0 si aucune].
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

       3500-departement-a-la-date.
      * Departement de l'employe ws_emp_idx a ws_date_ref : l'ancien
      * de la premiere mutation posterieure, a defaut celui du
      * fichier maître.
           move ws_e_dep(ws_emp_idx) to ws_k_dep
           move ws_e_mut_prem(ws_emp_idx) to ws_mut_idx
           perform until ws_mut_idx = 0
               if ws_m_date(ws_mut_idx) > ws_date_ref
                   move ws_m_ancien(ws_mut_idx) to ws_k_dep
                   move 0 to ws_mut_idx
               else
                   move ws_m_suivant(ws_mut_idx) to ws_mut_idx
               end-if
           end-perform
           .

       3600-trouver-le-groupe.
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
               move 'Y' to ws_plein
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
           initialize ws_grp_entry(ws_grp_courant)
           move ws_k_cle to ws_g_cle(ws_grp_courant)
           .

       3650-trouver-la-societe.
      * Rang de la societe ws_k_soc, creee dans l'ordre des codes.
           move 0 to ws_soc_courant
           perform varying ws_soc_idx from 1 by 1
               until ws_soc_idx > ws_soc_count or ws_soc_courant > 0
               if ws_o_soc(ws_soc_idx) = ws_k_soc
                   move ws_soc_idx to ws_soc_courant
               end-if
           end-perform
           if ws_soc_courant > 0
               exit paragraph
           end-if
           if ws_soc_count >= 20
               move 'Y' to ws_plein
               exit paragraph
           end-if
           add 1 to ws_soc_count
           move ws_soc_count to ws_soc_courant
           perform until ws_soc_courant = 1
               or ws_o_soc(ws_soc_courant - 1) < ws_k_soc
               move ws_soc_entry(ws_soc_courant - 1)
                   to ws_soc_entry(ws_soc_courant)
               subtract 1 from ws_soc_courant
           end-perform
           initialize ws_soc_entry(ws_soc_courant)
           move ws_k_soc to ws_o_soc(ws_soc_courant)
           .

       3700-trouver-l-employe.
      * Rang de l'employe ws_id_cherche [0 si inconnu].
           move 0 to ws_emp_trouve
           perform varying ws_emp_idx from 1 by 1
               until ws_emp_idx > ws_emp_count or ws_emp_trouve > 0
               if ws_e_id(ws_emp_idx) = ws_id_cherche
                   move ws_emp_idx to ws_emp_trouve
               end-if
           end-perform
           .

       3800-trouver-le-detail.
      * Rang du detail ws_kd_cle, cree dans l'ordre des cles.
           move 0 to ws_det_courant
           perform varying ws_det_idx from 1 by 1
               until ws_det_idx > ws_det_count or ws_det_courant > 0
               if ws_d_cle(ws_det_idx) = ws_kd_cle
                   move ws_det_idx to ws_det_courant
               end-if
           end-perform
           if ws_det_courant > 0
               exit paragraph
           end-if
           if ws_det_count >= 400
               move 'Y' to ws_plein
               exit paragraph
           end-if
           add 1 to ws_det_count
           move ws_det_count to ws_det_courant
           perform until ws_det_courant = 1
               or ws_d_cle(ws_det_courant - 1) < ws_kd_cle
               move ws_det_entry(ws_det_courant - 1)
                   to ws_det_entry(ws_det_courant)
               subtract 1 from ws_det_courant
           end-perform
           initialize ws_det_entry(ws_det_courant)
           move ws_kd_cle to ws_d_cle(ws_det_courant)
           .

       4000-lire-les-cumuls.
      * Masse salariale brute : une ligne de registre par id, annee
      * et societe, convertie en euros au taux du 31/12.
           move 'N' to fin_fichier
           open input cumuls-file
           if ws_fs_cumuls not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read cumuls-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       perform 4050-retenir-un-cumul
               end-read
           end-perform
           close cumuls-file
           .

       4050-retenir-un-cumul.
           move 0 to ws_an_idx
           if cum-annee = ws_an(1)
               move 1 to ws_an_idx
           end-if
           if cum-annee = ws_an(2)
               move 2 to ws_an_idx
           end-if
           if cum-annee = ws_an(3)
               move 3 to ws_an_idx
           end-if
           if ws_an_idx = 0
               exit paragraph
           end-if
           move 'O' to ws_cum_vu(ws_an_idx)
           move cum-brut to ws_conv_montant
           call "SPDEVISE" using ws_taux_path cum-devise
               ws_an_fin_mois(ws_an_idx 12) ws_conv_montant
               ws_conv_eur ws_conv_trouve
           if ws_conv_trouve = 'N'
               add 1 to ws_sans_taux
               exit paragraph
           end-if
           move cum-soc to ws_k_soc
           perform 3650-trouver-la-societe
           if ws_soc_courant = 0
               exit paragraph
           end-if
           add ws_conv_eur to ws_o_masse(ws_soc_courant ws_an_idx)
           add 1 to ws_o_payes(ws_soc_courant ws_an_idx)
           .

       4100-lire-les-primes.
      * Le fichier ne garde que le dernier cycle calcule : ses primes
      * comptent pour l'annee de sa date d'entete.
           move 'N' to fin_fichier
           move 0 to ws_pri_an_idx
           open input primes-file
           if ws_fs_primes not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read primes-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if prime-record(1:18) = "Primes par role - "
                          and prime-record(19:8) is numeric
                           move prime-record(19:8) to ws_pri_date
                           perform varying ws_an_idx from 1 by 1
                               until ws_an_idx > 3
                               if ws_pri_date(1:4) = ws_an(ws_an_idx)
                                   move ws_an_idx to ws_pri_an_idx
                                   move 'O' to ws_pri_vu(ws_an_idx)
                               end-if
                           end-perform
                       end-if
                       if prime-record(1:5) is numeric
                          and ws_pri_an_idx > 0
                           perform 4150-retenir-une-prime
                       end-if
               end-read
           end-perform
           close primes-file
           .

       4150-retenir-une-prime.
           move prime-record(1:5) to ws_id_cherche
           perform 3700-trouver-l-employe
           if ws_emp_trouve = 0
               exit paragraph
           end-if
           move ws_e_soc(ws_emp_trouve) to ws_k_soc
           perform 3650-trouver-la-societe
           if ws_soc_courant = 0
               exit paragraph
           end-if
           compute ws_o_primes(ws_soc_courant ws_pri_an_idx) =
               ws_o_primes(ws_soc_courant ws_pri_an_idx)
               + function numval(prime-record(87:12))
           add 1 to ws_o_nb_primes(ws_soc_courant ws_pri_an_idx)
           .

       4200-lire-les-absences.
      * Jours d'absence par type, dans l'annee de la date de debut.
           move 'N' to fin_fichier
           open input absences-file
           if ws_fs_absences not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read absences-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       perform 4250-retenir-une-absence
               end-read
           end-perform
           close absences-file
           .

       4250-retenir-une-absence.
           move 0 to ws_an_idx
           perform varying ws_type_idx from 1 by 1
               until ws_type_idx > 3
               if abs-date(1:4) = ws_an(ws_type_idx)
                   move ws_type_idx to ws_an_idx
               end-if
           end-perform
           if ws_an_idx = 0
               exit paragraph
           end-if
           move abs-id to ws_id_cherche
           perform 3700-trouver-l-employe
           if ws_emp_trouve = 0
               exit paragraph
           end-if
           move ws_e_soc(ws_emp_trouve) to ws_k_soc
           perform 3650-trouver-la-societe
           move ws_e_soc(ws_emp_trouve) to ws_kd_soc
           move 'A' to ws_kd_nature
           move abs-type to ws_kd_code
           if ws_kd_code = spaces
               move "CP" to ws_kd_code
           end-if
           perform 3800-trouver-le-detail
           if ws_det_courant > 0
               add abs-jours to ws_d_valeur(ws_det_courant ws_an_idx)
           end-if
           .

       4300-lire-les-certifications.
      * Obtenues dans l'annee ; en cours de validite au 31/12
      * [obtenue au plus tard le 31/12, expiration a zero ou apres].
           move 'N' to fin_fichier
           open input certifs-file
           if ws_fs_certifs not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read certifs-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       move cer-id to ws_id_cherche
                       perform 3700-trouver-l-employe
                       if ws_emp_trouve > 0
                           perform 4350-compter-une-certification
                       end-if
               end-read
           end-perform
           close certifs-file
           .

       4350-compter-une-certification.
           move ws_e_soc(ws_emp_trouve) to ws_k_soc
           perform 3650-trouver-la-societe
           if ws_soc_courant = 0
               exit paragraph
           end-if
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               if cer-obtenue(1:4) = ws_an(ws_an_idx)
                   add 1 to ws_o_obtenues(ws_soc_courant ws_an_idx)
               end-if
               if cer-obtenue <= ws_an_fin_mois(ws_an_idx 12)
                  and (cer-expire = 0
                       or cer-expire >= ws_an_fin_mois(ws_an_idx 12))
                   add 1 to ws_o_valides(ws_soc_courant ws_an_idx)
               end-if
           end-perform
           .

       5000-ecrire-le-bilan.
           open output report-file
           open output csv-file
           move spaces to report-record
           string "Bilan social de l'annee " delimited by size
                  ws_annee delimited by size
                  " - edite le " delimited by size
                  ws_today delimited by size
                  into report-record
           end-string
           write report-record
           move spaces to csv-record
           string "ENT;BILAN-SOCIAL;" delimited by size
                  ws_annee delimited by size
                  ";" delimited by size
                  ws_today delimited by size
                  into csv-record
           end-string
           write csv-record
           move spaces to csv-record
           string "COL;" delimited by size
                  ws_an(1) delimited by size
                  ";" delimited by size
                  ws_an(2) delimited by size
                  ";" delimited by size
                  ws_an(3) delimited by size
                  into csv-record
           end-string
           write csv-record
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               move spaces to ws_la_col(ws_an_idx)
               move ws_an(ws_an_idx) to ws_la_an(ws_an_idx)
           end-perform

      * Une societe sans presence ni mouvement n'existe que par ses
      * cumuls ou ses primes : elle a aussi sa page.
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               move ws_g_soc(ws_grp_idx) to ws_k_soc
               perform 3650-trouver-la-societe
           end-perform
           perform varying ws_soc_idx from 1 by 1
               until ws_soc_idx > ws_soc_count
               perform 5100-ecrire-une-societe
           end-perform

           move spaces to csv-record
           string "FIN;" delimited by size
                  ws_csv_count delimited by size
                  into csv-record
           end-string
           write csv-record
           close report-file
           close csv-file
           move ws_csv_path to ws_manif_fichier
           move ws_csv_path(5:40) to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           .

       5100-ecrire-une-societe.
           move ws_o_soc(ws_soc_idx) to ws_k_soc
           move spaces to report-record
           write report-record
           move ws_ligne_annees to report-record
           move "SOCIETE " to report-record(1:8)
           move ws_k_soc to report-record(9:3)
           write report-record

           move "1. EFFECTIFS [au 31/12 et moyen]" to report-record
           write report-record
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               if ws_g_soc(ws_grp_idx) = ws_k_soc
                   perform 5200-ecrire-un-groupe
               end-if
           end-perform
           perform varying ws_type_idx from 1 by 1
               until ws_type_idx > 3
               perform 5300-ecrire-un-type
           end-perform

           move "2. EMBAUCHES PAR TYPE ET SORTIES PAR MOTIF"
               to report-record
           write report-record
           perform varying ws_type_idx from 1 by 1
               until ws_type_idx > 3
               perform 5400-ecrire-les-embauches
           end-perform
           perform varying ws_det_idx from 1 by 1
               until ws_det_idx > ws_det_count
               if ws_d_soc(ws_det_idx) = ws_k_soc
                  and ws_d_nature(ws_det_idx) = 'M'
                   move "SORTIES" to ws_ind_code
                   move "N" to ws_val_fmt
                   perform 5500-ecrire-un-detail
               end-if
           end-perform

           move "3. ANCIENNETE DES PRESENTS AU 31/12" to report-record
           write report-record
           perform varying ws_anc_idx from 1 by 1 until ws_anc_idx > 6
               perform 7100-raz-des-valeurs
               perform varying ws_an_idx from 1 by 1
                   until ws_an_idx > 3
                   move ws_o_anc(ws_soc_idx ws_an_idx ws_anc_idx)
                       to ws_val(ws_an_idx)
               end-perform
               move "ANCIENNETE" to ws_ind_code
               move ws_anc_libelle(ws_anc_idx) to ws_ind_cle
               move ws_anc_libelle(ws_anc_idx) to ws_ind_libelle
               move 'N' to ws_val_fmt
               perform 7000-ecrire-un-indicateur
           end-perform

           move "4. REMUNERATIONS [brut en euros]" to report-record
           write report-record
           perform 7100-raz-des-valeurs
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               move ws_o_masse(ws_soc_idx ws_an_idx)
                   to ws_val(ws_an_idx)
               if ws_cum_vu(ws_an_idx) = 'N'
                   move 'O' to ws_val_nd(ws_an_idx)
               end-if
           end-perform
           move "MASSE-BRUTE" to ws_ind_code
           move spaces to ws_ind_cle
           move "MASSE SALARIALE BRUTE" to ws_ind_libelle
           move 'M' to ws_val_fmt
           perform 7000-ecrire-un-indicateur
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               move ws_o_payes(ws_soc_idx ws_an_idx)
                   to ws_val(ws_an_idx)
           end-perform
           move "PAYES" to ws_ind_code
           move "SALARIES PAYES DANS L'ANNEE" to ws_ind_libelle
           move 'N' to ws_val_fmt
           perform 7000-ecrire-un-indicateur
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               move 0 to ws_val(ws_an_idx)
               if ws_o_payes(ws_soc_idx ws_an_idx) > 0
                   compute ws_val(ws_an_idx) rounded =
                       ws_o_masse(ws_soc_idx ws_an_idx)
                       / ws_o_payes(ws_soc_idx ws_an_idx)
               end-if
           end-perform
           move "SALAIRE-MOY" to ws_ind_code
           move "SALAIRE ANNUEL BRUT MOYEN" to ws_ind_libelle
           move 'M' to ws_val_fmt
           perform 7000-ecrire-un-indicateur

           move "5. PRIMES [euros]" to report-record
           write report-record
           perform 7100-raz-des-valeurs
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               move ws_o_primes(ws_soc_idx ws_an_idx)
                   to ws_val(ws_an_idx)
               if ws_pri_vu(ws_an_idx) = 'N'
                   move 'O' to ws_val_nd(ws_an_idx)
               end-if
           end-perform
           move "PRIMES" to ws_ind_code
           move "TOTAL DES PRIMES" to ws_ind_libelle
           move 'M' to ws_val_fmt
           perform 7000-ecrire-un-indicateur
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               move ws_o_nb_primes(ws_soc_idx ws_an_idx)
                   to ws_val(ws_an_idx)
           end-perform
           move "NB-PRIMES" to ws_ind_code
           move "BENEFICIAIRES" to ws_ind_libelle
           move 'N' to ws_val_fmt
           perform 7000-ecrire-un-indicateur

           move "6. ABSENCES [jours par type]" to report-record
           write report-record
           perform varying ws_det_idx from 1 by 1
               until ws_det_idx > ws_det_count
               if ws_d_soc(ws_det_idx) = ws_k_soc
                  and ws_d_nature(ws_det_idx) = 'A'
                   move "ABSENCES" to ws_ind_code
                   move "D" to ws_val_fmt
                   perform 5500-ecrire-un-detail
               end-if
           end-perform

           move "7. FORMATION [certifications]" to report-record
           write report-record
           perform 7100-raz-des-valeurs
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               move ws_o_obtenues(ws_soc_idx ws_an_idx)
                   to ws_val(ws_an_idx)
           end-perform
           move "CERTIF-OBT" to ws_ind_code
           move "CERTIFICATIONS OBTENUES DANS L'ANNEE"
               to ws_ind_libelle
           move 'N' to ws_val_fmt
           perform 7000-ecrire-un-indicateur
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               move ws_o_valides(ws_soc_idx ws_an_idx)
                   to ws_val(ws_an_idx)
           end-perform
           move "CERTIF-VAL" to ws_ind_code
           move "CERTIFICATIONS VALIDES AU 31/12" to ws_ind_libelle
           perform 7000-ecrire-un-indicateur
           .

       5200-ecrire-un-groupe.
           perform 7100-raz-des-valeurs
           move spaces to ws_ind_cle
           string ws_g_type(ws_grp_idx) delimited by size
                  "/" delimited by size
                  function trim(ws_g_dep(ws_grp_idx))
                      delimited by size
                  into ws_ind_cle
           end-string
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               move ws_g_fin(ws_grp_idx ws_an_idx) to ws_val(ws_an_idx)
           end-perform
           move "EFF-3112" to ws_ind_code
           move spaces to ws_ind_libelle
           string ws_g_type(ws_grp_idx) delimited by size
                  " " delimited by size
                  ws_g_dep(ws_grp_idx) delimited by size
                  " au 31/12" delimited by size
                  into ws_ind_libelle
           end-string
           move 'N' to ws_val_fmt
           perform 7000-ecrire-un-indicateur
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               compute ws_val(ws_an_idx) rounded =
                   ws_g_cumul(ws_grp_idx ws_an_idx) / 12
           end-perform
           move "EFF-MOYEN" to ws_ind_code
           move spaces to ws_ind_libelle
           string ws_g_type(ws_grp_idx) delimited by size
                  " " delimited by size
                  ws_g_dep(ws_grp_idx) delimited by size
                  " moyen" delimited by size
                  into ws_ind_libelle
           end-string
           move 'D' to ws_val_fmt
           perform 7000-ecrire-un-indicateur
           .

       5300-ecrire-un-type.
      * Totaux du type : effectif au 31/12, moyen et ETP.
           move ws_types_pop(ws_type_idx:1) to ws_k_type
           perform 7100-raz-des-valeurs
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               if ws_g_soc(ws_grp_idx) = ws_k_soc
                  and ws_g_type(ws_grp_idx) = ws_k_type
                   perform varying ws_an_idx from 1 by 1
                       until ws_an_idx > 3
                       add ws_g_fin(ws_grp_idx ws_an_idx)
                           to ws_val(ws_an_idx)
                   end-perform
               end-if
           end-perform
           move ws_k_type to ws_ind_cle
           move "EFF-3112" to ws_ind_code
           move spaces to ws_ind_libelle
           string "TOTAL TYPE " delimited by size
                  ws_k_type delimited by size
                  " au 31/12" delimited by size
                  into ws_ind_libelle
           end-string
           move 'N' to ws_val_fmt
           perform 7000-ecrire-un-indicateur

           perform 7100-raz-des-valeurs
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               if ws_g_soc(ws_grp_idx) = ws_k_soc
                  and ws_g_type(ws_grp_idx) = ws_k_type
                   perform varying ws_an_idx from 1 by 1
                       until ws_an_idx > 3
                       add ws_g_cumul(ws_grp_idx ws_an_idx)
                           to ws_val(ws_an_idx)
                   end-perform
               end-if
           end-perform
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               compute ws_val(ws_an_idx) rounded = ws_val(ws_an_idx)
                   / 12
           end-perform
           move "EFF-MOYEN" to ws_ind_code
           move spaces to ws_ind_libelle
           string "TOTAL TYPE " delimited by size
                  ws_k_type delimited by size
                  " moyen" delimited by size
                  into ws_ind_libelle
           end-string
           move 'D' to ws_val_fmt
           perform 7000-ecrire-un-indicateur

           perform 7100-raz-des-valeurs
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               if ws_g_soc(ws_grp_idx) = ws_k_soc
                  and ws_g_type(ws_grp_idx) = ws_k_type
                   perform varying ws_an_idx from 1 by 1
                       until ws_an_idx > 3
                       add ws_g_etp(ws_grp_idx ws_an_idx)
                           to ws_val(ws_an_idx)
                   end-perform
               end-if
           end-perform
           move "ETP-3112" to ws_ind_code
           move spaces to ws_ind_libelle
           string "TOTAL TYPE " delimited by size
                  ws_k_type delimited by size
                  " ETP au 31/12" delimited by size
                  into ws_ind_libelle
           end-string
           move 'M' to ws_val_fmt
           perform 7000-ecrire-un-indicateur
           .

       5400-ecrire-les-embauches.
           move ws_types_pop(ws_type_idx:1) to ws_k_type
           perform 7100-raz-des-valeurs
           perform varying ws_grp_idx from 1 by 1
               until ws_grp_idx > ws_grp_count
               if ws_g_soc(ws_grp_idx) = ws_k_soc
                  and ws_g_type(ws_grp_idx) = ws_k_type
                   perform varying ws_an_idx from 1 by 1
                       until ws_an_idx > 3
                       add ws_g_embauches(ws_grp_idx ws_an_idx)
                           to ws_val(ws_an_idx)
                   end-perform
               end-if
           end-perform
           move "EMBAUCHES" to ws_ind_code
           move ws_k_type to ws_ind_cle
           move spaces to ws_ind_libelle
           string "EMBAUCHES TYPE " delimited by size
                  ws_k_type delimited by size
                  into ws_ind_libelle
           end-string
           move 'N' to ws_val_fmt
           perform 7000-ecrire-un-indicateur
           .

       5500-ecrire-un-detail.
      * Ligne d'un motif de sortie ou d'un type d'absence, avec son
      * libelle.
           perform 7100-raz-des-valeurs
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               move ws_d_valeur(ws_det_idx ws_an_idx)
                   to ws_val(ws_an_idx)
           end-perform
           move ws_d_code(ws_det_idx) to ws_ind_cle
           move spaces to ws_ind_libelle
           perform varying ws_lib_idx from 1 by 1
               until ws_lib_idx > ws_lib_count
               if ws_lb_nature(ws_lib_idx) = ws_d_nature(ws_det_idx)
                  and ws_lb_code(ws_lib_idx) = ws_d_code(ws_det_idx)
                   move ws_lb_libelle(ws_lib_idx) to ws_ind_libelle
               end-if
           end-perform
           move spaces to ws_ind_libelle(33:)
           move ws_d_code(ws_det_idx) to ws_ind_libelle(34:2)
           perform 7000-ecrire-un-indicateur
           .

       7000-ecrire-un-indicateur.
      * Une ligne d'etat et une ligne IND du fichier delimite ; une
      * annee n.d. sort en clair dans l'etat et vide dans le fichier.
           move ws_ind_libelle to ws_li_libelle
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               move spaces to ws_li_col(ws_an_idx)
               evaluate ws_val_fmt
                   when 'D'
                       move ws_val(ws_an_idx) to ws_ed_d
                       move ws_ed_d to ws_li_val(ws_an_idx)
                   when 'M'
                       move ws_val(ws_an_idx) to ws_ed_m
                       move ws_ed_m to ws_li_val(ws_an_idx)
                   when other
                       move ws_val(ws_an_idx) to ws_ed_n
                       move ws_ed_n to ws_li_val(ws_an_idx)
               end-evaluate
               move function trim(ws_li_val(ws_an_idx))
                   to ws_csv_val(ws_an_idx)
               if ws_val_nd(ws_an_idx) = 'O'
                   move "          n.d." to ws_li_val(ws_an_idx)
                   move spaces to ws_csv_val(ws_an_idx)
               end-if
           end-perform
           write report-record from ws_ligne_ind
           move spaces to csv-record
           string "IND;" delimited by size
                  ws_k_soc delimited by size
                  ";" delimited by size
                  function trim(ws_ind_code) delimited by size
                  ";" delimited by size
                  function trim(ws_ind_cle) delimited by size
                  ";" delimited by size
                  function trim(ws_csv_val(1)) delimited by size
                  ";" delimited by size
                  function trim(ws_csv_val(2)) delimited by size
                  ";" delimited by size
                  function trim(ws_csv_val(3)) delimited by size
                  into csv-record
           end-string
           write csv-record
           add 1 to ws_csv_count
           .

       7100-raz-des-valeurs.
           perform varying ws_an_idx from 1 by 1 until ws_an_idx > 3
               move 0 to ws_val(ws_an_idx)
               move 'N' to ws_val_nd(ws_an_idx)
           end-perform
           .

       9800-terminer.
           move ws_csv_count to ws_joblog_count
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
