      ******************************************************************
      * Nom du Projet   : Analyse de l'absenteisme
      * Description     : src/absences.txt ne servait qu'a debiter les
      *    conges [28_conges.cob] ; la direction demandait sans cesse
      *    quelles equipes s'absentent le plus sans prevenir et qui
      *    cumule les absences courtes. Ce traitement mensuel
      *    [src/rapport-absenteisme.txt] classe les absences par type
      *    [src/types-absence.txt : code, planifiee O/N, libelle ;
      *    type a blanc = conges payes, type inconnu = non planifie]
      *    et mesure :
      *    - par departement, le taux d'absenteisme du mois : jours
      *      perdus [absences non planifiees] sur jours ouvres
      *      theoriques, ponderes par la quotite de travail
      *      [em-quotite], et le nombre d'absences courtes [au plus
      *      SEUIL_ABSENCE_COURTE jours, 3 par defaut] ;
      *    - le meme taux sur 12 mois glissants, compare aux 12 mois
      *      precedents [meme departement, un an plus tot] ;
      *    - par personne, le score de Bradford sur 12 mois glissants
      *      [nombre d'absences non planifiees au carre, fois le
      *      nombre de jours], liste au-dela de SEUIL_BRADFORD [250
      *      par defaut]. Cette section nominative est reservee aux
      *      operateurs habilites ABSENTEISME
      *      [permissions-operateurs.txt] ; sans l'habilitation le
      *      rapport part sans elle.
      *    Le mois analyse est MOIS_ANALYSE [AAAAMM], a defaut celui
      *    de la date de traitement. Les jours ouvres excluent les
      *    samedis, dimanches et jours FERIE du calendrier
      *    d'exploitation ; une absence court de jour ouvre en jour
      *    ouvre depuis sa date de debut et se repartit sur les mois.
      *    Les jours theoriques suivent les dates d'entree et de
      *    sortie du fichier maître ; le departement et la quotite
      *    sont ceux du jour [le fichier maître ne date pas les
      *    mutations].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 72_absenteisme.

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

           select absences-file assign to "src/absences.txt"
               organization is line sequential
               file status is ws_fs_absences.

           select types-file assign to "src/types-absence.txt"
               organization is line sequential
               file status is ws_fs_types.

           select calendrier-file
               assign to "../calendrier-exploitation.txt"
               organization is line sequential
               file status is ws_fs_calendrier.

           select report-file
               assign to "src/rapport-absenteisme.txt"
               organization is line sequential
               file status is ws_fs_report.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd absences-file.
       01 absence-record.
           05 abs-id       pic 9(5).
           05 filler       pic x.
           05 abs-date     pic 9(8).
           05 filler       pic x.
           05 abs-jours    pic 9(2)v9.
           05 filler       pic x.
           05 abs-type     pic x(2).

      * Type d'absence : code, planifiee 'O'/'N', libelle.
       fd types-file.
       01 type-record.
           05 typ-code     pic x(2).
           05 filler       pic x.
           05 typ-planifie pic x(1).
           05 filler       pic x.
           05 typ-libelle  pic x(20).

       fd calendrier-file.
       01 calendrier-record.
           05 cal-carte    pic x(8).
           05 filler       pic x.
           05 cal-valeur1  pic x(8).
           05 filler       pic x.
           05 cal-valeur2  pic x(8).

       fd report-file.
       01 report-record    pic x(132).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_absences   pic xx value "00".
       01 ws_fs_types      pic xx value "00".
       01 ws_fs_calendrier pic xx value "00".
       01 ws_fs_report     pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_except_count  pic 9(5) value 0.
       01 ws_abs_count     pic 9(5) value 0.

      * Mois analyse et fenetres : le mois, les 12 mois glissants
      * qui finissent avec lui, et les 12 mois d'avant [dates en
      * quantiemes INTEGER-OF-DATE].
       01 ws_mois_param    pic x(6) value spaces.
       01 ws_mois          pic 9(6) value 0.
       01 ws_calc_mois     pic 9(6) value 0.
       01 ws_calc_mois_dec redefines ws_calc_mois.
           05 ws_calc_aaaa  pic 9(4).
           05 ws_calc_mm    pic 9(2).
       01 ws_calc_recul    pic 9(2) value 0.
       01 ws_calc_total    pic 9(6) value 0.
       01 ws_calc_date     pic 9(8) value 0.
       01 ws_m_deb         pic 9(8) value 0.
       01 ws_m_fin         pic 9(8) value 0.
       01 ws_r12_deb       pic 9(8) value 0.
       01 ws_r12p_deb      pic 9(8) value 0.
       01 ws_r12p_fin      pic 9(8) value 0.

      * Jours ouvres cumules depuis le debut de la fenetre la plus
      * ancienne : ws_cum(i + 1) = jours ouvres du premier jour au
      * i-eme inclus, ws_cum(1) = 0.
       01 ws_cum_table.
           05 ws_cum        occurs 800 times pic 9(4).
       01 ws_cum_idx       pic 9(4) value 0.
       01 ws_cum_nb        pic 9(4) value 0.
       01 ws_ouvres_mois   pic 9(4) value 0.

       01 ws_ferie_table.
           05 ws_ferie_entry occurs 50 times pic 9(8).
       01 ws_ferie_count   pic 9(3) value 0.
       01 ws_ferie_idx     pic 9(3) value 0.

       01 ws_jour          pic 9(8) value 0.
       01 ws_jour_int      pic 9(8) value 0.
       01 ws_jour_semaine  pic 9 value 0.
       01 ws_jour_ouvre    pic x value 'O'.
       01 ws_garde         pic 9(3) value 0.

      * Types d'absence [un type inconnu s'ajoute, non planifie].
       01 ws_typ_table.
           05 ws_typ_entry occurs 30 times.
               10 ws_t_code     pic x(2).
               10 ws_t_planifie pic x(1).
               10 ws_t_libelle  pic x(20).
               10 ws_t_arrets   pic 9(5).
               10 ws_t_jours    pic 9(5)v9.
       01 ws_typ_count     pic 9(2) value 0.
       01 ws_typ_idx       pic 9(2) value 0.
       01 ws_typ_courant   pic 9(2) value 0.

      * Cumuls par departement.
       01 ws_dep_table.
           05 ws_dep_entry occurs 50 times.
               10 ws_d_code      pic x(20).
               10 ws_d_theo_m    pic 9(7)v99.
               10 ws_d_theo_r12  pic 9(7)v99.
               10 ws_d_theo_r12p pic 9(7)v99.
               10 ws_d_perdu_m   pic 9(6)v9.
               10 ws_d_perdu_r12 pic 9(6)v9.
               10 ws_d_perdu_r12p pic 9(6)v9.
               10 ws_d_prevu_m   pic 9(6)v9.
               10 ws_d_arrets_m  pic 9(5).
               10 ws_d_courtes_m pic 9(5).
       01 ws_dep_count     pic 9(2) value 0.
       01 ws_dep_idx       pic 9(2) value 0.
       01 ws_dep_courant   pic 9(2) value 0.

      * Absences non planifiees par personne sur 12 mois glissants.
       01 ws_per_table.
           05 ws_per_entry occurs 2000 times.
               10 ws_p_id       pic 9(5).
               10 ws_p_arrets   pic 9(3).
               10 ws_p_jours    pic 9(4)v9.
       01 ws_per_count     pic 9(4) value 0.
       01 ws_per_idx       pic 9(4) value 0.
       01 ws_per_courant   pic 9(4) value 0.

      * Calcul d'une absence et d'une presence.
       01 ws_debut_int     pic 9(8) value 0.
       01 ws_fin_int       pic 9(8) value 0.
       01 ws_win_deb       pic 9(8) value 0.
       01 ws_win_fin       pic 9(8) value 0.
       01 ws_a             pic 9(8) value 0.
       01 ws_b             pic 9(8) value 0.
       01 ws_ouvres        pic 9(4) value 0.
       01 ws_quotite       pic 9(3) value 100.
       01 ws_reste         pic 9(2)v9 value 0.
       01 ws_part          pic 9v9 value 0.
       01 ws_planifie      pic x(1) value 'N'.

      * Seuils [variables d'environnement].
       01 ws_seuil_param   pic x(7) value spaces.
       01 ws_seuil_courte  pic 9(2)v9 value 3.
       01 ws_seuil_bradford pic 9(7) value 250.
       01 ws_score         pic 9(9) value 0.
       01 ws_nb_bradford   pic 9(5) value 0.

      * Taux et totaux.
       01 ws_taux          pic 9(3)v99 value 0.
       01 ws_taux_r12      pic 9(3)v99 value 0.
       01 ws_taux_r12p     pic 9(3)v99 value 0.
       01 ws_ecart         pic s9(3)v99 value 0.
       01 ws_tot_theo_m    pic 9(8)v99 value 0.
       01 ws_tot_theo_r12  pic 9(8)v99 value 0.
       01 ws_tot_theo_r12p pic 9(8)v99 value 0.
       01 ws_tot_perdu_m   pic 9(7)v9 value 0.
       01 ws_tot_perdu_r12 pic 9(7)v9 value 0.
       01 ws_tot_perdu_r12p pic 9(7)v9 value 0.
       01 ws_tot_courtes   pic 9(5) value 0.

      * Habilitation de la section nominative [SPAUTOR].
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

      * Lignes du rapport.
       01 ws_ligne_type.
           05 filler        pic x(2) value spaces.
           05 ws_lt_code    pic x(2).
           05 filler        pic x(3) value spaces.
           05 ws_lt_libelle pic x(20).
           05 filler        pic x(5) value spaces.
           05 ws_lt_planifie pic x(1).
           05 filler        pic x(5) value spaces.
           05 ws_lt_arrets  pic zzzz9.
           05 filler        pic x(3) value spaces.
           05 ws_lt_jours   pic zzzz9.9.

       01 ws_ligne_dep.
           05 filler        pic x(2) value spaces.
           05 ws_ld_dep     pic x(20).
           05 filler        pic x(1) value spaces.
           05 ws_ld_theo    pic zzzzzz9.99.
           05 filler        pic x(2) value spaces.
           05 ws_ld_perdu   pic zzzzz9.9.
           05 filler        pic x(2) value spaces.
           05 ws_ld_taux    pic zz9.99.
           05 filler        pic x(3) value spaces.
           05 ws_ld_courtes pic zzzz9.
           05 filler        pic x(4) value spaces.
           05 ws_ld_taux_r12 pic zz9.99.
           05 filler        pic x(5) value spaces.
           05 ws_ld_taux_r12p pic zz9.99.
           05 filler        pic x(4) value spaces.
           05 ws_ld_ecart   pic +zz9.99.

       01 ws_ligne_per.
           05 filler        pic x(2) value spaces.
           05 ws_lp_id      pic 9(5).
           05 filler        pic x(2) value spaces.
           05 ws_lp_nom     pic x(30).
           05 filler        pic x(1) value spaces.
           05 ws_lp_dep     pic x(20).
           05 filler        pic x(2) value spaces.
           05 ws_lp_arrets  pic zz9.
           05 filler        pic x(3) value spaces.
           05 ws_lp_jours   pic zzz9.9.
           05 filler        pic x(3) value spaces.
           05 ws_lp_score   pic zzzzzzzz9.

       01 ws_aff_seuil     pic z9.9.
       01 ws_aff_bradford  pic zzzzzz9.
       01 ws_aff_ouvres    pic zzz9.

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
       01 ws_joblog_name   pic x(20) value "72_absenteisme".
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
           perform 0020-lire-les-parametres
           perform 0100-poser-les-fenetres
           perform 0200-charger-le-calendrier
           perform 0300-cumuler-les-jours-ouvres
           perform 0400-charger-les-types

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
           else
               perform until fin_master = 'Y'
                   read employee-master next record
                       at end
                           move 'Y' to fin_master
                       not at end
                           perform 1000-compter-la-presence
                   end-read
               end-perform
               perform 2000-ventiler-les-absences
               move "ABSENTEISME" to ws_fonction
               call "SPAUTOR" using ws_perm_path ws_joblog_operator
                   ws_joblog_name ws_fonction ws_autorise
               perform 3000-ecrire-le-rapport
               close employee-master
               display "Rapport d'absenteisme ecrit :"
                   " rapport-absenteisme.txt [mois " ws_mois ", "
                   ws_abs_count " absence(s), " ws_except_count
                   " exception(s)]"
               if ws_except_count > 0
                   move 'W' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Absenteisme : " delimited by size
                          ws_except_count delimited by size
                          " absence(s) ecartee(s) ou type inconnu"
                              delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   move 4 to ws_joblog_rc
               end-if
           end-if

           move ws_abs_count to ws_joblog_count
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

       0020-lire-les-parametres.
           move ws_today(1:6) to ws_mois
           move spaces to ws_mois_param
           accept ws_mois_param from environment "MOIS_ANALYSE"
           if ws_mois_param is numeric
              and ws_mois_param(5:2) >= "01"
              and ws_mois_param(5:2) <= "12"
               move ws_mois_param to ws_mois
           end-if
           move spaces to ws_seuil_param
           accept ws_seuil_param
               from environment "SEUIL_ABSENCE_COURTE"
           if ws_seuil_param not = spaces
              and function test-numval(ws_seuil_param) = 0
               move function numval(ws_seuil_param)
                   to ws_seuil_courte
           end-if
           move spaces to ws_seuil_param
           accept ws_seuil_param from environment "SEUIL_BRADFORD"
           if ws_seuil_param not = spaces
              and function test-numval(ws_seuil_param) = 0
               move function numval(ws_seuil_param)
                   to ws_seuil_bradford
           end-if
           .

       0100-poser-les-fenetres.
      * Mois : du 1er au dernier jour [veille du 1er du mois
      * suivant]. 12 mois glissants : depuis le 1er du mois M-11.
      * 12 mois precedents : du 1er du mois M-23 a la veille.
           move ws_mois to ws_calc_date(1:6)
           move "01" to ws_calc_date(7:2)
           compute ws_m_deb = function integer-of-date(ws_calc_date)
           move ws_mois to ws_calc_mois
           move 0 to ws_calc_recul
           perform 0150-avancer-d-un-mois
           move ws_calc_mois to ws_calc_date(1:6)
           move "01" to ws_calc_date(7:2)
           compute ws_m_fin =
               function integer-of-date(ws_calc_date) - 1
           move ws_mois to ws_calc_mois
           move 11 to ws_calc_recul
           perform 0160-reculer-le-mois
           move ws_calc_mois to ws_calc_date(1:6)
           move "01" to ws_calc_date(7:2)
           compute ws_r12_deb = function integer-of-date(ws_calc_date)
           compute ws_r12p_fin = ws_r12_deb - 1
           move ws_mois to ws_calc_mois
           move 23 to ws_calc_recul
           perform 0160-reculer-le-mois
           move ws_calc_mois to ws_calc_date(1:6)
           move "01" to ws_calc_date(7:2)
           compute ws_r12p_deb =
               function integer-of-date(ws_calc_date)
           .

       0150-avancer-d-un-mois.
           if ws_calc_mm = 12
               compute ws_calc_mois = ws_calc_mois + 89
           else
               add 1 to ws_calc_mois
           end-if
           .

       0160-reculer-le-mois.
           compute ws_calc_total = ws_calc_aaaa * 12
               + ws_calc_mm - 1 - ws_calc_recul
           compute ws_calc_aaaa = ws_calc_total / 12
           compute ws_calc_mm = function mod(ws_calc_total 12) + 1
           .

       0200-charger-le-calendrier.
      * Les jours FERIE du calendrier d'exploitation. Fichier
      * absent : seuls les week-ends sont chomes.
           move 'N' to fin_fichier
           open input calendrier-file
           if ws_fs_calendrier not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read calendrier-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if cal-carte = "FERIE"
                          and cal-valeur1 is numeric
                          and ws_ferie_count < 50
                           add 1 to ws_ferie_count
                           move function numval(cal-valeur1)
                               to ws_ferie_entry(ws_ferie_count)
                       end-if
               end-read
           end-perform
           close calendrier-file
           .

       0300-cumuler-les-jours-ouvres.
           compute ws_cum_nb = ws_m_fin - ws_r12p_deb + 1
           move 0 to ws_cum(1)
           perform varying ws_cum_idx from 1 by 1
               until ws_cum_idx > ws_cum_nb
               compute ws_jour_int = ws_r12p_deb + ws_cum_idx - 1
               perform 5000-jour-ouvre
               if ws_jour_ouvre = 'O'
                   compute ws_cum(ws_cum_idx + 1) =
                       ws_cum(ws_cum_idx) + 1
               else
                   move ws_cum(ws_cum_idx) to ws_cum(ws_cum_idx + 1)
               end-if
           end-perform
           move ws_m_deb to ws_a
           move ws_m_fin to ws_b
           perform 5100-ouvres-entre
           move ws_ouvres to ws_ouvres_mois
           .

       0400-charger-les-types.
      * Fichier absent : tous les types seront inconnus, donc non
      * planifies, et signales.
           move 'N' to fin_fichier
           open input types-file
           if ws_fs_types not = "00"
               display "Referentiel types-absence.txt absent."
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read types-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_typ_count < 30
                           add 1 to ws_typ_count
                           move typ-code to ws_t_code(ws_typ_count)
                           move typ-planifie
                               to ws_t_planifie(ws_typ_count)
                           move typ-libelle
                               to ws_t_libelle(ws_typ_count)
                           move 0 to ws_t_arrets(ws_typ_count)
                           move 0 to ws_t_jours(ws_typ_count)
                       end-if
               end-read
           end-perform
           close types-file
           .

       1000-compter-la-presence.
      * Jours ouvres theoriques de la personne dans chaque fenetre,
      * entre son entree et sa sortie, ponderes par sa quotite.
           if em-dateemb is numeric
              and function test-date-yyyymmdd(em-dateemb) = 0
               compute ws_debut_int =
                   function integer-of-date(em-dateemb)
           else
               move ws_r12p_deb to ws_debut_int
           end-if
           move ws_m_fin to ws_fin_int
           if em-statut = 'T' and em-datefin is numeric
              and function test-date-yyyymmdd(em-datefin) = 0
               compute ws_fin_int =
                   function integer-of-date(em-datefin)
           end-if
           if ws_debut_int > ws_m_fin or ws_fin_int < ws_r12p_deb
               exit paragraph
           end-if
           move 100 to ws_quotite
           if em-quotite is numeric and em-quotite > 0
              and em-quotite < 100
               move em-quotite to ws_quotite
           end-if
           perform 1100-trouver-le-departement

           move ws_m_deb to ws_win_deb
           move ws_m_fin to ws_win_fin
           perform 1200-ouvres-de-presence
           compute ws_d_theo_m(ws_dep_courant) =
               ws_d_theo_m(ws_dep_courant)
               + ws_ouvres * ws_quotite / 100
           move ws_r12_deb to ws_win_deb
           move ws_m_fin to ws_win_fin
           perform 1200-ouvres-de-presence
           compute ws_d_theo_r12(ws_dep_courant) =
               ws_d_theo_r12(ws_dep_courant)
               + ws_ouvres * ws_quotite / 100
           move ws_r12p_deb to ws_win_deb
           move ws_r12p_fin to ws_win_fin
           perform 1200-ouvres-de-presence
           compute ws_d_theo_r12p(ws_dep_courant) =
               ws_d_theo_r12p(ws_dep_courant)
               + ws_ouvres * ws_quotite / 100
           .

       1100-trouver-le-departement.
      * Au-dela de 50 departements, le dernier poste sert de
      * fourre-tout.
           move 0 to ws_dep_courant
           perform varying ws_dep_idx from 1 by 1
               until ws_dep_idx > ws_dep_count
               if ws_d_code(ws_dep_idx) = em-dep
                   move ws_dep_idx to ws_dep_courant
               end-if
           end-perform
           if ws_dep_courant = 0
               if ws_dep_count < 50
                   add 1 to ws_dep_count
                   move ws_dep_count to ws_dep_courant
                   initialize ws_dep_entry(ws_dep_courant)
                   move em-dep to ws_d_code(ws_dep_courant)
               else
                   move 50 to ws_dep_courant
               end-if
           end-if
           .

       1200-ouvres-de-presence.
           move 0 to ws_ouvres
           move ws_win_deb to ws_a
           if ws_debut_int > ws_a
               move ws_debut_int to ws_a
           end-if
           move ws_win_fin to ws_b
           if ws_fin_int < ws_b
               move ws_fin_int to ws_b
           end-if
           if ws_a <= ws_b
               perform 5100-ouvres-entre
           end-if
           .

       2000-ventiler-les-absences.
      * Fichier absent : aucune absence, les taux sont a zero.
           move 'N' to fin_fichier
           open input absences-file
           if ws_fs_absences not = "00"
               display "Aucun fichier src/absences.txt."
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read absences-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       perform 2100-ventiler-une-absence
               end-read
           end-perform
           close absences-file
           .

       2100-ventiler-une-absence.
           if abs-date not numeric
              or function test-date-yyyymmdd(abs-date) not = 0
               add 1 to ws_except_count
               display "Absence a date illisible : id " abs-id
               exit paragraph
           end-if
           compute ws_debut_int = function integer-of-date(abs-date)
      * Une absence qui commence apres le mois ou plus d'un an avant
      * la fenetre la plus ancienne ne compte nulle part.
           if ws_debut_int > ws_m_fin
              or ws_debut_int + 400 < ws_r12p_deb
               exit paragraph
           end-if
           move abs-id to em-id
           read employee-master
               invalid key
                   add 1 to ws_except_count
                   display "Absence pour un id inconnu du fichier"
                       " maître : " abs-id " - ecartee."
                   exit paragraph
           end-read
           add 1 to ws_abs_count
           perform 1100-trouver-le-departement
           perform 2200-trouver-le-type
           move ws_t_planifie(ws_typ_courant) to ws_planifie
           move 0 to ws_per_courant
           if ws_planifie not = 'O'
               perform 2300-trouver-la-personne
           end-if

      * L'absence compte comme un arret dans la fenetre de son
      * premier jour.
           if ws_debut_int >= ws_m_deb
               add 1 to ws_t_arrets(ws_typ_courant)
               if ws_planifie not = 'O'
                   add 1 to ws_d_arrets_m(ws_dep_courant)
                   if abs-jours <= ws_seuil_courte
                       add 1 to ws_d_courtes_m(ws_dep_courant)
                   end-if
               end-if
           end-if
           if ws_debut_int >= ws_r12_deb and ws_per_courant > 0
               add 1 to ws_p_arrets(ws_per_courant)
           end-if

      * Puis ses jours, de jour ouvre en jour ouvre.
           move abs-jours to ws_reste
           move ws_debut_int to ws_jour_int
           move 0 to ws_garde
           perform until ws_reste = 0 or ws_garde > 400
               perform 5000-jour-ouvre
               if ws_jour_ouvre = 'O'
                   if ws_reste < 1
                       move ws_reste to ws_part
                   else
                       move 1 to ws_part
                   end-if
                   subtract ws_part from ws_reste
                   perform 2400-imputer-le-jour
               end-if
               add 1 to ws_jour_int
               add 1 to ws_garde
           end-perform
           .

       2200-trouver-le-type.
           if abs-type = spaces
               move "CP" to abs-type
           end-if
           move 0 to ws_typ_courant
           perform varying ws_typ_idx from 1 by 1
               until ws_typ_idx > ws_typ_count
               if ws_t_code(ws_typ_idx) = abs-type
                   move ws_typ_idx to ws_typ_courant
               end-if
           end-perform
           if ws_typ_courant = 0
               add 1 to ws_except_count
               display "Type d'absence inconnu : " abs-type
                   " [id " abs-id "] - compte non planifie."
               if ws_typ_count < 30
                   add 1 to ws_typ_count
                   move ws_typ_count to ws_typ_courant
                   move abs-type to ws_t_code(ws_typ_courant)
                   move 'N' to ws_t_planifie(ws_typ_courant)
                   move "TYPE INCONNU" to ws_t_libelle(ws_typ_courant)
                   move 0 to ws_t_arrets(ws_typ_courant)
                   move 0 to ws_t_jours(ws_typ_courant)
               else
                   move 30 to ws_typ_courant
               end-if
           end-if
           .

       2300-trouver-la-personne.
           perform varying ws_per_idx from 1 by 1
               until ws_per_idx > ws_per_count
               if ws_p_id(ws_per_idx) = abs-id
                   move ws_per_idx to ws_per_courant
               end-if
           end-perform
           if ws_per_courant = 0 and ws_per_count < 2000
               add 1 to ws_per_count
               move ws_per_count to ws_per_courant
               move abs-id to ws_p_id(ws_per_courant)
               move 0 to ws_p_arrets(ws_per_courant)
               move 0 to ws_p_jours(ws_per_courant)
           end-if
           .

       2400-imputer-le-jour.
           if ws_jour_int >= ws_m_deb and ws_jour_int <= ws_m_fin
               add ws_part to ws_t_jours(ws_typ_courant)
               if ws_planifie = 'O'
                   add ws_part to ws_d_prevu_m(ws_dep_courant)
               else
                   add ws_part to ws_d_perdu_m(ws_dep_courant)
               end-if
           end-if
           if ws_planifie = 'O'
               exit paragraph
           end-if
           if ws_jour_int >= ws_r12_deb and ws_jour_int <= ws_m_fin
               add ws_part to ws_d_perdu_r12(ws_dep_courant)
               if ws_per_courant > 0
                   add ws_part to ws_p_jours(ws_per_courant)
               end-if
           end-if
           if ws_jour_int >= ws_r12p_deb
              and ws_jour_int <= ws_r12p_fin
               add ws_part to ws_d_perdu_r12p(ws_dep_courant)
           end-if
           .

       3000-ecrire-le-rapport.
           open output report-file
           move spaces to report-record
           string "Absenteisme du mois " delimited by size
                  ws_mois delimited by size
                  " - edite le " delimited by size
                  ws_today delimited by size
                  into report-record
           end-string
           write report-record
           move ws_ouvres_mois to ws_aff_ouvres
           move ws_seuil_courte to ws_aff_seuil
           move ws_seuil_bradford to ws_aff_bradford
           move spaces to report-record
           string "Jours ouvres du mois : " delimited by size
                  ws_aff_ouvres delimited by size
                  " - absence courte : au plus " delimited by size
                  ws_aff_seuil delimited by size
                  " jour(s) - seuil Bradford : " delimited by size
                  ws_aff_bradford delimited by size
                  into report-record
           end-string
           write report-record
           move spaces to report-record
           write report-record

           move "1. Absences du mois par type" to report-record
           write report-record
           move "  TYPE LIBELLE                PLANIFIEE  ARRETS"
               & "     JOURS" to report-record
           write report-record
           perform varying ws_typ_idx from 1 by 1
               until ws_typ_idx > ws_typ_count
               move ws_t_code(ws_typ_idx) to ws_lt_code
               move ws_t_libelle(ws_typ_idx) to ws_lt_libelle
               move ws_t_planifie(ws_typ_idx) to ws_lt_planifie
               move ws_t_arrets(ws_typ_idx) to ws_lt_arrets
               move ws_t_jours(ws_typ_idx) to ws_lt_jours
               write report-record from ws_ligne_type
           end-perform
           move spaces to report-record
           write report-record

           move "2. Taux d'absenteisme par departement [absences non"
               & " planifiees, jours ponderes par la quotite]"
               to report-record
           write report-record
           move "  DEPARTEMENT           J.THEORIQUES  J.PERDUS   TAUX%"
               & "  COURTES  TAUX 12M  12M N-1    ECART"
               to report-record
           write report-record
           perform varying ws_dep_idx from 1 by 1
               until ws_dep_idx > ws_dep_count
               perform 3100-ecrire-un-departement
           end-perform
           perform 3200-ecrire-le-total
           move spaces to report-record
           write report-record

           move "3. Score de Bradford sur 12 mois glissants [au-dela"
               & " du seuil]" to report-record
           write report-record
           if ws_autorise = 'N'
               move "  Section nominative reservee aux operateurs"
                   & " habilites ABSENTEISME." to report-record
               write report-record
           else
               move "  ID     NOM                            "
                   & "DEPARTEMENT           ARRETS   JOURS       SCORE"
                   to report-record
               write report-record
               perform varying ws_per_idx from 1 by 1
                   until ws_per_idx > ws_per_count
                   perform 3300-ecrire-une-personne
               end-perform
               if ws_nb_bradford = 0
                   move "  Aucune personne au-dela du seuil."
                       to report-record
                   write report-record
               end-if
           end-if
           close report-file
           .

       3100-ecrire-un-departement.
           move ws_d_code(ws_dep_idx) to ws_ld_dep
           move ws_d_theo_m(ws_dep_idx) to ws_ld_theo
           move ws_d_perdu_m(ws_dep_idx) to ws_ld_perdu
           move ws_d_courtes_m(ws_dep_idx) to ws_ld_courtes
           move 0 to ws_taux ws_taux_r12 ws_taux_r12p
           if ws_d_theo_m(ws_dep_idx) > 0
               compute ws_taux rounded = ws_d_perdu_m(ws_dep_idx)
                   * 100 / ws_d_theo_m(ws_dep_idx)
           end-if
           if ws_d_theo_r12(ws_dep_idx) > 0
               compute ws_taux_r12 rounded =
                   ws_d_perdu_r12(ws_dep_idx) * 100
                   / ws_d_theo_r12(ws_dep_idx)
           end-if
           if ws_d_theo_r12p(ws_dep_idx) > 0
               compute ws_taux_r12p rounded =
                   ws_d_perdu_r12p(ws_dep_idx) * 100
                   / ws_d_theo_r12p(ws_dep_idx)
           end-if
           compute ws_ecart = ws_taux_r12 - ws_taux_r12p
           move ws_taux to ws_ld_taux
           move ws_taux_r12 to ws_ld_taux_r12
           move ws_taux_r12p to ws_ld_taux_r12p
           move ws_ecart to ws_ld_ecart
           write report-record from ws_ligne_dep
           add ws_d_theo_m(ws_dep_idx) to ws_tot_theo_m
           add ws_d_theo_r12(ws_dep_idx) to ws_tot_theo_r12
           add ws_d_theo_r12p(ws_dep_idx) to ws_tot_theo_r12p
           add ws_d_perdu_m(ws_dep_idx) to ws_tot_perdu_m
           add ws_d_perdu_r12(ws_dep_idx) to ws_tot_perdu_r12
           add ws_d_perdu_r12p(ws_dep_idx) to ws_tot_perdu_r12p
           add ws_d_courtes_m(ws_dep_idx) to ws_tot_courtes
           .

       3200-ecrire-le-total.
           move "TOTAL" to ws_ld_dep
           move ws_tot_theo_m to ws_ld_theo
           move ws_tot_perdu_m to ws_ld_perdu
           move ws_tot_courtes to ws_ld_courtes
           move 0 to ws_taux ws_taux_r12 ws_taux_r12p
           if ws_tot_theo_m > 0
               compute ws_taux rounded =
                   ws_tot_perdu_m * 100 / ws_tot_theo_m
           end-if
           if ws_tot_theo_r12 > 0
               compute ws_taux_r12 rounded =
                   ws_tot_perdu_r12 * 100 / ws_tot_theo_r12
           end-if
           if ws_tot_theo_r12p > 0
               compute ws_taux_r12p rounded =
                   ws_tot_perdu_r12p * 100 / ws_tot_theo_r12p
           end-if
           compute ws_ecart = ws_taux_r12 - ws_taux_r12p
           move ws_taux to ws_ld_taux
           move ws_taux_r12 to ws_ld_taux_r12
           move ws_taux_r12p to ws_ld_taux_r12p
           move ws_ecart to ws_ld_ecart
           write report-record from ws_ligne_dep
           .

       3300-ecrire-une-personne.
           compute ws_score = ws_p_arrets(ws_per_idx)
               * ws_p_arrets(ws_per_idx) * ws_p_jours(ws_per_idx)
           if ws_score <= ws_seuil_bradford
               exit paragraph
           end-if
           move ws_p_id(ws_per_idx) to em-id
           read employee-master
               invalid key
                   exit paragraph
           end-read
           add 1 to ws_nb_bradford
           move em-id to ws_lp_id
           move spaces to ws_lp_nom
           string function trim(em-prenom) delimited by size
                  " " delimited by size
                  function trim(em-nom) delimited by size
                  into ws_lp_nom
           end-string
           move em-dep to ws_lp_dep
           move ws_p_arrets(ws_per_idx) to ws_lp_arrets
           move ws_p_jours(ws_per_idx) to ws_lp_jours
           move ws_score to ws_lp_score
           write report-record from ws_ligne_per
           .

       5000-jour-ouvre.
      * Jour ws_jour_int [quantieme] : ni samedi, ni dimanche, ni
      * jour FERIE.
           move 'O' to ws_jour_ouvre
           compute ws_jour_semaine = function mod(ws_jour_int 7)
           if ws_jour_semaine = 6 or ws_jour_semaine = 0
               move 'N' to ws_jour_ouvre
               exit paragraph
           end-if
           compute ws_jour = function date-of-integer(ws_jour_int)
           perform varying ws_ferie_idx from 1 by 1
               until ws_ferie_idx > ws_ferie_count
               if ws_ferie_entry(ws_ferie_idx) = ws_jour
                   move 'N' to ws_jour_ouvre
               end-if
           end-perform
           .

       5100-ouvres-entre.
      * Jours ouvres du quantieme ws_a au quantieme ws_b inclus,
      * tous deux dans la fenetre cumulee.
           compute ws_ouvres =
               ws_cum(ws_b - ws_r12p_deb + 2)
               - ws_cum(ws_a - ws_r12p_deb + 1)
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
