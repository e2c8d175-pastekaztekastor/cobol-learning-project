      ******************************************************************
      * Nom du Projet   : Rapprochement du planning et du badge
      * Description     : Passage hebdomadaire, apres
      *    54_heures-badge.cob : pour chaque personne planifiee
      *    [src/planning.txt, tenu par 102_planning.cob] ou badgee
      *    dans la semaine, heures prevues par le planning contre
      *    heures badgees [src/heures-badge.txt]. La semaine est
      *    SEMAINE_PLANNING [premier jour AAAAMMJJ] si posee, sinon
      *    celle du flux du badge. Le rapport
      *    src/rapport-planning-AAAAMMJJ.txt signale :
      *    - ABSENT : poste planifie, zero heure badgee ;
      *    - NON PLANIFIE : heures badgees sans aucun poste dans la
      *      semaine, pour une personne tenue au planning ;
      *    - REPOS : moins de REPOS_MINIMUM heures [defaut 11] entre
      *      la fin d'un poste et le debut du suivant, le dernier
      *      poste de la veille de la semaine compris.
      *    Les heures majorees de nuit [postes N ou B du referentiel
      *    src/codes-horaires.txt] et de week-end [postes W ou B, ou
      *    tenus un samedi ou un dimanche], plafonnees aux heures
      *    badgees, partent a la paie dans src/heures-majorees.txt
      *    [id, semaine, N ou W, heures], a cote de heures-sup.txt et
      *    cumulatif comme lui : un nouveau passage de la semaine
      *    remplace ses lignes, les semaines de plus de 120 jours
      *    sortent. Constats presents : avertissement rc 4.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 103_planning-badge.

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

           select codes-file assign to "src/codes-horaires.txt"
               organization is line sequential
               file status is ws_fs_codes.

           select planning-file assign to "src/planning.txt"
               organization is line sequential
               file status is ws_fs_planning.

           select badge-file assign to "src/heures-badge.txt"
               organization is line sequential
               file status is ws_fs_badge.

           select rapport-file assign to dynamic ws_rapport_path
               organization is line sequential
               file status is ws_fs_rapport.

           select majorees-file assign to "src/heures-majorees.txt"
               organization is line sequential
               file status is ws_fs_majorees.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

      * Poste de reference [voir 102_planning.cob].
       fd codes-file.
       01 code-record.
           05 cod-code     pic x(4).
           05 filler       pic x.
           05 cod-debut    pic 9(4).
           05 filler       pic x.
           05 cod-fin      pic 9(4).
           05 filler       pic x.
           05 cod-heures   pic 9(2)v99.
           05 filler       pic x.
           05 cod-indic    pic x(1).
           05 filler       pic x.
           05 cod-libelle  pic x(20).

       fd planning-file.
       01 planning-record.
           COPY "planning-enreg.cpy" REPLACING ==:PFX:== BY ==pln-==.

       fd badge-file.
       01 badge-record.
           05 bdg-id       pic 9(5).
           05 filler       pic x.
           05 bdg-semaine  pic 9(8).
           05 filler       pic x.
           05 bdg-heures   pic 9(3)v99.

       fd rapport-file.
       01 rapport-record   pic x(110).

      * Ligne d'heures majorees a largeur fixe pour l'interface de
      * paie : id, semaine, type N nuit / W week-end, heures.
       fd majorees-file.
       01 majorees-record.
           05 maj-id       pic 9(5).
           05 filler       pic x value space.
           05 maj-semaine  pic 9(8).
           05 filler       pic x value space.
           05 maj-type     pic x(1).
           05 filler       pic x value space.
           05 maj-heures   pic 9(3)v99.

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_codes      pic xx value "00".
       01 ws_fs_planning   pic xx value "00".
       01 ws_fs_badge      pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 ws_fs_majorees   pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_rapport_path  pic x(60) value spaces.

      * Semaine traitee : du premier jour au septieme ; la veille
      * sert au controle du repos.
       01 ws_semaine_param pic x(8) value spaces.
       01 ws_semaine       pic 9(8) value 0.
       01 ws_fin_semaine   pic 9(8) value 0.
       01 ws_veille        pic 9(8) value 0.

      * Repos minimum entre deux postes [REPOS_MINIMUM, heures,
      * defaut 11].
       01 ws_repos_param   pic x(2) value spaces.
       01 ws_repos_heures  pic 9(2) value 11.
       01 ws_repos_minutes pic 9(4) value 0.

       01 ws_cod_table.
           05 ws_cod_entry occurs 50 times.
               10 ws_c_code     pic x(4).
               10 ws_c_debut    pic 9(4).
               10 ws_c_fin      pic 9(4).
               10 ws_c_heures   pic 9(2)v99.
               10 ws_c_indic    pic x(1).
       01 ws_cod_count     pic 9(2) value 0.
       01 ws_cod_idx       pic 9(2) value 0.
       01 ws_cod_trouve    pic 9(2) value 0.

      * Postes de la veille et de la semaine, en minutes depuis
      * l'origine du calendrier [un poste qui finit avant ou a son
      * heure de debut finit le lendemain].
       01 ws_pst_table.
           05 ws_pst_entry occurs 5000 times.
               10 ws_s_id      pic 9(5).
               10 ws_s_date    pic 9(8).
               10 ws_s_code    pic x(4).
               10 ws_s_debut   pic 9(10).
               10 ws_s_fin     pic 9(10).
               10 ws_s_heures  pic 9(2)v99.
               10 ws_s_indic   pic x(1).
       01 ws_pst_count     pic 9(5) value 0.
       01 ws_pst_idx       pic 9(5) value 0.
       01 ws_pst_autre     pic 9(5) value 0.
       01 ws_pst_prec      pic 9(5) value 0.
       01 ws_fin_prec      pic 9(10) value 0.
       01 ws_repos_reel    pic 9(10) value 0.
       01 ws_repos_aff     pic z9.99.
       01 ws_jour_int      pic 9(8) value 0.

      * Personnes tenues au planning [au moins une ligne, toutes
      * dates confondues].
       01 ws_ros_table.
           05 ws_ros_id occurs 5000 times pic 9(5).
       01 ws_ros_count     pic 9(5) value 0.
       01 ws_ros_idx       pic 9(5) value 0.
       01 ws_ros_trouve    pic 9(5) value 0.

      * Bilan de la semaine par personne.
       01 ws_per_table.
           05 ws_per_entry occurs 5000 times.
               10 ws_r_id      pic 9(5).
               10 ws_r_prevu   pic 9(3)v99.
               10 ws_r_badge   pic 9(3)v99.
               10 ws_r_nuit    pic 9(3)v99.
               10 ws_r_weekend pic 9(3)v99.
               10 ws_r_repos   pic 9(2).
       01 ws_per_count     pic 9(5) value 0.
       01 ws_per_idx       pic 9(5) value 0.
       01 ws_per_trouve    pic 9(5) value 0.
       01 ws_id_cherche    pic 9(5) value 0.

       01 ws_ligne_rapport.
           05 ws_lr_id         pic 9(5).
           05 filler           pic x value space.
           05 ws_lr_nom        pic x(30).
           05 filler           pic x value space.
           05 ws_lr_prevu      pic zz9.99.
           05 filler           pic x value space.
           05 ws_lr_badge      pic zz9.99.
           05 filler           pic x value space.
           05 ws_lr_ecart      pic ---9.99.
           05 filler           pic x value space.
           05 ws_lr_nuit       pic zz9.99.
           05 filler           pic x value space.
           05 ws_lr_weekend    pic zz9.99.
           05 filler           pic x value space.
           05 ws_lr_constat    pic x(30).
       01 ws_ecart         pic s9(3)v99 value 0.

      * Lignes d'heures majorees des semaines precedentes, reprises a
      * chaque passage [fichier cumulatif, comme heures-sup.txt].
       01 ws_maj_table.
           05 ws_maj_entry occurs 10000 times.
               10 ws_m_id      pic 9(5).
               10 ws_m_semaine pic 9(8).
               10 ws_m_type    pic x(1).
               10 ws_m_heures  pic 9(3)v99.
       01 ws_maj_count     pic 9(5) value 0.
       01 ws_maj_idx       pic 9(5) value 0.
       01 ws_retention_maj pic 9(3) value 120.
       01 ws_limite_maj    pic 9(8) value 0.

       01 ws_nb_absents    pic 9(5) value 0.
       01 ws_nb_non_plan   pic 9(5) value 0.
       01 ws_nb_repos      pic 9(5) value 0.
       01 ws_nb_constats   pic 9(5) value 0.

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
       01 ws_joblog_name   pic x(20) value "103_planning-badge".
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
           perform 0100-charger-les-codes
           perform 0200-charger-le-badge
           if ws_semaine = 0
               display "Aucune semaine a rapprocher [ni"
                   " SEMAINE_PLANNING, ni flux du badge]."
               move 16 to ws_joblog_rc
           else
               perform 0300-charger-le-planning
               perform 1000-controler-le-repos
               perform 1100-calculer-les-majorations
               open input employee-master
               if ws_fs_master not = "00"
                   display "Erreur ouverture EMPLOYEE-MASTER : "
                       ws_fs_master
                   move 16 to ws_joblog_rc
               else
                   perform 2000-ecrire-le-rapport
                   close employee-master
                   perform 3000-ecrire-les-majorations
               end-if
           end-if

           if ws_nb_constats > 0
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Planning semaine " delimited by size
                      ws_semaine delimited by size
                      " : " delimited by size
                      ws_nb_constats delimited by size
                      " constat(s) - voir " delimited by size
                      ws_rapport_path delimited by space
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               if ws_joblog_rc < 4
                   move 4 to ws_joblog_rc
               end-if
           end-if

           move ws_per_count to ws_joblog_count
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
           move spaces to ws_semaine_param
           accept ws_semaine_param
               from environment "SEMAINE_PLANNING"
           if ws_semaine_param is numeric
               if function test-date-yyyymmdd(
                      function numval(ws_semaine_param)) = 0
                   move function numval(ws_semaine_param)
                       to ws_semaine
               end-if
           end-if
           move spaces to ws_repos_param
           accept ws_repos_param from environment "REPOS_MINIMUM"
           if ws_repos_param not = spaces
              and function test-numval(ws_repos_param) = 0
               move function numval(ws_repos_param)
                   to ws_repos_heures
           end-if
           compute ws_repos_minutes = ws_repos_heures * 60
           .

       0100-charger-les-codes.
           move 'N' to fin_fichier
           open input codes-file
           if ws_fs_codes not = "00"
               display "Referentiel des postes absent"
                   " [codes-horaires.txt]."
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read codes-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if cod-debut is numeric and cod-fin is numeric
                          and cod-heures is numeric
                          and ws_cod_count < 50
                           add 1 to ws_cod_count
                           move cod-code to ws_c_code(ws_cod_count)
                           move cod-debut to ws_c_debut(ws_cod_count)
                           move cod-fin to ws_c_fin(ws_cod_count)
                           move cod-heures
                               to ws_c_heures(ws_cod_count)
                           move cod-indic to ws_c_indic(ws_cod_count)
                       end-if
               end-read
           end-perform
           close codes-file
           .

       0200-charger-le-badge.
      * Sans SEMAINE_PLANNING, la semaine est celle de la premiere
      * ligne du flux ; seules les lignes de cette semaine comptent.
           move 'N' to fin_fichier
           open input badge-file
           if ws_fs_badge not = "00"
               display "Flux du badge absent [heures-badge.txt] -"
                   " heures badgees a zero."
               if ws_semaine > 0
                   perform 0250-bornes-de-la-semaine
               end-if
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read badge-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if bdg-id is numeric and bdg-semaine is numeric
                          and bdg-heures is numeric
                           if ws_semaine = 0
                               move bdg-semaine to ws_semaine
                           end-if
                           if bdg-semaine = ws_semaine
                               move bdg-id to ws_id_cherche
                               perform 0800-trouver-la-personne
                               if ws_per_trouve > 0
                                   add bdg-heures
                                       to ws_r_badge(ws_per_trouve)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close badge-file
           if ws_semaine > 0
               perform 0250-bornes-de-la-semaine
           end-if
           .

       0250-bornes-de-la-semaine.
           compute ws_fin_semaine = function date-of-integer(
               function integer-of-date(ws_semaine) + 6)
           compute ws_veille = function date-of-integer(
               function integer-of-date(ws_semaine) - 1)
           move spaces to ws_rapport_path
           string "src/rapport-planning-" delimited by size
                  ws_semaine delimited by size
                  ".txt" delimited by size
                  into ws_rapport_path
           end-string
           .

       0300-charger-le-planning.
      * Retient les postes de la veille a la fin de la semaine, et
      * note toute personne presente au planning.
           move 'N' to fin_fichier
           open input planning-file
           if ws_fs_planning not = "00"
               display "Planning absent [planning.txt] - aucun poste"
                   " prevu."
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read planning-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       perform 0350-retenir-un-poste
               end-read
           end-perform
           close planning-file
           .

       0350-retenir-un-poste.
           if pln-id not numeric or pln-date not numeric
               exit paragraph
           end-if
           move 0 to ws_ros_trouve
           perform varying ws_ros_idx from 1 by 1
               until ws_ros_idx > ws_ros_count
               if ws_ros_id(ws_ros_idx) = pln-id
                   move ws_ros_idx to ws_ros_trouve
               end-if
           end-perform
           if ws_ros_trouve = 0 and ws_ros_count < 5000
               add 1 to ws_ros_count
               move pln-id to ws_ros_id(ws_ros_count)
           end-if

           if pln-date < ws_veille or pln-date > ws_fin_semaine
               exit paragraph
           end-if
           move 0 to ws_cod_trouve
           perform varying ws_cod_idx from 1 by 1
               until ws_cod_idx > ws_cod_count
               if ws_c_code(ws_cod_idx) = pln-code
                   move ws_cod_idx to ws_cod_trouve
               end-if
           end-perform
           if ws_cod_trouve = 0 or ws_pst_count >= 5000
               exit paragraph
           end-if
           add 1 to ws_pst_count
           move pln-id to ws_s_id(ws_pst_count)
           move pln-date to ws_s_date(ws_pst_count)
           move pln-code to ws_s_code(ws_pst_count)
           move ws_c_heures(ws_cod_trouve) to ws_s_heures(ws_pst_count)
           move ws_c_indic(ws_cod_trouve) to ws_s_indic(ws_pst_count)
           compute ws_s_debut(ws_pst_count) =
               function integer-of-date(pln-date) * 1440
               + function integer(ws_c_debut(ws_cod_trouve) / 100)
                   * 60
               + function mod(ws_c_debut(ws_cod_trouve), 100)
           compute ws_s_fin(ws_pst_count) =
               function integer-of-date(pln-date) * 1440
               + function integer(ws_c_fin(ws_cod_trouve) / 100)
                   * 60
               + function mod(ws_c_fin(ws_cod_trouve), 100)
           if ws_c_fin(ws_cod_trouve) <= ws_c_debut(ws_cod_trouve)
               add 1440 to ws_s_fin(ws_pst_count)
           end-if
      * Le poste de la veille ne sert qu'au repos : il ne compte ni
      * dans les heures prevues ni dans la liste des personnes.
           if pln-date >= ws_semaine
               move pln-id to ws_id_cherche
               perform 0800-trouver-la-personne
               if ws_per_trouve > 0
                   add ws_c_heures(ws_cod_trouve)
                       to ws_r_prevu(ws_per_trouve)
               end-if
           end-if
           .

       0800-trouver-la-personne.
      * Ligne de bilan de ws_id_cherche, creee au besoin.
           move 0 to ws_per_trouve
           perform varying ws_per_idx from 1 by 1
               until ws_per_idx > ws_per_count
               if ws_r_id(ws_per_idx) = ws_id_cherche
                   move ws_per_idx to ws_per_trouve
               end-if
           end-perform
           if ws_per_trouve = 0 and ws_per_count < 5000
               add 1 to ws_per_count
               move ws_per_count to ws_per_trouve
               move ws_id_cherche to ws_r_id(ws_per_trouve)
               move 0 to ws_r_prevu(ws_per_trouve)
               move 0 to ws_r_badge(ws_per_trouve)
               move 0 to ws_r_nuit(ws_per_trouve)
               move 0 to ws_r_weekend(ws_per_trouve)
               move 0 to ws_r_repos(ws_per_trouve)
           end-if
           .

       1000-controler-le-repos.
      * Pour chaque poste de la semaine, le poste precedent de la
      * meme personne est celui qui commence juste avant lui ; le
      * repos est l'ecart entre sa fin et le debut du poste.
           perform varying ws_pst_idx from 1 by 1
               until ws_pst_idx > ws_pst_count
               if ws_s_date(ws_pst_idx) >= ws_semaine
                   move 0 to ws_pst_prec
                   perform varying ws_pst_autre from 1 by 1
                       until ws_pst_autre > ws_pst_count
                       if ws_s_id(ws_pst_autre) = ws_s_id(ws_pst_idx)
                          and ws_s_debut(ws_pst_autre)
                              < ws_s_debut(ws_pst_idx)
                           if ws_pst_prec = 0
                               move ws_pst_autre to ws_pst_prec
                           else
                               if ws_s_debut(ws_pst_autre)
                                  > ws_s_debut(ws_pst_prec)
                                   move ws_pst_autre to ws_pst_prec
                               end-if
                           end-if
                       end-if
                   end-perform
                   if ws_pst_prec > 0
                       move ws_s_fin(ws_pst_prec) to ws_fin_prec
                       if ws_fin_prec > ws_s_debut(ws_pst_idx)
                           move 0 to ws_repos_reel
                       else
                           compute ws_repos_reel =
                               ws_s_debut(ws_pst_idx) - ws_fin_prec
                       end-if
                       if ws_repos_reel < ws_repos_minutes
                           move ws_s_id(ws_pst_idx) to ws_id_cherche
                           perform 0800-trouver-la-personne
                           if ws_per_trouve > 0
                               add 1 to ws_r_repos(ws_per_trouve)
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .

       1100-calculer-les-majorations.
      * Nuit : postes N ou B. Week-end : postes W ou B, ou tenus un
      * samedi ou un dimanche [jour 1 du calendrier = lundi : reste
      * 6 ou 0 modulo 7]. Chaque cumul est plafonne aux heures
      * badgees, la paie ne majore pas une heure non faite.
           perform varying ws_pst_idx from 1 by 1
               until ws_pst_idx > ws_pst_count
               if ws_s_date(ws_pst_idx) >= ws_semaine
                   move ws_s_id(ws_pst_idx) to ws_id_cherche
                   perform 0800-trouver-la-personne
                   if ws_per_trouve > 0
                       if ws_s_indic(ws_pst_idx) = 'N'
                          or ws_s_indic(ws_pst_idx) = 'B'
                           add ws_s_heures(ws_pst_idx)
                               to ws_r_nuit(ws_per_trouve)
                       end-if
                       compute ws_jour_int = function mod(
                           function integer-of-date(
                               ws_s_date(ws_pst_idx)), 7)
                       if ws_s_indic(ws_pst_idx) = 'W'
                          or ws_s_indic(ws_pst_idx) = 'B'
                          or ws_jour_int = 6 or ws_jour_int = 0
                           add ws_s_heures(ws_pst_idx)
                               to ws_r_weekend(ws_per_trouve)
                       end-if
                   end-if
               end-if
           end-perform
           perform varying ws_per_idx from 1 by 1
               until ws_per_idx > ws_per_count
               if ws_r_nuit(ws_per_idx) > ws_r_badge(ws_per_idx)
                   move ws_r_badge(ws_per_idx) to ws_r_nuit(ws_per_idx)
               end-if
               if ws_r_weekend(ws_per_idx) > ws_r_badge(ws_per_idx)
                   move ws_r_badge(ws_per_idx)
                       to ws_r_weekend(ws_per_idx)
               end-if
           end-perform
           .

       2000-ecrire-le-rapport.
           open output rapport-file
           move spaces to rapport-record
           string "Planning contre badge - semaine du "
                      delimited by size
                  ws_semaine delimited by size
                  " au " delimited by size
                  ws_fin_semaine delimited by size
                  " - repos minimum " delimited by size
                  ws_repos_heures delimited by size
                  " h" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           move spaces to rapport-record
           write rapport-record
           move spaces to rapport-record
           string "Id    Nom                            Prevu  Badge"
                      delimited by size
                  "   Ecart   Nuit  W-end Constat" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           perform varying ws_per_idx from 1 by 1
               until ws_per_idx > ws_per_count
               perform 2100-ecrire-une-personne
           end-perform
           move spaces to rapport-record
           write rapport-record
           move spaces to rapport-record
           string ws_per_count delimited by size
                  " personne(s) : " delimited by size
                  ws_nb_absents delimited by size
                  " absent(s), " delimited by size
                  ws_nb_non_plan delimited by size
                  " non planifie(s), " delimited by size
                  ws_nb_repos delimited by size
                  " repos insuffisant(s)" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           close rapport-file
           display "Planning semaine " ws_semaine " : "
               ws_per_count " personne(s), " ws_nb_constats
               " constat(s) - voir " function trim(ws_rapport_path)
           .

       2100-ecrire-une-personne.
      * Une personne badgee sans poste ne figure au rapport que si
      * elle est tenue au planning : les autres populations ne sont
      * pas planifiees.
           if ws_r_prevu(ws_per_idx) = 0
               move 0 to ws_ros_trouve
               perform varying ws_ros_idx from 1 by 1
                   until ws_ros_idx > ws_ros_count
                   if ws_ros_id(ws_ros_idx) = ws_r_id(ws_per_idx)
                       move ws_ros_idx to ws_ros_trouve
                   end-if
               end-perform
               if ws_ros_trouve = 0
                   exit paragraph
               end-if
           end-if

           move ws_r_id(ws_per_idx) to ws_lr_id
           move ws_r_id(ws_per_idx) to em-id
           move spaces to ws_lr_nom
           read employee-master
               invalid key
                   move "[inconnu du fichier maître]" to ws_lr_nom
               not invalid key
                   string function trim(em-nom) delimited by size
                          " " delimited by size
                          function trim(em-prenom) delimited by size
                          into ws_lr_nom
                   end-string
           end-read
           move ws_r_prevu(ws_per_idx) to ws_lr_prevu
           move ws_r_badge(ws_per_idx) to ws_lr_badge
           compute ws_ecart = ws_r_badge(ws_per_idx)
               - ws_r_prevu(ws_per_idx)
           move ws_ecart to ws_lr_ecart
           move ws_r_nuit(ws_per_idx) to ws_lr_nuit
           move ws_r_weekend(ws_per_idx) to ws_lr_weekend
           move spaces to ws_lr_constat
           evaluate true
               when ws_r_prevu(ws_per_idx) > 0
                    and ws_r_badge(ws_per_idx) = 0
                   move "ABSENT" to ws_lr_constat
                   add 1 to ws_nb_absents
                   add 1 to ws_nb_constats
               when ws_r_prevu(ws_per_idx) = 0
                    and ws_r_badge(ws_per_idx) > 0
                   move "NON PLANIFIE" to ws_lr_constat
                   add 1 to ws_nb_non_plan
                   add 1 to ws_nb_constats
               when other
                   continue
           end-evaluate
           if ws_r_repos(ws_per_idx) > 0
               if ws_lr_constat = spaces
                   move "REPOS" to ws_lr_constat
               else
                   string function trim(ws_lr_constat)
                              delimited by size
                          " REPOS" delimited by size
                          into ws_lr_constat
                   end-string
               end-if
               add 1 to ws_nb_repos
               add 1 to ws_nb_constats
           end-if
           write rapport-record from ws_ligne_rapport
           if ws_r_repos(ws_per_idx) > 0
               perform 2200-detailler-le-repos
           end-if
           .

       2200-detailler-le-repos.
      * Une ligne par poste pris trop tot apres le precedent.
           perform varying ws_pst_idx from 1 by 1
               until ws_pst_idx > ws_pst_count
               if ws_s_id(ws_pst_idx) = ws_r_id(ws_per_idx)
                  and ws_s_date(ws_pst_idx) >= ws_semaine
                   move 0 to ws_pst_prec
                   perform varying ws_pst_autre from 1 by 1
                       until ws_pst_autre > ws_pst_count
                       if ws_s_id(ws_pst_autre) = ws_s_id(ws_pst_idx)
                          and ws_s_debut(ws_pst_autre)
                              < ws_s_debut(ws_pst_idx)
                           if ws_pst_prec = 0
                               move ws_pst_autre to ws_pst_prec
                           else
                               if ws_s_debut(ws_pst_autre)
                                  > ws_s_debut(ws_pst_prec)
                                   move ws_pst_autre to ws_pst_prec
                               end-if
                           end-if
                       end-if
                   end-perform
                   if ws_pst_prec > 0
                       move ws_s_fin(ws_pst_prec) to ws_fin_prec
                       if ws_fin_prec > ws_s_debut(ws_pst_idx)
                           move 0 to ws_repos_reel
                       else
                           compute ws_repos_reel =
                               ws_s_debut(ws_pst_idx) - ws_fin_prec
                       end-if
                       if ws_repos_reel < ws_repos_minutes
                           compute ws_repos_aff = ws_repos_reel / 60
                           move spaces to rapport-record
                           string "      repos de " delimited by size
                                  ws_repos_aff delimited by size
                                  " h entre " delimited by size
                                  ws_s_code(ws_pst_prec)
                                      delimited by space
                                  " du " delimited by size
                                  ws_s_date(ws_pst_prec)
                                      delimited by size
                                  " et " delimited by size
                                  ws_s_code(ws_pst_idx)
                                      delimited by space
                                  " du " delimited by size
                                  ws_s_date(ws_pst_idx)
                                      delimited by size
                                  into rapport-record
                           end-string
                           write rapport-record
                       end-if
                   end-if
               end-if
           end-perform
           .

       3000-ecrire-les-majorations.
      * Reprend les lignes des autres semaines encore dans la
      * retention, puis ajoute celles de la semaine traitee.
           compute ws_limite_maj = function date-of-integer(
               function integer-of-date(ws_today) - ws_retention_maj)
           move 'N' to fin_fichier
           open input majorees-file
           if ws_fs_majorees = "00"
               perform until fin_fichier = 'Y'
                   read majorees-file
                       at end
                           move 'Y' to fin_fichier
                       not at end
                           perform 3050-garder-une-ligne
                   end-read
               end-perform
               close majorees-file
           end-if
           perform varying ws_per_idx from 1 by 1
               until ws_per_idx > ws_per_count
               if ws_r_nuit(ws_per_idx) > 0 and ws_maj_count < 10000
                   add 1 to ws_maj_count
                   move ws_r_id(ws_per_idx) to ws_m_id(ws_maj_count)
                   move ws_semaine to ws_m_semaine(ws_maj_count)
                   move 'N' to ws_m_type(ws_maj_count)
                   move ws_r_nuit(ws_per_idx)
                       to ws_m_heures(ws_maj_count)
               end-if
               if ws_r_weekend(ws_per_idx) > 0
                  and ws_maj_count < 10000
                   add 1 to ws_maj_count
                   move ws_r_id(ws_per_idx) to ws_m_id(ws_maj_count)
                   move ws_semaine to ws_m_semaine(ws_maj_count)
                   move 'W' to ws_m_type(ws_maj_count)
                   move ws_r_weekend(ws_per_idx)
                       to ws_m_heures(ws_maj_count)
               end-if
           end-perform
           open output majorees-file
           perform varying ws_maj_idx from 1 by 1
               until ws_maj_idx > ws_maj_count
               move spaces to majorees-record
               move ws_m_id(ws_maj_idx) to maj-id
               move ws_m_semaine(ws_maj_idx) to maj-semaine
               move ws_m_type(ws_maj_idx) to maj-type
               move ws_m_heures(ws_maj_idx) to maj-heures
               write majorees-record
           end-perform
           close majorees-file
           .

       3050-garder-une-ligne.
           if maj-semaine not numeric or maj-heures not numeric
              or maj-semaine < ws_limite_maj
              or maj-semaine = ws_semaine
              or ws_maj_count >= 10000
               exit paragraph
           end-if
           add 1 to ws_maj_count
           move maj-id to ws_m_id(ws_maj_count)
           move maj-semaine to ws_m_semaine(ws_maj_count)
           move maj-type to ws_m_type(ws_maj_count)
           move maj-heures to ws_m_heures(ws_maj_count)
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
