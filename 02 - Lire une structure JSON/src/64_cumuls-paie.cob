      ******************************************************************
      * Nom du Projet   : Registre des cumuls annuels de paie
      * Description     : Chaque mois 06_extrait-paie calcule le brut,
      *    la retenue a la source, les retenues et le net, puis les
      *    oublie : le bulletin ne pouvait pas imprimer de cumuls et
      *    la declaration annuelle repartait de zero. Ce passage tient
      *    le registre des cumuls par id employe, annee et societe
      *    [src/cumuls-paie.txt, disposition cumul-enreg.cpy : brut,
      *    imposable, impot, retenues, net, rappels 'R', soldes 'T'].
      *    - POSTER [defaut] : la passation du mois. L'extrait doit
      *      etre controle [au journal des executions, le dernier
      *      passage de 35_controle-extrait du mois est posterieur au
      *      dernier passage de 06_extrait-paie et a rendu 0] ; ses
      *      lignes se cumulent par personne, chaque personne laisse
      *      un mouvement date au journal des mouvements
      *      [src/cumuls-paie-mouvements.txt] et les totaux de
      *      l'extrait tel que lu partent au fichier de controle
      *      [src/cumuls-paie-controle.txt, une ligne par mois et
      *      societe]. Extrait repasse dans un mois encore ouvert : les
      *      mouvements deja postes pour ce mois sont extournes avant
      *      la nouvelle passation - jamais de double cumul. Mois clos
      *      [SPPERIOD] deja poste : rien a refaire.
      *    - CONTROLE : etat de fin d'annee [ANNEE_CUMULS, defaut
      *      l'annee de la date de traitement] - les totaux des douze
      *      extraits postes, mois par mois, face aux totaux du
      *      registre, ecarts et mois manquants signales
      *      [src/cumuls-controle-AAAA.txt, rc 4 si anomalie].
      *    SOCIETE posee : la passation et le controle se limitent a
      *    cette entite, comme l'extrait.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 64_cumuls-paie.

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

           select extrait-file assign to "src/extrait-paie.txt"
               organization is line sequential
               file status is ws_fs_extrait.

           select cumuls-file assign to "src/cumuls-paie.txt"
               organization is line sequential
               file status is ws_fs_cumuls.

           select mouvements-file
               assign to "src/cumuls-paie-mouvements.txt"
               organization is line sequential
               file status is ws_fs_mouvements.

      * Journal des mouvements en cours de reecriture [les
      * mouvements extournes n'y sont pas recopies], remis a la place
      * du journal en fin de passation.
           select travail-file
               assign to "src/cumuls-paie-mouvements.tmp"
               organization is line sequential
               file status is ws_fs_travail.

           select controle-file
               assign to "src/cumuls-paie-controle.txt"
               organization is line sequential
               file status is ws_fs_controle.

           select job-log-file assign to dynamic ws_joblog_path
               organization is line sequential
               file status is ws_fs_log.

           select etat-file assign to dynamic ws_etat_path
               organization is line sequential
               file status is ws_fs_etat.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd extrait-file.
       01 extrait-record.
           05 extr-type         pic x(1).
           05 extr-id           pic 9(5).
           05 extr-nom-complet  pic x(30).
           05 extr-dep          pic x(20).
           05 extr-rol          pic x(20).
           05 extr-libelle      pic x(12).
           05 extr-salaire      pic s9(7)v99 sign leading separate.
           05 extr-devise       pic x(3).
       01 extrait-entete.
           05 ext-ent-tag       pic x(3).
           05 ext-ent-date      pic 9(8).
           05 filler            pic x(84).

       fd cumuls-file.
       01 cumul-record.
           COPY "cumul-enreg.cpy" REPLACING ==:PFX:== BY ==cum-==.

       fd mouvements-file.
       01 mouvement-record.
           COPY "cumul-enreg.cpy" REPLACING ==:PFX:== BY ==mvt-==.
           05 filler       pic x(1).
           05 mvt-poste    pic 9(8).
           05 filler       pic x(1).
           05 mvt-operateur pic x(8).

       fd travail-file.
       01 travail-record   pic x(150).

      * Totaux d'un extrait poste, tels que lus [toutes lignes, sans
      * tri par devise] : la reference du controle de fin d'annee.
       fd controle-file.
       01 controle-record.
           05 ctl-periode  pic 9(6).
           05 filler       pic x(1).
           05 ctl-soc      pic x(3).
           05 filler       pic x(1).
           05 ctl-nb       pic 9(5).
           05 filler       pic x(1).
           05 ctl-brut     pic s9(11)v99 sign leading separate.
           05 filler       pic x(1).
           05 ctl-imposable pic s9(11)v99 sign leading separate.
           05 filler       pic x(1).
           05 ctl-impot    pic s9(11)v99 sign leading separate.
           05 filler       pic x(1).
           05 ctl-retenues pic s9(11)v99 sign leading separate.
           05 filler       pic x(1).
           05 ctl-net      pic s9(11)v99 sign leading separate.
           05 filler       pic x(1).
           05 ctl-rappels  pic s9(11)v99 sign leading separate.
           05 filler       pic x(1).
           05 ctl-soldes   pic s9(11)v99 sign leading separate.
           05 filler       pic x(1).
           05 ctl-poste    pic 9(8).

       fd job-log-file.
       01 job-log-record.
           05 jl-name      pic x(20).
           05 jl-tag        pic x(7).
           05 jl-date       pic 9(8).
           05 filler        pic x.
           05 jl-time       pic 9(6).
           05 jl-enreg-tag  pic x(7).
           05 jl-count      pic 9(5).
           05 jl-rc-tag     pic x(4).
           05 jl-rc         pic 9(2).

       fd etat-file.
       01 etat-record      pic x(132).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_extrait    pic xx value "00".
       01 ws_fs_cumuls     pic xx value "00".
       01 ws_fs_mouvements pic xx value "00".
       01 ws_fs_travail    pic xx value "00".
       01 ws_fs_controle   pic xx value "00".
       01 ws_fs_log        pic xx value "00".
       01 ws_fs_etat       pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_mode          pic x(12) value spaces.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_societe_param pic x(3) value spaces.
       01 ws_cmd           pic x(200) value spaces.

      * Mois de paie de l'extrait [date de son entete] et annee.
       01 ws_periode       pic 9(6) value 0.
       01 ws_periode_dec redefines ws_periode.
           05 ws_per_aaaa  pic 9(4).
           05 ws_per_mm    pic 9(2).

      * Lignes de l'extrait cumulees par personne.
       01 ws_ext_table.
           05 ws_ext_entry occurs 5000 times.
               10 ws_x_id        pic 9(5).
               10 ws_x_soc       pic x(3).
               10 ws_x_devise    pic x(3).
               10 ws_x_brut      pic s9(9)v99.
               10 ws_x_imposable pic s9(9)v99.
               10 ws_x_impot     pic s9(9)v99.
               10 ws_x_retenues  pic s9(9)v99.
               10 ws_x_net       pic s9(9)v99.
               10 ws_x_rappels   pic s9(9)v99.
               10 ws_x_soldes    pic s9(9)v99.
       01 ws_ext_count     pic 9(5) value 0.
       01 ws_ext_idx       pic 9(5) value 0.
       01 ws_ext_trouve    pic 9(5) value 0.
       01 ws_nb_hors_devise pic 9(5) value 0.
       01 ws_nb_inconnus   pic 9(5) value 0.
       01 ws_nb_extournes  pic 9(5) value 0.
       01 ws_nb_deja_postes pic 9(5) value 0.

      * Totaux de l'extrait tel que lu [ligne du fichier de
      * controle].
       01 ws_ctl_ligne.
           05 ws_c_nb        pic 9(5) value 0.
           05 ws_c_brut      pic s9(11)v99 value 0.
           05 ws_c_imposable pic s9(11)v99 value 0.
           05 ws_c_impot     pic s9(11)v99 value 0.
           05 ws_c_retenues  pic s9(11)v99 value 0.
           05 ws_c_net       pic s9(11)v99 value 0.
           05 ws_c_rappels   pic s9(11)v99 value 0.
           05 ws_c_soldes    pic s9(11)v99 value 0.

      * Registre charge en table, reecrit en entier.
       01 ws_cum_table.
           05 ws_cum_entry occurs 9000 times.
               10 ws_k_id        pic 9(5).
               10 ws_k_annee     pic 9(4).
               10 ws_k_soc       pic x(3).
               10 ws_k_devise    pic x(3).
               10 ws_k_brut      pic s9(9)v99.
               10 ws_k_imposable pic s9(9)v99.
               10 ws_k_impot     pic s9(9)v99.
               10 ws_k_retenues  pic s9(9)v99.
               10 ws_k_net       pic s9(9)v99.
               10 ws_k_rappels   pic s9(9)v99.
               10 ws_k_soldes    pic s9(9)v99.
               10 ws_k_mois      pic 9(6).
       01 ws_cum_count     pic 9(5) value 0.
       01 ws_cum_idx       pic 9(5) value 0.
       01 ws_cum_trouve    pic 9(5) value 0.
       01 ws_cle_id        pic 9(5) value 0.
       01 ws_cle_annee     pic 9(4) value 0.
       01 ws_cle_soc       pic x(3) value spaces.

      * Fichier de controle charge en table [une ligne par mois et
      * societe, remplacee a chaque nouvelle passation du mois].
       01 ws_ctl_table.
           05 ws_ctl_entry occurs 600 times.
               10 ws_t_periode   pic 9(6).
               10 ws_t_soc       pic x(3).
               10 ws_t_nb        pic 9(5).
               10 ws_t_brut      pic s9(11)v99.
               10 ws_t_imposable pic s9(11)v99.
               10 ws_t_impot     pic s9(11)v99.
               10 ws_t_retenues  pic s9(11)v99.
               10 ws_t_net       pic s9(11)v99.
               10 ws_t_rappels   pic s9(11)v99.
               10 ws_t_soldes    pic s9(11)v99.
               10 ws_t_poste     pic 9(8).
       01 ws_ctl_count     pic 9(3) value 0.
       01 ws_ctl_idx       pic 9(3) value 0.

      * Derniers passages du mois au journal des executions [rang de
      * la ligne FIN, 0 = aucun passage].
       01 ws_rang_ligne    pic 9(7) value 0.
       01 ws_rang_extrait  pic 9(7) value 0.
       01 ws_rc_extrait    pic 9(2) value 0.
       01 ws_rang_controle pic 9(7) value 0.
       01 ws_rc_controle   pic 9(2) value 0.
       01 ws_nom_extrait   pic x(20) value "06_extrait-paie".
       01 ws_nom_controle  pic x(20) value "35_controle-extrait".

      * Calendrier des periodes de paie [SPPERIOD] : un mois clos
      * deja poste ne se reposte pas.
       01 ws_periode_path  pic x(100) value "src/periodes-paie.txt".
       01 ws_periode_date  pic 9(8) value 0.
       01 ws_periode_statut pic x(1) value 'O'.
       01 ws_periode_ouverte pic 9(8) value 0.
       01 ws_periode_trouve pic x(1) value 'N'.

      * Etat de controle de fin d'annee.
       01 ws_annee_param   pic x(4) value spaces.
       01 ws_annee         pic 9(4) value 0.
       01 ws_etat_path     pic x(60) value spaces.
       01 ws_mois_idx      pic 9(2) value 0.
       01 ws_mois_cle      pic 9(6) value 0.
       01 ws_mois_attendus pic 9(2) value 12.
       01 ws_mois_poste    pic x value 'N'.
       01 ws_nb_manquants  pic 9(2) value 0.
       01 ws_nb_ecarts     pic 9(2) value 0.
       01 ws_ext_cumul.
           05 ws_e_brut      pic s9(11)v99 value 0.
           05 ws_e_imposable pic s9(11)v99 value 0.
           05 ws_e_impot     pic s9(11)v99 value 0.
           05 ws_e_retenues  pic s9(11)v99 value 0.
           05 ws_e_net       pic s9(11)v99 value 0.
           05 ws_e_rappels   pic s9(11)v99 value 0.
           05 ws_e_soldes    pic s9(11)v99 value 0.
       01 ws_reg_cumul.
           05 ws_g_brut      pic s9(11)v99 value 0.
           05 ws_g_imposable pic s9(11)v99 value 0.
           05 ws_g_impot     pic s9(11)v99 value 0.
           05 ws_g_retenues  pic s9(11)v99 value 0.
           05 ws_g_net       pic s9(11)v99 value 0.
           05 ws_g_rappels   pic s9(11)v99 value 0.
           05 ws_g_soldes    pic s9(11)v99 value 0.

       01 ws_ligne_etat.
           05 ws_l_libelle   pic x(12).
           05 ws_l_brut      pic -(10)9.99.
           05 ws_l_imposable pic -(10)9.99.
           05 ws_l_impot     pic -(10)9.99.
           05 ws_l_retenues  pic -(10)9.99.
           05 ws_l_net       pic -(10)9.99.
           05 ws_l_rappels   pic -(10)9.99.
           05 ws_l_soldes    pic -(10)9.99.
       01 ws_ligne_titres.
           05 filler       pic x(12) value "MOIS".
           05 filler       pic x(15) value "           BRUT".
           05 filler       pic x(15) value "      IMPOSABLE".
           05 filler       pic x(15) value "          IMPOT".
           05 filler       pic x(15) value "       RETENUES".
           05 filler       pic x(15) value "            NET".
           05 filler       pic x(15) value "        RAPPELS".
           05 filler       pic x(15) value "         SOLDES".

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
       01 ws_joblog_name   pic x(20) value "64_cumuls-paie".
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
           accept ws_mode from command-line
           perform 0100-charger-le-registre

           if ws_mode = "CONTROLE"
               perform 5000-controler-l-annee
           else
               perform 1000-poster-le-mois
           end-if

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
           move spaces to ws_societe_param
           accept ws_societe_param from environment "SOCIETE"
           move spaces to ws_date_param
           accept ws_date_param from environment "DATE_TRAITEMENT"
           if ws_date_param is numeric
               move function numval(ws_date_param) to ws_today
           else
               accept ws_today from date yyyymmdd
           end-if
           .

       0100-charger-le-registre.
      * Fichier absent : premier passage, le registre part vide.
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
                       if ws_cum_count >= 9000
                           display "CUMULS : table pleine"
                               " (9000 max) - ligne ignoree"
                       else
                           add 1 to ws_cum_count
                           move cum-id to ws_k_id(ws_cum_count)
                           move cum-annee to ws_k_annee(ws_cum_count)
                           move cum-soc to ws_k_soc(ws_cum_count)
                           move cum-devise
                               to ws_k_devise(ws_cum_count)
                           move cum-brut to ws_k_brut(ws_cum_count)
                           move cum-imposable
                               to ws_k_imposable(ws_cum_count)
                           move cum-impot to ws_k_impot(ws_cum_count)
                           move cum-retenues
                               to ws_k_retenues(ws_cum_count)
                           move cum-net to ws_k_net(ws_cum_count)
                           move cum-rappels
                               to ws_k_rappels(ws_cum_count)
                           move cum-soldes
                               to ws_k_soldes(ws_cum_count)
                           move cum-mois to ws_k_mois(ws_cum_count)
                       end-if
               end-read
           end-perform
           close cumuls-file
           .

       0200-charger-le-controle.
           move 'N' to fin_fichier
           open input controle-file
           if ws_fs_controle not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read controle-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_ctl_count < 600
                           add 1 to ws_ctl_count
                           move ctl-periode
                               to ws_t_periode(ws_ctl_count)
                           move ctl-soc to ws_t_soc(ws_ctl_count)
                           move ctl-nb to ws_t_nb(ws_ctl_count)
                           move ctl-brut to ws_t_brut(ws_ctl_count)
                           move ctl-imposable
                               to ws_t_imposable(ws_ctl_count)
                           move ctl-impot to ws_t_impot(ws_ctl_count)
                           move ctl-retenues
                               to ws_t_retenues(ws_ctl_count)
                           move ctl-net to ws_t_net(ws_ctl_count)
                           move ctl-rappels
                               to ws_t_rappels(ws_ctl_count)
                           move ctl-soldes
                               to ws_t_soldes(ws_ctl_count)
                           move ctl-poste to ws_t_poste(ws_ctl_count)
                       end-if
               end-read
           end-perform
           close controle-file
           .

       1000-poster-le-mois.
           move 'T' to ws_verrou_action
           call "SPVERROU" using ws_verrou_path ws_verrou_action
               ws_joblog_operator ws_verrou_res
           if ws_verrou_res = 'N'
               display "Chargement du fichier maître en cours -"
                   " reessayer dans quelques instants."
               move 93 to ws_joblog_rc
               exit paragraph
           end-if

           perform 1100-lire-l-extrait
           if ws_periode = 0
      * Pas d'extrait au repertoire : jamais produit, ou retenu par
      * 35_controle-extrait [ecarts non acquittes].
               display "Extrait de paie absent ou retenu - rien a"
                   " poster."
               move 'W' to ws_msglog_grav
               move "Cumuls non postes : extrait absent ou retenu"
                   to ws_msglog_texte
               perform 9900-consigner-message
               move 8 to ws_joblog_rc
               exit paragraph
           end-if
           if ws_joblog_rc >= 16
               exit paragraph
           end-if

           perform 1300-relire-le-journal
           if ws_rang_extrait = 0 or ws_rc_extrait >= 8
              or ws_rang_controle < ws_rang_extrait
              or ws_rc_controle not = 0
               display "Extrait " ws_periode " non controle par"
                   " 35_controle-extrait [rc " ws_rc_controle
                   "] - passation refusee."
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Cumuls " delimited by size
                      ws_periode delimited by size
                      " non postes : extrait non controle"
                          delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 8 to ws_joblog_rc
               exit paragraph
           end-if

           compute ws_periode_date = ws_periode * 100 + 1
           call "SPPERIOD" using ws_periode_path ws_periode_date
               ws_periode_statut ws_periode_ouverte ws_periode_trouve
           perform 0200-charger-le-controle
           perform 2000-extourner-le-mois
           if ws_nb_deja_postes > 0
               display "Mois " ws_periode " clos et deja poste ["
                   ws_nb_deja_postes " mouvement(s)] - rien a"
                   " refaire."
               exit paragraph
           end-if

           perform 3000-cumuler-le-mois
           perform 9000-reecrire-le-registre
           perform 9100-reecrire-le-controle
           move ws_ext_count to ws_joblog_count
           display "Cumuls " ws_periode " postes : " ws_ext_count
               " personne(s), " ws_nb_extournes
               " mouvement(s) extourne(s)."
           if ws_nb_hors_devise > 0 or ws_nb_inconnus > 0
               display "Lignes non cumulees : " ws_nb_hors_devise
                   " hors devise du salaire, " ws_nb_inconnus
                   " id(s) inconnu(s)."
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Cumuls " delimited by size
                      ws_periode delimited by size
                      " : " delimited by size
                      ws_nb_hors_devise delimited by size
                      " ligne(s) hors devise, " delimited by size
                      ws_nb_inconnus delimited by size
                      " id(s) inconnu(s)" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
           end-if
           .

       1100-lire-l-extrait.
      * L'entete donne le mois de paie ; chaque ligne de detail se
      * cumule sur sa personne [societe relue au fichier maître] et
      * dans les totaux de controle de l'extrait.
           move 0 to ws_periode
           move 'N' to fin_fichier
           open input extrait-file
           if ws_fs_extrait not = "00"
               exit paragraph
           end-if
           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 16 to ws_joblog_rc
               close extrait-file
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read extrait-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       evaluate true
                           when ext-ent-tag = "ENT"
                               move ext-ent-date(1:6) to ws_periode
                           when ext-ent-tag = "FIN"
                               continue
                           when other
                               perform 1200-cumuler-une-ligne
                       end-evaluate
               end-read
           end-perform
           close extrait-file
           close employee-master
           .

       1200-cumuler-une-ligne.
           evaluate extr-type
               when 'S'
               when 'H'
                   add extr-salaire to ws_c_brut ws_c_imposable
               when 'D'
                   if extr-libelle = "IMPOT"
                       subtract extr-salaire from ws_c_impot
                   else
                       subtract extr-salaire from ws_c_retenues
                   end-if
               when 'N'
                   add extr-salaire to ws_c_net
               when 'R'
                   add extr-salaire to ws_c_rappels
               when 'T'
                   add extr-salaire to ws_c_soldes
           end-evaluate

           move 0 to ws_ext_trouve
           perform varying ws_ext_idx from 1 by 1
               until ws_ext_idx > ws_ext_count
               if ws_x_id(ws_ext_idx) = extr-id
                   move ws_ext_idx to ws_ext_trouve
               end-if
           end-perform
           if ws_ext_trouve = 0
               move extr-id to em-id
               read employee-master
                   invalid key
                       add 1 to ws_nb_inconnus
                       display "Ligne d'extrait pour un id inconnu"
                           " du fichier maître : " extr-id
                       exit paragraph
               end-read
               if ws_ext_count >= 5000
                   display "EXTRAIT : table pleine (5000 max) - id "
                       extr-id " non cumule"
                   exit paragraph
               end-if
               add 1 to ws_ext_count
               move ws_ext_count to ws_ext_trouve
               initialize ws_ext_entry(ws_ext_trouve)
               move extr-id to ws_x_id(ws_ext_trouve)
               move em-soc to ws_x_soc(ws_ext_trouve)
               move extr-devise to ws_x_devise(ws_ext_trouve)
               add 1 to ws_c_nb
           end-if
      * La devise du cumul est celle du salaire ['S', premiere ligne
      * de la personne] ; une ligne dans une autre devise ne
      * s'additionne pas et part en alerte.
           if extr-devise not = spaces
              and extr-devise not = ws_x_devise(ws_ext_trouve)
               add 1 to ws_nb_hors_devise
               display "Ligne " extr-type " en " extr-devise
                   " hors devise du cumul : id " extr-id
               exit paragraph
           end-if
           evaluate extr-type
               when 'S'
               when 'H'
                   add extr-salaire to ws_x_brut(ws_ext_trouve)
                       ws_x_imposable(ws_ext_trouve)
               when 'D'
                   if extr-libelle = "IMPOT"
                       subtract extr-salaire
                           from ws_x_impot(ws_ext_trouve)
                   else
                       subtract extr-salaire
                           from ws_x_retenues(ws_ext_trouve)
                   end-if
               when 'N'
                   add extr-salaire to ws_x_net(ws_ext_trouve)
               when 'R'
                   add extr-salaire to ws_x_rappels(ws_ext_trouve)
               when 'T'
                   add extr-salaire to ws_x_soldes(ws_ext_trouve)
           end-evaluate
           .

       1300-relire-le-journal.
      * Dernier passage de l'extrait et dernier passage du controle
      * classes sous le mois [date metier du journal] : le journal
      * s'ecrit en ajout, le rang d'une ligne FIN en donne l'ordre.
           move 0 to ws_rang_ligne
           move 'N' to fin_fichier
           open input job-log-file
           if ws_fs_log not = "00"
               display "Erreur ouverture JOB-LOG : " ws_fs_log
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read job-log-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       add 1 to ws_rang_ligne
                       if jl-tag = " FIN   "
                          and jl-date(1:6) = ws_periode
                           if jl-name = ws_nom_extrait
                               move ws_rang_ligne to ws_rang_extrait
                               move jl-rc to ws_rc_extrait
                           end-if
                           if jl-name = ws_nom_controle
                               move ws_rang_ligne to ws_rang_controle
                               move jl-rc to ws_rc_controle
                           end-if
                       end-if
               end-read
           end-perform
           close job-log-file
           .

       2000-extourner-le-mois.
      * Recopie le journal des mouvements dans le fichier de travail
      * sans les mouvements du mois pour la societe traitee, en les
      * extournant du registre. Mois clos : rien n'est extourne, les
      * mouvements trouves sont comptes et la passation s'arrete.
           move 0 to ws_nb_extournes
           move 0 to ws_nb_deja_postes
           move 'N' to fin_fichier
           open output travail-file
           open input mouvements-file
           if ws_fs_mouvements not = "00"
               close travail-file
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read mouvements-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if mvt-mois = ws_periode
                          and (ws_societe_param = spaces
                               or mvt-soc = ws_societe_param)
                           if ws_periode_statut = 'C'
                               add 1 to ws_nb_deja_postes
                               write travail-record
                                   from mouvement-record
                           else
                               perform 2100-extourner-un-mouvement
                           end-if
                       else
                           write travail-record from mouvement-record
                       end-if
               end-read
           end-perform
           close mouvements-file
           close travail-file
           .

       2100-extourner-un-mouvement.
           move mvt-id to ws_cle_id
           move mvt-annee to ws_cle_annee
           move mvt-soc to ws_cle_soc
           perform 8000-trouver-le-cumul
           if ws_cum_trouve > 0
               subtract mvt-brut from ws_k_brut(ws_cum_trouve)
               subtract mvt-imposable
                   from ws_k_imposable(ws_cum_trouve)
               subtract mvt-impot from ws_k_impot(ws_cum_trouve)
               subtract mvt-retenues
                   from ws_k_retenues(ws_cum_trouve)
               subtract mvt-net from ws_k_net(ws_cum_trouve)
               subtract mvt-rappels from ws_k_rappels(ws_cum_trouve)
               subtract mvt-soldes from ws_k_soldes(ws_cum_trouve)
           end-if
           add 1 to ws_nb_extournes
           .

       3000-cumuler-le-mois.
      * Chaque personne de l'extrait s'ajoute a son cumul [cree au
      * premier mois de l'annee] et laisse son mouvement au journal.
           open extend travail-file
           perform varying ws_ext_idx from 1 by 1
               until ws_ext_idx > ws_ext_count
               move ws_x_id(ws_ext_idx) to ws_cle_id
               move ws_per_aaaa to ws_cle_annee
               move ws_x_soc(ws_ext_idx) to ws_cle_soc
               perform 8000-trouver-le-cumul
               if ws_cum_trouve = 0
                   perform 8100-creer-le-cumul
               end-if
               if ws_cum_trouve > 0
                   perform 3100-ajouter-au-cumul
               end-if
           end-perform
           close travail-file
           move spaces to ws_cmd
           string "mv -f src/cumuls-paie-mouvements.tmp"
                      delimited by size
                  " src/cumuls-paie-mouvements.txt" delimited by size
                  into ws_cmd
           end-string
           call "SYSTEM" using ws_cmd
           .

       3100-ajouter-au-cumul.
           add ws_x_brut(ws_ext_idx) to ws_k_brut(ws_cum_trouve)
           add ws_x_imposable(ws_ext_idx)
               to ws_k_imposable(ws_cum_trouve)
           add ws_x_impot(ws_ext_idx) to ws_k_impot(ws_cum_trouve)
           add ws_x_retenues(ws_ext_idx)
               to ws_k_retenues(ws_cum_trouve)
           add ws_x_net(ws_ext_idx) to ws_k_net(ws_cum_trouve)
           add ws_x_rappels(ws_ext_idx)
               to ws_k_rappels(ws_cum_trouve)
           add ws_x_soldes(ws_ext_idx) to ws_k_soldes(ws_cum_trouve)
           if ws_periode > ws_k_mois(ws_cum_trouve)
               move ws_periode to ws_k_mois(ws_cum_trouve)
           end-if

           move spaces to mouvement-record
           move ws_x_id(ws_ext_idx) to mvt-id
           move ws_per_aaaa to mvt-annee
           move ws_x_soc(ws_ext_idx) to mvt-soc
           move ws_x_devise(ws_ext_idx) to mvt-devise
           move ws_x_brut(ws_ext_idx) to mvt-brut
           move ws_x_imposable(ws_ext_idx) to mvt-imposable
           move ws_x_impot(ws_ext_idx) to mvt-impot
           move ws_x_retenues(ws_ext_idx) to mvt-retenues
           move ws_x_net(ws_ext_idx) to mvt-net
           move ws_x_rappels(ws_ext_idx) to mvt-rappels
           move ws_x_soldes(ws_ext_idx) to mvt-soldes
           move ws_periode to mvt-mois
           move ws_today to mvt-poste
           move ws_joblog_operator to mvt-operateur
           write travail-record from mouvement-record
           .

       5000-controler-l-annee.
      * Etat de fin d'annee : les douze extraits postes [fichier de
      * controle, totaux lus dans chaque extrait] face au registre de
      * l'annee. Annee en cours : seuls les mois jusqu'au mois de
      * traitement sont attendus.
           move spaces to ws_annee_param
           accept ws_annee_param from environment "ANNEE_CUMULS"
           if ws_annee_param is numeric
               move function numval(ws_annee_param) to ws_annee
           else
               move ws_today(1:4) to ws_annee
           end-if
           if ws_annee = ws_today(1:4)
               move ws_today(5:2) to ws_mois_attendus
           end-if
           perform 0200-charger-le-controle

           move spaces to ws_etat_path
           string "src/cumuls-controle-" delimited by size
                  ws_annee delimited by size
                  ".txt" delimited by size
                  into ws_etat_path
           end-string
           open output etat-file
           move spaces to etat-record
           string "Controle des cumuls de paie " delimited by size
                  ws_annee delimited by size
                  " - societe " delimited by size
                  ws_societe_param delimited by size
                  " - edite le " delimited by size
                  ws_today delimited by size
                  into etat-record
           end-string
           write etat-record
           write etat-record from ws_ligne_titres

           perform varying ws_mois_idx from 1 by 1
               until ws_mois_idx > 12
               perform 5100-controler-un-mois
           end-perform

           move "EXTRAITS" to ws_l_libelle
           move ws_e_brut to ws_l_brut
           move ws_e_imposable to ws_l_imposable
           move ws_e_impot to ws_l_impot
           move ws_e_retenues to ws_l_retenues
           move ws_e_net to ws_l_net
           move ws_e_rappels to ws_l_rappels
           move ws_e_soldes to ws_l_soldes
           move spaces to etat-record
           write etat-record
           write etat-record from ws_ligne_etat

           perform varying ws_cum_idx from 1 by 1
               until ws_cum_idx > ws_cum_count
               if ws_k_annee(ws_cum_idx) = ws_annee
                  and (ws_societe_param = spaces
                       or ws_k_soc(ws_cum_idx) = ws_societe_param)
                   add ws_k_brut(ws_cum_idx) to ws_g_brut
                   add ws_k_imposable(ws_cum_idx) to ws_g_imposable
                   add ws_k_impot(ws_cum_idx) to ws_g_impot
                   add ws_k_retenues(ws_cum_idx) to ws_g_retenues
                   add ws_k_net(ws_cum_idx) to ws_g_net
                   add ws_k_rappels(ws_cum_idx) to ws_g_rappels
                   add ws_k_soldes(ws_cum_idx) to ws_g_soldes
               end-if
           end-perform
           move "REGISTRE" to ws_l_libelle
           move ws_g_brut to ws_l_brut
           move ws_g_imposable to ws_l_imposable
           move ws_g_impot to ws_l_impot
           move ws_g_retenues to ws_l_retenues
           move ws_g_net to ws_l_net
           move ws_g_rappels to ws_l_rappels
           move ws_g_soldes to ws_l_soldes
           write etat-record from ws_ligne_etat

           move "ECART" to ws_l_libelle
           compute ws_l_brut = ws_g_brut - ws_e_brut
           compute ws_l_imposable = ws_g_imposable - ws_e_imposable
           compute ws_l_impot = ws_g_impot - ws_e_impot
           compute ws_l_retenues = ws_g_retenues - ws_e_retenues
           compute ws_l_net = ws_g_net - ws_e_net
           compute ws_l_rappels = ws_g_rappels - ws_e_rappels
           compute ws_l_soldes = ws_g_soldes - ws_e_soldes
           write etat-record from ws_ligne_etat
           if ws_g_brut not = ws_e_brut
              or ws_g_imposable not = ws_e_imposable
              or ws_g_impot not = ws_e_impot
              or ws_g_retenues not = ws_e_retenues
              or ws_g_net not = ws_e_net
              or ws_g_rappels not = ws_e_rappels
              or ws_g_soldes not = ws_e_soldes
               move 1 to ws_nb_ecarts
           end-if
           close etat-file

           display "Controle des cumuls " ws_annee " : "
               function trim(ws_etat_path) " [" ws_nb_manquants
               " mois non poste(s), ecart registre "
               ws_nb_ecarts "]"
           if ws_nb_manquants > 0 or ws_nb_ecarts > 0
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Cumuls " delimited by size
                      ws_annee delimited by size
                      " : " delimited by size
                      ws_nb_manquants delimited by size
                      " mois non poste(s), registre en ecart "
                          delimited by size
                      ws_nb_ecarts delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
           end-if
           .

       5100-controler-un-mois.
           compute ws_mois_cle = ws_annee * 100 + ws_mois_idx
           move 'N' to ws_mois_poste
           move spaces to ws_ligne_etat
           move ws_mois_cle to ws_l_libelle
           move 0 to ws_l_brut ws_l_imposable ws_l_impot
               ws_l_retenues ws_l_net ws_l_rappels ws_l_soldes
           perform varying ws_ctl_idx from 1 by 1
               until ws_ctl_idx > ws_ctl_count
               if ws_t_periode(ws_ctl_idx) = ws_mois_cle
                  and (ws_societe_param = spaces
                       or ws_t_soc(ws_ctl_idx) = ws_societe_param)
                   move 'O' to ws_mois_poste
                   add ws_t_brut(ws_ctl_idx) to ws_e_brut
                   add ws_t_imposable(ws_ctl_idx) to ws_e_imposable
                   add ws_t_impot(ws_ctl_idx) to ws_e_impot
                   add ws_t_retenues(ws_ctl_idx) to ws_e_retenues
                   add ws_t_net(ws_ctl_idx) to ws_e_net
                   add ws_t_rappels(ws_ctl_idx) to ws_e_rappels
                   add ws_t_soldes(ws_ctl_idx) to ws_e_soldes
                   move ws_t_brut(ws_ctl_idx) to ws_l_brut
                   move ws_t_imposable(ws_ctl_idx) to ws_l_imposable
                   move ws_t_impot(ws_ctl_idx) to ws_l_impot
                   move ws_t_retenues(ws_ctl_idx) to ws_l_retenues
                   move ws_t_net(ws_ctl_idx) to ws_l_net
                   move ws_t_rappels(ws_ctl_idx) to ws_l_rappels
                   move ws_t_soldes(ws_ctl_idx) to ws_l_soldes
               end-if
           end-perform
           if ws_mois_poste = 'N'
               if ws_mois_idx <= ws_mois_attendus
                   add 1 to ws_nb_manquants
                   move spaces to etat-record
                   string ws_mois_cle delimited by size
                          "      NON POSTE" delimited by size
                          into etat-record
                   end-string
                   write etat-record
               end-if
           else
               write etat-record from ws_ligne_etat
           end-if
           .

       8000-trouver-le-cumul.
           move 0 to ws_cum_trouve
           perform varying ws_cum_idx from 1 by 1
               until ws_cum_idx > ws_cum_count
               if ws_k_id(ws_cum_idx) = ws_cle_id
                  and ws_k_annee(ws_cum_idx) = ws_cle_annee
                  and ws_k_soc(ws_cum_idx) = ws_cle_soc
                   move ws_cum_idx to ws_cum_trouve
               end-if
           end-perform
           .

       8100-creer-le-cumul.
           if ws_cum_count >= 9000
               display "CUMULS : table pleine (9000 max) - id "
                   ws_cle_id " non cumule"
               exit paragraph
           end-if
           add 1 to ws_cum_count
           move ws_cum_count to ws_cum_trouve
           initialize ws_cum_entry(ws_cum_trouve)
           move ws_cle_id to ws_k_id(ws_cum_trouve)
           move ws_cle_annee to ws_k_annee(ws_cum_trouve)
           move ws_cle_soc to ws_k_soc(ws_cum_trouve)
           move ws_x_devise(ws_ext_idx) to ws_k_devise(ws_cum_trouve)
           .

       9000-reecrire-le-registre.
           open output cumuls-file
           perform varying ws_cum_idx from 1 by 1
               until ws_cum_idx > ws_cum_count
               move spaces to cumul-record
               move ws_k_id(ws_cum_idx) to cum-id
               move ws_k_annee(ws_cum_idx) to cum-annee
               move ws_k_soc(ws_cum_idx) to cum-soc
               move ws_k_devise(ws_cum_idx) to cum-devise
               move ws_k_brut(ws_cum_idx) to cum-brut
               move ws_k_imposable(ws_cum_idx) to cum-imposable
               move ws_k_impot(ws_cum_idx) to cum-impot
               move ws_k_retenues(ws_cum_idx) to cum-retenues
               move ws_k_net(ws_cum_idx) to cum-net
               move ws_k_rappels(ws_cum_idx) to cum-rappels
               move ws_k_soldes(ws_cum_idx) to cum-soldes
               move ws_k_mois(ws_cum_idx) to cum-mois
               write cumul-record
           end-perform
           close cumuls-file
           .

       9100-reecrire-le-controle.
      * La ligne du mois pour la societe traitee remplace celle d'une
      * passation precedente du meme mois.
           open output controle-file
           perform varying ws_ctl_idx from 1 by 1
               until ws_ctl_idx > ws_ctl_count
               if ws_t_periode(ws_ctl_idx) not = ws_periode
                  or (ws_societe_param not = spaces
                      and ws_t_soc(ws_ctl_idx) not = ws_societe_param)
                   move spaces to controle-record
                   move ws_t_periode(ws_ctl_idx) to ctl-periode
                   move ws_t_soc(ws_ctl_idx) to ctl-soc
                   move ws_t_nb(ws_ctl_idx) to ctl-nb
                   move ws_t_brut(ws_ctl_idx) to ctl-brut
                   move ws_t_imposable(ws_ctl_idx) to ctl-imposable
                   move ws_t_impot(ws_ctl_idx) to ctl-impot
                   move ws_t_retenues(ws_ctl_idx) to ctl-retenues
                   move ws_t_net(ws_ctl_idx) to ctl-net
                   move ws_t_rappels(ws_ctl_idx) to ctl-rappels
                   move ws_t_soldes(ws_ctl_idx) to ctl-soldes
                   move ws_t_poste(ws_ctl_idx) to ctl-poste
                   write controle-record
               end-if
           end-perform
           move spaces to controle-record
           move ws_periode to ctl-periode
           move ws_societe_param to ctl-soc
           move ws_c_nb to ctl-nb
           move ws_c_brut to ctl-brut
           move ws_c_imposable to ctl-imposable
           move ws_c_impot to ctl-impot
           move ws_c_retenues to ctl-retenues
           move ws_c_net to ctl-net
           move ws_c_rappels to ctl-rappels
           move ws_c_soldes to ctl-soldes
           move ws_today to ctl-poste
           write controle-record
           close controle-file
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
