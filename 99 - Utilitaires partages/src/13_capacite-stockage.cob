      ******************************************************************
      * Nom du Projet   : Capacite et croissance des fichiers de la
      *                   suite
      * Description     : Personne ne regardait grossir les fichiers
      *    avant qu'un disque ne se remplisse en pleine nuit ;
      *    15_catalogue-archives n'inventorie que les archives. Ce
      *    rapport hebdomadaire mesure chaque fichier, repertoire ou
      *    famille de fichiers de ../capacite-fichiers.txt [fichier
      *    maître, historique, journaux et leurs historiques
      *    mensuels, file de notifications, archives, messages...]
      *    ainsi que toute affectation active de affectations.cfg
      *    [meme resolution que SPAFFECT] : nombre d'enregistrements
      *    et taille en Ko, par la commande systeme comme
      *    15_catalogue-archives. Chaque mesure s'ajoute a
      *    ../capacite-historique.txt ; la croissance hebdomadaire se
      *    calcule contre la mesure d'au moins sept jours la plus
      *    recente [a defaut la plus ancienne], et la date de
      *    saturation se projette lineairement jusqu'au seuil du
      *    fichier [defaut CAPACITE_SEUIL_KO, 1 000 000 Ko]. Rapport
      *    ../rapport-capacite-AAAAMMJJ.txt ; une croissance au-dela
      *    de l'attendu est signalee, une saturation projetee a moins
      *    de CAPACITE_HORIZON jours [defaut 90] ou un seuil deja
      *    atteint finit en avertissement rc 4, ce qui ouvre une fiche
      *    au registre des actions.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 13_capacite-stockage.

       environment division.
       input-output section.
       file-control.
           select fichiers-file assign to "../capacite-fichiers.txt"
               organization is line sequential
               file status is ws_fs_fichiers.

           select affectations-file assign to dynamic ws_config_path
               organization is line sequential
               file status is ws_fs_affect.

      * Resultat de la commande de mesure, meme recours a SYSTEM que
      * 15_catalogue-archives.cob.
           select mesure-file assign to "capacite-mesure.tmp"
               organization is line sequential
               file status is ws_fs_mesure.

           select historique-file
               assign to "../capacite-historique.txt"
               organization is line sequential
               file status is ws_fs_hist.

           select rapport-file assign to dynamic ws_rapport_path
               organization is line sequential
               file status is ws_fs_rapport.

       data division.
       file section.
       fd fichiers-file.
       01 fichier-record.
           05 fic-nom      pic x(20).
           05 filler       pic x.
           05 fic-seuil    pic 9(9).
           05 filler       pic x.
           05 fic-attendu  pic 9(7).
           05 filler       pic x.
           05 fic-chemin   pic x(80).

       fd affectations-file.
       01 affectation-record.
           05 aff-nom-logique pic x(20).
           05 filler          pic x.
           05 aff-chemin      pic x(100).

       fd mesure-file.
       01 mesure-record    pic x(80).

       fd historique-file.
       01 historique-record.
           05 hst-date     pic 9(8).
           05 filler       pic x.
           05 hst-nom      pic x(20).
           05 filler       pic x.
           05 hst-enreg    pic 9(9).
           05 filler       pic x.
           05 hst-ko       pic 9(9).

       fd rapport-file.
       01 rapport-record   pic x(132).

       working-storage section.
       01 ws_fs_fichiers   pic xx value "00".
       01 ws_fs_affect     pic xx value "00".
       01 ws_fs_mesure     pic xx value "00".
       01 ws_fs_hist       pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 fin_fichiers     pic x value 'N'.
       01 fin_affect       pic x value 'N'.
       01 fin_hist         pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_rapport_path  pic x(60) value spaces.
       01 ws_config_path   pic x(100) value spaces.
       01 ws_config_env    pic x(100) value spaces.
       01 ws_param         pic x(9) value spaces.
       01 ws_seuil_defaut  pic 9(9) value 1000000.
       01 ws_horizon       pic 9(5) value 90.

      * Fichiers suivis : chemin resolu, seuil, croissance attendue,
      * mesure du jour et mesures de reference de l'historique.
       01 ws_fic_table.
           05 ws_fic_entry occurs 60 times.
               10 ws_f_nom       pic x(20).
               10 ws_f_chemin    pic x(100).
               10 ws_f_seuil     pic 9(9).
               10 ws_f_attendu   pic 9(7).
               10 ws_f_nature    pic x(1).
               10 ws_f_enreg     pic 9(9).
               10 ws_f_ko        pic 9(9).
               10 ws_f_ref7_date pic 9(8).
               10 ws_f_ref7_ko   pic 9(9).
               10 ws_f_ref7_enr  pic 9(9).
               10 ws_f_ref1_date pic 9(8).
               10 ws_f_ref1_ko   pic 9(9).
               10 ws_f_ref1_enr  pic 9(9).
       01 ws_fic_count     pic 9(2) value 0.
       01 ws_fic_idx       pic 9(2) value 0.
       01 ws_fic_trouve    pic 9(2) value 0.

      * Mesure d'un chemin par la commande systeme : nature [D
      * repertoire, F fichier ou famille, A absent], enregistrements,
      * taille [Ko pour un repertoire, octets sinon].
       01 ws_cmd           pic x(400) value spaces.
       01 ws_mes_nature    pic x(1) value space.
       01 ws_mes_nb_txt    pic x(15) value spaces.
       01 ws_mes_taille_txt pic x(15) value spaces.
       01 ws_mes_octets    pic 9(12) value 0.

      * Croissance et projection.
       01 ws_ecart         pic s9(7) value 0.
       01 ws_ref_date      pic 9(8) value 0.
       01 ws_ref_ko        pic 9(9) value 0.
       01 ws_ref_enr       pic 9(9) value 0.
       01 ws_croissance    pic s9(9) value 0.
       01 ws_croiss_enr    pic s9(9) value 0.
       01 ws_jours         pic 9(7) value 0.
       01 ws_date_satur    pic 9(8) value 0.
       01 ws_alerte        pic x(24) value spaces.
       01 ws_nb_saturation pic 9(3) value 0.
       01 ws_nb_croissance pic 9(3) value 0.

       01 ws_ligne_detail.
           05 ws_d_nom         pic x(20).
           05 filler           pic x(1) value space.
           05 ws_d_nature      pic x(1).
           05 filler           pic x(1) value space.
           05 ws_d_enreg       pic zzz,zzz,zz9.
           05 filler           pic x(1) value space.
           05 ws_d_ko          pic zzz,zzz,zz9.
           05 filler           pic x(1) value space.
           05 ws_d_croiss      pic ---,---,--9.
           05 filler           pic x(1) value space.
           05 ws_d_croiss_enr  pic ---,---,--9.
           05 filler           pic x(1) value space.
           05 ws_d_seuil       pic zzz,zzz,zz9.
           05 filler           pic x(1) value space.
           05 ws_d_satur       pic x(10).
           05 filler           pic x(1) value space.
           05 ws_d_alerte      pic x(24).

      * Consignation des messages d'erreur dans le fichier de
      * messages date [MSGLOG] : la chaine tourne sans surveillance,
      * un DISPLAY seul disparait avec la console.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'W'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "13_capacite-stockage".
       01 ws_joblog_path   pic x(100) value "../job-log.txt".
       01 ws_joblog_action pic x(1).
       01 ws_joblog_count  pic 9(5) value 0.
       01 ws_joblog_rc     pic 9(2) value 0.
       01 ws_joblog_operator pic x(8) value spaces.

       procedure division.

           accept ws_joblog_operator from environment "USER"
           call "SPAFFECT" using ws_affect_config ws_dd_joblog
               ws_joblog_path
           move 'S' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           perform 0010-date-de-traitement
           perform 0020-lire-les-parametres
           move spaces to ws_rapport_path
           string "../rapport-capacite-" delimited by size
                  ws_today delimited by size
                  ".txt" delimited by size
                  into ws_rapport_path
           end-string

           perform 0100-charger-les-fichiers
           perform 0200-charger-les-affectations
           if ws_fic_count = 0
               display "Aucun fichier a mesurer [capacite-fichiers.txt"
                   " absent, aucune affectation active]."
               move 'E' to ws_joblog_action
               call "JOBLOG" using ws_joblog_path ws_joblog_name
                   ws_joblog_action ws_joblog_count ws_joblog_rc
                       ws_joblog_operator
               move ws_joblog_rc to return-code
               goback
           end-if

           perform 0300-charger-l-historique
           perform varying ws_fic_idx from 1 by 1
               until ws_fic_idx > ws_fic_count
               perform 1000-mesurer-un-fichier
           end-perform
           move "rm -f capacite-mesure.tmp" to ws_cmd
           call "SYSTEM" using ws_cmd

           perform 2000-ecrire-le-rapport
           perform 3000-ajouter-a-l-historique

           display "Rapport de capacite ecrit : "
               function trim(ws_rapport_path) " [" ws_fic_count
               " fichier(s), " ws_nb_saturation " saturation(s)"
               " projetee(s), " ws_nb_croissance
               " croissance(s) anormale(s)]"
           if ws_nb_saturation > 0
               move 4 to ws_joblog_rc
           end-if

           move ws_fic_count to ws_joblog_count
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
           move spaces to ws_param
           accept ws_param from environment "CAPACITE_SEUIL_KO"
           if ws_param not = spaces
              and function test-numval(ws_param) = 0
              and function numval(ws_param) > 0
               move function numval(ws_param) to ws_seuil_defaut
           end-if
           move spaces to ws_param
           accept ws_param from environment "CAPACITE_HORIZON"
           if ws_param not = spaces
              and function test-numval(ws_param) = 0
              and function numval(ws_param) > 0
               move function numval(ws_param) to ws_horizon
           end-if
           .

       0100-charger-les-fichiers.
      * Fichiers connus de la suite ; un nom logique affecte par
      * affectations.cfg y prend son chemin [SPAFFECT].
           open input fichiers-file
           if ws_fs_fichiers not = "00"
               display "Liste des fichiers suivis absente"
                   " [../capacite-fichiers.txt] : affectations seules."
               exit paragraph
           end-if
           perform until fin_fichiers = 'Y'
               read fichiers-file
                   at end
                       move 'Y' to fin_fichiers
                   not at end
                       if fichier-record not = spaces
                          and fichier-record(1:1) not = '*'
                          and ws_fic_count < 60
                           add 1 to ws_fic_count
                           perform 0110-retenir-un-fichier
                       end-if
               end-read
           end-perform
           close fichiers-file
           .

       0110-retenir-un-fichier.
           initialize ws_fic_entry(ws_fic_count)
           move fic-nom to ws_f_nom(ws_fic_count)
           move fic-chemin to ws_f_chemin(ws_fic_count)
           call "SPAFFECT" using ws_affect_config
               ws_f_nom(ws_fic_count) ws_f_chemin(ws_fic_count)
           if fic-seuil is numeric and fic-seuil > 0
               move fic-seuil to ws_f_seuil(ws_fic_count)
           else
               move ws_seuil_defaut to ws_f_seuil(ws_fic_count)
           end-if
           if fic-attendu is numeric
               move fic-attendu to ws_f_attendu(ws_fic_count)
           end-if
           .

       0200-charger-les-affectations.
      * Toute affectation active de la configuration est mesuree,
      * meme absente de la liste des fichiers suivis [seuil par
      * defaut, croissance non suivie].
           move spaces to ws_config_env
           accept ws_config_env
               from environment "FICHIER_AFFECTATIONS"
           if ws_config_env not = spaces
               move ws_config_env to ws_config_path
           else
               move ws_affect_config to ws_config_path
           end-if
           open input affectations-file
           if ws_fs_affect not = "00"
               exit paragraph
           end-if
           perform until fin_affect = 'Y'
               read affectations-file
                   at end
                       move 'Y' to fin_affect
                   not at end
                       if affectation-record not = spaces
                          and affectation-record(1:1) not = '*'
                           perform 0210-retenir-une-affectation
                       end-if
               end-read
           end-perform
           close affectations-file
           .

       0210-retenir-une-affectation.
           move 0 to ws_fic_trouve
           perform varying ws_fic_idx from 1 by 1
               until ws_fic_idx > ws_fic_count
               if ws_f_nom(ws_fic_idx) = aff-nom-logique
                   move ws_fic_idx to ws_fic_trouve
               end-if
           end-perform
           if ws_fic_trouve > 0 or ws_fic_count >= 60
               exit paragraph
           end-if
           add 1 to ws_fic_count
           initialize ws_fic_entry(ws_fic_count)
           move aff-nom-logique to ws_f_nom(ws_fic_count)
           move aff-chemin to ws_f_chemin(ws_fic_count)
           move ws_seuil_defaut to ws_f_seuil(ws_fic_count)
           .

       0300-charger-l-historique.
      * Mesures de reference par fichier : la plus recente d'au moins
      * sept jours, et a defaut la plus ancienne d'un jour precedent.
           open input historique-file
           if ws_fs_hist not = "00"
               exit paragraph
           end-if
           perform until fin_hist = 'Y'
               read historique-file
                   at end
                       move 'Y' to fin_hist
                   not at end
                       if hst-date is numeric
                          and hst-date < ws_today
                           perform 0310-retenir-une-mesure
                       end-if
               end-read
           end-perform
           close historique-file
           .

       0310-retenir-une-mesure.
           move 0 to ws_fic_trouve
           perform varying ws_fic_idx from 1 by 1
               until ws_fic_idx > ws_fic_count
               if ws_f_nom(ws_fic_idx) = hst-nom
                   move ws_fic_idx to ws_fic_trouve
               end-if
           end-perform
           if ws_fic_trouve = 0
               exit paragraph
           end-if
           compute ws_ecart = function integer-of-date(ws_today)
               - function integer-of-date(hst-date)
           if ws_ecart >= 7
              and hst-date > ws_f_ref7_date(ws_fic_trouve)
               move hst-date to ws_f_ref7_date(ws_fic_trouve)
               move hst-ko to ws_f_ref7_ko(ws_fic_trouve)
               move hst-enreg to ws_f_ref7_enr(ws_fic_trouve)
           end-if
           if ws_f_ref1_date(ws_fic_trouve) = 0
              or hst-date < ws_f_ref1_date(ws_fic_trouve)
               move hst-date to ws_f_ref1_date(ws_fic_trouve)
               move hst-ko to ws_f_ref1_ko(ws_fic_trouve)
               move hst-enreg to ws_f_ref1_enr(ws_fic_trouve)
           end-if
           .

       1000-mesurer-un-fichier.
      * Chemins relatifs au dossier 02, comme dans affectations.cfg ;
      * un chemin a joker [messages-*.txt] mesure toute la famille.
           move spaces to ws_cmd
           string '( cd "../02 - Lire une structure JSON" && if [ -d '
                      delimited by size
                  function trim(ws_f_chemin(ws_fic_idx))
                      delimited by size
                  ' ]; then echo D $(find ' delimited by size
                  function trim(ws_f_chemin(ws_fic_idx))
                      delimited by size
                  ' -type f | wc -l) $(du -sk ' delimited by size
                  function trim(ws_f_chemin(ws_fic_idx))
                      delimited by size
                  ' | cut -f1); elif ls ' delimited by size
                  function trim(ws_f_chemin(ws_fic_idx))
                      delimited by size
                  ' >/dev/null 2>&1; then echo F $(cat '
                      delimited by size
                  function trim(ws_f_chemin(ws_fic_idx))
                      delimited by size
                  ' | wc -l) $(cat ' delimited by size
                  function trim(ws_f_chemin(ws_fic_idx))
                      delimited by size
                  ' | wc -c); else echo A 0 0; fi ) > '
                      delimited by size
                  'capacite-mesure.tmp' delimited by size
                  into ws_cmd
           end-string
           call "SYSTEM" using ws_cmd

           move 'A' to ws_f_nature(ws_fic_idx)
           move 0 to ws_f_enreg(ws_fic_idx)
           move 0 to ws_f_ko(ws_fic_idx)
           open input mesure-file
           if ws_fs_mesure not = "00"
               exit paragraph
           end-if
           read mesure-file
               at end
                   move spaces to mesure-record
           end-read
           close mesure-file
           move space to ws_mes_nature
           move spaces to ws_mes_nb_txt ws_mes_taille_txt
           unstring mesure-record delimited by all spaces
               into ws_mes_nature ws_mes_nb_txt ws_mes_taille_txt
           end-unstring
           if ws_mes_nature = 'D' or ws_mes_nature = 'F'
               move ws_mes_nature to ws_f_nature(ws_fic_idx)
               if function test-numval(ws_mes_nb_txt) = 0
                   move function numval(ws_mes_nb_txt)
                       to ws_f_enreg(ws_fic_idx)
               end-if
               if function test-numval(ws_mes_taille_txt) = 0
                   move function numval(ws_mes_taille_txt)
                       to ws_mes_octets
                   if ws_mes_nature = 'D'
                       move ws_mes_octets to ws_f_ko(ws_fic_idx)
                   else
                       compute ws_f_ko(ws_fic_idx) =
                           (ws_mes_octets + 1023) / 1024
                   end-if
               end-if
           end-if
           .

       2000-ecrire-le-rapport.
           open output rapport-file
           move spaces to rapport-record
           string "Capacite des fichiers de la suite - " delimited by
                      size
                  ws_today delimited by size
                  " [horizon d'alerte " delimited by size
                  ws_horizon delimited by size
                  " jours]" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           move spaces to rapport-record
           write rapport-record
           move "Nom logique          N      Enreg.          Ko"
               to rapport-record
           move "Ko/sem.  Enreg./sem.       Seuil Ko Saturation"
               to rapport-record(50:48)
           write rapport-record
           perform varying ws_fic_idx from 1 by 1
               until ws_fic_idx > ws_fic_count
               perform 2100-projeter-un-fichier
           end-perform
           move spaces to rapport-record
           write rapport-record
           move spaces to rapport-record
           string "Nature : D repertoire, F fichier ou famille,"
                      delimited by size
                  " A absent. Croissance contre la mesure de "
                      delimited by size
                  "reference de ../capacite-historique.txt."
                      delimited by size
                  into rapport-record
           end-string
           write rapport-record
           close rapport-file
           .

       2100-projeter-un-fichier.
      * Croissance ramenee a la semaine, projection lineaire de la
      * date ou la taille atteint le seuil.
           move 0 to ws_croissance
           move 0 to ws_croiss_enr
           move spaces to ws_alerte
           move spaces to ws_d_satur
           if ws_f_ref7_date(ws_fic_idx) > 0
               move ws_f_ref7_date(ws_fic_idx) to ws_ref_date
               move ws_f_ref7_ko(ws_fic_idx) to ws_ref_ko
               move ws_f_ref7_enr(ws_fic_idx) to ws_ref_enr
           else
               move ws_f_ref1_date(ws_fic_idx) to ws_ref_date
               move ws_f_ref1_ko(ws_fic_idx) to ws_ref_ko
               move ws_f_ref1_enr(ws_fic_idx) to ws_ref_enr
           end-if
           if ws_ref_date > 0
               compute ws_ecart = function integer-of-date(ws_today)
                   - function integer-of-date(ws_ref_date)
               compute ws_croissance =
                   (ws_f_ko(ws_fic_idx) - ws_ref_ko) * 7 / ws_ecart
               compute ws_croiss_enr =
                   (ws_f_enreg(ws_fic_idx) - ws_ref_enr) * 7
                   / ws_ecart
           else
               move "NOUVEAU" to ws_d_satur
           end-if

           if ws_f_ko(ws_fic_idx) >= ws_f_seuil(ws_fic_idx)
               move "SEUIL ATTEINT" to ws_alerte
               move "ATTEINTE" to ws_d_satur
               add 1 to ws_nb_saturation
               perform 2200-signaler-la-saturation
           else
               if ws_croissance > 0
                   compute ws_jours = (ws_f_seuil(ws_fic_idx)
                       - ws_f_ko(ws_fic_idx)) * 7 / ws_croissance
                   if ws_jours < 99999
                       compute ws_date_satur = function date-of-integer
                           (function integer-of-date(ws_today)
                            + ws_jours)
                       move ws_date_satur to ws_d_satur
                   end-if
                   if ws_jours <= ws_horizon
                       move "SATURATION PROCHE" to ws_alerte
                       add 1 to ws_nb_saturation
                       perform 2200-signaler-la-saturation
                   end-if
               end-if
           end-if

           if ws_f_attendu(ws_fic_idx) > 0
              and ws_croissance > ws_f_attendu(ws_fic_idx)
               add 1 to ws_nb_croissance
               if ws_alerte = spaces
                   move "CROISSANCE ANORMALE" to ws_alerte
               end-if
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Croissance anormale " delimited by size
                      ws_f_nom(ws_fic_idx) delimited by space
                      " : " delimited by size
                      ws_croissance delimited by size
                      " Ko/semaine [attendu " delimited by size
                      ws_f_attendu(ws_fic_idx) delimited by size
                      "]" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
           end-if

           move ws_f_nom(ws_fic_idx) to ws_d_nom
           move ws_f_nature(ws_fic_idx) to ws_d_nature
           move ws_f_enreg(ws_fic_idx) to ws_d_enreg
           move ws_f_ko(ws_fic_idx) to ws_d_ko
           move ws_croissance to ws_d_croiss
           move ws_croiss_enr to ws_d_croiss_enr
           move ws_f_seuil(ws_fic_idx) to ws_d_seuil
           move ws_alerte to ws_d_alerte
           write rapport-record from ws_ligne_detail
           .

       2200-signaler-la-saturation.
           move 'W' to ws_msglog_grav
           move spaces to ws_msglog_texte
           string "Capacite " delimited by size
                  ws_f_nom(ws_fic_idx) delimited by space
                  " : " delimited by size
                  ws_alerte delimited by size
                  " [" delimited by size
                  ws_f_ko(ws_fic_idx) delimited by size
                  " Ko, seuil " delimited by size
                  ws_f_seuil(ws_fic_idx) delimited by size
                  "]" delimited by size
                  into ws_msglog_texte
           end-string
           perform 9900-consigner-message
           .

       3000-ajouter-a-l-historique.
           open extend historique-file
           if ws_fs_hist not = "00"
               open output historique-file
           end-if
           perform varying ws_fic_idx from 1 by 1
               until ws_fic_idx > ws_fic_count
               move spaces to historique-record
               move ws_today to hst-date
               move ws_f_nom(ws_fic_idx) to hst-nom
               move ws_f_enreg(ws_fic_idx) to hst-enreg
               move ws_f_ko(ws_fic_idx) to hst-ko
               write historique-record
           end-perform
           close historique-file
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
