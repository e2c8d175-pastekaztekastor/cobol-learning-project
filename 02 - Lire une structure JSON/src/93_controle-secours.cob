      ******************************************************************
      * Nom du Projet   : Controle du matin du site de secours
      * Description     : La replication de fin de chaine
      *    [92_replic-secours] inscrit au registre
      *    src/registre-replication.txt le point de reprise de chaque
      *    fichier critique. Ce controle du matin dit si le secours
      *    est encore utilisable :
      *    - site injoignable : la sonde secours-sonde.txt ne se lit
      *      plus a la racine SITE-SECOURS [../affectations.cfg] ;
      *    - point de reprise trop ancien : la derniere copie OK d'un
      *      fichier date de plus que son objectif en heures
      *      [src/fichiers-critiques.txt] - l'original absent au
      *      dernier passage compte comme a jour, il n'y avait rien a
      *      perdre ;
      *    - jamais replique, ou dernier passage en ecart, en echec
      *      ou sous verrou pour ce fichier.
      *    Rapport src/rapport-secours.txt, avertissement rc 4 et
      *    message du jour [MSGLOG] des qu'un constat est leve.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 93_controle-secours.

       environment division.
       input-output section.
       file-control.
           select critiques-file
               assign to "src/fichiers-critiques.txt"
               organization is line sequential
               file status is ws_fs_critiques.

           select registre-file
               assign to "src/registre-replication.txt"
               organization is line sequential
               file status is ws_fs_registre.

           select sonde-file assign to dynamic ws_sonde_path
               organization is line sequential
               file status is ws_fs_sonde.

           select rapport-file assign to "src/rapport-secours.txt"
               organization is line sequential
               file status is ws_fs_rapport.

       data division.
       file section.
       fd critiques-file.
       01 critique-record.
           05 fcr-code     pic x(12).
           05 filler       pic x.
           05 fcr-type     pic x(1).
           05 filler       pic x.
           05 fcr-rpo      pic 9(3).
           05 filler       pic x.
           05 fcr-chemin   pic x(60).

       fd registre-file.
       01 registre-record.
           05 rep-date     pic 9(8).
           05 filler       pic x.
           05 rep-heure    pic 9(6).
           05 filler       pic x.
           05 rep-code     pic x(12).
           05 filler       pic x.
           05 rep-verdict  pic x(11).
           05 filler       pic x.
           05 rep-nb       pic 9(7).
           05 filler       pic x.
           05 rep-controle pic 9(9).
           05 filler       pic x.
           05 rep-fichier  pic x(60).

       fd sonde-file.
       01 sonde-record.
           05 sd-date      pic 9(8).
           05 filler       pic x.
           05 sd-heure     pic 9(6).
           05 filler       pic x.
           05 sd-operateur pic x(8).

       fd rapport-file.
       01 rapport-record   pic x(120).

       working-storage section.
       01 ws_fs_critiques  pic xx value "00".
       01 ws_fs_registre   pic xx value "00".
       01 ws_fs_sonde      pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 fin_critiques    pic x value 'N'.
       01 fin_registre     pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_heure         pic 9(8) value 0.
       01 ws_heure_dec redefines ws_heure.
           05 ws_hh        pic 9(2).
           05 ws_mi        pic 9(2).
           05 filler       pic 9(4).

      * Fichiers critiques et leur etat au registre : point de
      * reprise [derniere copie OK], dernier passage et son verdict
      * [le pire des lignes du passage pour un repertoire].
       01 ws_crit_table.
           05 ws_crit_entry occurs 50 times.
               10 ws_c_code      pic x(12).
               10 ws_c_rpo       pic 9(3).
               10 ws_c_pt_date   pic 9(8).
               10 ws_c_pt_heure  pic 9(6).
               10 ws_c_run_date  pic 9(8).
               10 ws_c_run_heure pic 9(6).
               10 ws_c_verdict   pic x(11).
       01 ws_crit_count    pic 9(3) value 0.
       01 ws_crit_idx      pic 9(3) value 0.
       01 ws_crit_trouve   pic 9(3) value 0.

      * Age d'un point de reprise en heures.
       01 ws_pt_heure      pic 9(6) value 0.
       01 ws_pt_dec redefines ws_pt_heure.
           05 ws_pt_hh     pic 9(2).
           05 ws_pt_mi     pic 9(2).
           05 ws_pt_ss     pic 9(2).
       01 ws_age_minutes   pic s9(9) value 0.
       01 ws_age_heures    pic 9(5) value 0.
       01 ws_constat       pic x(20) value spaces.

       01 ws_dd_secours    pic x(20) value "SITE-SECOURS".
       01 ws_dr_racine     pic x(100) value "../secours".
       01 ws_sonde_path    pic x(100) value spaces.

       01 ws_nb_constats   pic 9(5) value 0.

      * Consignation des incidents dans le fichier de messages date
      * [MSGLOG] : la chaine tourne sans surveillance.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'W'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "93_controle-secours".
       01 ws_joblog_path   pic x(100) value "../job-log.txt".
       01 ws_joblog_action pic x(1).
       01 ws_joblog_count  pic 9(5) value 0.
       01 ws_joblog_rc     pic 9(2) value 0.
       01 ws_joblog_operator pic x(8) value spaces.

       procedure division.

           accept ws_joblog_operator from environment "USER"
           call "SPAFFECT" using ws_affect_config ws_dd_joblog
               ws_joblog_path
           call "SPAFFECT" using ws_affect_config ws_dd_secours
               ws_dr_racine
           move 'S' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           accept ws_today from date yyyymmdd
           accept ws_heure from time

           perform 0100-charger-les-critiques
           if ws_joblog_rc < 16
               perform 0200-lire-le-registre
               open output rapport-file
               move spaces to rapport-record
               string "Controle du site de secours au "
                          delimited by size
                      ws_today delimited by size
                      " " delimited by size
                      ws_heure(1:4) delimited by size
                      into rapport-record
               end-string
               write rapport-record
               move spaces to rapport-record
               write rapport-record
               perform 1000-sonder-le-site
               perform varying ws_crit_idx from 1 by 1
                   until ws_crit_idx > ws_crit_count
                   perform 2000-controler-un-critique
               end-perform
               move spaces to rapport-record
               write rapport-record
               move spaces to rapport-record
               string "TOTAL : " delimited by size
                      ws_crit_count delimited by size
                      " fichier(s) critique(s), " delimited by size
                      ws_nb_constats delimited by size
                      " constat(s)" delimited by size
                      into rapport-record
               end-string
               write rapport-record
               close rapport-file

               display "Controle secours ecrit : rapport-secours.txt ["
                   ws_nb_constats " constat(s)]"
               if ws_nb_constats > 0
                   move 'W' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Site de secours : " delimited by size
                          ws_nb_constats delimited by size
                          " constat(s) [rapport-secours.txt]"
                              delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   move 4 to ws_joblog_rc
               end-if
           end-if

           move ws_nb_constats to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move ws_joblog_rc to return-code
           goback.

       0100-charger-les-critiques.
           open input critiques-file
           if ws_fs_critiques not = "00"
               display "Liste des fichiers critiques absente :"
                   " src/fichiers-critiques.txt"
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           perform until fin_critiques = 'Y'
               read critiques-file
                   at end
                       move 'Y' to fin_critiques
                   not at end
                       if fcr-code not = spaces
                          and ws_crit_count < 50
                           add 1 to ws_crit_count
                           move fcr-code to ws_c_code(ws_crit_count)
                           if fcr-rpo is numeric and fcr-rpo > 0
                               move fcr-rpo to ws_c_rpo(ws_crit_count)
                           else
                               move 24 to ws_c_rpo(ws_crit_count)
                           end-if
                           move 0 to ws_c_pt_date(ws_crit_count)
                           move 0 to ws_c_pt_heure(ws_crit_count)
                           move 0 to ws_c_run_date(ws_crit_count)
                           move 0 to ws_c_run_heure(ws_crit_count)
                           move spaces to ws_c_verdict(ws_crit_count)
                       end-if
               end-read
           end-perform
           close critiques-file
           .

       0200-lire-le-registre.
           open input registre-file
           if ws_fs_registre not = "00"
               exit paragraph
           end-if
           perform until fin_registre = 'Y'
               read registre-file
                   at end
                       move 'Y' to fin_registre
                   not at end
                       perform 0210-retenir-une-ligne
               end-read
           end-perform
           close registre-file
           .

       0210-retenir-une-ligne.
           move 0 to ws_crit_trouve
           perform varying ws_crit_idx from 1 by 1
               until ws_crit_idx > ws_crit_count
                  or ws_crit_trouve > 0
               if ws_c_code(ws_crit_idx) = rep-code
                   move ws_crit_idx to ws_crit_trouve
               end-if
           end-perform
           if ws_crit_trouve = 0
               exit paragraph
           end-if

      * Nouveau passage : son verdict repart de la ligne lue ; meme
      * passage [fichiers d'un repertoire] : un ecart l'emporte.
           if rep-date not = ws_c_run_date(ws_crit_trouve)
              or rep-heure not = ws_c_run_heure(ws_crit_trouve)
               move rep-date to ws_c_run_date(ws_crit_trouve)
               move rep-heure to ws_c_run_heure(ws_crit_trouve)
               move rep-verdict to ws_c_verdict(ws_crit_trouve)
           else
               if rep-verdict not = "OK"
                  and rep-verdict not = "ABSENT"
                   move rep-verdict to ws_c_verdict(ws_crit_trouve)
               end-if
           end-if
           if rep-verdict = "OK" or rep-verdict = "ABSENT"
               move rep-date to ws_c_pt_date(ws_crit_trouve)
               move rep-heure to ws_c_pt_heure(ws_crit_trouve)
           end-if
           .

       1000-sonder-le-site.
           move spaces to ws_sonde_path
           string function trim(ws_dr_racine) delimited by size
                  "/secours-sonde.txt" delimited by size
                  into ws_sonde_path
           end-string
           open input sonde-file
           if ws_fs_sonde = "00"
               read sonde-file
                   at end
                       move 0 to sd-date
                       move 0 to sd-heure
               end-read
               close sonde-file
               move spaces to rapport-record
               string "JOIGNABLE           site " delimited by size
                      function trim(ws_dr_racine) delimited by size
                      " [derniere sonde " delimited by size
                      sd-date delimited by size
                      " " delimited by size
                      sd-heure delimited by size
                      "]" delimited by size
                      into rapport-record
               end-string
               write rapport-record
           else
               add 1 to ws_nb_constats
               move spaces to rapport-record
               string "INJOIGNABLE         site " delimited by size
                      function trim(ws_dr_racine) delimited by size
                      " [status " delimited by size
                      ws_fs_sonde delimited by size
                      "]" delimited by size
                      into rapport-record
               end-string
               write rapport-record
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Site de secours injoignable : "
                          delimited by size
                      function trim(ws_dr_racine) delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
           end-if
           move spaces to rapport-record
           write rapport-record
           .

       2000-controler-un-critique.
           move spaces to ws_constat
           move 0 to ws_age_heures
           if ws_c_pt_date(ws_crit_idx) = 0
               move "JAMAIS REPLIQUE" to ws_constat
           else
               move ws_c_pt_heure(ws_crit_idx) to ws_pt_heure
               compute ws_age_minutes =
                   (function integer-of-date(ws_today)
                  - function integer-of-date(ws_c_pt_date(ws_crit_idx)))
                   * 1440
                   + ws_hh * 60 + ws_mi
                   - ws_pt_hh * 60 - ws_pt_mi
               if ws_age_minutes < 0
                   move 0 to ws_age_minutes
               end-if
               compute ws_age_heures = ws_age_minutes / 60
               if ws_age_minutes > ws_c_rpo(ws_crit_idx) * 60
                   move "RPO DEPASSE" to ws_constat
               else
                   if ws_c_verdict(ws_crit_idx) not = "OK"
                      and ws_c_verdict(ws_crit_idx) not = "ABSENT"
                       move "DERNIER PASSAGE" to ws_constat
                   end-if
               end-if
           end-if

           if ws_constat = spaces
               move "OK" to ws_constat
           else
               add 1 to ws_nb_constats
           end-if
           move spaces to rapport-record
           string ws_constat delimited by size
                  ws_c_code(ws_crit_idx) delimited by size
                  " point de reprise " delimited by size
                  ws_c_pt_date(ws_crit_idx) delimited by size
                  " " delimited by size
                  ws_c_pt_heure(ws_crit_idx) delimited by size
                  " age " delimited by size
                  ws_age_heures delimited by size
                  " h [objectif " delimited by size
                  ws_c_rpo(ws_crit_idx) delimited by size
                  " h, dernier passage " delimited by size
                  function trim(ws_c_verdict(ws_crit_idx))
                      delimited by size
                  "]" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
