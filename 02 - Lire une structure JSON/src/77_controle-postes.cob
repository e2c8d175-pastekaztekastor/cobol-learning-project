      ******************************************************************
      * Nom du Projet   : Postes vacants et exceptions de postes
      * Description     : Controle du fichier des postes budgetes
      *    tenu par 76_postes.cob [src/postes.txt et
      *    src/affectations-postes.txt] contre le fichier maître :
      *    - etat des postes vacants [src/postes-vacants.txt] : chaque
      *      poste ouvert avec son departement, son role, son ETP, son
      *      cout budgete et le nombre de jours depuis qu'il est
      *      vacant ; totaux des vacants et nombre de postes geles ;
      *    - etat des exceptions [src/exceptions-postes.txt] :
      *      SANS-POSTE  employe actif sans poste [ou affecte a un
      *                  poste inconnu] ;
      *      DOUBLE      poste tenu par plus d'un employe actif [une
      *                  ligne par titulaire] ;
      *      ROLE        poste pourvu dont le role differe du em-rol
      *                  de son titulaire ;
      *      SANS-TITUL. poste pourvu sans titulaire actif [sortie non
      *                  liberee].
      *    Une exception termine le passage en avertissement [rc 4].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 77_controle-postes.

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

           select postes-file assign to "src/postes.txt"
               organization is line sequential
               file status is ws_fs_postes.

           select affectations-file
               assign to "src/affectations-postes.txt"
               organization is line sequential
               file status is ws_fs_affectations.

           select vacants-file assign to "src/postes-vacants.txt"
               organization is line sequential
               file status is ws_fs_vacants.

           select exceptions-file
               assign to "src/exceptions-postes.txt"
               organization is line sequential
               file status is ws_fs_exceptions.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd postes-file.
       01 poste-record.
           COPY "poste-enreg.cpy" REPLACING ==:PFX:== BY ==pos-==.

       fd affectations-file.
       01 affectation-record.
           05 apo-id       pic 9(5).
           05 filler       pic x.
           05 apo-poste    pic 9(5).
           05 filler       pic x.
           05 apo-date     pic 9(8).
           05 filler       pic x.
           05 apo-operateur pic x(8).

       fd vacants-file.
       01 vacant-record    pic x(120).

       fd exceptions-file.
       01 exception-record pic x(120).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_postes     pic xx value "00".
       01 ws_fs_affectations pic xx value "00".
       01 ws_fs_vacants    pic xx value "00".
       01 ws_fs_exceptions pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Postes, avec le nombre de titulaires actifs releves.
       01 ws_pos_table.
           05 ws_pos_entry occurs 2000 times.
               COPY "poste-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_p_==.
       01 ws_nbt_table.
           05 ws_p_titulaires pic 9(3) occurs 2000 times.
       01 ws_pos_count     pic 9(4) value 0.
       01 ws_pos_idx       pic 9(4) value 0.
       01 ws_pos_trouve    pic 9(4) value 0.

      * Affectations, marquees quand leur employe est actif.
       01 ws_apo_table.
           05 ws_apo_entry occurs 5000 times.
               10 ws_a_id       pic 9(5).
               10 ws_a_poste    pic 9(5).
               10 ws_a_actif    pic x(1).
       01 ws_apo_count     pic 9(4) value 0.
       01 ws_apo_idx       pic 9(4) value 0.
       01 ws_apo_trouve    pic 9(4) value 0.

       01 ws_jours_ouvert  pic 9(5) value 0.
       01 ws_nb_vacants    pic 9(5) value 0.
       01 ws_nb_geles      pic 9(5) value 0.
       01 ws_etp_vacants   pic 9(7) value 0.
       01 ws_cout_vacants  pic 9(11)v99 value 0.
       01 ws_nb_exceptions pic 9(5) value 0.
       01 ws_nb_actifs     pic 9(5) value 0.

       01 ws_ligne_vacant.
           05 ws_lv_num        pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_lv_soc        pic x(3).
           05 filler           pic x(1) value space.
           05 ws_lv_dep        pic x(20).
           05 filler           pic x(1) value space.
           05 ws_lv_rol        pic x(20).
           05 filler           pic x(1) value space.
           05 ws_lv_etp        pic zz9.
           05 filler           pic x(2) value "% ".
           05 ws_lv_cout       pic z(6)9.99.
           05 filler           pic x(15) value " vacant depuis ".
           05 ws_lv_date       pic 9(8).
           05 filler           pic x(2) value " [".
           05 ws_lv_jours      pic zzzz9.
           05 filler           pic x(3) value " j]".
       01 ws_total_aff     pic z(10)9.99.

       01 ws_ligne_exception.
           05 ws_le_code       pic x(12).
           05 filler           pic x(6) value "poste ".
           05 ws_le_poste      pic 9(5).
           05 filler           pic x(4) value " id ".
           05 ws_le_id         pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_le_nom        pic x(30).
           05 filler           pic x(1) value space.
           05 ws_le_detail     pic x(50).

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Journal des messages du jour [MSGLOG].
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'W'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "77_controle-postes".
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
           perform 0100-charger-les-postes
           perform 0200-charger-les-affectations

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

           open output exceptions-file
           move spaces to exception-record
           string "Exceptions de postes au " delimited by size
                  ws_today delimited by size
                  into exception-record
           end-string
           write exception-record
           move spaces to exception-record
           write exception-record
           perform until fin_master = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       if em-statut not = 'T'
                           perform 1000-controler-un-employe
                       end-if
               end-read
           end-perform
           perform varying ws_pos_idx from 1 by 1
               until ws_pos_idx > ws_pos_count
               perform 2000-controler-un-poste
           end-perform
           close exceptions-file
           close employee-master

           perform 3000-ecrire-les-vacants

           display "Controle des postes : " ws_nb_actifs " actif(s), "
               ws_nb_vacants " poste(s) vacant(s), "
               ws_nb_exceptions " exception(s)"
               " [exceptions-postes.txt]."
           if ws_nb_exceptions > 0
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Controle des postes : " delimited by size
                      ws_nb_exceptions delimited by size
                      " exception(s)" delimited by size
                      into ws_msglog_texte
               end-string
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

       0100-charger-les-postes.
           move 'N' to fin_fichier
           open input postes-file
           if ws_fs_postes not = "00"
               display "Pas de fichier des postes [postes.txt]."
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read postes-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_pos_count < 2000
                           add 1 to ws_pos_count
                           move poste-record
                               to ws_pos_entry(ws_pos_count)
                           move 0 to ws_p_titulaires(ws_pos_count)
                       end-if
               end-read
           end-perform
           close postes-file
           .

       0200-charger-les-affectations.
           move 'N' to fin_fichier
           open input affectations-file
           if ws_fs_affectations not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read affectations-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_apo_count < 5000
                           add 1 to ws_apo_count
                           move apo-id to ws_a_id(ws_apo_count)
                           move apo-poste to ws_a_poste(ws_apo_count)
                           move 'N' to ws_a_actif(ws_apo_count)
                       end-if
               end-read
           end-perform
           close affectations-file
           .

       1000-controler-un-employe.
           add 1 to ws_nb_actifs
           move 0 to ws_apo_trouve
           perform varying ws_apo_idx from 1 by 1
               until ws_apo_idx > ws_apo_count
               if ws_a_id(ws_apo_idx) = em-id
                   move ws_apo_idx to ws_apo_trouve
               end-if
           end-perform
           if ws_apo_trouve = 0
               move "SANS-POSTE" to ws_le_code
               move 0 to ws_le_poste
               move spaces to ws_le_detail
               string function trim(em-dep) delimited by size
                      " / " delimited by size
                      function trim(em-rol) delimited by size
                      into ws_le_detail
               end-string
               perform 8000-ecrire-une-exception
               exit paragraph
           end-if
           move 'O' to ws_a_actif(ws_apo_trouve)
           move 0 to ws_pos_trouve
           perform varying ws_pos_idx from 1 by 1
               until ws_pos_idx > ws_pos_count
               if ws_p_num(ws_pos_idx) = ws_a_poste(ws_apo_trouve)
                   move ws_pos_idx to ws_pos_trouve
               end-if
           end-perform
           if ws_pos_trouve = 0
               move "SANS-POSTE" to ws_le_code
               move ws_a_poste(ws_apo_trouve) to ws_le_poste
               move "affecte a un poste inconnu" to ws_le_detail
               perform 8000-ecrire-une-exception
               exit paragraph
           end-if
           add 1 to ws_p_titulaires(ws_pos_trouve)
           if ws_p_rol(ws_pos_trouve) not = em-rol
               move "ROLE" to ws_le_code
               move ws_p_num(ws_pos_trouve) to ws_le_poste
               move spaces to ws_le_detail
               string "poste " delimited by size
                      function trim(ws_p_rol(ws_pos_trouve))
                          delimited by size
                      ", employe " delimited by size
                      function trim(em-rol) delimited by size
                      into ws_le_detail
               end-string
               perform 8000-ecrire-une-exception
           end-if
           .

       2000-controler-un-poste.
           if ws_p_titulaires(ws_pos_idx) > 1
               perform varying ws_apo_idx from 1 by 1
                   until ws_apo_idx > ws_apo_count
                   if ws_a_poste(ws_apo_idx) = ws_p_num(ws_pos_idx)
                      and ws_a_actif(ws_apo_idx) = 'O'
                       move ws_a_id(ws_apo_idx) to em-id
                       read employee-master
                           invalid key
                               move spaces to em-nom em-prenom
                       end-read
                       move "DOUBLE" to ws_le_code
                       move ws_p_num(ws_pos_idx) to ws_le_poste
                       move spaces to ws_le_detail
                       string ws_p_titulaires(ws_pos_idx)
                                  delimited by size
                              " titulaires actifs" delimited by size
                              into ws_le_detail
                       end-string
                       perform 8000-ecrire-une-exception
                   end-if
               end-perform
           end-if
           if ws_p_statut(ws_pos_idx) = 'P'
              and ws_p_titulaires(ws_pos_idx) = 0
               move 0 to em-id
               move spaces to em-nom em-prenom
               move "SANS-TITUL." to ws_le_code
               move ws_p_num(ws_pos_idx) to ws_le_poste
               move "poste pourvu sans titulaire actif"
                   to ws_le_detail
               perform 8000-ecrire-une-exception
           end-if
           .

       3000-ecrire-les-vacants.
           open output vacants-file
           move spaces to vacant-record
           string "Postes vacants au " delimited by size
                  ws_today delimited by size
                  into vacant-record
           end-string
           write vacant-record
           move spaces to vacant-record
           write vacant-record
           perform varying ws_pos_idx from 1 by 1
               until ws_pos_idx > ws_pos_count
               evaluate ws_p_statut(ws_pos_idx)
                   when 'O'
                       perform 3100-ecrire-un-vacant
                   when 'G'
                       add 1 to ws_nb_geles
               end-evaluate
           end-perform
           move spaces to vacant-record
           write vacant-record
           move ws_cout_vacants to ws_total_aff
           move spaces to vacant-record
           string ws_nb_vacants delimited by size
                  " poste(s) vacant(s), " delimited by size
                  ws_etp_vacants delimited by size
                  " % d'ETP cumules, cout budgete " delimited by size
                  ws_total_aff delimited by size
                  into vacant-record
           end-string
           write vacant-record
           move spaces to vacant-record
           string ws_nb_geles delimited by size
                  " poste(s) gele(s)." delimited by size
                  into vacant-record
           end-string
           write vacant-record
           close vacants-file
           .

       3100-ecrire-un-vacant.
           move 0 to ws_jours_ouvert
           if ws_p_date-statut(ws_pos_idx) is numeric
              and function test-date-yyyymmdd(
                  ws_p_date-statut(ws_pos_idx)) = 0
              and ws_p_date-statut(ws_pos_idx) <= ws_today
               compute ws_jours_ouvert =
                   function integer-of-date(ws_today)
                   - function integer-of-date(
                       ws_p_date-statut(ws_pos_idx))
           end-if
           move ws_p_num(ws_pos_idx) to ws_lv_num
           move ws_p_soc(ws_pos_idx) to ws_lv_soc
           move ws_p_dep(ws_pos_idx) to ws_lv_dep
           move ws_p_rol(ws_pos_idx) to ws_lv_rol
           move ws_p_etp(ws_pos_idx) to ws_lv_etp
           move ws_p_cout(ws_pos_idx) to ws_lv_cout
           move ws_p_date-statut(ws_pos_idx) to ws_lv_date
           move ws_jours_ouvert to ws_lv_jours
           write vacant-record from ws_ligne_vacant
           add 1 to ws_nb_vacants
           add ws_p_etp(ws_pos_idx) to ws_etp_vacants
           add ws_p_cout(ws_pos_idx) to ws_cout_vacants
           .

       8000-ecrire-une-exception.
           move em-id to ws_le_id
           move spaces to ws_le_nom
           if em-id not = 0
               string function trim(em-prenom) delimited by size
                      " " delimited by size
                      function trim(em-nom) delimited by size
                      into ws_le_nom
               end-string
           end-if
           write exception-record from ws_ligne_exception
           add 1 to ws_nb_exceptions
           .

       9800-terminer.
           move ws_nb_exceptions to ws_joblog_count
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
