      ******************************************************************
      * Nom du Projet   : Application des changements programmes
      * Description     : Passage de nuit des changements programmes
      *    par 78_mouvements-futurs.cob [src/mouvements-futurs.txt] :
      *    chaque changement en attente dont la date d'effet est
      *    atteinte a la date de traitement est applique au fichier
      *    maître [departement et/ou role], dans l'ordre des dates
      *    d'effet quand un employe en a plusieurs, avec :
      *    - em-dateeff egale a la date d'effet prevue, et non a la
      *      date du passage [un passage rattrape apres un arret garde
      *      la bonne date] ;
      *    - la ligne d'historique avant/apres de chaque champ modifie
      *      [histo-enreg.cpy], datee elle aussi de la date d'effet,
      *      meme trace que 3100-journaliser-changements de
      *      09_maj-employes.cob.
      *    Les codes sont revalides a la date d'effet [un code retire
      *    depuis la saisie refuse le changement] ; un employe sorti
      *    avant la date d'effet, ou disparu du fichier maître,
      *    refuse aussi le changement. Un refus passe le changement au
      *    statut 'R' et part en avertissement [rc 4]. Etape du pilote
      *    de nuit, apres le chargement du fichier maître.
      *
      * Historique des modifications :
      *  - 15/10/2026 : table des changements pleine a la lecture :
      *    arret rc 16 avant toute application, au lieu de reecrire
      *    un fichier tronque.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 79_mouvements-dus.

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

           select changements-file
               assign to "src/mouvements-futurs.txt"
               organization is line sequential
               file status is ws_fs_chg.

           select dept-codes-file assign to "src/dept-codes.txt"
               organization is line sequential
               file status is ws_fs_dept.

           select role-codes-file assign to "src/role-codes.txt"
               organization is line sequential
               file status is ws_fs_role.

      * Historique des changements, partage avec 02_parser.cob et
      * 09_maj-employes.cob [voir histo-enreg.cpy].
           select historique-file
               assign to "src/historique-employes.txt"
               organization is line sequential
               file status is ws_fs_hist.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd changements-file.
       01 changement-record.
           COPY "changement-enreg.cpy" REPLACING ==:PFX:== BY ==chg-==.

       fd dept-codes-file.
       01 dept-code-record.
           05 dept-code-value  pic x(20).
           05 filler           pic x.
           05 dept-code-statut pic x.
           05 filler           pic x.
           05 dept-code-debut  pic x(8).
           05 filler           pic x.
           05 dept-code-fin    pic x(8).
           05 filler           pic x.
           05 dept-code-soc    pic x(3).

       fd role-codes-file.
       01 role-code-record.
           05 role-code-value  pic x(20).
           05 filler           pic x.
           05 role-code-statut pic x.
           05 filler           pic x.
           05 role-code-debut  pic x(8).
           05 filler           pic x.
           05 role-code-fin    pic x(8).
           05 filler           pic x.
           05 role-code-soc    pic x(3).

       fd historique-file.
       01 historique-record.
           COPY "histo-enreg.cpy" REPLACING ==:PFX:== BY ==hi-==.

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_chg        pic xx value "00".
       01 ws_fs_dept       pic xx value "00".
       01 ws_fs_role       pic xx value "00".
       01 ws_fs_hist       pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

       01 ws_chg_table.
           05 ws_chg_entry occurs 5000 times.
               COPY "changement-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_c_==.
       01 ws_chg_count     pic 9(4) value 0.
       01 ws_chg_idx       pic 9(4) value 0.
       01 ws_chg_trouve    pic 9(4) value 0.
       01 ws_nb_dus        pic 9(5) value 0.

      * Validite des codes a la date d'effet, pour la societe de
      * l'employe [memes regles que 0100-charger-dept-codes de
      * 09_maj-employes.cob].
       01 ws_date_validite pic x(8) value spaces.
       01 ws_soc_validite  pic x(3) value spaces.
       01 ws_dept_found    pic x value 'N'.
       01 ws_role_found    pic x value 'N'.

      * Ancien et nouveau contenu de l'enregistrement modifie.
       01 ws_ancien_dep    pic x(20) value spaces.
       01 ws_ancien_rol    pic x(20) value spaces.
       01 ws_nouveau_dep   pic x(20) value spaces.
       01 ws_nouveau_rol   pic x(20) value spaces.
       01 ws_motif         pic x(40) value spaces.

      * Compteurs du passage.
       01 ws_nb_appliques  pic 9(5) value 0.
       01 ws_nb_refuses    pic 9(5) value 0.

      * Verrou du fichier maître [SPVERROU], comme 09_maj-employes.
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

      * Journal des messages du jour [MSGLOG].
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'E'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "79_mouvements-dus".
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
           perform 0100-charger-les-changements
           perform varying ws_chg_idx from 1 by 1
               until ws_chg_idx > ws_chg_count
               if ws_c_statut(ws_chg_idx) = 'P'
                  and ws_c_date-effet(ws_chg_idx) not > ws_today
                   add 1 to ws_nb_dus
               end-if
           end-perform
           if ws_nb_dus = 0
               display "Aucun changement programme du au " ws_today
                   "."
               perform 9800-terminer
           end-if

           move 'P' to ws_verrou_action
           call "SPVERROU" using ws_verrou_path ws_verrou_action
               ws_joblog_operator ws_verrou_res
           if ws_verrou_res = 'N'
               display "Fichier maître deja tenu par un autre"
                   " traitement - reessayer plus tard."
               move 93 to ws_joblog_rc
               perform 9800-terminer
           end-if

           open i-o employee-master
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
               perform 9700-liberer-le-verrou
               perform 9800-terminer
           end-if
      * Historique cumulatif, creation automatique au premier
      * passage [meme repli que JOBLOG].
           open extend historique-file
           if ws_fs_hist not = "00"
               open output historique-file
           end-if

      * Le plus ancien changement du restant a chaque tour : deux
      * changements du meme employe s'appliquent dans l'ordre de
      * leurs dates d'effet.
           perform 1000-chercher-le-prochain
           perform until ws_chg_trouve = 0
               perform 2000-appliquer-le-changement
               perform 1000-chercher-le-prochain
           end-perform

           close employee-master
           close historique-file
           perform 9000-sauvegarder
           perform 9700-liberer-le-verrou

           display "Changements programmes au " ws_today " : "
               ws_nb_appliques " applique(s), " ws_nb_refuses
               " refuse(s)."
           if ws_nb_refuses > 0
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Changements programmes refuses : "
                          delimited by size
                      ws_nb_refuses delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               if ws_joblog_rc = 0
                   move 4 to ws_joblog_rc
               end-if
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

       0100-charger-les-changements.
      * Fichier absent : aucun changement n'a encore ete programme.
           move 'N' to fin_fichier
           open input changements-file
           if ws_fs_chg not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read changements-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_chg_count >= 5000
                           display "Table des changements pleine"
                               " (5000 max) - src/mouvements-futurs"
                               ".txt non reecrit, rien d'applique."
                           close changements-file
                           move 'E' to ws_msglog_grav
                           move "Table des changements programmes"
                             & " pleine (5000 max), rien d'applique"
                               to ws_msglog_texte
                           perform 9900-consigner-message
                           move 16 to ws_joblog_rc
                           perform 9800-terminer
                       end-if
                       add 1 to ws_chg_count
                       move changement-record
                           to ws_chg_entry(ws_chg_count)
               end-read
           end-perform
           close changements-file
           .

       0300-valider-les-codes.
      * Nouveau departement et nouveau role, valides a
      * ws_date_validite pour ws_soc_validite ; a blanc = inchange,
      * donc accepte.
           move 'N' to ws_dept_found
           move 'N' to ws_role_found
           if ws_c_dep(ws_chg_trouve) = spaces
               move 'Y' to ws_dept_found
           end-if
           if ws_c_rol(ws_chg_trouve) = spaces
               move 'Y' to ws_role_found
           end-if

           if ws_dept_found = 'N'
               move 'N' to fin_fichier
               open input dept-codes-file
               if ws_fs_dept = "00"
                   perform until fin_fichier = 'Y'
                       read dept-codes-file
                           at end
                               move 'Y' to fin_fichier
                           not at end
                               if dept-code-debut not numeric
                                   move "00000000" to dept-code-debut
                               end-if
                               if dept-code-fin not numeric
                                   move "99991231" to dept-code-fin
                               end-if
                               if dept-code-value
                                      = ws_c_dep(ws_chg_trouve)
                                  and dept-code-statut = 'A'
                                  and dept-code-debut
                                      not > ws_date_validite
                                  and dept-code-fin
                                      not < ws_date_validite
                                  and (dept-code-soc = spaces
                                       or dept-code-soc
                                          = ws_soc_validite)
                                   move 'Y' to ws_dept_found
                               end-if
                       end-read
                   end-perform
                   close dept-codes-file
               end-if
           end-if

           if ws_role_found = 'N'
               move 'N' to fin_fichier
               open input role-codes-file
               if ws_fs_role = "00"
                   perform until fin_fichier = 'Y'
                       read role-codes-file
                           at end
                               move 'Y' to fin_fichier
                           not at end
                               if role-code-debut not numeric
                                   move "00000000" to role-code-debut
                               end-if
                               if role-code-fin not numeric
                                   move "99991231" to role-code-fin
                               end-if
                               if role-code-value
                                      = ws_c_rol(ws_chg_trouve)
                                  and role-code-statut = 'A'
                                  and role-code-debut
                                      not > ws_date_validite
                                  and role-code-fin
                                      not < ws_date_validite
                                  and (role-code-soc = spaces
                                       or role-code-soc
                                          = ws_soc_validite)
                                   move 'Y' to ws_role_found
                               end-if
                       end-read
                   end-perform
                   close role-codes-file
               end-if
           end-if
           .

       1000-chercher-le-prochain.
      * Rang du changement en attente echu a la plus petite date
      * d'effet [a date egale, le plus petit numero] ; 0 si aucun.
           move 0 to ws_chg_trouve
           perform varying ws_chg_idx from 1 by 1
               until ws_chg_idx > ws_chg_count
               if ws_c_statut(ws_chg_idx) = 'P'
                  and ws_c_date-effet(ws_chg_idx) not > ws_today
                   if ws_chg_trouve = 0
                       move ws_chg_idx to ws_chg_trouve
                   else
                       if ws_c_date-effet(ws_chg_idx)
                          < ws_c_date-effet(ws_chg_trouve)
                           move ws_chg_idx to ws_chg_trouve
                       end-if
                   end-if
               end-if
           end-perform
           .

       2000-appliquer-le-changement.
           move ws_c_id(ws_chg_trouve) to em-id
           read employee-master
               invalid key
                   move "id inconnu du fichier maître" to ws_motif
                   perform 2900-refuser-le-changement
                   exit paragraph
           end-read
           if em-statut = 'T' and em-datefin is numeric
              and em-datefin < ws_c_date-effet(ws_chg_trouve)
               move "employe sorti avant la date d'effet" to ws_motif
               perform 2900-refuser-le-changement
               exit paragraph
           end-if

           move ws_c_date-effet(ws_chg_trouve) to ws_date_validite
           move em-soc to ws_soc_validite
           perform 0300-valider-les-codes
           if ws_dept_found = 'N'
               move "departement non valide a la date d'effet"
                   to ws_motif
               perform 2900-refuser-le-changement
               exit paragraph
           end-if
           if ws_role_found = 'N'
               move "role non valide a la date d'effet" to ws_motif
               perform 2900-refuser-le-changement
               exit paragraph
           end-if

           move em-dep to ws_ancien_dep
           move em-rol to ws_ancien_rol
           move em-dep to ws_nouveau_dep
           move em-rol to ws_nouveau_rol
           if ws_c_dep(ws_chg_trouve) not = spaces
               move ws_c_dep(ws_chg_trouve) to ws_nouveau_dep
           end-if
           if ws_c_rol(ws_chg_trouve) not = spaces
               move ws_c_rol(ws_chg_trouve) to ws_nouveau_rol
           end-if
      * Deja en place [mouvement passe entre-temps par
      * 09_maj-employes] : rien a reecrire ni a journaliser.
           if ws_nouveau_dep not = ws_ancien_dep
              or ws_nouveau_rol not = ws_ancien_rol
               move ws_nouveau_dep to em-dep
               move ws_nouveau_rol to em-rol
               move ws_c_date-effet(ws_chg_trouve) to em-dateeff
               rewrite employee-master-record
               if ws_fs_master not = "00"
                   display "Erreur REWRITE EMPLOYEE-MASTER id="
                       em-id " status=" ws_fs_master
                   move 16 to ws_joblog_rc
                   move "erreur de reecriture du fichier maître"
                       to ws_motif
                   perform 2900-refuser-le-changement
                   exit paragraph
               end-if
               perform 2100-journaliser-changements
           end-if

           move 'A' to ws_c_statut(ws_chg_trouve)
           move ws_today to ws_c_date-statut(ws_chg_trouve)
           add 1 to ws_nb_appliques
           display "Changement " ws_c_num(ws_chg_trouve) " id "
               em-id " applique au " ws_c_date-effet(ws_chg_trouve)
               " : " function trim(em-dep) " / "
               function trim(em-rol)
           .

       2100-journaliser-changements.
      * Meme trace avant/apres que 3100-journaliser-changements de
      * 09_maj-employes.cob, datee de la date d'effet prevue.
           if ws_nouveau_dep not = ws_ancien_dep
               move spaces to historique-record
               move em-id to hi-id
               move ws_c_date-effet(ws_chg_trouve) to hi-date
               move "DEP" to hi-champ
               move ws_ancien_dep to hi-ancien
               move ws_nouveau_dep to hi-nouveau
               write historique-record
           end-if
           if ws_nouveau_rol not = ws_ancien_rol
               move spaces to historique-record
               move em-id to hi-id
               move ws_c_date-effet(ws_chg_trouve) to hi-date
               move "ROL" to hi-champ
               move ws_ancien_rol to hi-ancien
               move ws_nouveau_rol to hi-nouveau
               write historique-record
           end-if
           .

       2900-refuser-le-changement.
           move 'R' to ws_c_statut(ws_chg_trouve)
           move ws_today to ws_c_date-statut(ws_chg_trouve)
           add 1 to ws_nb_refuses
           display "Changement " ws_c_num(ws_chg_trouve) " id "
               ws_c_id(ws_chg_trouve) " refuse : "
               function trim(ws_motif)
           move 'W' to ws_msglog_grav
           move spaces to ws_msglog_texte
           string "Changement programme " delimited by size
                  ws_c_num(ws_chg_trouve) delimited by size
                  " refuse : " delimited by size
                  ws_motif delimited by size
                  into ws_msglog_texte
           end-string
           perform 9900-consigner-message
           .

       9000-sauvegarder.
           open output changements-file
           perform varying ws_chg_idx from 1 by 1
               until ws_chg_idx > ws_chg_count
               move ws_chg_entry(ws_chg_idx) to changement-record
               write changement-record
           end-perform
           close changements-file
           .

       9700-liberer-le-verrou.
           move 'L' to ws_verrou_action
           call "SPVERROU" using ws_verrou_path ws_verrou_action
               ws_joblog_operator ws_verrou_res
           .

       9800-terminer.
           move ws_nb_appliques to ws_joblog_count
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
