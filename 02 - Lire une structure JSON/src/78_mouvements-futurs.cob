      ******************************************************************
      * Nom du Projet   : Changements programmes [mutations futures]
      * Description     : La RH sait souvent plusieurs semaines a
      *    l'avance qu'un employe change de departement ou de role au
      *    1er du mois suivant ; jusqu'ici il fallait deposer le
      *    mouvement pour 09_maj-employes.cob le jour meme, sous peine
      *    d'un changement applique trop tot ou trop tard. Ce guichet
      *    [fonction CORRECTION, comme 19_correction-emplo.cob] tient
      *    le fichier des changements programmes
      *    [src/mouvements-futurs.txt, disposition
      *    changement-enreg.cpy] :
      *    - programmer un changement de departement et/ou de role a
      *      une date d'effet future, valide contre dept-codes.txt et
      *      role-codes.txt tels qu'ils seront en vigueur a cette
      *      date pour la societe de l'employe ;
      *    - lister les changements a venir d'un employe ;
      *    - lister les changements a venir d'un departement [ceux
      *      qui y arrivent et ceux qui concernent ses employes
      *      actuels] ;
      *    - annuler un changement programme tant qu'il n'a pas ete
      *      applique.
      *    L'application a la date d'effet, avec sa ligne
      *    d'historique et la date d'effet dans em-dateeff, est faite
      *    par le passage de nuit 79_mouvements-dus.cob.
      *
      * Historique des modifications :
      *  - 15/10/2026 : table des changements pleine au chargement :
      *    arret rc 16 au lieu de reecrire un fichier tronque.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 78_mouvements-futurs.

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

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_chg        pic xx value "00".
       01 ws_fs_dept       pic xx value "00".
       01 ws_fs_role       pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_choix         pic 9 value 9.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Controle des habilitations [SPAUTOR] : programmer une
      * mutation modifie le fichier maître, meme fonction que les
      * corrections.
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

       01 ws_chg_table.
           05 ws_chg_entry occurs 5000 times.
               COPY "changement-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_c_==.
       01 ws_chg_count     pic 9(4) value 0.
       01 ws_chg_idx       pic 9(4) value 0.
       01 ws_chg_trouve    pic 9(4) value 0.
       01 ws_chg_plein     pic x value 'N'.
       01 ws_num_max       pic 9(5) value 0.
       01 ws_nb_listes     pic 9(4) value 0.

      * Validite des codes a la date d'effet, pour la societe de
      * l'employe [memes regles que 0100-charger-dept-codes de
      * 09_maj-employes.cob : statut 'A', plage debut/fin, code
      * societe a blanc ou egal].
       01 ws_date_validite pic x(8) value spaces.
       01 ws_soc_validite  pic x(3) value spaces.
       01 ws_dept_found    pic x value 'N'.
       01 ws_role_found    pic x value 'N'.

      * Saisies.
       01 ws_saisie_id     pic x(5) value spaces.
       01 ws_saisie_num    pic x(5) value spaces.
       01 ws_saisie_date   pic x(8) value spaces.
       01 ws_saisie_dep    pic x(20) value spaces.
       01 ws_saisie_rol    pic x(20) value spaces.
       01 ws_saisie_conf   pic x value space.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_num_demande   pic 9(5) value 0.
       01 ws_date_effet    pic 9(8) value 0.
       01 ws_maj_count     pic 9(5) value 0.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "78_mouvements-futurs".
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

           move "CORRECTION" to ws_fonction
           call "SPAUTOR" using ws_perm_path ws_joblog_operator
               ws_joblog_name ws_fonction ws_autorise
           if ws_autorise = 'N'
               display "Acces refuse : l'operateur '"
                   function trim(ws_joblog_operator)
                   "' n'est pas habilite aux corrections."
               move 98 to ws_joblog_rc
           else
               perform 0010-date-de-traitement
               perform 0100-charger-les-changements
      * Une table tronquee au chargement perdrait des changements a
      * la reecriture : rien ne se saisit.
               if ws_chg_plein = 'O'
                   move 'E' to ws_joblog_action
                   call "JOBLOG" using ws_joblog_path ws_joblog_name
                       ws_joblog_action ws_joblog_count ws_joblog_rc
                           ws_joblog_operator
                   stop run returning ws_joblog_rc
               end-if
               open input employee-master
               if ws_fs_master not = "00"
                   display "Erreur ouverture EMPLOYEE-MASTER : "
                       ws_fs_master
                   move 16 to ws_joblog_rc
               else
                   perform until ws_choix = 0
                       display " "
                       display "1. Programmer un changement"
                       display "2. Changements a venir d'un employe"
                       display "3. Changements a venir d'un"
                           " departement"
                       display "4. Annuler un changement programme"
                       display "0. Quitter"
                       display "Votre choix ?"
                       accept ws_choix
                       evaluate ws_choix
                           when 1
                               perform 1000-programmer-un-changement
                           when 2
                               perform 2000-lister-un-employe
                           when 3
                               perform 3000-lister-un-departement
                           when 4
                               perform 4000-annuler-un-changement
                           when 0
                               continue
                           when other
                               display "Choix invalide"
                       end-evaluate
                   end-perform
                   close employee-master
               end-if
           end-if

           move ws_maj_count to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           stop run returning ws_joblog_rc.

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
      * Fichier absent : premier passage, il sera cree au premier
      * changement programme.
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
                               " (5000 max) : src/mouvements-futurs"
                               ".txt non charge en entier."
                           move 16 to ws_joblog_rc
                           move 'O' to ws_chg_plein
                           move 'Y' to fin_fichier
                       else
                           add 1 to ws_chg_count
                           move changement-record
                               to ws_chg_entry(ws_chg_count)
                           if chg-num > ws_num_max
                               move chg-num to ws_num_max
                           end-if
                       end-if
               end-read
           end-perform
           close changements-file
           .

       0300-valider-les-codes.
      * Departement et role saisis, valides a ws_date_validite pour
      * ws_soc_validite ; a blanc = inchange, donc accepte.
           move 'N' to ws_dept_found
           move 'N' to ws_role_found
           if ws_saisie_dep = spaces
               move 'Y' to ws_dept_found
           end-if
           if ws_saisie_rol = spaces
               move 'Y' to ws_role_found
           end-if

           if ws_dept_found = 'N'
               move 'N' to fin_fichier
               open input dept-codes-file
               if ws_fs_dept not = "00"
                   display "Erreur ouverture DEPT-CODES-FILE : "
                       ws_fs_dept
               else
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
                               if dept-code-value = ws_saisie_dep
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
               if ws_fs_role not = "00"
                   display "Erreur ouverture ROLE-CODES-FILE : "
                       ws_fs_role
               else
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
                               if role-code-value = ws_saisie_rol
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

       0600-lire-l-employe.
           move 0 to ws_id_demande
           display "Id employe ? "
           move spaces to ws_saisie_id
           accept ws_saisie_id
           if ws_saisie_id = spaces
              or function test-numval(ws_saisie_id) not = 0
               display "Id illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_id) to em-id
           read employee-master
               invalid key
                   display "Id inconnu du fichier maître : " em-id
               not invalid key
                   move em-id to ws_id_demande
           end-read
           .

       0700-afficher-le-changement.
           add 1 to ws_nb_listes
           display "  No " ws_c_num(ws_chg_idx)
               " id " ws_c_id(ws_chg_idx)
               " effet " ws_c_date-effet(ws_chg_idx)
               " dep " ws_c_dep(ws_chg_idx)
               " rol " ws_c_rol(ws_chg_idx)
           display "      saisi le " ws_c_date-saisie(ws_chg_idx)
               " par " ws_c_operateur(ws_chg_idx)
           .

       1000-programmer-un-changement.
           if ws_chg_count >= 5000
               display "Fichier des changements plein - rien de"
                   " programme."
               exit paragraph
           end-if
           perform 0600-lire-l-employe
           if ws_id_demande = 0
               exit paragraph
           end-if
           if em-statut = 'T'
               display "Employe sorti - pas de changement programme."
               exit paragraph
           end-if
           display "Actuellement : dep " function trim(em-dep)
               " / rol " function trim(em-rol)

           display "Date d'effet AAAAMMJJ [posterieure au "
               ws_today "] ?"
           move spaces to ws_saisie_date
           accept ws_saisie_date
           if ws_saisie_date not numeric
               display "Date illisible - rien de programme."
               exit paragraph
           end-if
           move ws_saisie_date to ws_date_effet
           if function test-date-yyyymmdd(ws_date_effet) not = 0
               display "Date invalide - rien de programme."
               exit paragraph
           end-if
      * Une date deja atteinte passe par 09_maj-employes.cob.
           if ws_date_effet not > ws_today
               display "Date d'effet non future - passer le"
                   " mouvement par 09_maj-employes."
               exit paragraph
           end-if
           if em-datefin is numeric and em-datefin > 0
              and em-datefin < ws_date_effet
               display "Fin de contrat le " em-datefin
                   " avant la date d'effet - rien de programme."
               exit paragraph
           end-if
      * Un seul changement programme par employe et par date.
           perform varying ws_chg_idx from 1 by 1
               until ws_chg_idx > ws_chg_count
               if ws_c_id(ws_chg_idx) = ws_id_demande
                  and ws_c_date-effet(ws_chg_idx) = ws_date_effet
                  and ws_c_statut(ws_chg_idx) = 'P'
                   display "Changement " ws_c_num(ws_chg_idx)
                       " deja programme a cette date - l'annuler"
                       " d'abord."
                   exit paragraph
               end-if
           end-perform

           display "Nouveau departement [vide = inchange] ?"
           move spaces to ws_saisie_dep
           accept ws_saisie_dep
           display "Nouveau role [vide = inchange] ?"
           move spaces to ws_saisie_rol
           accept ws_saisie_rol
           if ws_saisie_dep = em-dep
               move spaces to ws_saisie_dep
           end-if
           if ws_saisie_rol = em-rol
               move spaces to ws_saisie_rol
           end-if
           if ws_saisie_dep = spaces and ws_saisie_rol = spaces
               display "Aucun changement saisi - rien de programme."
               exit paragraph
           end-if

           move ws_date_effet to ws_date_validite
           move em-soc to ws_soc_validite
           perform 0300-valider-les-codes
           if ws_dept_found = 'N'
               display "Departement " function trim(ws_saisie_dep)
                   " non valide au " ws_date_effet
                   " - rien de programme."
               exit paragraph
           end-if
           if ws_role_found = 'N'
               display "Role " function trim(ws_saisie_rol)
                   " non valide au " ws_date_effet
                   " - rien de programme."
               exit paragraph
           end-if

           add 1 to ws_num_max
           add 1 to ws_chg_count
           move spaces to ws_chg_entry(ws_chg_count)
           move ws_num_max to ws_c_num(ws_chg_count)
           move ws_id_demande to ws_c_id(ws_chg_count)
           move ws_date_effet to ws_c_date-effet(ws_chg_count)
           move ws_saisie_dep to ws_c_dep(ws_chg_count)
           move ws_saisie_rol to ws_c_rol(ws_chg_count)
           move 'P' to ws_c_statut(ws_chg_count)
           move ws_today to ws_c_date-saisie(ws_chg_count)
           move ws_joblog_operator to ws_c_operateur(ws_chg_count)
           move ws_today to ws_c_date-statut(ws_chg_count)
           perform 9000-sauvegarder
           add 1 to ws_maj_count
           display "Changement " ws_num_max " programme au "
               ws_date_effet " pour l'id " ws_id_demande "."
      * Les autres changements deja en attente pour l'employe.
           move 0 to ws_nb_listes
           perform varying ws_chg_idx from 1 by 1
               until ws_chg_idx > ws_chg_count
               if ws_c_id(ws_chg_idx) = ws_id_demande
                  and ws_c_statut(ws_chg_idx) = 'P'
                  and ws_c_num(ws_chg_idx) not = ws_num_max
                   if ws_nb_listes = 0
                       display "Attention, autre(s) changement(s)"
                           " deja programme(s) :"
                   end-if
                   perform 0700-afficher-le-changement
               end-if
           end-perform
           .

       2000-lister-un-employe.
           perform 0600-lire-l-employe
           if ws_id_demande = 0
               exit paragraph
           end-if
           display "Id " ws_id_demande " " function trim(em-nom) " "
               function trim(em-prenom) " - dep "
               function trim(em-dep) " / rol " function trim(em-rol)
           move 0 to ws_nb_listes
           perform varying ws_chg_idx from 1 by 1
               until ws_chg_idx > ws_chg_count
               if ws_c_id(ws_chg_idx) = ws_id_demande
                  and ws_c_statut(ws_chg_idx) = 'P'
                   perform 0700-afficher-le-changement
               end-if
           end-perform
           display ws_nb_listes " changement(s) a venir."
           .

       3000-lister-un-departement.
      * Changements qui amenent quelqu'un dans le departement, et
      * changements programmes pour ses employes actuels.
           display "Departement ?"
           move spaces to ws_saisie_dep
           accept ws_saisie_dep
           if ws_saisie_dep = spaces
               exit paragraph
           end-if
           move 0 to ws_nb_listes
           perform varying ws_chg_idx from 1 by 1
               until ws_chg_idx > ws_chg_count
               if ws_c_statut(ws_chg_idx) = 'P'
                   if ws_c_dep(ws_chg_idx) = ws_saisie_dep
                       perform 0700-afficher-le-changement
                   else
                       move ws_c_id(ws_chg_idx) to em-id
                       read employee-master
                           invalid key
                               continue
                           not invalid key
                               if em-dep = ws_saisie_dep
                                   perform 0700-afficher-le-changement
                               end-if
                       end-read
                   end-if
               end-if
           end-perform
           display ws_nb_listes " changement(s) a venir pour "
               function trim(ws_saisie_dep) "."
           .

       4000-annuler-un-changement.
           display "Numero du changement ?"
           move spaces to ws_saisie_num
           accept ws_saisie_num
           if ws_saisie_num = spaces
              or function test-numval(ws_saisie_num) not = 0
               display "Numero illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_num) to ws_num_demande
           move 0 to ws_chg_trouve
           perform varying ws_chg_idx from 1 by 1
               until ws_chg_idx > ws_chg_count
               if ws_c_num(ws_chg_idx) = ws_num_demande
                   move ws_chg_idx to ws_chg_trouve
               end-if
           end-perform
           if ws_chg_trouve = 0
               display "Changement inconnu : " ws_num_demande
               exit paragraph
           end-if
      * Annulable tant que le passage de nuit ne l'a pas applique.
           if ws_c_statut(ws_chg_trouve) not = 'P'
               display "Changement " ws_num_demande " non annulable"
                   " [statut " ws_c_statut(ws_chg_trouve) "]."
               exit paragraph
           end-if
           move ws_chg_trouve to ws_chg_idx
           perform 0700-afficher-le-changement
           display "Confirmer l'annulation [O/N] ?"
           move space to ws_saisie_conf
           accept ws_saisie_conf
           if ws_saisie_conf not = 'O' and ws_saisie_conf not = 'o'
               display "Rien d'annule."
               exit paragraph
           end-if
           move 'X' to ws_c_statut(ws_chg_trouve)
           move ws_today to ws_c_date-statut(ws_chg_trouve)
           move ws_joblog_operator to ws_c_operateur(ws_chg_trouve)
           perform 9000-sauvegarder
           add 1 to ws_maj_count
           display "Changement " ws_num_demande " annule."
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
