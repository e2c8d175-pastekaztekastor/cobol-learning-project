      ******************************************************************
      * Nom du Projet   : Registre des accidents du travail et
      *                   incidents
      * Description     : Les accidents du travail se suivaient sur
      *    papier, de la declaration aux autorites [due dans les 48
      *    heures] jusqu'a la reprise du salarie. Ce guichet restreint
      *    [fonction SECURITE] tient le registre [src/accidents.txt,
      *    disposition accident-enreg.cpy : id, date et heure, site,
      *    description, type de blessure, temoins, date de
      *    declaration, arret et jours perdus, reprise] :
      *    - enregistrement d'un accident ou incident ; le type de
      *      blessure vient du referentiel src/types-blessure.txt
      *      [code, declaration due O/N, libelle], le site de
      *      src/sites.txt ;
      *    - declaration aux autorites : la date est controlee contre
      *      l'echeance de 48 heures [jour de l'accident + 2] ;
      *    - arret de travail et reprise : premier jour d'arret, jours
      *      perdus [prolongations comprises], date de reprise. Les
      *      jours perdus partent dans src/absences.txt au type 'AT'
      *      [lignes de 99 jours au plus, remplacees a chaque mise a
      *      jour du dossier] : 28_conges.cob ne les debite pas du
      *      solde de conges ;
      *    - consultation par employe et liste des dossiers ouverts,
      *      declarations en retard signalees.
      *    Un dossier se clot de lui-meme quand la declaration est
      *    faite [ou non due] et que le salarie a repris [ou n'a pas
      *    eu d'arret]. Le rapport mensuel de securite est
      *    109_rapport-securite.cob.
      *
      * Historique des modifications :
      *  - 15/10/2026 : chaque reecriture de src/absences.txt
      *    reecrit son fichier de controle [src/absences-controle.txt,
      *    nombre de lignes], verifie par 28_conges.cob. Table des
      *    absences pleine : rien d'enregistre, rc 16, au lieu de
      *    reecrire un fichier tronque.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 108_accidents.

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

           select types-file assign to "src/types-blessure.txt"
               organization is line sequential
               file status is ws_fs_types.

           select sites-file assign to "src/sites.txt"
               organization is line sequential
               file status is ws_fs_sites.

           select accidents-file assign to "src/accidents.txt"
               organization is line sequential
               file status is ws_fs_accidents.

           select absences-file assign to "src/absences.txt"
               organization is line sequential
               file status is ws_fs_absences.

           select controle-file assign to "src/absences-controle.txt"
               organization is line sequential
               file status is ws_fs_controle.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

      * Type de blessure : code, declaration aux autorites due
      * [O/N], libelle.
       fd types-file.
       01 type-record.
           05 typ-code     pic x(2).
           05 filler       pic x.
           05 typ-declaration pic x(1).
           05 filler       pic x.
           05 typ-libelle  pic x(20).

       fd sites-file.
       01 site-record.
           COPY "site-enreg.cpy" REPLACING ==:PFX:== BY ==sit-==.

       fd accidents-file.
       01 accident-record.
           COPY "accident-enreg.cpy" REPLACING ==:PFX:== BY ==acc-==.

       fd absences-file.
       01 absence-record.
           05 abs-id       pic 9(5).
           05 filler       pic x.
           05 abs-date     pic 9(8).
           05 filler       pic x.
           05 abs-jours    pic 9(2)v9.
           05 filler       pic x.
           05 abs-type     pic x(2).

      * Nombre de lignes de src/absences.txt, controle par
      * 28_conges.cob avant de debiter les soldes.
       fd controle-file.
       01 controle-record.
           05 ctl-nb       pic 9(7).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_types      pic xx value "00".
       01 ws_fs_sites      pic xx value "00".
       01 ws_fs_accidents  pic xx value "00".
       01 ws_fs_absences   pic xx value "00".
       01 ws_fs_controle   pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_choix         pic 9 value 9.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Controle des habilitations [SPAUTOR].
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

       01 ws_typ_table.
           05 ws_typ_entry occurs 30 times.
               10 ws_t_code     pic x(2).
               10 ws_t_declaration pic x(1).
               10 ws_t_libelle  pic x(20).
       01 ws_typ_count     pic 9(2) value 0.
       01 ws_typ_idx       pic 9(2) value 0.
       01 ws_typ_trouve    pic 9(2) value 0.

       01 ws_sit_table.
           05 ws_sit_code      pic x(8) occurs 200 times.
       01 ws_sit_count     pic 9(3) value 0.
       01 ws_sit_idx       pic 9(3) value 0.
       01 ws_sit_trouve    pic 9(3) value 0.

       01 ws_acc_table.
           05 ws_acc_entry occurs 2000 times.
               COPY "accident-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_a_==.
       01 ws_acc_count     pic 9(4) value 0.
       01 ws_acc_idx       pic 9(4) value 0.
       01 ws_acc_cour      pic 9(4) value 0.
       01 ws_num_max       pic 9(5) value 0.
       01 ws_nb_dossiers   pic 9(4) value 0.

      * Echeance de la declaration : jour de l'accident + 2 [48
      * heures].
       01 ws_echeance      pic 9(8) value 0.
       01 ws_en_retard     pic x(1) value 'N'.

      * Arret du dossier avant mise a jour, pour retirer ses lignes
      * de src/absences.txt avant d'ecrire les nouvelles.
       01 ws_arret_avant   pic 9(8) value 0.
       01 ws_jours_avant   pic 9(3) value 0.
       01 ws_fin_avant     pic 9(8) value 0.
       01 ws_arret_lu      pic 9(8) value 0.
       01 ws_reprise_lue   pic 9(8) value 0.
       01 ws_jours_lus     pic 9(3) value 0.

      * Lignes de src/absences.txt, reecrit en entier quand un
      * dossier change ses jours d'arret.
       01 ws_abs_table.
           05 ws_abs_ligne     pic x(21) occurs 5000 times.
       01 ws_abs_count     pic 9(4) value 0.
       01 ws_abs_idx       pic 9(4) value 0.
       01 ws_abs_garde     pic x(1) value 'O'.
       01 ws_abs_retirees  pic 9(4) value 0.
       01 ws_abs_plein     pic x(1) value 'N'.
       01 ws_reste         pic 9(3) value 0.
       01 ws_tranche       pic 9(3) value 0.
       01 ws_decalage      pic 9(3) value 0.

      * Saisies.
       01 ws_saisie_id     pic x(5) value spaces.
       01 ws_saisie_num    pic x(5) value spaces.
       01 ws_saisie_date   pic x(8) value spaces.
       01 ws_saisie_heure  pic x(4) value spaces.
       01 ws_saisie_site   pic x(8) value spaces.
       01 ws_saisie_type   pic x(2) value spaces.
       01 ws_saisie_texte  pic x(60) value spaces.
       01 ws_saisie_temoins pic x(40) value spaces.
       01 ws_saisie_jours  pic x(3) value spaces.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_num_demande   pic 9(5) value 0.
       01 ws_date_lue      pic 9(8) value 0.
       01 ws_date_ok       pic x(1) value 'N'.
       01 ws_maj_count     pic 9(5) value 0.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Consignation des incidents dans le fichier de messages date
      * [MSGLOG] : une declaration hors delai remonte dans la file des
      * notifications.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'W'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "108_accidents".
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

           move "SECURITE" to ws_fonction
           call "SPAUTOR" using ws_perm_path ws_joblog_operator
               ws_joblog_name ws_fonction ws_autorise
           if ws_autorise = 'N'
               display "Acces refuse : l'operateur '"
                   function trim(ws_joblog_operator)
                   "' n'est pas habilite au registre des accidents."
               move 98 to ws_joblog_rc
           else
               perform 0010-date-de-traitement
               perform 0100-charger-les-types
               perform 0150-charger-les-sites
               perform 0200-charger-le-registre
               open input employee-master
               if ws_fs_master not = "00"
                   display "Erreur ouverture EMPLOYEE-MASTER : "
                       ws_fs_master
                   move 16 to ws_joblog_rc
               else
                   perform until ws_choix = 0
                       display " "
                       display "1. Enregistrer un accident ou incident"
                       display "2. Declaration aux autorites"
                       display "3. Arret de travail et reprise"
                       display "4. Consulter les accidents d'un"
                           " employe"
                       display "5. Dossiers ouverts"
                       display "0. Quitter"
                       display "Votre choix ?"
                       accept ws_choix
                       evaluate ws_choix
                           when 1
                               perform 1000-enregistrer-un-accident
                           when 2
                               perform 2000-enregistrer-la-declaration
                           when 3
                               perform 3000-arret-et-reprise
                           when 4
                               perform 4000-consulter-un-employe
                           when 5
                               perform 5000-dossiers-ouverts
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

       0100-charger-les-types.
           move 'N' to fin_fichier
           open input types-file
           if ws_fs_types not = "00"
               display "Referentiel des blessures absent"
                   " [types-blessure.txt] - aucun enregistrement"
                   " possible."
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
                           move typ-declaration
                               to ws_t_declaration(ws_typ_count)
                           move typ-libelle
                               to ws_t_libelle(ws_typ_count)
                       end-if
               end-read
           end-perform
           close types-file
           .

       0150-charger-les-sites.
      * Referentiel absent : le site se saisit sans controle.
           move 'N' to fin_fichier
           open input sites-file
           if ws_fs_sites not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read sites-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_sit_count < 200
                           add 1 to ws_sit_count
                           move sit-code to ws_sit_code(ws_sit_count)
                       end-if
               end-read
           end-perform
           close sites-file
           .

       0200-charger-le-registre.
      * Fichier absent : premier passage, il sera cree au premier
      * enregistrement.
           move 'N' to fin_fichier
           open input accidents-file
           if ws_fs_accidents not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read accidents-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_acc_count < 2000
                           add 1 to ws_acc_count
                           move accident-record
                               to ws_acc_entry(ws_acc_count)
                           if acc-num > ws_num_max
                               move acc-num to ws_num_max
                           end-if
                       end-if
               end-read
           end-perform
           close accidents-file
           .

       0500-lire-l-employe.
      * Id saisi -> enregistrement du fichier maître ; ws_id_demande
      * reste a 0 si l'id est illisible ou inconnu.
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

       0600-lire-le-dossier.
      * Numero saisi -> ligne du registre [ws_acc_cour, 0 si
      * inconnu].
           move 0 to ws_acc_cour
           display "Numero du dossier ? "
           move spaces to ws_saisie_num
           accept ws_saisie_num
           if ws_saisie_num = spaces
              or function test-numval(ws_saisie_num) not = 0
               display "Numero illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_num) to ws_num_demande
           perform varying ws_acc_idx from 1 by 1
               until ws_acc_idx > ws_acc_count
               if ws_a_num(ws_acc_idx) = ws_num_demande
                   move ws_acc_idx to ws_acc_cour
               end-if
           end-perform
           if ws_acc_cour = 0
               display "Dossier inconnu : " ws_num_demande
           end-if
           .

       0650-lire-une-date.
      * Date saisie AAAAMMJJ -> ws_date_lue ; ws_date_ok = 'N' si
      * illisible, 'B' si laissee a blanc.
           move 'N' to ws_date_ok
           move 0 to ws_date_lue
           move spaces to ws_saisie_date
           accept ws_saisie_date
           if ws_saisie_date = spaces
               move 'B' to ws_date_ok
               exit paragraph
           end-if
           if ws_saisie_date not numeric
              or function test-date-yyyymmdd(
                  function numval(ws_saisie_date)) not = 0
               display "Date illisible."
               exit paragraph
           end-if
           move ws_saisie_date to ws_date_lue
           move 'O' to ws_date_ok
           .

       0700-trouver-le-type.
           move 0 to ws_typ_trouve
           perform varying ws_typ_idx from 1 by 1
               until ws_typ_idx > ws_typ_count
               if ws_t_code(ws_typ_idx) = ws_saisie_type
                   move ws_typ_idx to ws_typ_trouve
               end-if
           end-perform
           .

       0750-trouver-le-site.
           move 0 to ws_sit_trouve
           perform varying ws_sit_idx from 1 by 1
               until ws_sit_idx > ws_sit_count
               if ws_sit_code(ws_sit_idx) = ws_saisie_site
                   move ws_sit_idx to ws_sit_trouve
               end-if
           end-perform
           .

       0800-afficher-un-dossier.
           move ws_a_blessure(ws_acc_idx) to ws_saisie_type
           perform 0700-trouver-le-type
           perform 0850-controler-l-echeance
           display "  Dossier " ws_a_num(ws_acc_idx) " id "
               ws_a_id(ws_acc_idx) " le " ws_a_date(ws_acc_idx)
               " a " ws_a_heure(ws_acc_idx) " site "
               ws_a_site(ws_acc_idx) " statut " ws_a_statut(ws_acc_idx)
           if ws_typ_trouve > 0
               display "     " ws_t_libelle(ws_typ_trouve) " : "
                   function trim(ws_a_description(ws_acc_idx))
           else
               display "     blessure " ws_a_blessure(ws_acc_idx)
                   " : " function trim(ws_a_description(ws_acc_idx))
           end-if
           display "     temoins : "
               function trim(ws_a_temoins(ws_acc_idx))
           display "     declaration " ws_a_declaration(ws_acc_idx)
               " [echeance " ws_echeance "] arret "
               ws_a_arret(ws_acc_idx) " jours " ws_a_jours(ws_acc_idx)
               " reprise " ws_a_reprise(ws_acc_idx)
           evaluate ws_en_retard
               when 'O'
                   display "     *** DECLARATION EN RETARD ***"
               when 'H'
                   display "     declaree hors delai"
               when other
                   continue
           end-evaluate
           .

       0850-controler-l-echeance.
      * Echeance des 48 heures de la ligne ws_acc_idx : 'O' si la
      * declaration due n'est toujours pas faite une fois l'echeance
      * passee, 'H' si elle a ete faite apres. ws_typ_trouve doit
      * designer sa blessure.
           compute ws_echeance = function date-of-integer(
               function integer-of-date(ws_a_date(ws_acc_idx)) + 2)
           move 'N' to ws_en_retard
           if ws_typ_trouve > 0
               if ws_t_declaration(ws_typ_trouve) = 'N'
                   exit paragraph
               end-if
           end-if
           if ws_a_declaration(ws_acc_idx) = 0
              and ws_today > ws_echeance
               move 'O' to ws_en_retard
           end-if
           if ws_a_declaration(ws_acc_idx) > ws_echeance
               move 'H' to ws_en_retard
           end-if
           .

       0900-statuer-le-dossier.
      * Dossier ws_acc_cour clos quand la declaration est faite [ou
      * non due pour cette blessure] et qu'il n'y a pas d'arret en
      * cours.
           move ws_a_blessure(ws_acc_cour) to ws_saisie_type
           perform 0700-trouver-le-type
           move 'O' to ws_a_statut(ws_acc_cour)
           if (ws_a_declaration(ws_acc_cour) > 0
               or (ws_typ_trouve > 0
                   and ws_t_declaration(ws_typ_trouve) = 'N'))
              and (ws_a_arret(ws_acc_cour) = 0
                   or ws_a_reprise(ws_acc_cour) > 0)
               move 'C' to ws_a_statut(ws_acc_cour)
           end-if
           move ws_today to ws_a_date-maj(ws_acc_cour)
           move ws_joblog_operator to ws_a_operateur(ws_acc_cour)
           .

       1000-enregistrer-un-accident.
           if ws_acc_count >= 2000
               display "Registre plein - rien d'enregistre."
               exit paragraph
           end-if
           perform 0500-lire-l-employe
           if ws_id_demande = 0
               exit paragraph
           end-if
           display function trim(em-prenom) " " function trim(em-nom)
               " [" em-dep "]"
           display "Date de l'accident [AAAAMMJJ, blanc = aujourd'hui]"
               " ?"
           perform 0650-lire-une-date
           evaluate ws_date_ok
               when 'B'
                   move ws_today to ws_date_lue
               when 'N'
                   display "Rien d'enregistre."
                   exit paragraph
               when other
                   continue
           end-evaluate
           if ws_date_lue > ws_today
               display "Accident date dans le futur - rien"
                   " d'enregistre."
               exit paragraph
           end-if
           display "Heure [HHMM] ?"
           move spaces to ws_saisie_heure
           accept ws_saisie_heure
           if ws_saisie_heure not numeric
              or ws_saisie_heure(1:2) > "23"
              or ws_saisie_heure(3:2) > "59"
               display "Heure illisible - rien d'enregistre."
               exit paragraph
           end-if
           display "Site ?"
           move spaces to ws_saisie_site
           accept ws_saisie_site
           move function upper-case(ws_saisie_site) to ws_saisie_site
           if ws_sit_count > 0
               perform 0750-trouver-le-site
               if ws_sit_trouve = 0
                   display "Site inconnu de sites.txt - rien"
                       " d'enregistre."
                   exit paragraph
               end-if
           end-if
           display "Type de blessure ?"
           move spaces to ws_saisie_type
           accept ws_saisie_type
           move function upper-case(ws_saisie_type) to ws_saisie_type
           perform 0700-trouver-le-type
           if ws_typ_trouve = 0
               display "Type inconnu de types-blessure.txt - rien"
                   " d'enregistre."
               exit paragraph
           end-if
           display "Description ?"
           move spaces to ws_saisie_texte
           accept ws_saisie_texte
           if ws_saisie_texte = spaces
               display "Description vide - rien d'enregistre."
               exit paragraph
           end-if
           display "Temoins [noms, blanc = aucun] ?"
           move spaces to ws_saisie_temoins
           accept ws_saisie_temoins

           add 1 to ws_num_max
           add 1 to ws_acc_count
           move ws_acc_count to ws_acc_cour
           move spaces to ws_acc_entry(ws_acc_cour)
           move ws_num_max to ws_a_num(ws_acc_cour)
           move ws_id_demande to ws_a_id(ws_acc_cour)
           move ws_date_lue to ws_a_date(ws_acc_cour)
           move ws_saisie_heure to ws_a_heure(ws_acc_cour)
           move ws_saisie_site to ws_a_site(ws_acc_cour)
           move ws_saisie_type to ws_a_blessure(ws_acc_cour)
           move ws_saisie_texte to ws_a_description(ws_acc_cour)
           move ws_saisie_temoins to ws_a_temoins(ws_acc_cour)
           move 0 to ws_a_declaration(ws_acc_cour)
           move 0 to ws_a_arret(ws_acc_cour)
           move 0 to ws_a_jours(ws_acc_cour)
           move 0 to ws_a_reprise(ws_acc_cour)
           perform 0900-statuer-le-dossier
           perform 9000-sauvegarder
           add 1 to ws_maj_count
           move ws_acc_cour to ws_acc_idx
           perform 0850-controler-l-echeance
           display "Dossier " ws_num_max " enregistre."
           if ws_t_declaration(ws_typ_trouve) = 'O'
               display "Declaration aux autorites due au plus tard le "
                   ws_echeance "."
               if ws_en_retard = 'O'
                   display "*** ECHEANCE DEJA DEPASSEE ***"
               end-if
           end-if
           .

       2000-enregistrer-la-declaration.
           perform 0600-lire-le-dossier
           if ws_acc_cour = 0
               exit paragraph
           end-if
           move ws_acc_cour to ws_acc_idx
           perform 0800-afficher-un-dossier
           if ws_a_declaration(ws_acc_cour) > 0
               display "Declaration deja enregistree."
               exit paragraph
           end-if
           display "Date de la declaration [AAAAMMJJ, blanc ="
               " aujourd'hui] ?"
           perform 0650-lire-une-date
           evaluate ws_date_ok
               when 'B'
                   move ws_today to ws_date_lue
               when 'N'
                   display "Rien d'enregistre."
                   exit paragraph
               when other
                   continue
           end-evaluate
           if ws_date_lue < ws_a_date(ws_acc_cour)
              or ws_date_lue > ws_today
               display "Date hors de l'accident a aujourd'hui - rien"
                   " d'enregistre."
               exit paragraph
           end-if
           move ws_date_lue to ws_a_declaration(ws_acc_cour)
           perform 0900-statuer-le-dossier
           perform 9000-sauvegarder
           add 1 to ws_maj_count
           move ws_acc_cour to ws_acc_idx
           perform 0850-controler-l-echeance
           if ws_en_retard = 'H'
               display "Declaration HORS DELAI [echeance "
                   ws_echeance "]."
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Accident " delimited by size
                      ws_a_num(ws_acc_cour) delimited by size
                      " declare hors delai le " delimited by size
                      ws_date_lue delimited by size
                      " [echeance " delimited by size
                      ws_echeance delimited by size
                      "]" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               if ws_joblog_rc < 4
                   move 4 to ws_joblog_rc
               end-if
           else
               display "Declaration enregistree dans les delais."
           end-if
           .

       3000-arret-et-reprise.
      * Premier jour d'arret, jours perdus a ce jour [prolongations
      * comprises] et reprise ; les lignes 'AT' du dossier dans
      * src/absences.txt sont remplacees.
           perform 0600-lire-le-dossier
           if ws_acc_cour = 0
               exit paragraph
           end-if
           move ws_acc_cour to ws_acc_idx
           perform 0800-afficher-un-dossier
           move ws_a_arret(ws_acc_cour) to ws_arret_avant
           move ws_a_jours(ws_acc_cour) to ws_jours_avant

           display "Premier jour d'arret [AAAAMMJJ, blanc = inchange"
               " ou lendemain de l'accident] ?"
           perform 0650-lire-une-date
           evaluate ws_date_ok
               when 'B'
                   if ws_arret_avant > 0
                       move ws_arret_avant to ws_date_lue
                   else
                       compute ws_date_lue = function date-of-integer(
                           function integer-of-date(
                               ws_a_date(ws_acc_cour)) + 1)
                   end-if
               when 'N'
                   display "Rien d'enregistre."
                   exit paragraph
               when other
                   continue
           end-evaluate
           if ws_date_lue < ws_a_date(ws_acc_cour)
               display "Arret avant l'accident - rien d'enregistre."
               exit paragraph
           end-if
           move ws_date_lue to ws_arret_lu

           display "Date de reprise [AAAAMMJJ, blanc = toujours en"
               " arret] ?"
           perform 0650-lire-une-date
           evaluate ws_date_ok
               when 'B'
                   move 0 to ws_date_lue
               when 'N'
                   display "Rien d'enregistre."
                   exit paragraph
               when other
                   if ws_date_lue <= ws_arret_lu
                       display "Reprise avant le premier jour"
                           " d'arret - rien d'enregistre."
                       exit paragraph
                   end-if
           end-evaluate
           move ws_date_lue to ws_reprise_lue

           display "Jours d'arret perdus [blanc = jusqu'a la reprise"
               " ou inchange] ?"
           move ws_jours_avant to ws_jours_lus
           move spaces to ws_saisie_jours
           accept ws_saisie_jours
           if ws_saisie_jours = spaces
               if ws_reprise_lue > 0
                   compute ws_jours_lus =
                       function integer-of-date(ws_reprise_lue)
                     - function integer-of-date(ws_arret_lu)
               end-if
           else
               if function test-numval(ws_saisie_jours) not = 0
                  or function numval(ws_saisie_jours) < 1
                   display "Nombre de jours illisible - rien"
                       " d'enregistre."
                   exit paragraph
               end-if
               move function numval(ws_saisie_jours) to ws_jours_lus
           end-if
           if ws_jours_lus = 0
               move 1 to ws_jours_lus
           end-if

           perform 3100-lier-les-absences
           if ws_abs_plein = 'O'
               display "Table des absences pleine (5000 max) -"
                   " rien d'enregistre."
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Table des absences pleine (5000 max), dossier "
                          delimited by size
                      ws_a_num(ws_acc_cour) delimited by size
                      " non mis a jour" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           move ws_arret_lu to ws_a_arret(ws_acc_cour)
           move ws_reprise_lue to ws_a_reprise(ws_acc_cour)
           move ws_jours_lus to ws_a_jours(ws_acc_cour)
           perform 0900-statuer-le-dossier
           perform 9000-sauvegarder
           perform 3200-reecrire-les-absences
           add 1 to ws_maj_count
           display "Dossier " ws_a_num(ws_acc_cour) " : arret du "
               ws_a_arret(ws_acc_cour) ", " ws_a_jours(ws_acc_cour)
               " jour(s) perdu(s), statut " ws_a_statut(ws_acc_cour)
               "."
           .

       3100-lier-les-absences.
      * Les lignes 'AT' de l'id comprises dans l'ancien arret sortent
      * de src/absences.txt ; l'arret a jour y entre par tranches de
      * 99 jours au plus [largeur de la colonne des jours]. Table
      * pleine : ws_abs_plein, le fichier n'est pas reecrit.
           move 'N' to ws_abs_plein
           move 0 to ws_abs_count
           move 0 to ws_abs_retirees
           move 0 to ws_fin_avant
           if ws_arret_avant > 0
               compute ws_fin_avant = function date-of-integer(
                   function integer-of-date(ws_arret_avant)
                   + ws_jours_avant)
           end-if
           move 'N' to fin_fichier
           open input absences-file
           if ws_fs_absences = "00"
               perform until fin_fichier = 'Y'
                   read absences-file
                       at end
                           move 'Y' to fin_fichier
                       not at end
                           perform 3150-garder-une-absence
                   end-read
               end-perform
               close absences-file
           end-if

           move ws_jours_lus to ws_reste
           move 0 to ws_decalage
           perform until ws_reste = 0 or ws_abs_plein = 'O'
               if ws_abs_count >= 5000
                   move 'O' to ws_abs_plein
                   exit perform
               end-if
               if ws_reste > 99
                   move 99 to ws_tranche
               else
                   move ws_reste to ws_tranche
               end-if
               move spaces to absence-record
               move ws_a_id(ws_acc_cour) to abs-id
               compute abs-date = function date-of-integer(
                   function integer-of-date(ws_arret_lu)
                   + ws_decalage)
               move ws_tranche to abs-jours
               move "AT" to abs-type
               add 1 to ws_abs_count
               move absence-record to ws_abs_ligne(ws_abs_count)
               subtract ws_tranche from ws_reste
               add ws_tranche to ws_decalage
           end-perform
           .

       3150-garder-une-absence.
           move 'O' to ws_abs_garde
           if ws_arret_avant > 0
              and abs-id = ws_a_id(ws_acc_cour)
              and abs-type = "AT"
              and abs-date >= ws_arret_avant
              and abs-date < ws_fin_avant
               move 'N' to ws_abs_garde
               add 1 to ws_abs_retirees
           end-if
           if absence-record = spaces
               move 'N' to ws_abs_garde
           end-if
           if ws_abs_garde = 'O'
               if ws_abs_count >= 5000
                   move 'O' to ws_abs_plein
                   move 'Y' to fin_fichier
               else
                   add 1 to ws_abs_count
                   move absence-record to ws_abs_ligne(ws_abs_count)
               end-if
           end-if
           .

       3200-reecrire-les-absences.
           open output absences-file
           perform varying ws_abs_idx from 1 by 1
               until ws_abs_idx > ws_abs_count
               move ws_abs_ligne(ws_abs_idx) to absence-record
               write absence-record
           end-perform
           close absences-file

           open output controle-file
           move ws_abs_count to ctl-nb
           write controle-record
           close controle-file
           .

       4000-consulter-un-employe.
           perform 0500-lire-l-employe
           if ws_id_demande = 0
               exit paragraph
           end-if
           display function trim(em-prenom) " " function trim(em-nom)
               " [" em-id "]"
           move 0 to ws_nb_dossiers
           perform varying ws_acc_idx from 1 by 1
               until ws_acc_idx > ws_acc_count
               if ws_a_id(ws_acc_idx) = ws_id_demande
                   add 1 to ws_nb_dossiers
                   perform 0800-afficher-un-dossier
               end-if
           end-perform
           if ws_nb_dossiers = 0
               display "  aucun accident au registre"
           end-if
           .

       5000-dossiers-ouverts.
           move 0 to ws_nb_dossiers
           display "Dossiers ouverts :"
           perform varying ws_acc_idx from 1 by 1
               until ws_acc_idx > ws_acc_count
               if ws_a_statut(ws_acc_idx) = 'O'
                   add 1 to ws_nb_dossiers
                   perform 0800-afficher-un-dossier
               end-if
           end-perform
           if ws_nb_dossiers = 0
               display "  aucun"
           end-if
           .

       9000-sauvegarder.
           open output accidents-file
           perform varying ws_acc_idx from 1 by 1
               until ws_acc_idx > ws_acc_count
               move ws_acc_entry(ws_acc_idx) to accident-record
               write accident-record
           end-perform
           close accidents-file
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
