      ******************************************************************
      * Nom du Projet   : Postes budgetes [controle des postes]
      * Description     : 38_budget-departements.cob ne compare
      *    qu'un effectif autorise par departement : on ne savait pas
      *    quel poste approuve etait vacant, ni si quelqu'un avait ete
      *    embauche sur un poste jamais approuve. Ce guichet
      *    [fonction REFERENTIEL, comme 07_gestion-referent.cob] tient
      *    le fichier des postes [src/postes.txt, disposition
      *    poste-enreg.cpy : numero, societe, departement, role, ETP,
      *    cout budgete, statut ouvert / pourvu / gele] et
      *    l'affectation de chaque employe actif a un poste
      *    [src/affectations-postes.txt : id, poste, date] :
      *    - creer un poste [ouvert a la date du jour] ;
      *    - geler un poste ouvert, ou rouvrir un poste gele ;
      *    - affecter un employe a un poste ouvert [son ancien poste
      *      redevient ouvert, le nouveau passe pourvu] ;
      *    - liberer le poste d'un employe [sortie, mutation hors
      *      postes : le poste redevient ouvert].
      *    L'etat des postes vacants et les exceptions sont produits
      *    par 77_controle-postes.cob ; une pre-embauche de
      *    49_embauches-attente.cob doit nommer un poste ouvert.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 76_postes.

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

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd postes-file.
       01 poste-record.
           COPY "poste-enreg.cpy" REPLACING ==:PFX:== BY ==pos-==.

      * Affectation d'un employe a son poste : id, poste, date
      * d'affectation, operateur.
       fd affectations-file.
       01 affectation-record.
           05 apo-id       pic 9(5).
           05 filler       pic x.
           05 apo-poste    pic 9(5).
           05 filler       pic x.
           05 apo-date     pic 9(8).
           05 filler       pic x.
           05 apo-operateur pic x(8).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_postes     pic xx value "00".
       01 ws_fs_affectations pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_choix         pic 9 value 9.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Controle des habilitations [SPAUTOR] : le fichier des postes
      * est un referentiel, meme fonction que les codes.
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

       01 ws_pos_table.
           05 ws_pos_entry occurs 2000 times.
               COPY "poste-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_p_==.
       01 ws_pos_count     pic 9(4) value 0.
       01 ws_pos_idx       pic 9(4) value 0.
       01 ws_pos_trouve    pic 9(4) value 0.
       01 ws_pos_ancien    pic 9(4) value 0.
       01 ws_num_max       pic 9(5) value 0.

       01 ws_apo_table.
           05 ws_apo_entry occurs 5000 times.
               10 ws_a_id       pic 9(5).
               10 ws_a_poste    pic 9(5).
               10 ws_a_date     pic 9(8).
               10 ws_a_operateur pic x(8).
       01 ws_apo_count     pic 9(4) value 0.
       01 ws_apo_idx       pic 9(4) value 0.
       01 ws_apo_trouve    pic 9(4) value 0.
       01 ws_autres_titulaires pic 9(3) value 0.

      * Saisies.
       01 ws_societe_param pic x(3) value spaces.
       01 ws_saisie_id     pic x(5) value spaces.
       01 ws_saisie_num    pic x(5) value spaces.
       01 ws_saisie_soc    pic x(3) value spaces.
       01 ws_saisie_dep    pic x(20) value spaces.
       01 ws_saisie_rol    pic x(20) value spaces.
       01 ws_saisie_etp    pic x(3) value spaces.
       01 ws_saisie_cout   pic x(10) value spaces.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_num_demande   pic 9(5) value 0.
       01 ws_etp           pic 9(3) value 0.
       01 ws_cout          pic 9(7)v99 value 0.
       01 ws_maj_count     pic 9(5) value 0.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "76_postes".
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

           move "REFERENTIEL" to ws_fonction
           call "SPAUTOR" using ws_perm_path ws_joblog_operator
               ws_joblog_name ws_fonction ws_autorise
           if ws_autorise = 'N'
               display "Acces refuse : l'operateur '"
                   function trim(ws_joblog_operator)
                   "' n'est pas habilite aux referentiels."
               move 98 to ws_joblog_rc
           else
               perform 0010-date-de-traitement
               perform 0100-charger-les-postes
               perform 0200-charger-les-affectations
               open input employee-master
               if ws_fs_master not = "00"
                   display "Erreur ouverture EMPLOYEE-MASTER : "
                       ws_fs_master
                   move 16 to ws_joblog_rc
               else
                   perform until ws_choix = 0
                       display " "
                       display "1. Creer un poste"
                       display "2. Geler ou rouvrir un poste"
                       display "3. Affecter un employe a un poste"
                       display "4. Liberer le poste d'un employe"
                       display "0. Quitter"
                       display "Votre choix ?"
                       accept ws_choix
                       evaluate ws_choix
                           when 1
                               perform 1000-creer-un-poste
                           when 2
                               perform 2000-geler-ou-rouvrir
                           when 3
                               perform 3000-affecter-un-employe
                           when 4
                               perform 4000-liberer-un-poste
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

       0100-charger-les-postes.
      * Fichier absent : premier passage, il sera cree au premier
      * poste.
           move 'N' to fin_fichier
           open input postes-file
           if ws_fs_postes not = "00"
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
                           if pos-num > ws_num_max
                               move pos-num to ws_num_max
                           end-if
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
                           move apo-date to ws_a_date(ws_apo_count)
                           move apo-operateur
                               to ws_a_operateur(ws_apo_count)
                       end-if
               end-read
           end-perform
           close affectations-file
           .

       0500-lire-le-poste.
      * Numero saisi -> rang du poste dans la table [0 si inconnu].
           move 0 to ws_pos_trouve
           display "Numero de poste ?"
           move spaces to ws_saisie_num
           accept ws_saisie_num
           if ws_saisie_num = spaces
              or function test-numval(ws_saisie_num) not = 0
               display "Numero illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_num) to ws_num_demande
           perform varying ws_pos_idx from 1 by 1
               until ws_pos_idx > ws_pos_count
               if ws_p_num(ws_pos_idx) = ws_num_demande
                   move ws_pos_idx to ws_pos_trouve
               end-if
           end-perform
           if ws_pos_trouve = 0
               display "Poste inconnu : " ws_num_demande
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
      * Affectation en cours de l'employe [0 si aucune].
           move 0 to ws_apo_trouve
           perform varying ws_apo_idx from 1 by 1
               until ws_apo_idx > ws_apo_count
               if ws_a_id(ws_apo_idx) = ws_id_demande
                   move ws_apo_idx to ws_apo_trouve
               end-if
           end-perform
           .

       0700-rouvrir-l-ancien-poste.
      * Le poste que quitte l'employe redevient ouvert s'il n'a plus
      * d'autre titulaire.
           move 0 to ws_pos_ancien
           perform varying ws_pos_idx from 1 by 1
               until ws_pos_idx > ws_pos_count
               if ws_p_num(ws_pos_idx) = ws_a_poste(ws_apo_trouve)
                   move ws_pos_idx to ws_pos_ancien
               end-if
           end-perform
           if ws_pos_ancien = 0
               exit paragraph
           end-if
           move 0 to ws_autres_titulaires
           perform varying ws_apo_idx from 1 by 1
               until ws_apo_idx > ws_apo_count
               if ws_apo_idx not = ws_apo_trouve
                  and ws_a_poste(ws_apo_idx) = ws_p_num(ws_pos_ancien)
                   add 1 to ws_autres_titulaires
               end-if
           end-perform
           if ws_autres_titulaires = 0
              and ws_p_statut(ws_pos_ancien) = 'P'
               move 'O' to ws_p_statut(ws_pos_ancien)
               move ws_today to ws_p_date-statut(ws_pos_ancien)
               move ws_joblog_operator
                   to ws_p_operateur(ws_pos_ancien)
               display "Poste " ws_p_num(ws_pos_ancien)
                   " redevenu ouvert."
           end-if
           .

       1000-creer-un-poste.
           if ws_pos_count >= 2000
               display "Table des postes pleine - rien de cree."
               exit paragraph
           end-if
           move spaces to ws_societe_param
           accept ws_societe_param from environment "SOCIETE"
           display "Societe [vide = " ws_societe_param "] ?"
           move spaces to ws_saisie_soc
           accept ws_saisie_soc
           if ws_saisie_soc = spaces
               move ws_societe_param to ws_saisie_soc
           end-if
           if ws_saisie_soc = spaces
               move "001" to ws_saisie_soc
           end-if
           display "Departement ?"
           move spaces to ws_saisie_dep
           accept ws_saisie_dep
           display "Role ?"
           move spaces to ws_saisie_rol
           accept ws_saisie_rol
           if ws_saisie_dep = spaces or ws_saisie_rol = spaces
               display "Departement et role obligatoires - rien de"
                   " cree."
               exit paragraph
           end-if
           display "ETP en pourcent [1 a 100, vide = 100] ?"
           move spaces to ws_saisie_etp
           accept ws_saisie_etp
           if ws_saisie_etp = spaces
               move 100 to ws_etp
           else
               if function test-numval(ws_saisie_etp) not = 0
                   display "ETP illisible - rien de cree."
                   exit paragraph
               end-if
               move function numval(ws_saisie_etp) to ws_etp
           end-if
           if ws_etp < 1 or ws_etp > 100
               display "ETP hors bornes - rien de cree."
               exit paragraph
           end-if
           display "Cout budgete annuel en centiemes [9 chiffres, ex"
               " 004500000 = 45000.00] ?"
           move spaces to ws_saisie_cout
           accept ws_saisie_cout
           if ws_saisie_cout(1:9) not numeric
               display "Cout illisible - rien de cree."
               exit paragraph
           end-if
           compute ws_cout = function numval(ws_saisie_cout(1:9)) / 100

           add 1 to ws_num_max
           add 1 to ws_pos_count
           move spaces to ws_pos_entry(ws_pos_count)
           move ws_num_max to ws_p_num(ws_pos_count)
           move ws_saisie_soc to ws_p_soc(ws_pos_count)
           move ws_saisie_dep to ws_p_dep(ws_pos_count)
           move ws_saisie_rol to ws_p_rol(ws_pos_count)
           move ws_etp to ws_p_etp(ws_pos_count)
           move ws_cout to ws_p_cout(ws_pos_count)
           move 'O' to ws_p_statut(ws_pos_count)
           move ws_today to ws_p_date-statut(ws_pos_count)
           move ws_joblog_operator to ws_p_operateur(ws_pos_count)
           perform 9000-sauvegarder
           add 1 to ws_maj_count
           display "Poste " ws_num_max " cree, ouvert : "
               function trim(ws_saisie_dep) " / "
               function trim(ws_saisie_rol)
           .

       2000-geler-ou-rouvrir.
           perform 0500-lire-le-poste
           if ws_pos_trouve = 0
               exit paragraph
           end-if
           evaluate ws_p_statut(ws_pos_trouve)
               when 'O'
                   move 'G' to ws_p_statut(ws_pos_trouve)
                   display "Poste " ws_num_demande " gele."
               when 'G'
                   move 'O' to ws_p_statut(ws_pos_trouve)
                   display "Poste " ws_num_demande " rouvert."
               when other
                   display "Poste pourvu - liberer d'abord son"
                       " titulaire."
                   exit paragraph
           end-evaluate
           move ws_today to ws_p_date-statut(ws_pos_trouve)
           move ws_joblog_operator to ws_p_operateur(ws_pos_trouve)
           perform 9000-sauvegarder
           add 1 to ws_maj_count
           .

       3000-affecter-un-employe.
           perform 0600-lire-l-employe
           if ws_id_demande = 0
               exit paragraph
           end-if
           if em-statut = 'T'
               display "Employe sorti - pas d'affectation."
               exit paragraph
           end-if
           perform 0500-lire-le-poste
           if ws_pos_trouve = 0
               exit paragraph
           end-if
           if ws_p_statut(ws_pos_trouve) not = 'O'
               display "Poste " ws_num_demande " non ouvert [statut "
                   ws_p_statut(ws_pos_trouve) "] - pas d'affectation."
               exit paragraph
           end-if
           if ws_p_dep(ws_pos_trouve) not = em-dep
               display "Attention : poste du departement "
                   function trim(ws_p_dep(ws_pos_trouve))
                   ", employe en " function trim(em-dep) "."
           end-if
           if ws_p_rol(ws_pos_trouve) not = em-rol
               display "Attention : poste de role "
                   function trim(ws_p_rol(ws_pos_trouve))
                   ", employe en " function trim(em-rol) "."
           end-if

           if ws_apo_trouve > 0
               perform 0700-rouvrir-l-ancien-poste
           else
               if ws_apo_count >= 5000
                   display "Table des affectations pleine - rien"
                       " d'enregistre."
                   exit paragraph
               end-if
               add 1 to ws_apo_count
               move ws_apo_count to ws_apo_trouve
               move ws_id_demande to ws_a_id(ws_apo_trouve)
           end-if
           move ws_num_demande to ws_a_poste(ws_apo_trouve)
           move ws_today to ws_a_date(ws_apo_trouve)
           move ws_joblog_operator to ws_a_operateur(ws_apo_trouve)
           move 'P' to ws_p_statut(ws_pos_trouve)
           move ws_today to ws_p_date-statut(ws_pos_trouve)
           move ws_joblog_operator to ws_p_operateur(ws_pos_trouve)
           perform 9000-sauvegarder
           add 1 to ws_maj_count
           display "Id " ws_id_demande " affecte au poste "
               ws_num_demande "."
           .

       4000-liberer-un-poste.
           perform 0600-lire-l-employe
           if ws_id_demande = 0
               exit paragraph
           end-if
           if ws_apo_trouve = 0
               display "Employe sans poste."
               exit paragraph
           end-if
           perform 0700-rouvrir-l-ancien-poste
      * L'affectation sort de la table : la derniere ligne prend sa
      * place.
           move ws_apo_entry(ws_apo_count)
               to ws_apo_entry(ws_apo_trouve)
           subtract 1 from ws_apo_count
           perform 9000-sauvegarder
           add 1 to ws_maj_count
           display "Id " ws_id_demande " libere de son poste."
           .

       9000-sauvegarder.
           open output postes-file
           perform varying ws_pos_idx from 1 by 1
               until ws_pos_idx > ws_pos_count
               move ws_pos_entry(ws_pos_idx) to poste-record
               write poste-record
           end-perform
           close postes-file
           open output affectations-file
           perform varying ws_apo_idx from 1 by 1
               until ws_apo_idx > ws_apo_count
               move spaces to affectation-record
               move ws_a_id(ws_apo_idx) to apo-id
               move ws_a_poste(ws_apo_idx) to apo-poste
               move ws_a_date(ws_apo_idx) to apo-date
               move ws_a_operateur(ws_apo_idx) to apo-operateur
               write affectation-record
           end-perform
           close affectations-file
           .
