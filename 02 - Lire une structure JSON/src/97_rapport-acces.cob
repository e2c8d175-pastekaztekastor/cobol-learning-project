      ******************************************************************
      * Nom du Projet   : Rapport mensuel des consultations sensibles
      * Description     : Le journal des consultations
      *    [src/journal-acces.txt, ecrit par SPACCES a chaque
      *    affichage ou impression d'un salaire, de coordonnees
      *    bancaires ou d'une fiche employe] repond ligne a ligne ;
      *    l'auditeur veut une vue du mois. Ce rapport
      *    [src/rapport-acces-AAAAMM.txt, mois MOIS_ACCES, defaut le
      *    mois de la date de traitement] restitue :
      *    - par employe consulte : consultations par categorie et
      *      nombre d'operateurs distincts ;
      *    - par operateur : consultations et employes distincts ;
      *    - les alertes : un operateur qui consulte dans la journee
      *      plus de SEUIL_SALAIRES salaires distincts [defaut 20],
      *      ou la fiche, le salaire ou la banque de son propre
      *      responsable. Le lien operateur -> id employe vient de
      *      src/operateurs-employes.txt [operateur, id] ; un
      *      operateur absent de ce fichier n'est pas controle sur
      *      son responsable, et le rapport le dit.
      *    Alerte presente = avertissement rc 4.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 97_rapport-acces.

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

           select journal-file assign to "src/journal-acces.txt"
               organization is line sequential
               file status is ws_fs_journal.

           select opemp-file assign to "src/operateurs-employes.txt"
               organization is line sequential
               file status is ws_fs_opemp.

           select rapport-file assign to dynamic ws_rapport_path
               organization is line sequential
               file status is ws_fs_rapport.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

      * Meme enregistrement que SPACCES.
       fd journal-file.
       01 journal-record.
           05 acc-date     pic 9(8).
           05 filler       pic x.
           05 acc-heure    pic 9(6).
           05 filler       pic x.
           05 acc-operateur pic x(8).
           05 filler       pic x.
           05 acc-programme pic x(20).
           05 filler       pic x.
           05 acc-id       pic 9(5).
           05 filler       pic x.
           05 acc-categorie pic x(10).

       fd opemp-file.
       01 opemp-record.
           05 ope-operateur pic x(8).
           05 filler       pic x.
           05 ope-id       pic 9(5).

       fd rapport-file.
       01 rapport-record   pic x(100).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_journal    pic xx value "00".
       01 ws_fs_opemp      pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 fin_journal      pic x value 'N'.
       01 fin_opemp        pic x value 'N'.
       01 ws_master_ouvert pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_mois          pic x(6) value spaces.
       01 ws_mois_param    pic x(6) value spaces.
       01 ws_seuil_param   pic x(5) value spaces.
       01 ws_seuil         pic 9(5) value 20.
       01 ws_rapport_path  pic x(60) value spaces.

      * Employes consultes dans le mois.
       01 ws_emp_table.
           05 ws_emp_entry occurs 2000 times.
               10 ws_e_id      pic 9(5).
               10 ws_e_sal     pic 9(5).
               10 ws_e_ban     pic 9(5).
               10 ws_e_fic     pic 9(5).
               10 ws_e_ops     pic 9(3).
       01 ws_emp_count     pic 9(4) value 0.
       01 ws_emp_idx       pic 9(4) value 0.
       01 ws_emp_trouve    pic 9(4) value 0.

      * Operateurs du mois [et leur id employe, s'il est connu].
       01 ws_ope_table.
           05 ws_ope_entry occurs 100 times.
               10 ws_o_operateur pic x(8).
               10 ws_o_nb      pic 9(5).
               10 ws_o_ids     pic 9(5).
               10 ws_o_em_id   pic 9(5).
               10 ws_o_mgr     pic 9(5).
       01 ws_ope_count     pic 9(3) value 0.
       01 ws_ope_idx       pic 9(3) value 0.
       01 ws_ope_trouve    pic 9(3) value 0.
       01 ws_nb_sans_lien  pic 9(3) value 0.

      * Couples operateur/id deja vus dans le mois [distincts].
       01 ws_paire_table.
           05 ws_paire_entry occurs 5000 times.
               10 ws_p_operateur pic x(8).
               10 ws_p_id      pic 9(5).
       01 ws_paire_count   pic 9(4) value 0.
       01 ws_paire_idx     pic 9(4) value 0.
       01 ws_paire_trouve  pic x value 'N'.

      * Salaires distincts par operateur et par jour.
       01 ws_jour_table.
           05 ws_jour_entry occurs 5000 times.
               10 ws_j_operateur pic x(8).
               10 ws_j_date    pic 9(8).
               10 ws_j_id      pic 9(5).
       01 ws_jour_count    pic 9(4) value 0.
       01 ws_jour_idx      pic 9(4) value 0.
       01 ws_jour_trouve   pic x value 'N'.
       01 ws_cpt_table.
           05 ws_cpt_entry occurs 1000 times.
               10 ws_c_operateur pic x(8).
               10 ws_c_date    pic 9(8).
               10 ws_c_nb      pic 9(5).
       01 ws_cpt_count     pic 9(4) value 0.
       01 ws_cpt_idx       pic 9(4) value 0.
       01 ws_cpt_trouve    pic 9(4) value 0.

      * Consultations du responsable par l'operateur [une alerte par
      * operateur, id et jour].
       01 ws_mgr_table.
           05 ws_mgr_entry occurs 500 times.
               10 ws_m_operateur pic x(8).
               10 ws_m_date    pic 9(8).
               10 ws_m_id      pic 9(5).
       01 ws_mgr_count     pic 9(3) value 0.
       01 ws_mgr_idx       pic 9(3) value 0.
       01 ws_mgr_trouve    pic x value 'N'.

       01 ws_nb_lignes     pic 9(7) value 0.
       01 ws_nb_alertes    pic 9(5) value 0.

       01 ws_ligne_employe.
           05 filler           pic x(3) value spaces.
           05 ws_le_id         pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_le_nom        pic x(20).
           05 filler           pic x(1) value space.
           05 ws_le_prenom     pic x(15).
           05 ws_le_sal        pic zzzz9.
           05 filler           pic x(1) value space.
           05 ws_le_ban        pic zzzz9.
           05 filler           pic x(1) value space.
           05 ws_le_fic        pic zzzz9.
           05 filler           pic x(1) value space.
           05 ws_le_ops        pic zz9.

       01 ws_ligne_operateur.
           05 filler           pic x(3) value spaces.
           05 ws_lo_operateur  pic x(8).
           05 filler           pic x(2) value spaces.
           05 ws_lo_nb         pic zzzz9.
           05 filler           pic x(18) value " consultation(s), ".
           05 ws_lo_ids        pic zzzz9.
           05 filler           pic x(20) value " employe(s) distinct".

      * Consignation des messages d'erreur dans le fichier de
      * messages date [MSGLOG] : la chaine tourne sans surveillance,
      * un DISPLAY seul disparait avec la console.
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
       01 ws_joblog_name   pic x(20) value "97_rapport-acces".
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

           open input employee-master
           if ws_fs_master = "00"
               move 'O' to ws_master_ouvert
           end-if

           open input journal-file
           if ws_fs_journal not = "00"
               display "Journal des consultations absent :"
                   " rien a rapporter."
           else
               perform until fin_journal = 'Y'
                   read journal-file
                       at end
                           move 'Y' to fin_journal
                       not at end
                           if journal-record(1:6) = ws_mois
                               add 1 to ws_nb_lignes
                               perform 1000-compter-une-consultation
                           end-if
                   end-read
               end-perform
               close journal-file
           end-if

           perform 2000-imprimer-le-rapport
           if ws_master_ouvert = 'O'
               close employee-master
           end-if

           display "Rapport des consultations ecrit : "
               function trim(ws_rapport_path) " [" ws_nb_lignes
               " consultation(s), " ws_nb_alertes " alerte(s)]"
           if ws_nb_alertes > 0
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Consultations sensibles " delimited by size
                      ws_mois delimited by size
                      " : " delimited by size
                      ws_nb_alertes delimited by size
                      " alerte(s)" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
           end-if

           move ws_nb_alertes to ws_joblog_count
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
           accept ws_mois_param from environment "MOIS_ACCES"
           if ws_mois_param is numeric
              and ws_mois_param(5:2) >= "01"
              and ws_mois_param(5:2) <= "12"
               move ws_mois_param to ws_mois
           end-if
           move spaces to ws_seuil_param
           accept ws_seuil_param from environment "SEUIL_SALAIRES"
           if ws_seuil_param not = spaces
              and function test-numval(ws_seuil_param) = 0
               move function numval(ws_seuil_param) to ws_seuil
           end-if
           move spaces to ws_rapport_path
           string "src/rapport-acces-" delimited by size
                  ws_mois delimited by size
                  ".txt" delimited by size
                  into ws_rapport_path
           end-string
           .

       1000-compter-une-consultation.
      * Employe consulte.
           move 0 to ws_emp_trouve
           perform varying ws_emp_idx from 1 by 1
               until ws_emp_idx > ws_emp_count
               if ws_e_id(ws_emp_idx) = acc-id
                   move ws_emp_idx to ws_emp_trouve
               end-if
           end-perform
           if ws_emp_trouve = 0
               if ws_emp_count >= 2000
                   exit paragraph
               end-if
               add 1 to ws_emp_count
               move ws_emp_count to ws_emp_trouve
               move acc-id to ws_e_id(ws_emp_trouve)
               move 0 to ws_e_sal(ws_emp_trouve)
               move 0 to ws_e_ban(ws_emp_trouve)
               move 0 to ws_e_fic(ws_emp_trouve)
               move 0 to ws_e_ops(ws_emp_trouve)
           end-if
           evaluate acc-categorie
               when "SALAIRE"
                   add 1 to ws_e_sal(ws_emp_trouve)
               when "BANQUE"
                   add 1 to ws_e_ban(ws_emp_trouve)
               when other
                   add 1 to ws_e_fic(ws_emp_trouve)
           end-evaluate

      * Operateur.
           perform 1100-trouver-l-operateur
           if ws_ope_trouve = 0
               exit paragraph
           end-if
           add 1 to ws_o_nb(ws_ope_trouve)

      * Premier couple operateur/id du mois : un employe distinct de
      * plus pour l'operateur, un operateur de plus pour l'employe.
           move 'N' to ws_paire_trouve
           perform varying ws_paire_idx from 1 by 1
               until ws_paire_idx > ws_paire_count
               if ws_p_operateur(ws_paire_idx) = acc-operateur
                  and ws_p_id(ws_paire_idx) = acc-id
                   move 'Y' to ws_paire_trouve
               end-if
           end-perform
           if ws_paire_trouve = 'N' and ws_paire_count < 5000
               add 1 to ws_paire_count
               move acc-operateur to ws_p_operateur(ws_paire_count)
               move acc-id to ws_p_id(ws_paire_count)
               add 1 to ws_o_ids(ws_ope_trouve)
               add 1 to ws_e_ops(ws_emp_trouve)
           end-if

           if acc-categorie = "SALAIRE"
               perform 1200-compter-le-salaire-du-jour
           end-if
           if ws_o_mgr(ws_ope_trouve) > 0
              and ws_o_mgr(ws_ope_trouve) = acc-id
               perform 1300-noter-le-responsable
           end-if
           .

       1100-trouver-l-operateur.
      * Un operateur vu pour la premiere fois : son id employe
      * [operateurs-employes.txt] et son responsable [em-mgr].
           move 0 to ws_ope_trouve
           perform varying ws_ope_idx from 1 by 1
               until ws_ope_idx > ws_ope_count
               if ws_o_operateur(ws_ope_idx) = acc-operateur
                   move ws_ope_idx to ws_ope_trouve
               end-if
           end-perform
           if ws_ope_trouve > 0 or ws_ope_count >= 100
               exit paragraph
           end-if
           add 1 to ws_ope_count
           move ws_ope_count to ws_ope_trouve
           move acc-operateur to ws_o_operateur(ws_ope_trouve)
           move 0 to ws_o_nb(ws_ope_trouve)
           move 0 to ws_o_ids(ws_ope_trouve)
           move 0 to ws_o_em_id(ws_ope_trouve)
           move 0 to ws_o_mgr(ws_ope_trouve)

           move 'N' to fin_opemp
           open input opemp-file
           if ws_fs_opemp = "00"
               perform until fin_opemp = 'Y'
                   read opemp-file
                       at end
                           move 'Y' to fin_opemp
                       not at end
                           if ope-operateur = acc-operateur
                              and ope-id is numeric
                               move ope-id
                                   to ws_o_em_id(ws_ope_trouve)
                           end-if
                   end-read
               end-perform
               close opemp-file
           end-if
           if ws_o_em_id(ws_ope_trouve) = 0
               add 1 to ws_nb_sans_lien
               exit paragraph
           end-if
           if ws_master_ouvert = 'O'
               move ws_o_em_id(ws_ope_trouve) to em-id
               read employee-master
                   invalid key
                       continue
                   not invalid key
                       move em-mgr to ws_o_mgr(ws_ope_trouve)
               end-read
           end-if
           .

       1200-compter-le-salaire-du-jour.
           move 'N' to ws_jour_trouve
           perform varying ws_jour_idx from 1 by 1
               until ws_jour_idx > ws_jour_count
               if ws_j_operateur(ws_jour_idx) = acc-operateur
                  and ws_j_date(ws_jour_idx) = acc-date
                  and ws_j_id(ws_jour_idx) = acc-id
                   move 'Y' to ws_jour_trouve
               end-if
           end-perform
           if ws_jour_trouve = 'Y' or ws_jour_count >= 5000
               exit paragraph
           end-if
           add 1 to ws_jour_count
           move acc-operateur to ws_j_operateur(ws_jour_count)
           move acc-date to ws_j_date(ws_jour_count)
           move acc-id to ws_j_id(ws_jour_count)

           move 0 to ws_cpt_trouve
           perform varying ws_cpt_idx from 1 by 1
               until ws_cpt_idx > ws_cpt_count
               if ws_c_operateur(ws_cpt_idx) = acc-operateur
                  and ws_c_date(ws_cpt_idx) = acc-date
                   move ws_cpt_idx to ws_cpt_trouve
               end-if
           end-perform
           if ws_cpt_trouve = 0
               if ws_cpt_count >= 1000
                   exit paragraph
               end-if
               add 1 to ws_cpt_count
               move ws_cpt_count to ws_cpt_trouve
               move acc-operateur to ws_c_operateur(ws_cpt_trouve)
               move acc-date to ws_c_date(ws_cpt_trouve)
               move 0 to ws_c_nb(ws_cpt_trouve)
           end-if
           add 1 to ws_c_nb(ws_cpt_trouve)
           .

       1300-noter-le-responsable.
           move 'N' to ws_mgr_trouve
           perform varying ws_mgr_idx from 1 by 1
               until ws_mgr_idx > ws_mgr_count
               if ws_m_operateur(ws_mgr_idx) = acc-operateur
                  and ws_m_date(ws_mgr_idx) = acc-date
                  and ws_m_id(ws_mgr_idx) = acc-id
                   move 'Y' to ws_mgr_trouve
               end-if
           end-perform
           if ws_mgr_trouve = 'N' and ws_mgr_count < 500
               add 1 to ws_mgr_count
               move acc-operateur to ws_m_operateur(ws_mgr_count)
               move acc-date to ws_m_date(ws_mgr_count)
               move acc-id to ws_m_id(ws_mgr_count)
           end-if
           .

       2000-imprimer-le-rapport.
           open output rapport-file
           move spaces to rapport-record
           string "Consultations de donnees sensibles - mois "
                      delimited by size
                  ws_mois delimited by size
                  " [edite le " delimited by size
                  ws_today delimited by size
                  "]" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           move spaces to rapport-record
           write rapport-record

           move "Par employe consulte :" to rapport-record
           write rapport-record
           move "   id    nom                  prenom         salaire"
               to rapport-record
           move "banque fiche ops" to rapport-record(53:16)
           write rapport-record
           perform varying ws_emp_idx from 1 by 1
               until ws_emp_idx > ws_emp_count
               perform 2100-imprimer-un-employe
           end-perform

           move spaces to rapport-record
           write rapport-record
           move "Par operateur :" to rapport-record
           write rapport-record
           perform varying ws_ope_idx from 1 by 1
               until ws_ope_idx > ws_ope_count
               move ws_o_operateur(ws_ope_idx) to ws_lo_operateur
               move ws_o_nb(ws_ope_idx) to ws_lo_nb
               move ws_o_ids(ws_ope_idx) to ws_lo_ids
               write rapport-record from ws_ligne_operateur
           end-perform

           move spaces to rapport-record
           write rapport-record
           move "Alertes :" to rapport-record
           write rapport-record
           perform varying ws_cpt_idx from 1 by 1
               until ws_cpt_idx > ws_cpt_count
               if ws_c_nb(ws_cpt_idx) > ws_seuil
                   add 1 to ws_nb_alertes
                   move spaces to rapport-record
                   string "   SEUIL    " delimited by size
                          ws_c_operateur(ws_cpt_idx) delimited by size
                          " le " delimited by size
                          ws_c_date(ws_cpt_idx) delimited by size
                          " : " delimited by size
                          ws_c_nb(ws_cpt_idx) delimited by size
                          " salaires distincts [seuil "
                              delimited by size
                          ws_seuil delimited by size
                          "]" delimited by size
                          into rapport-record
                   end-string
                   write rapport-record
               end-if
           end-perform
           perform varying ws_mgr_idx from 1 by 1
               until ws_mgr_idx > ws_mgr_count
               add 1 to ws_nb_alertes
               move spaces to rapport-record
               string "   MANAGER  " delimited by size
                      ws_m_operateur(ws_mgr_idx) delimited by size
                      " le " delimited by size
                      ws_m_date(ws_mgr_idx) delimited by size
                      " : consulte l'id " delimited by size
                      ws_m_id(ws_mgr_idx) delimited by size
                      ", son propre responsable" delimited by size
                      into rapport-record
               end-string
               write rapport-record
           end-perform
           if ws_nb_alertes = 0
               move "   [aucune]" to rapport-record
               write rapport-record
           end-if
           if ws_nb_sans_lien > 0
               move spaces to rapport-record
               string "   " delimited by size
                      ws_nb_sans_lien delimited by size
                      " operateur(s) sans id employe connu"
                          delimited by size
                      " [operateurs-employes.txt] : responsable"
                          delimited by size
                      " non controle" delimited by size
                      into rapport-record
               end-string
               write rapport-record
           end-if
           close rapport-file
           .

       2100-imprimer-un-employe.
           move spaces to ws_le_nom
           move spaces to ws_le_prenom
           if ws_master_ouvert = 'O'
               move ws_e_id(ws_emp_idx) to em-id
               read employee-master
                   invalid key
                       move "[hors fichier maître]" to ws_le_nom
                   not invalid key
                       move em-nom to ws_le_nom
                       move em-prenom to ws_le_prenom
               end-read
           end-if
           move ws_e_id(ws_emp_idx) to ws_le_id
           move ws_e_sal(ws_emp_idx) to ws_le_sal
           move ws_e_ban(ws_emp_idx) to ws_le_ban
           move ws_e_fic(ws_emp_idx) to ws_le_fic
           move ws_e_ops(ws_emp_idx) to ws_le_ops
           write rapport-record from ws_ligne_employe
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
