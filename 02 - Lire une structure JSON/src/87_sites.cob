      ******************************************************************
      * Nom du Projet   : Sites de travail
      * Description     : L'enregistrement maître connait le
      *    departement et la societe, pas le lieu ou chacun travaille :
      *    la liste d'urgence de 51_contacts-emplo.cob ne se
      *    decoupait pas par batiment et les services generaux ne
      *    pouvaient pas rapprocher l'occupation de la capacite.
      *    Referentiel des sites [src/sites.txt, disposition
      *    site-enreg.cpy : code, statut, societe, capacite, libelle,
      *    adresse, coordinateur d'urgence] et affectations datees
      *    des employes [src/affectations-sites.txt, alimente par la
      *    cle "site" du flux RH au chargement 02_parser.cob, ou ici].
      *    Sans parametre : guichet [fonction REFERENTIEL, comme
      *    07_gestion-referent.cob, chaque maintenance journalisee
      *    dans src/journal-referentiels.txt] :
      *    - creer un site ;
      *    - modifier un site [libelle, adresse, capacite,
      *      coordinateur] ;
      *    - desactiver un site [refuse tant que des actifs y sont
      *      affectes] ou le reactiver ;
      *    - affecter un employe a un site a compter d'une date.
      *    Parametre EDITION : trois etats, enregistres au manifeste
      *    [SPMANIF] :
      *    - src/occupation-sites.txt : effectif actif face a la
      *      capacite par site [depassement = avertissement rc 4] ;
      *    - src/urgences-sites.txt : liste d'urgence par site,
      *      coordinateur en tete, contacts de 51_contacts-emplo ;
      *    - src/historique-sites.txt : changements de site par
      *      employe, dans l'ordre des dates d'effet.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 87_sites.

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

           select sites-file assign to "src/sites.txt"
               organization is line sequential
               file status is ws_fs_sites.

           select affect-sites-file
               assign to "src/affectations-sites.txt"
               organization is line sequential
               file status is ws_fs_affsit.

           select contacts-file
               assign to "src/contacts-employes.dat"
               organization is indexed
               access mode is dynamic
               record key is cta-id
               file status is ws_fs_contacts.

           select journal-ref-file
               assign to "src/journal-referentiels.txt"
               organization is line sequential
               file status is ws_fs_journal.

           select rapport-file assign to dynamic ws_rapport_path
               organization is line sequential
               file status is ws_fs_rapport.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd sites-file.
       01 site-record.
           COPY "site-enreg.cpy" REPLACING ==:PFX:== BY ==sit-==.

      * Affectation d'un employe a un site [disposition de
      * 02_parser.cob] : id, site, date d'effet, origine ['F' flux,
      * 'G' guichet], operateur.
       fd affect-sites-file.
       01 affect-site-record.
           05 asi-id       pic 9(5).
           05 filler       pic x.
           05 asi-site     pic x(8).
           05 filler       pic x.
           05 asi-date     pic 9(8).
           05 filler       pic x.
           05 asi-origine  pic x(1).
           05 filler       pic x.
           05 asi-operateur pic x(8).

      * Coordonnees [disposition de 51_contacts-emplo.cob].
       fd contacts-file.
       01 contact-record.
           05 cta-id       pic 9(5).
           05 filler       pic x.
           05 cta-adresse  pic x(40).
           05 filler       pic x.
           05 cta-tel      pic x(15).
           05 filler       pic x.
           05 cta-email    pic x(30).
           05 filler       pic x.
           05 cta-urg-nom  pic x(30).
           05 filler       pic x.
           05 cta-urg-tel  pic x(15).

      * Journal des maintenances de reference [disposition de
      * 07_gestion-referent.cob].
       fd journal-ref-file.
       01 journal-ref-record.
           05 jr-date       pic 9(8).
           05 filler        pic x.
           05 jr-heure      pic 9(6).
           05 filler        pic x.
           05 jr-operateur  pic x(8).
           05 filler        pic x.
           05 jr-fichier    pic x(10).
           05 filler        pic x.
           05 jr-code       pic x(20).
           05 filler        pic x.
           05 jr-action     pic x(12).
           05 filler        pic x.
           05 jr-avant      pic x(8).
           05 filler        pic x(4).
           05 jr-apres      pic x(8).

       fd rapport-file.
       01 rapport-record   pic x(132).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_sites      pic xx value "00".
       01 ws_fs_affsit     pic xx value "00".
       01 ws_fs_contacts   pic xx value "00".
       01 ws_fs_journal    pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 ws_mode          pic x(12) value spaces.
       01 ws_choix         pic 9 value 9.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_heure         pic 9(8) value 0.
       01 ws_rapport_path  pic x(100) value spaces.

      * Controle des habilitations [SPAUTOR] : le fichier des sites
      * est un referentiel, meme fonction que les codes.
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

       01 ws_sit_table.
           05 ws_sit_entry occurs 200 times.
               COPY "site-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_s_==.
       01 ws_sit_count     pic 9(3) value 0.
       01 ws_sit_idx       pic 9(3) value 0.
       01 ws_sit_trouve    pic 9(3) value 0.
       01 ws_eff_table.
           05 ws_sit_effectif pic 9(5) occurs 200 times.

      * Affectations, dans l'ordre du fichier.
       01 ws_asi_table.
           05 ws_asi_entry occurs 20000 times.
               10 ws_a_id       pic 9(5).
               10 ws_a_site     pic x(8).
               10 ws_a_date     pic 9(8).
               10 ws_a_origine  pic x(1).
               10 ws_a_operateur pic x(8).
       01 ws_asi_count     pic 9(5) value 0.
       01 ws_asi_idx       pic 9(5) value 0.
       01 ws_asi_courant   pic 9(5) value 0.

      * Affectations d'un employe triees par date d'effet
      * [historique].
       01 ws_tri_table.
           05 ws_tri_rang  pic 9(5) occurs 100 times.
       01 ws_tri_count     pic 9(3) value 0.
       01 ws_tri_i         pic 9(3) value 0.
       01 ws_tri_j         pic 9(3) value 0.
       01 ws_tri_tmp       pic 9(5) value 0.
       01 ws_site_avant    pic x(8) value spaces.

      * Population du fichier maître et son site en vigueur.
       01 ws_emp_table.
           05 ws_emp_entry occurs 5000 times.
               10 ws_e_id       pic 9(5).
               10 ws_e_nom      pic x(20).
               10 ws_e_prenom   pic x(20).
               10 ws_e_dep      pic x(20).
               10 ws_e_statut   pic x(1).
               10 ws_e_site     pic x(8).
       01 ws_emp_count     pic 9(5) value 0.
       01 ws_emp_idx       pic 9(5) value 0.
       01 ws_emp_trouve    pic 9(5) value 0.

       01 ws_cta_ouvert    pic x(1) value 'N'.
       01 ws_cta_trouve    pic x(1) value 'N'.

      * Saisies du guichet.
       01 ws_saisie_code   pic x(8) value spaces.
       01 ws_saisie_id     pic x(5) value spaces.
       01 ws_saisie_champ  pic x(40) value spaces.
       01 ws_saisie_cap    pic x(5) value spaces.
       01 ws_saisie_date   pic x(8) value spaces.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_date_effet    pic 9(8) value 0.
       01 ws_cap_avant     pic 9(5) value 0.
       01 ws_occupants     pic 9(5) value 0.
       01 ws_maj_count     pic 9(5) value 0.
       01 ws_jr_action     pic x(12) value spaces.
       01 ws_jr_code       pic x(20) value spaces.
       01 ws_jr_avant      pic x(8) value spaces.
       01 ws_jr_apres      pic x(8) value spaces.

      * Etats.
       01 ws_site_edite    pic x(8) value spaces.
       01 ws_nb_edites     pic 9(5) value 0.
       01 ws_nb_surcapacite pic 9(3) value 0.
       01 ws_nb_sans_site  pic 9(5) value 0.
       01 ws_sans_contact  pic 9(5) value 0.
       01 ws_nb_lignes_hist pic 9(5) value 0.
       01 ws_taux          pic 9(5) value 0.
       01 ws_date_aff      pic x(10) value spaces.
       01 ws_date_fmt      pic 9(8) value 0.
       01 ws_date_fmt_dec redefines ws_date_fmt.
           05 ws_fmt_aaaa  pic 9(4).
           05 ws_fmt_mm    pic 9(2).
           05 ws_fmt_jj    pic 9(2).

       01 ws_ligne_occup.
           05 filler        pic x(2) value spaces.
           05 ws_o_code     pic x(8).
           05 filler        pic x(1) value space.
           05 ws_o_libelle  pic x(30).
           05 filler        pic x(1) value space.
           05 ws_o_soc      pic x(3).
           05 filler        pic x(1) value space.
           05 ws_o_statut   pic x(1).
           05 filler        pic x(2) value spaces.
           05 ws_o_capacite pic z(4)9.
           05 filler        pic x(2) value spaces.
           05 ws_o_effectif pic z(4)9.
           05 filler        pic x(2) value spaces.
           05 ws_o_taux     pic z(4)9.
           05 ws_o_pct      pic x(1) value '%'.
           05 filler        pic x(2) value spaces.
           05 ws_o_alerte   pic x(22).

      * Manifeste des sorties [SPMANIF].
       01 ws_manif_path    pic x(100)
           value "src/manifeste-sorties.txt".
       01 ws_manif_fichier pic x(100) value spaces.
       01 ws_manif_nom     pic x(40) value spaces.
       01 ws_manif_res     pic x(1) value 'N'.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "87_sites".
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
           perform 0100-charger-les-sites
           perform 0200-charger-les-affectations

           if ws_mode = "EDITION"
               perform 5000-editer-les-etats
               move ws_nb_edites to ws_joblog_count
           else
               perform 1000-guichet-des-sites
               move ws_maj_count to ws_joblog_count
           end-if

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

       0100-charger-les-sites.
      * Fichier absent : premier passage, il sera cree au premier
      * site.
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
                           move site-record
                               to ws_sit_entry(ws_sit_count)
                       end-if
               end-read
           end-perform
           close sites-file
           .

       0200-charger-les-affectations.
           move 'N' to fin_fichier
           open input affect-sites-file
           if ws_fs_affsit not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read affect-sites-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_asi_count < 20000
                           add 1 to ws_asi_count
                           move asi-id to ws_a_id(ws_asi_count)
                           move asi-site to ws_a_site(ws_asi_count)
                           move asi-date to ws_a_date(ws_asi_count)
                           move asi-origine
                               to ws_a_origine(ws_asi_count)
                           move asi-operateur
                               to ws_a_operateur(ws_asi_count)
                       end-if
               end-read
           end-perform
           close affect-sites-file
           .

       0300-site-en-vigueur.
      * Affectation en vigueur de ws_id_demande [0 si aucune] : la
      * derniere date d'effet atteinte, a date egale la derniere
      * ecrite.
           move 0 to ws_asi_courant
           perform varying ws_asi_idx from 1 by 1
               until ws_asi_idx > ws_asi_count
               if ws_a_id(ws_asi_idx) = ws_id_demande
                  and ws_a_date(ws_asi_idx) not > ws_today
                   if ws_asi_courant = 0
                       move ws_asi_idx to ws_asi_courant
                   else
                       if ws_a_date(ws_asi_idx)
                          not < ws_a_date(ws_asi_courant)
                           move ws_asi_idx to ws_asi_courant
                       end-if
                   end-if
               end-if
           end-perform
           .

       0400-trouver-le-site.
      * Code ws_saisie_code -> rang du site dans la table [0 si
      * inconnu].
           move 0 to ws_sit_trouve
           perform varying ws_sit_idx from 1 by 1
               until ws_sit_idx > ws_sit_count
               if ws_s_code(ws_sit_idx) = ws_saisie_code
                   move ws_sit_idx to ws_sit_trouve
               end-if
           end-perform
           .

       0500-charger-la-population.
      * Fichier maître en table avec le site en vigueur de chacun.
           move 'N' to fin_master
           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           perform until fin_master = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       if ws_emp_count < 5000
                           add 1 to ws_emp_count
                           move em-id to ws_e_id(ws_emp_count)
                           move em-nom to ws_e_nom(ws_emp_count)
                           move em-prenom to ws_e_prenom(ws_emp_count)
                           move em-dep to ws_e_dep(ws_emp_count)
                           move em-statut to ws_e_statut(ws_emp_count)
                           move em-id to ws_id_demande
                           perform 0300-site-en-vigueur
                           if ws_asi_courant > 0
                               move ws_a_site(ws_asi_courant)
                                   to ws_e_site(ws_emp_count)
                           else
                               move spaces to ws_e_site(ws_emp_count)
                           end-if
                       end-if
               end-read
           end-perform
           close employee-master
           .

       1000-guichet-des-sites.
           move "REFERENTIEL" to ws_fonction
           call "SPAUTOR" using ws_perm_path ws_joblog_operator
               ws_joblog_name ws_fonction ws_autorise
           if ws_autorise = 'N'
               display "Acces refuse : l'operateur '"
                   function trim(ws_joblog_operator)
                   "' n'est pas habilite aux referentiels."
               move 98 to ws_joblog_rc
               exit paragraph
           end-if
           perform 0500-charger-la-population
           if ws_joblog_rc = 16
               exit paragraph
           end-if

           perform until ws_choix = 0
               display " "
               display "1. Creer un site"
               display "2. Modifier un site"
               display "3. Desactiver ou reactiver un site"
               display "4. Affecter un employe a un site"
               display "0. Quitter"
               display "Votre choix ?"
               accept ws_choix
               evaluate ws_choix
                   when 1
                       perform 1100-creer-un-site
                   when 2
                       perform 1200-modifier-un-site
                   when 3
                       perform 1300-desactiver-ou-reactiver
                   when 4
                       perform 1400-affecter-un-employe
                   when 0
                       continue
                   when other
                       display "Choix invalide"
               end-evaluate
           end-perform
           .

       1100-creer-un-site.
           if ws_sit_count >= 200
               display "Table des sites pleine - rien de cree."
               exit paragraph
           end-if
           display "Code du site [8 caracteres] ?"
           move spaces to ws_saisie_code
           accept ws_saisie_code
           if ws_saisie_code = spaces
               display "Code obligatoire - rien de cree."
               exit paragraph
           end-if
           perform 0400-trouver-le-site
           if ws_sit_trouve > 0
               display "Site " ws_saisie_code " deja au fichier."
               exit paragraph
           end-if

           add 1 to ws_sit_count
           move ws_sit_count to ws_sit_trouve
           move spaces to ws_sit_entry(ws_sit_trouve)
           move ws_saisie_code to ws_s_code(ws_sit_trouve)
           move 'A' to ws_s_statut(ws_sit_trouve)
           move 0 to ws_s_capacite(ws_sit_trouve)
           display "Societe [vide = toutes] ?"
           move spaces to ws_saisie_champ
           accept ws_saisie_champ
           move ws_saisie_champ(1:3) to ws_s_soc(ws_sit_trouve)
           perform 1500-saisir-les-zones
           if ws_s_capacite(ws_sit_trouve) = 0
               display "Capacite obligatoire - rien de cree."
               subtract 1 from ws_sit_count
               exit paragraph
           end-if

           perform 9000-sauvegarder-les-sites
           move "CREATION" to ws_jr_action
           move ws_saisie_code to ws_jr_code
           move spaces to ws_jr_avant
           move ws_s_capacite(ws_sit_trouve) to ws_jr_apres
           perform 9100-journaliser
           add 1 to ws_maj_count
           display "Site " ws_saisie_code " cree."
           .

       1200-modifier-un-site.
           display "Code du site ?"
           move spaces to ws_saisie_code
           accept ws_saisie_code
           perform 0400-trouver-le-site
           if ws_sit_trouve = 0
               display "Site inconnu : " ws_saisie_code
               exit paragraph
           end-if
           move ws_s_capacite(ws_sit_trouve) to ws_cap_avant
           perform 1500-saisir-les-zones
           perform 9000-sauvegarder-les-sites
           move "MODIFICATION" to ws_jr_action
           move ws_saisie_code to ws_jr_code
           move ws_cap_avant to ws_jr_avant
           move ws_s_capacite(ws_sit_trouve) to ws_jr_apres
           perform 9100-journaliser
           add 1 to ws_maj_count
           display "Site " ws_saisie_code " modifie."
           .

       1300-desactiver-ou-reactiver.
      * Un site encore occupe par des actifs ne se ferme pas : leurs
      * affectations doivent d'abord changer.
           display "Code du site ?"
           move spaces to ws_saisie_code
           accept ws_saisie_code
           perform 0400-trouver-le-site
           if ws_sit_trouve = 0
               display "Site inconnu : " ws_saisie_code
               exit paragraph
           end-if
           move ws_saisie_code to ws_jr_code
           if ws_s_statut(ws_sit_trouve) = 'A'
               move 0 to ws_occupants
               perform varying ws_emp_idx from 1 by 1
                   until ws_emp_idx > ws_emp_count
                   if ws_e_statut(ws_emp_idx) = 'A'
                      and ws_e_site(ws_emp_idx) = ws_saisie_code
                       add 1 to ws_occupants
                   end-if
               end-perform
               if ws_occupants > 0
                   display "Desactivation refusee : " ws_occupants
                       " actif(s) encore affecte(s) au site."
                   exit paragraph
               end-if
               move 'I' to ws_s_statut(ws_sit_trouve)
               move "DESACTIVE" to ws_jr_action
               move "A" to ws_jr_avant
               move "I" to ws_jr_apres
           else
               move 'A' to ws_s_statut(ws_sit_trouve)
               move "REACTIVE" to ws_jr_action
               move "I" to ws_jr_avant
               move "A" to ws_jr_apres
           end-if
           perform 9000-sauvegarder-les-sites
           perform 9100-journaliser
           add 1 to ws_maj_count
           display "Site " ws_saisie_code " : statut "
               ws_s_statut(ws_sit_trouve)
           .

       1400-affecter-un-employe.
           display "Id employe ?"
           move spaces to ws_saisie_id
           accept ws_saisie_id
           if ws_saisie_id = spaces
              or function test-numval(ws_saisie_id) not = 0
               display "Id illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_id) to ws_id_demande
           move 0 to ws_emp_trouve
           perform varying ws_emp_idx from 1 by 1
               until ws_emp_idx > ws_emp_count
               if ws_e_id(ws_emp_idx) = ws_id_demande
                   move ws_emp_idx to ws_emp_trouve
               end-if
           end-perform
           move ws_emp_trouve to ws_emp_idx
           if ws_emp_trouve = 0
               display "Id inconnu du fichier maître : "
                   ws_id_demande
               exit paragraph
           end-if
           if ws_e_statut(ws_emp_idx) = 'T'
               display "Employe sorti - pas d'affectation."
               exit paragraph
           end-if
           display "Employe : " ws_e_nom(ws_emp_idx) " "
               ws_e_prenom(ws_emp_idx) " site actuel : "
               ws_e_site(ws_emp_idx)

           display "Nouveau site ?"
           move spaces to ws_saisie_code
           accept ws_saisie_code
           perform 0400-trouver-le-site
           if ws_sit_trouve = 0
               display "Site inconnu : " ws_saisie_code
               exit paragraph
           end-if
           if ws_s_statut(ws_sit_trouve) not = 'A'
               display "Site inactif - pas d'affectation."
               exit paragraph
           end-if
           display "Date d'effet AAAAMMJJ [vide = aujourd'hui] ?"
           move spaces to ws_saisie_date
           accept ws_saisie_date
           if ws_saisie_date = spaces
               move ws_today to ws_date_effet
           else
               if ws_saisie_date not numeric
                   display "Date illisible - rien d'enregistre."
                   exit paragraph
               end-if
               move ws_saisie_date to ws_date_effet
           end-if
           if ws_asi_count >= 20000
               display "Table des affectations pleine - rien"
                   " d'enregistre."
               exit paragraph
           end-if

           open extend affect-sites-file
           if ws_fs_affsit not = "00"
               open output affect-sites-file
           end-if
           move spaces to affect-site-record
           move ws_id_demande to asi-id
           move ws_saisie_code to asi-site
           move ws_date_effet to asi-date
           move 'G' to asi-origine
           move ws_joblog_operator to asi-operateur
           write affect-site-record
           close affect-sites-file
           add 1 to ws_asi_count
           move ws_id_demande to ws_a_id(ws_asi_count)
           move ws_saisie_code to ws_a_site(ws_asi_count)
           move ws_date_effet to ws_a_date(ws_asi_count)
           move 'G' to ws_a_origine(ws_asi_count)
           move ws_joblog_operator to ws_a_operateur(ws_asi_count)

           move "AFFECTATION" to ws_jr_action
           move spaces to ws_jr_code
           string "id " delimited by size
                  ws_id_demande delimited by size
                  into ws_jr_code
           end-string
           move ws_e_site(ws_emp_idx) to ws_jr_avant
           move ws_saisie_code to ws_jr_apres
           perform 9100-journaliser
           if ws_date_effet not > ws_today
               move ws_saisie_code to ws_e_site(ws_emp_idx)
           end-if
           add 1 to ws_maj_count
           display "Id " ws_id_demande " affecte au site "
               ws_saisie_code " a compter du " ws_date_effet "."
           .

       1500-saisir-les-zones.
      * Zones modifiables d'un site, vide = inchangee.
           display "Libelle [vide = inchange] ?"
           move spaces to ws_saisie_champ
           accept ws_saisie_champ
           if ws_saisie_champ not = spaces
               move ws_saisie_champ(1:30)
                   to ws_s_libelle(ws_sit_trouve)
           end-if
           display "Adresse [vide = inchangee] ?"
           move spaces to ws_saisie_champ
           accept ws_saisie_champ
           if ws_saisie_champ not = spaces
               move ws_saisie_champ to ws_s_adresse(ws_sit_trouve)
           end-if
           display "Capacite en postes [vide = inchangee] ?"
           move spaces to ws_saisie_cap
           accept ws_saisie_cap
           if ws_saisie_cap not = spaces
               if function test-numval(ws_saisie_cap) = 0
                   move function numval(ws_saisie_cap)
                       to ws_s_capacite(ws_sit_trouve)
               else
                   display "Capacite illisible - inchangee."
               end-if
           end-if
           display "Coordinateur d'urgence - nom [vide = inchange] ?"
           move spaces to ws_saisie_champ
           accept ws_saisie_champ
           if ws_saisie_champ not = spaces
               move ws_saisie_champ(1:30)
                   to ws_s_coord-nom(ws_sit_trouve)
           end-if
           display "Coordinateur d'urgence - telephone"
               " [vide = inchange] ?"
           move spaces to ws_saisie_champ
           accept ws_saisie_champ
           if ws_saisie_champ not = spaces
               move ws_saisie_champ(1:15)
                   to ws_s_coord-tel(ws_sit_trouve)
           end-if
           .

       5000-editer-les-etats.
           perform 0500-charger-la-population
           if ws_joblog_rc = 16
               exit paragraph
           end-if
           perform 5050-charger-les-contacts
           perform 5100-etat-d-occupation
           perform 5200-liste-d-urgence
           if ws_cta_ouvert = 'O'
               close contacts-file
           end-if
           perform 5300-historique-des-sites
           if ws_nb_surcapacite > 0 or ws_sans_contact > 0
               move 4 to ws_joblog_rc
           end-if
           .

       5050-charger-les-contacts.
      * Contacts lus par cle pendant la liste d'urgence [fichier
      * absent : chacun sort sans contact].
           open input contacts-file
           if ws_fs_contacts = "00"
               move 'O' to ws_cta_ouvert
           end-if
           .

       5100-etat-d-occupation.
      * Effectif actif par site face a sa capacite.
           perform varying ws_sit_idx from 1 by 1
               until ws_sit_idx > ws_sit_count
               move 0 to ws_sit_effectif(ws_sit_idx)
           end-perform
           move 0 to ws_nb_sans_site
           perform varying ws_emp_idx from 1 by 1
               until ws_emp_idx > ws_emp_count
               if ws_e_statut(ws_emp_idx) = 'A'
                   move ws_e_site(ws_emp_idx) to ws_saisie_code
                   perform 0400-trouver-le-site
                   if ws_sit_trouve > 0
                       add 1 to ws_sit_effectif(ws_sit_trouve)
                   else
                       add 1 to ws_nb_sans_site
                   end-if
               end-if
           end-perform

           move "src/occupation-sites.txt" to ws_rapport_path
           open output rapport-file
           move spaces to rapport-record
           string "Occupation des sites - " delimited by size
                  ws_today delimited by size
                  into rapport-record
           end-string
           write rapport-record
           move spaces to rapport-record
           write rapport-record
           move "  SITE     LIBELLE                        SOC S  CAPAC"
               & "  EFFEC   TAUX" to rapport-record
           write rapport-record

           perform varying ws_sit_idx from 1 by 1
               until ws_sit_idx > ws_sit_count
               move ws_s_code(ws_sit_idx) to ws_o_code
               move ws_s_libelle(ws_sit_idx) to ws_o_libelle
               move ws_s_soc(ws_sit_idx) to ws_o_soc
               move ws_s_statut(ws_sit_idx) to ws_o_statut
               move ws_s_capacite(ws_sit_idx) to ws_o_capacite
               move ws_sit_effectif(ws_sit_idx) to ws_o_effectif
               move 0 to ws_taux
               if ws_s_capacite(ws_sit_idx) > 0
                   compute ws_taux rounded =
                       ws_sit_effectif(ws_sit_idx) * 100
                       / ws_s_capacite(ws_sit_idx)
               end-if
               move ws_taux to ws_o_taux
               move spaces to ws_o_alerte
               if ws_sit_effectif(ws_sit_idx)
                  > ws_s_capacite(ws_sit_idx)
                   move "*** SURCAPACITE ***" to ws_o_alerte
                   add 1 to ws_nb_surcapacite
               end-if
               if ws_s_statut(ws_sit_idx) not = 'A'
                  and ws_sit_effectif(ws_sit_idx) > 0
                   move "*** SITE INACTIF ***" to ws_o_alerte
               end-if
               write rapport-record from ws_ligne_occup
           end-perform

           move spaces to rapport-record
           write rapport-record
           move spaces to rapport-record
           string "Actifs sans site : " delimited by size
                  ws_nb_sans_site delimited by size
                  "   Site(s) en surcapacite : " delimited by size
                  ws_nb_surcapacite delimited by size
                  into rapport-record
           end-string
           write rapport-record
           close rapport-file
           perform 9200-enregistrer-au-manifeste
           display "Occupation des sites ecrite : "
               function trim(ws_rapport_path) " ["
               ws_nb_surcapacite " site(s) en surcapacite]"
           .

       5200-liste-d-urgence.
      * Liste d'urgence par site pour les charges d'evacuation :
      * coordinateur et adresse en tete, puis chaque actif du site
      * avec son contact d'urgence. Les actifs sans site ferment la
      * liste.
           move "src/urgences-sites.txt" to ws_rapport_path
           open output rapport-file
           move spaces to rapport-record
           string "Contacts d'urgence par site - " delimited by size
                  ws_today delimited by size
                  into rapport-record
           end-string
           write rapport-record

           perform varying ws_sit_idx from 1 by 1
               until ws_sit_idx > ws_sit_count
               move ws_s_code(ws_sit_idx) to ws_site_edite
               move spaces to rapport-record
               write rapport-record
               move spaces to rapport-record
               string "Site " delimited by size
                      ws_s_code(ws_sit_idx) delimited by size
                      " " delimited by size
                      function trim(ws_s_libelle(ws_sit_idx))
                          delimited by size
                      " - " delimited by size
                      function trim(ws_s_adresse(ws_sit_idx))
                          delimited by size
                      into rapport-record
               end-string
               write rapport-record
               move spaces to rapport-record
               if ws_s_coord-nom(ws_sit_idx) = spaces
                   move "   Coordinateur d'urgence : *** AUCUN ***"
                       to rapport-record
               else
                   string "   Coordinateur d'urgence : "
                              delimited by size
                          function trim(ws_s_coord-nom(ws_sit_idx))
                              delimited by size
                          " " delimited by size
                          ws_s_coord-tel(ws_sit_idx) delimited by size
                          into rapport-record
                   end-string
               end-if
               write rapport-record
               perform 5250-lister-le-site
           end-perform

           move spaces to ws_site_edite
           move spaces to rapport-record
           write rapport-record
           move "Actifs sans site" to rapport-record
           write rapport-record
           perform 5250-lister-le-site

           close rapport-file
           perform 9200-enregistrer-au-manifeste
           display "Liste d'urgence par site ecrite : "
               function trim(ws_rapport_path) " [" ws_sans_contact
               " actif(s) sans contact]"
           .

       5250-lister-le-site.
           perform varying ws_emp_idx from 1 by 1
               until ws_emp_idx > ws_emp_count
               if ws_e_statut(ws_emp_idx) = 'A'
                  and ws_e_site(ws_emp_idx) = ws_site_edite
                   perform 5260-lister-un-employe
               end-if
           end-perform
           .

       5260-lister-un-employe.
           move 'N' to ws_cta_trouve
           if ws_cta_ouvert = 'O'
               move ws_e_id(ws_emp_idx) to cta-id
               read contacts-file
                   invalid key
                       move 'N' to ws_cta_trouve
                   not invalid key
                       move 'O' to ws_cta_trouve
               end-read
           end-if
           add 1 to ws_nb_edites
           move spaces to rapport-record
           if ws_cta_trouve = 'N'
              or cta-urg-nom = spaces
               add 1 to ws_sans_contact
               string "   " delimited by size
                      ws_e_id(ws_emp_idx) delimited by size
                      " " delimited by size
                      ws_e_nom(ws_emp_idx) delimited by size
                      " " delimited by size
                      ws_e_dep(ws_emp_idx) delimited by size
                      " *** SANS CONTACT D'URGENCE ***"
                          delimited by size
                      into rapport-record
               end-string
           else
               string "   " delimited by size
                      ws_e_id(ws_emp_idx) delimited by size
                      " " delimited by size
                      ws_e_nom(ws_emp_idx) delimited by size
                      " " delimited by size
                      ws_e_dep(ws_emp_idx) delimited by size
                      " urgence : " delimited by size
                      function trim(cta-urg-nom)
                          delimited by size
                      " " delimited by size
                      cta-urg-tel delimited by size
                      into rapport-record
               end-string
           end-if
           write rapport-record
           .

       5300-historique-des-sites.
      * Changements de site par employe, dans l'ordre des dates
      * d'effet [une affectation a venir est signalee].
           move "src/historique-sites.txt" to ws_rapport_path
           open output rapport-file
           move spaces to rapport-record
           string "Historique des affectations aux sites - "
                      delimited by size
                  ws_today delimited by size
                  into rapport-record
           end-string
           write rapport-record
           move spaces to rapport-record
           write rapport-record
           move "  ID    NOM                  EFFET      ANCIEN   "
               & " NOUVEAU  ORIG OPERATEUR" to rapport-record
           write rapport-record

           perform varying ws_emp_idx from 1 by 1
               until ws_emp_idx > ws_emp_count
               perform 5310-historique-d-un-employe
           end-perform

           close rapport-file
           perform 9200-enregistrer-au-manifeste
           display "Historique des sites ecrit : "
               function trim(ws_rapport_path) " ["
               ws_nb_lignes_hist " changement(s)]"
           .

       5310-historique-d-un-employe.
           move 0 to ws_tri_count
           perform varying ws_asi_idx from 1 by 1
               until ws_asi_idx > ws_asi_count
               if ws_a_id(ws_asi_idx) = ws_e_id(ws_emp_idx)
                  and ws_tri_count < 100
                   add 1 to ws_tri_count
                   move ws_asi_idx to ws_tri_rang(ws_tri_count)
               end-if
           end-perform
           if ws_tri_count = 0
               exit paragraph
           end-if
      * Tri par date d'effet, l'ordre d'ecriture departageant les
      * dates egales.
           perform varying ws_tri_i from 1 by 1
               until ws_tri_i >= ws_tri_count
               perform varying ws_tri_j from 1 by 1
                   until ws_tri_j > ws_tri_count - ws_tri_i
                   if ws_a_date(ws_tri_rang(ws_tri_j))
                      > ws_a_date(ws_tri_rang(ws_tri_j + 1))
                       move ws_tri_rang(ws_tri_j) to ws_tri_tmp
                       move ws_tri_rang(ws_tri_j + 1)
                           to ws_tri_rang(ws_tri_j)
                       move ws_tri_tmp to ws_tri_rang(ws_tri_j + 1)
                   end-if
               end-perform
           end-perform

           move spaces to ws_site_avant
           perform varying ws_tri_i from 1 by 1
               until ws_tri_i > ws_tri_count
               move ws_tri_rang(ws_tri_i) to ws_asi_idx
               if ws_a_site(ws_asi_idx) not = ws_site_avant
                   move ws_a_date(ws_asi_idx) to ws_date_fmt
                   perform 8000-formater-une-date
                   move spaces to rapport-record
                   string "  " delimited by size
                          ws_e_id(ws_emp_idx) delimited by size
                          " " delimited by size
                          ws_e_nom(ws_emp_idx) delimited by size
                          " " delimited by size
                          ws_date_aff delimited by size
                          " " delimited by size
                          ws_site_avant delimited by size
                          " " delimited by size
                          ws_a_site(ws_asi_idx) delimited by size
                          "  " delimited by size
                          ws_a_origine(ws_asi_idx) delimited by size
                          "   " delimited by size
                          ws_a_operateur(ws_asi_idx) delimited by size
                          into rapport-record
                   end-string
                   if ws_a_date(ws_asi_idx) > ws_today
                       move "[a venir]" to rapport-record(84:9)
                   end-if
                   write rapport-record
                   add 1 to ws_nb_lignes_hist
                   move ws_a_site(ws_asi_idx) to ws_site_avant
               end-if
           end-perform
           .

       8000-formater-une-date.
      * AAAAMMJJ -> JJ/MM/AAAA.
           move spaces to ws_date_aff
           string ws_fmt_jj delimited by size
                  "/" delimited by size
                  ws_fmt_mm delimited by size
                  "/" delimited by size
                  ws_fmt_aaaa delimited by size
                  into ws_date_aff
           end-string
           .

       9000-sauvegarder-les-sites.
           open output sites-file
           perform varying ws_sit_idx from 1 by 1
               until ws_sit_idx > ws_sit_count
               move ws_sit_entry(ws_sit_idx) to site-record
               write site-record
           end-perform
           close sites-file
           .

       9100-journaliser.
           accept ws_heure from time
           open extend journal-ref-file
           if ws_fs_journal not = "00"
               open output journal-ref-file
           end-if
           move spaces to journal-ref-record
           move ws_today to jr-date
           move ws_heure(1:6) to jr-heure
           move ws_joblog_operator to jr-operateur
           move "SITES" to jr-fichier
           move ws_jr_code to jr-code
           move ws_jr_action to jr-action
           move ws_jr_avant to jr-avant
           move ws_jr_apres to jr-apres
           write journal-ref-record
           close journal-ref-file
           .

       9200-enregistrer-au-manifeste.
           move ws_rapport_path to ws_manif_fichier
           move ws_rapport_path(5:40) to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res
           .
