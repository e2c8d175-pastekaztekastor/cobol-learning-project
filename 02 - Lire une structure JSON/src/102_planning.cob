      ******************************************************************
      * Nom du Projet   : Planning des equipes - saisie et import
      * Description     : 54_heures-badge.cob ne compare les heures
      *    badgees qu'a un seuil hebdomadaire uniforme ; pour le
      *    personnel d'exploitation, ce qui compte est le planning :
      *    qui tenait quel poste, quel jour. Ce guichet restreint
      *    [fonction PLANNING] tient le planning des equipes
      *    [src/planning.txt, disposition planning-enreg.cpy : id,
      *    jour, code de poste] :
      *    - consultation de la semaine d'un employe ;
      *    - pose ou retrait d'un poste pour un jour ;
      *    - import du fichier du logiciel de planification
      *      [src/planning-import.txt : id, jour AAAAMMJJ, code ;
      *      code ---- = retrait du poste du jour], qui passe d'abord
      *      au registre des flux entrants [SPENTRE, chiffre de
      *      controle src/planning-import-controle.txt]. Une ligne
      *      d'import remplace le poste deja planifie ce jour-la ; une
      *      ligne illisible, un id inconnu ou sorti, un code absent
      *      du referentiel part dans src/rejets-planning.txt
      *      [avertissement rc 4].
      *    PLANNING_MODE=IMPORT : import seul, sans menu, pour la
      *    chaine de nuit. Les postes [heures de debut et de fin,
      *    heures prevues, indicateur nuit / week-end] viennent du
      *    referentiel src/codes-horaires.txt. Le rapprochement avec le
      *    badge est 103_planning-badge.cob.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 102_planning.

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

           select codes-file assign to "src/codes-horaires.txt"
               organization is line sequential
               file status is ws_fs_codes.

           select planning-file assign to "src/planning.txt"
               organization is line sequential
               file status is ws_fs_planning.

           select import-file assign to "src/planning-import.txt"
               organization is line sequential
               file status is ws_fs_import.

           select rejets-file assign to "src/rejets-planning.txt"
               organization is line sequential
               file status is ws_fs_rejets.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

      * Poste de reference : code, heure de debut et de fin HHMM [fin
      * inferieure ou egale au debut = fin le lendemain], heures
      * prevues, indicateur N nuit / W week-end / B les deux / blanc,
      * libelle.
       fd codes-file.
       01 code-record.
           05 cod-code     pic x(4).
           05 filler       pic x.
           05 cod-debut    pic 9(4).
           05 filler       pic x.
           05 cod-fin      pic 9(4).
           05 filler       pic x.
           05 cod-heures   pic 9(2)v99.
           05 filler       pic x.
           05 cod-indic    pic x(1).
           05 filler       pic x.
           05 cod-libelle  pic x(20).

       fd planning-file.
       01 planning-record.
           COPY "planning-enreg.cpy" REPLACING ==:PFX:== BY ==pln-==.

       fd import-file.
       01 import-record.
           05 imp-id       pic x(5).
           05 filler       pic x.
           05 imp-date     pic x(8).
           05 filler       pic x.
           05 imp-code     pic x(4).

       fd rejets-file.
       01 rejet-record     pic x(100).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_codes      pic xx value "00".
       01 ws_fs_planning   pic xx value "00".
       01 ws_fs_import     pic xx value "00".
       01 ws_fs_rejets     pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_choix         pic 9 value 9.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_mode          pic x(12) value spaces.

      * Controle des habilitations [SPAUTOR].
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

       01 ws_cod_table.
           05 ws_cod_entry occurs 50 times.
               10 ws_c_code     pic x(4).
               10 ws_c_debut    pic 9(4).
               10 ws_c_fin      pic 9(4).
               10 ws_c_heures   pic 9(2)v99.
               10 ws_c_indic    pic x(1).
               10 ws_c_libelle  pic x(20).
       01 ws_cod_count     pic 9(2) value 0.
       01 ws_cod_idx       pic 9(2) value 0.
       01 ws_cod_trouve    pic 9(2) value 0.

       01 ws_pln_table.
           05 ws_pln_entry occurs 20000 times.
               COPY "planning-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_p_==.
       01 ws_pln_count     pic 9(5) value 0.
       01 ws_pln_idx       pic 9(5) value 0.
       01 ws_pln_trouve    pic 9(5) value 0.
       01 ws_pln_libre     pic 9(5) value 0.

      * Saisies et poste a poser [code ---- : retrait].
       01 ws_saisie_id     pic x(5) value spaces.
       01 ws_saisie_date   pic x(8) value spaces.
       01 ws_saisie_code   pic x(4) value spaces.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_date_demande  pic 9(8) value 0.
       01 ws_origine       pic x(1) value 'M'.
       01 ws_pose_ok       pic x(1) value 'N'.
       01 ws_jour_int      pic 9(8) value 0.
       01 ws_lundi         pic 9(8) value 0.
       01 ws_dimanche      pic 9(8) value 0.
       01 ws_heures_aff    pic z9.99.
       01 ws_heures_sem    pic 9(3)v99 value 0.
       01 ws_heures_sem_aff pic zz9.99.
       01 ws_maj_count     pic 9(5) value 0.

      * Import.
       01 ws_motif_rejet   pic x(40) value spaces.
       01 ws_nb_lus        pic 9(5) value 0.
       01 ws_nb_poses      pic 9(5) value 0.
       01 ws_nb_retraits   pic 9(5) value 0.
       01 ws_nb_rejets     pic 9(5) value 0.

      * Registre des flux entrants [SPENTRE, voir 99 - Utilitaires
      * partages/src/SPENTRE.cob] : empreinte, rejeu et chiffre de
      * controle de l'emetteur avant traitement.
       01 ws_ent_registre  pic x(100)
           value "src/registre-entrants.txt".
       01 ws_ent_quarantaine pic x(100) value "src/quarantaines.txt".
       01 ws_ent_fichier   pic x(100) value "src/planning-import.txt".
       01 ws_ent_nom       pic x(30) value "planning-import.txt".
       01 ws_ent_controle  pic x(100)
           value "src/planning-import-controle.txt".
       01 ws_ent_action    pic x(1) value 'V'.
       01 ws_ent_nb        pic 9(7) value 0.
       01 ws_ent_resultat  pic x(1) value 'N'.
       01 ws_ent_motif     pic x(60) value spaces.

      * Consignation des incidents dans le fichier de messages date
      * [MSGLOG] : la chaine tourne sans surveillance.
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
       01 ws_joblog_name   pic x(20) value "102_planning".
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

           move "PLANNING" to ws_fonction
           call "SPAUTOR" using ws_perm_path ws_joblog_operator
               ws_joblog_name ws_fonction ws_autorise
           if ws_autorise = 'N'
               display "Acces refuse : l'operateur '"
                   function trim(ws_joblog_operator)
                   "' n'est pas habilite au planning des equipes."
               move 98 to ws_joblog_rc
           else
               perform 0010-date-de-traitement
               perform 0100-charger-les-codes
               perform 0200-charger-le-planning
               accept ws_mode from environment "PLANNING_MODE"
               open input employee-master
               if ws_fs_master not = "00"
                   display "Erreur ouverture EMPLOYEE-MASTER : "
                       ws_fs_master
                   move 16 to ws_joblog_rc
               else
                   if ws_mode = "IMPORT"
                       perform 4000-importer-le-planning
                   else
                       perform 0300-menu
                   end-if
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

       0100-charger-les-codes.
           move 'N' to fin_fichier
           open input codes-file
           if ws_fs_codes not = "00"
               display "Referentiel des postes absent"
                   " [codes-horaires.txt] - aucun poste ne se pose."
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read codes-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if cod-debut is numeric and cod-fin is numeric
                          and cod-heures is numeric
                          and ws_cod_count < 50
                           add 1 to ws_cod_count
                           move cod-code to ws_c_code(ws_cod_count)
                           move cod-debut to ws_c_debut(ws_cod_count)
                           move cod-fin to ws_c_fin(ws_cod_count)
                           move cod-heures
                               to ws_c_heures(ws_cod_count)
                           move cod-indic to ws_c_indic(ws_cod_count)
                           move cod-libelle
                               to ws_c_libelle(ws_cod_count)
                       end-if
               end-read
           end-perform
           close codes-file
           .

       0200-charger-le-planning.
      * Fichier absent : premier passage, il sera cree au premier
      * poste pose.
           move 'N' to fin_fichier
           open input planning-file
           if ws_fs_planning not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read planning-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_pln_count < 20000
                           add 1 to ws_pln_count
                           move planning-record
                               to ws_pln_entry(ws_pln_count)
                       end-if
               end-read
           end-perform
           close planning-file
           .

       0300-menu.
           perform until ws_choix = 0
               display " "
               display "1. Consulter la semaine d'un employe"
               display "2. Poser ou retirer un poste"
               display "3. Importer le fichier de planning"
               display "0. Quitter"
               display "Votre choix ?"
               accept ws_choix
               evaluate ws_choix
                   when 1
                       perform 1000-consulter-une-semaine
                   when 2
                       perform 2000-poser-un-poste
                   when 3
                       perform 4000-importer-le-planning
                   when 0
                       continue
                   when other
                       display "Choix invalide"
               end-evaluate
           end-perform
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

       0600-lire-la-date.
      * Jour saisi AAAAMMJJ ; ws_date_demande reste a 0 s'il est
      * illisible.
           move 0 to ws_date_demande
           move spaces to ws_saisie_date
           accept ws_saisie_date
           if ws_saisie_date not numeric
               display "Date illisible."
               exit paragraph
           end-if
           if function test-date-yyyymmdd(
                  function numval(ws_saisie_date)) not = 0
               display "Date invalide."
               exit paragraph
           end-if
           move function numval(ws_saisie_date) to ws_date_demande
           .

       0700-trouver-le-code.
           move 0 to ws_cod_trouve
           perform varying ws_cod_idx from 1 by 1
               until ws_cod_idx > ws_cod_count
               if ws_c_code(ws_cod_idx) = ws_saisie_code
                   move ws_cod_idx to ws_cod_trouve
               end-if
           end-perform
           .

       0800-trouver-le-jour.
      * Ligne du planning de ws_id_demande pour ws_date_demande [0 si
      * aucune] ; ws_pln_libre : premiere ligne retiree reutilisable.
           move 0 to ws_pln_trouve
           move 0 to ws_pln_libre
           perform varying ws_pln_idx from 1 by 1
               until ws_pln_idx > ws_pln_count
               if ws_p_id(ws_pln_idx) = ws_id_demande
                  and ws_p_date(ws_pln_idx) = ws_date_demande
                   move ws_pln_idx to ws_pln_trouve
               end-if
               if ws_p_id(ws_pln_idx) = 0 and ws_pln_libre = 0
                   move ws_pln_idx to ws_pln_libre
               end-if
           end-perform
           .

       1000-consulter-une-semaine.
           perform 0500-lire-l-employe
           if ws_id_demande = 0
               exit paragraph
           end-if
           display "Un jour de la semaine AAAAMMJJ ?"
           perform 0600-lire-la-date
           if ws_date_demande = 0
               exit paragraph
           end-if
      * Semaine du lundi au dimanche [le jour 1 du calendrier des
      * fonctions date est un lundi].
           compute ws_jour_int =
               function integer-of-date(ws_date_demande)
           compute ws_jour_int = ws_jour_int
               - function mod(ws_jour_int - 1, 7)
           compute ws_lundi = function date-of-integer(ws_jour_int)
           compute ws_dimanche =
               function date-of-integer(ws_jour_int + 6)
           display function trim(em-prenom) " " function trim(em-nom)
               " [" em-id "] - semaine du " ws_lundi " au "
               ws_dimanche
           move 0 to ws_heures_sem
           perform varying ws_pln_idx from 1 by 1
               until ws_pln_idx > ws_pln_count
               if ws_p_id(ws_pln_idx) = ws_id_demande
                  and ws_p_date(ws_pln_idx) >= ws_lundi
                  and ws_p_date(ws_pln_idx) <= ws_dimanche
                   move ws_p_code(ws_pln_idx) to ws_saisie_code
                   perform 0700-trouver-le-code
                   if ws_cod_trouve > 0
                       add ws_c_heures(ws_cod_trouve) to ws_heures_sem
                       move ws_c_heures(ws_cod_trouve)
                           to ws_heures_aff
                       display "  " ws_p_date(ws_pln_idx) " "
                           ws_p_code(ws_pln_idx) " "
                           ws_c_debut(ws_cod_trouve) "-"
                           ws_c_fin(ws_cod_trouve) " "
                           ws_heures_aff " h "
                           ws_c_libelle(ws_cod_trouve)
                   else
                       display "  " ws_p_date(ws_pln_idx) " "
                           ws_p_code(ws_pln_idx)
                           " [code absent du referentiel]"
                   end-if
               end-if
           end-perform
           move ws_heures_sem to ws_heures_sem_aff
           display "  Total prevu : " ws_heures_sem_aff " h"
           .

       2000-poser-un-poste.
           perform 0500-lire-l-employe
           if ws_id_demande = 0
               exit paragraph
           end-if
           display "Jour AAAAMMJJ ?"
           perform 0600-lire-la-date
           if ws_date_demande = 0
               exit paragraph
           end-if
           display "Code de poste [---- pour retirer le poste du"
               " jour] ?"
           move spaces to ws_saisie_code
           accept ws_saisie_code
           move function upper-case(ws_saisie_code) to ws_saisie_code
           move 'M' to ws_origine
           perform 3000-appliquer-un-poste
           if ws_pose_ok = 'O'
               perform 9000-sauvegarder
               add 1 to ws_maj_count
               display "Planning mis a jour : id " ws_id_demande
                   " le " ws_date_demande " -> " ws_saisie_code
           else
               display function trim(ws_motif_rejet)
                   " - rien d'enregistre."
           end-if
           .

       3000-appliquer-un-poste.
      * Regle commune au guichet et a l'import : employe actif, code
      * du referentiel ; le poste remplace celui du jour, ---- le
      * retire [la ligne se libere, id a zero, et disparait a la
      * sauvegarde].
           move 'N' to ws_pose_ok
           move spaces to ws_motif_rejet
           if em-statut = 'T'
               move "Employe sorti" to ws_motif_rejet
               exit paragraph
           end-if
           perform 0800-trouver-le-jour
           if ws_saisie_code = "----"
               if ws_pln_trouve = 0
                   move "Aucun poste planifie ce jour"
                       to ws_motif_rejet
                   exit paragraph
               end-if
               move 0 to ws_p_id(ws_pln_trouve)
               move 'O' to ws_pose_ok
               add 1 to ws_nb_retraits
               exit paragraph
           end-if
           perform 0700-trouver-le-code
           if ws_cod_trouve = 0
               move "Code de poste inconnu" to ws_motif_rejet
               exit paragraph
           end-if
           if ws_pln_trouve = 0
               if ws_pln_libre > 0
                   move ws_pln_libre to ws_pln_trouve
               else
                   if ws_pln_count >= 20000
                       move "Planning plein" to ws_motif_rejet
                       exit paragraph
                   end-if
                   add 1 to ws_pln_count
                   move ws_pln_count to ws_pln_trouve
               end-if
               move spaces to ws_pln_entry(ws_pln_trouve)
               move ws_id_demande to ws_p_id(ws_pln_trouve)
               move ws_date_demande to ws_p_date(ws_pln_trouve)
           end-if
           move ws_saisie_code to ws_p_code(ws_pln_trouve)
           move ws_origine to ws_p_origine(ws_pln_trouve)
           move ws_today to ws_p_date-maj(ws_pln_trouve)
           move ws_joblog_operator to ws_p_operateur(ws_pln_trouve)
           move 'O' to ws_pose_ok
           add 1 to ws_nb_poses
           .

       4000-importer-le-planning.
           perform 4050-controler-le-flux-entrant
           if ws_ent_resultat = 'R'
               if ws_joblog_rc < 12
                   move 12 to ws_joblog_rc
               end-if
               exit paragraph
           end-if
           open input import-file
           if ws_fs_import not = "00"
               display "Fichier de planning absent"
                   " [planning-import.txt] - rien a importer."
               exit paragraph
           end-if
           open output rejets-file
           move 0 to ws_nb_lus
           move 0 to ws_nb_poses
           move 0 to ws_nb_retraits
           move 0 to ws_nb_rejets
           move 'N' to fin_fichier
           perform until fin_fichier = 'Y'
               read import-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if import-record not = spaces
                           add 1 to ws_nb_lus
                           perform 4100-importer-une-ligne
                       end-if
               end-read
           end-perform
           close import-file
           close rejets-file
           if ws_nb_poses > 0 or ws_nb_retraits > 0
               perform 9000-sauvegarder
           end-if
           compute ws_maj_count = ws_maj_count + ws_nb_poses
               + ws_nb_retraits
           display "Import du planning : " ws_nb_lus " ligne(s), "
               ws_nb_poses " poste(s) pose(s), " ws_nb_retraits
               " retire(s), " ws_nb_rejets " rejet(s)."
           if ws_nb_rejets > 0
               display "Voir rejets-planning.txt."
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Import du planning : " delimited by size
                      ws_nb_rejets delimited by size
                      " ligne(s) rejetee(s)" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               if ws_joblog_rc < 4
                   move 4 to ws_joblog_rc
               end-if
           end-if
           .

       4050-controler-le-flux-entrant.
      * Le flux depose passe au registre des flux entrants avant tout
      * traitement [SPENTRE] : un fichier refuse [rejeu, compte
      * different du chiffre de controle de l'emetteur] reste en
      * place et part en quarantaine, pour la revue
      * 12_revue-quarantaines.cob.
           call "SPENTRE" using ws_ent_registre ws_ent_quarantaine
               ws_ent_fichier ws_ent_nom ws_ent_controle ws_ent_action
               ws_ent_nb ws_ent_resultat ws_ent_motif
           if ws_ent_resultat = 'R'
               display "*** FLUX REFUSE *** " function trim(ws_ent_nom)
                   " : " function trim(ws_ent_motif)
               display "Fichier laisse en place, en quarantaine - non"
                   " traite."
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "FLUX REFUSE " delimited by size
                      ws_ent_nom delimited by space
                      " : " delimited by size
                      ws_ent_motif delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
           end-if
           if ws_ent_resultat = 'O' and ws_ent_motif not = spaces
               display function trim(ws_ent_nom) " : "
                   function trim(ws_ent_motif)
           end-if
           .

       4100-importer-une-ligne.
           move spaces to ws_motif_rejet
           if imp-id not numeric
               move "Id illisible" to ws_motif_rejet
           else
               if imp-date not numeric
                   move "Date illisible" to ws_motif_rejet
               else
                   if function test-date-yyyymmdd(
                          function numval(imp-date)) not = 0
                       move "Date invalide" to ws_motif_rejet
                   end-if
               end-if
           end-if
           if ws_motif_rejet = spaces
               move function numval(imp-id) to em-id
               read employee-master
                   invalid key
                       move "Id inconnu du fichier maître"
                           to ws_motif_rejet
               end-read
           end-if
           if ws_motif_rejet = spaces
               move em-id to ws_id_demande
               move function numval(imp-date) to ws_date_demande
               move function upper-case(imp-code) to ws_saisie_code
               move 'I' to ws_origine
               perform 3000-appliquer-un-poste
           end-if
           if ws_motif_rejet not = spaces
               add 1 to ws_nb_rejets
               move spaces to rejet-record
               string import-record delimited by size
                      " : " delimited by size
                      ws_motif_rejet delimited by size
                      into rejet-record
               end-string
               write rejet-record
           end-if
           .

       9000-sauvegarder.
           open output planning-file
           perform varying ws_pln_idx from 1 by 1
               until ws_pln_idx > ws_pln_count
               if ws_p_id(ws_pln_idx) not = 0
                   move ws_pln_entry(ws_pln_idx) to planning-record
                   write planning-record
               end-if
           end-perform
           close planning-file
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
