      ******************************************************************
      * Nom du Projet   : Eclatement des rapports par destinataire
      * Description     : Le listing des employes, le rapport
      *    d'anciennete, le releve des conges, les essais a echeance
      *    et la conformite des certifications sortaient en un seul
      *    fichier pour toute la population ; les RH decoupaient et
      *    envoyaient les pages a la main et des managers recevaient
      *    les lignes d'autres equipes. Ce passage decoupe chaque
      *    rapport en un fichier par destinataire :
      *    - src/rapports-eclatables.txt dit, par rapport, le chemin
      *      du fichier imprime et la colonne du matricule dans ses
      *      lignes de detail [les en-tetes, sous-totaux et totaux de
      *      la population entiere ne partent jamais] ;
      *    - src/liste-diffusion.txt dit qui recoit quoi : un manager
      *      [M + em-id sur 5 chiffres] recoit les lignes de tous ceux
      *      qui remontent jusqu'a lui par em-mgr [rapports directs et
      *      indirects], un departement [D + code em-dep] celles de
      *      ses membres ; rapport "*" = tous les rapports eclatables.
      *    Chaque fichier produit [src/diffusion-<RAPPORT>-<M|D><cle>
      *    .txt] s'ouvre sur une page de garde, puis les lignes du
      *    destinataire avec une pagination qui repart a 1. Le
      *    journal de diffusion [src/journal-diffusion.txt, cumule]
      *    trace chaque fichier produit et chaque matricule qui y
      *    figure : la preuve qu'un manager n'a recu que ses equipes.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 91_eclatement-rapports.

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

           select definitions-file
               assign to "src/rapports-eclatables.txt"
               organization is line sequential
               file status is ws_fs_definitions.

           select diffusion-file assign to "src/liste-diffusion.txt"
               organization is line sequential
               file status is ws_fs_diffusion.

           select rapport-file assign to dynamic ws_rap_path
               organization is line sequential
               file status is ws_fs_rapport.

           select sortie-file assign to dynamic ws_sortie_path
               organization is line sequential
               file status is ws_fs_sortie.

           select journal-file assign to "src/journal-diffusion.txt"
               organization is line sequential
               file status is ws_fs_journal.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd definitions-file.
       01 definition-record.
           05 rde-code     pic x(12).
           05 filler       pic x.
           05 rde-colonne  pic 9(3).
           05 filler       pic x.
           05 rde-chemin   pic x(60).

       fd diffusion-file.
       01 diffusion-record.
           05 dif-type     pic x(1).
           05 filler       pic x.
           05 dif-cle      pic x(20).
           05 filler       pic x.
           05 dif-rapport  pic x(12).
           05 filler       pic x.
           05 dif-nom      pic x(30).

       fd rapport-file.
       01 rapport-record   pic x(200).

       fd sortie-file.
       01 sortie-record    pic x(200).

      * Journal de diffusion : une ligne recapitulative par fichier
      * produit [matricule a zero] puis une ligne par matricule
      * envoye, avec son nombre de lignes.
       fd journal-file.
       01 journal-record.
           05 jd-date      pic 9(8).
           05 filler       pic x.
           05 jd-heure     pic 9(6).
           05 filler       pic x.
           05 jd-rapport   pic x(12).
           05 filler       pic x.
           05 jd-dest-type pic x(1).
           05 filler       pic x.
           05 jd-dest-cle  pic x(20).
           05 filler       pic x.
           05 jd-id        pic 9(5).
           05 filler       pic x.
           05 jd-lignes    pic 9(5).
           05 filler       pic x.
           05 jd-pages     pic 9(3).
           05 filler       pic x.
           05 jd-fichier   pic x(60).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_definitions pic xx value "00".
       01 ws_fs_diffusion  pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 ws_fs_sortie     pic xx value "00".
       01 ws_fs_journal    pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 fin_definitions  pic x value 'N'.
       01 fin_diffusion    pic x value 'N'.
       01 fin_rapport      pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_heure         pic 9(8) value 0.

      * Population du fichier maître : matricule, manager [et son
      * rang dans la table, pour remonter la ligne hierarchique sans
      * recherche], departement ; retenu = dans le perimetre du
      * destinataire en cours, lignes = lignes envoyees a ce titre.
       01 ws_emp_table.
           05 ws_emp_entry occurs 5000 times.
               10 ws_e_id      pic 9(5).
               10 ws_e_mgr     pic 9(5).
               10 ws_e_mgr_idx pic 9(5).
               10 ws_e_dep     pic x(20).
               10 ws_e_retenu  pic x.
               10 ws_e_lignes  pic 9(5).
       01 ws_emp_count     pic 9(5) value 0.
       01 ws_idx           pic 9(5) value 0.
       01 ws_idx2          pic 9(5) value 0.
       01 ws_emp_trouve    pic 9(5) value 0.
       01 ws_courant       pic 9(5) value 0.
       01 ws_profondeur    pic 9(3) value 0.

      * Rapports eclatables [code, colonne du matricule, chemin].
       01 ws_def_table.
           05 ws_def_entry occurs 20 times.
               10 ws_d_code    pic x(12).
               10 ws_d_colonne pic 9(3).
               10 ws_d_chemin  pic x(60).
       01 ws_def_count     pic 9(3) value 0.
       01 ws_def_idx       pic 9(3) value 0.

      * Destinataire en cours.
       01 ws_dest_type     pic x(1) value space.
       01 ws_dest_cle      pic x(20) value spaces.
       01 ws_dest_mgr      pic 9(5) value 0.
       01 ws_dest_nom      pic x(30) value spaces.
       01 ws_dest_rapport  pic x(12) value spaces.
       01 ws_dest_libelle  pic x(60) value spaces.
       01 ws_dest_valide   pic x value 'N'.

      * Rapport en cours d'eclatement.
       01 ws_rap_path      pic x(60) value spaces.
       01 ws_sortie_path   pic x(100) value spaces.
       01 ws_titre         pic x(80) value spaces.
       01 ws_colonne       pic 9(3) value 0.
       01 ws_ligne_id      pic 9(5) value 0.
       01 ws_ligne_retenue pic x value 'N'.
       01 ws_nb_lignes     pic 9(5) value 0.
       01 ws_nb_pages      pic 9(3) value 0.
       01 ws_page_num      pic 9(3) value 0.
       01 ws_line_count    pic 9(3) value 0.
       01 ws_lignes_page   pic 9(3) value 15.

       01 ws_nb_fichiers   pic 9(5) value 0.
       01 ws_nb_ecartees   pic 9(5) value 0.

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
       01 ws_joblog_name   pic x(20) value "91_eclatement-rappor".
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
           accept ws_heure from time
           perform 0100-charger-la-population
           perform 0200-charger-les-definitions

           if ws_joblog_rc < 16
               open input diffusion-file
               if ws_fs_diffusion not = "00"
                   display "Liste de diffusion absente :"
                       " src/liste-diffusion.txt"
                   move 8 to ws_joblog_rc
               else
                   perform until fin_diffusion = 'Y'
                       read diffusion-file
                           at end
                               move 'Y' to fin_diffusion
                           not at end
                               if diffusion-record not = spaces
                                   perform 1000-traiter-un-destinataire
                               end-if
                       end-read
                   end-perform
                   close diffusion-file
               end-if

               display "Eclatement des rapports : " ws_nb_fichiers
                   " fichier(s) produit(s), " ws_nb_ecartees
                   " destinataire(s) ecarte(s)"
               if ws_nb_ecartees > 0
                   move 'W' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Diffusion : " delimited by size
                          ws_nb_ecartees delimited by size
                          " destinataire(s) ecarte(s) [liste de"
                              delimited by size
                          " diffusion]" delimited by size
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   move 4 to ws_joblog_rc
               end-if
           end-if

           move ws_nb_fichiers to ws_joblog_count
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

       0100-charger-la-population.
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
                           move em-mgr to ws_e_mgr(ws_emp_count)
                           move 0 to ws_e_mgr_idx(ws_emp_count)
                           move em-dep to ws_e_dep(ws_emp_count)
                       end-if
               end-read
           end-perform
           close employee-master

      * Rang du manager de chacun dans la table [0 = pas de manager
      * ou manager absent du fichier maître].
           perform varying ws_idx from 1 by 1
               until ws_idx > ws_emp_count
               if ws_e_mgr(ws_idx) not = 0
                   perform varying ws_idx2 from 1 by 1
                       until ws_idx2 > ws_emp_count
                          or ws_e_mgr_idx(ws_idx) > 0
                       if ws_e_id(ws_idx2) = ws_e_mgr(ws_idx)
                           move ws_idx2 to ws_e_mgr_idx(ws_idx)
                       end-if
                   end-perform
               end-if
           end-perform
           .

       0200-charger-les-definitions.
           open input definitions-file
           if ws_fs_definitions not = "00"
               display "Definitions absentes :"
                   " src/rapports-eclatables.txt"
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           perform until fin_definitions = 'Y'
               read definitions-file
                   at end
                       move 'Y' to fin_definitions
                   not at end
                       if rde-code not = spaces
                          and rde-colonne is numeric
                          and rde-colonne > 0
                          and rde-colonne < 196
                          and ws_def_count < 20
                           add 1 to ws_def_count
                           move rde-code to ws_d_code(ws_def_count)
                           move rde-colonne
                               to ws_d_colonne(ws_def_count)
                           move rde-chemin
                               to ws_d_chemin(ws_def_count)
                       end-if
               end-read
           end-perform
           close definitions-file
           .

       1000-traiter-un-destinataire.
           move dif-type to ws_dest_type
           move dif-cle to ws_dest_cle
           move dif-nom to ws_dest_nom
           move dif-rapport to ws_dest_rapport
           perform 1100-delimiter-le-perimetre
           if ws_dest_valide = 'N'
               add 1 to ws_nb_ecartees
               display "Destinataire ecarte : " dif-type " "
                   function trim(dif-cle)
               exit paragraph
           end-if

           perform varying ws_def_idx from 1 by 1
               until ws_def_idx > ws_def_count
               if ws_dest_rapport = "*"
                  or ws_dest_rapport = ws_d_code(ws_def_idx)
                   perform 2000-eclater-un-rapport
               end-if
           end-perform
           .

       1100-delimiter-le-perimetre.
      * Manager : ceux dont la ligne hierarchique remonte jusqu'a lui
      * [profondeur bornee, une boucle de em-mgr ne bloque pas le
      * passage] ; departement : ses membres. Le destinataire n'est
      * pas dans son propre perimetre.
           move 'N' to ws_dest_valide
           move spaces to ws_dest_libelle
           perform varying ws_idx from 1 by 1
               until ws_idx > ws_emp_count
               move 'N' to ws_e_retenu(ws_idx)
               move 0 to ws_e_lignes(ws_idx)
           end-perform

           evaluate ws_dest_type
               when 'M'
                   if ws_dest_cle(1:5) is numeric
                      and ws_dest_cle(6:15) = spaces
                       move ws_dest_cle(1:5) to ws_dest_mgr
                       move 'Y' to ws_dest_valide
                       string "Manager " delimited by size
                              ws_dest_mgr delimited by size
                              " [rapports directs et indirects]"
                                  delimited by size
                              into ws_dest_libelle
                       end-string
                       perform varying ws_idx from 1 by 1
                           until ws_idx > ws_emp_count
                           perform 1200-remonter-la-ligne
                       end-perform
                   end-if
               when 'D'
                   if ws_dest_cle not = spaces
                       move 'Y' to ws_dest_valide
                       string "Departement " delimited by size
                              function trim(ws_dest_cle)
                                  delimited by size
                              into ws_dest_libelle
                       end-string
                       perform varying ws_idx from 1 by 1
                           until ws_idx > ws_emp_count
                           if ws_e_dep(ws_idx) = ws_dest_cle
                               move 'Y' to ws_e_retenu(ws_idx)
                           end-if
                       end-perform
                   end-if
           end-evaluate
           .

       1200-remonter-la-ligne.
           move ws_e_mgr_idx(ws_idx) to ws_courant
           move 0 to ws_profondeur
           perform until ws_courant = 0
                      or ws_profondeur > 50
                      or ws_e_retenu(ws_idx) = 'Y'
               if ws_e_id(ws_courant) = ws_dest_mgr
                   move 'Y' to ws_e_retenu(ws_idx)
               else
                   move ws_e_mgr_idx(ws_courant) to ws_courant
                   add 1 to ws_profondeur
               end-if
           end-perform
           .

       2000-eclater-un-rapport.
           move ws_d_chemin(ws_def_idx) to ws_rap_path
           move ws_d_colonne(ws_def_idx) to ws_colonne
           perform varying ws_idx from 1 by 1
               until ws_idx > ws_emp_count
               move 0 to ws_e_lignes(ws_idx)
           end-perform

      * Premier passage : titre du rapport [premiere ligne non
      * blanche] et nombre de lignes du destinataire, pour la page
      * de garde.
           move spaces to ws_titre
           move 0 to ws_nb_lignes
           move 'N' to fin_rapport
           open input rapport-file
           if ws_fs_rapport not = "00"
               display "Rapport non produit, pas d'eclatement : "
                   function trim(ws_rap_path)
               exit paragraph
           end-if
           perform until fin_rapport = 'Y'
               read rapport-file
                   at end
                       move 'Y' to fin_rapport
                   not at end
                       if ws_titre = spaces
                           perform 2050-retenir-le-titre
                       end-if
                       perform 2100-identifier-la-ligne
                       if ws_ligne_retenue = 'Y'
                           add 1 to ws_nb_lignes
                       end-if
               end-read
           end-perform
           close rapport-file
           compute ws_nb_pages =
               (ws_nb_lignes + ws_lignes_page - 1) / ws_lignes_page

           move spaces to ws_sortie_path
           string "src/diffusion-" delimited by size
                  function trim(ws_d_code(ws_def_idx))
                      delimited by size
                  "-" delimited by size
                  ws_dest_type delimited by size
                  function trim(ws_dest_cle) delimited by size
                  ".txt" delimited by size
                  into ws_sortie_path
           end-string
           open output sortie-file
           if ws_fs_sortie not = "00"
               display "Fichier de diffusion illisible : "
                   function trim(ws_sortie_path)
               move 4 to ws_joblog_rc
               exit paragraph
           end-if
           perform 2200-ecrire-la-page-de-garde

      * Second passage : les seules lignes du destinataire, pages
      * numerotees a partir de 1.
           move 0 to ws_page_num
           move ws_lignes_page to ws_line_count
           move 'N' to fin_rapport
           open input rapport-file
           perform until fin_rapport = 'Y'
               read rapport-file
                   at end
                       move 'Y' to fin_rapport
                   not at end
                       perform 2100-identifier-la-ligne
                       if ws_ligne_retenue = 'Y'
                           perform 2300-ecrire-une-ligne
                       end-if
               end-read
           end-perform
           close rapport-file
           close sortie-file

           add 1 to ws_nb_fichiers
           perform 3000-journaliser-la-diffusion
           display "Diffusion ecrite : " function trim(ws_sortie_path)
               " [" ws_nb_lignes " ligne(s), " ws_nb_pages
               " page(s)]"
           .

       2050-retenir-le-titre.
      * Le titre sans la pagination d'origine, qui ne vaut plus rien
      * une fois le rapport decoupe.
           move spaces to ws_titre
           unstring rapport-record delimited by " - Page "
               into ws_titre
           end-unstring
           .

       2100-identifier-la-ligne.
      * Ligne de detail = matricule lisible a la colonne declaree et
      * present dans le perimetre ; tout le reste [en-tetes,
      * sous-totaux, totaux de la population] ne part pas.
           move 'N' to ws_ligne_retenue
           if rapport-record(ws_colonne:5) is not numeric
               exit paragraph
           end-if
           move rapport-record(ws_colonne:5) to ws_ligne_id
           move 0 to ws_emp_trouve
           perform varying ws_idx from 1 by 1
               until ws_idx > ws_emp_count or ws_emp_trouve > 0
               if ws_e_id(ws_idx) = ws_ligne_id
                   move ws_idx to ws_emp_trouve
               end-if
           end-perform
           if ws_emp_trouve > 0
               if ws_e_retenu(ws_emp_trouve) = 'Y'
                   move 'Y' to ws_ligne_retenue
               end-if
           end-if
           .

       2200-ecrire-la-page-de-garde.
           move spaces to sortie-record
           string "DIFFUSION RESTREINTE - " delimited by size
                  function trim(ws_dest_nom) delimited by size
                  into sortie-record
           end-string
           write sortie-record
           move spaces to sortie-record
           write sortie-record
           move spaces to sortie-record
           string "Destinataire : " delimited by size
                  function trim(ws_dest_libelle) delimited by size
                  into sortie-record
           end-string
           write sortie-record
           move spaces to sortie-record
           string "Rapport      : " delimited by size
                  function trim(ws_titre) delimited by size
                  into sortie-record
           end-string
           write sortie-record
           move spaces to sortie-record
           string "Source       : " delimited by size
                  function trim(ws_rap_path) delimited by size
                  into sortie-record
           end-string
           write sortie-record
           move spaces to sortie-record
           string "Edite le     : " delimited by size
                  ws_today delimited by size
                  into sortie-record
           end-string
           write sortie-record
           move spaces to sortie-record
           string "Contenu      : " delimited by size
                  ws_nb_lignes delimited by size
                  " ligne(s) sur " delimited by size
                  ws_nb_pages delimited by size
                  " page(s)" delimited by size
                  into sortie-record
           end-string
           write sortie-record
           if ws_nb_lignes = 0
               move spaces to sortie-record
               write sortie-record
               move "   [aucune ligne pour ce destinataire]"
                   to sortie-record
               write sortie-record
           end-if
           .

       2300-ecrire-une-ligne.
           if ws_line_count >= ws_lignes_page
               perform 2400-ecrire-l-entete
           end-if
           move rapport-record to sortie-record
           write sortie-record
           add 1 to ws_line_count
           add 1 to ws_e_lignes(ws_emp_trouve)
           .

       2400-ecrire-l-entete.
           add 1 to ws_page_num
           move spaces to sortie-record
           write sortie-record
           move spaces to sortie-record
           string function trim(ws_titre) delimited by size
                  " - " delimited by size
                  function trim(ws_dest_libelle) delimited by size
                  " - Page " delimited by size
                  ws_page_num delimited by size
                  into sortie-record
           end-string
           write sortie-record
           move spaces to sortie-record
           write sortie-record
           move 0 to ws_line_count
           .

       3000-journaliser-la-diffusion.
           open extend journal-file
           if ws_fs_journal not = "00"
               open output journal-file
               if ws_fs_journal not = "00"
                   display "Journal de diffusion illisible : "
                       ws_fs_journal
                   move 4 to ws_joblog_rc
                   exit paragraph
               end-if
           end-if
           move spaces to journal-record
           move ws_today to jd-date
           move ws_heure(1:6) to jd-heure
           move ws_d_code(ws_def_idx) to jd-rapport
           move ws_dest_type to jd-dest-type
           move ws_dest_cle to jd-dest-cle
           move 0 to jd-id
           move ws_nb_lignes to jd-lignes
           move ws_nb_pages to jd-pages
           move ws_sortie_path to jd-fichier
           write journal-record
           perform varying ws_idx from 1 by 1
               until ws_idx > ws_emp_count
               if ws_e_lignes(ws_idx) > 0
                   move ws_e_id(ws_idx) to jd-id
                   move ws_e_lignes(ws_idx) to jd-lignes
                   move 0 to jd-pages
                   write journal-record
               end-if
           end-perform
           close journal-file
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
