      ******************************************************************
      * Nom du Projet   : Recherche dans les flux RH archives
      * Description     : "Que disait le flux de l'id 1234 le 3 juin",
      *    "depuis quand le flux envoie-t-il ce role" : jusqu'ici on
      *    ouvrait un a un les src/archive/data-AAAAMMJJ.json. Pour un
      *    id [ou un nom, resolu par le fichier maître], une cle
      *    facultative [rol, department.code, mgr, type... ; a blanc :
      *    l'objet entier] et une periode, chaque flux archive du jour
      *    est relu - compact ou indente, meme lecture caractere par
      *    caractere hors chaines - et la valeur du jour s'affiche,
      *    accents decodes [SPJSACC]. Les jours ou la valeur change
      *    sont marques CHANGEMENT, ceux ou la personne manque au flux
      *    ABSENT ; les jours sans archive sont seulement comptes.
      *    Les cles d'un flux de version 2 ou plus se traduisent par
      *    src/cles-flux.txt comme au chargement. Resultat exportable
      *    dans src/recherche-flux-NNNNN-AAAAMMJJ.txt [id, date du
      *    jour]. Fonction CONSULTATION.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 104_recherche-flux.

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

           select archive-file assign to dynamic ws_arch_path
               organization is line sequential
               file status is ws_fs_arch.

           select cles-flux-file assign to "src/cles-flux.txt"
               organization is line sequential
               file status is ws_fs_cles.

           select export-file assign to dynamic ws_export_path
               organization is line sequential
               file status is ws_fs_export.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd archive-file.
       01 archive-record   pic x(1000000).

       fd cles-flux-file.
       01 cle-flux-record.
           05 clf-version  pic 9(1).
           05 filler       pic x.
           05 clf-externe  pic x(20).
           05 filler       pic x.
           05 clf-interne  pic x(10).

       fd export-file.
       01 export-record    pic x(240).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_arch       pic xx value "00".
       01 ws_fs_cles       pic xx value "00".
       01 ws_fs_export     pic xx value "00".
       01 ws_master_ouvert pic x value 'N'.
       01 fin_fichier      pic x value 'N'.
       01 ws_continuer     pic x value 'O'.
       01 ws_reponse       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Controle des habilitations par fonction [SPAUTOR, table
      * ../permissions-operateurs.txt].
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

      * Traduction des cles externes par version du flux.
       01 ws_map_table.
           05 ws_map_entry occurs 50 times.
               10 ws_map_ver     pic 9(1).
               10 ws_map_externe pic x(20).
               10 ws_map_interne pic x(10).
       01 ws_map_count     pic 9(2) value 0.
       01 ws_map_idx       pic 9(2) value 0.

      * Demande : personne, cle, periode.
       01 ws_saisie        pic x(20) value spaces.
       01 ws_prenom_vide   pic x(20) value spaces.
       01 ws_nom_demande   pic x(20) value spaces.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_nb_homonymes  pic 9(3) value 0.
       01 ws_fin_parcours  pic x value 'N'.
       01 ws_cle           pic x(30) value spaces.
       01 ws_cle_tete      pic x(30) value spaces.
       01 ws_cle_sous      pic x(30) value spaces.
       01 ws_cle_interne   pic x(30) value spaces.
       01 ws_cle_id        pic x(30) value spaces.
       01 ws_cle_tete_ext  pic x(30) value spaces.
       01 ws_date_debut    pic 9(8) value 0.
       01 ws_date_fin      pic 9(8) value 0.
       01 ws_jour          pic 9(8) value 0.
       01 ws_jour_int      pic 9(8) value 0.
       01 ws_fin_int       pic 9(8) value 0.
       01 ws_nb_jours_max  pic 9(3) value 400.

      * Lecture d'une archive : pile des ouvertures hors chaines,
      * objet employe en cours [un objet ouvert directement dans un
      * tableau], tete du flux avant le premier objet [version].
       01 ws_arch_path     pic x(60) value spaces.
       01 ws_lig_len       pic 9(7) value 0.
       01 ws_k             pic 9(7) value 0.
       01 ws_car           pic x value space.
       01 ws_dans_chaine   pic x value 'N'.
       01 ws_echappe       pic x value 'N'.
       01 ws_pile          pic x(20) value spaces.
       01 ws_niv           pic 9(2) value 0.
       01 ws_collecte      pic x value 'N'.
       01 ws_obj_niv       pic 9(2) value 0.
       01 ws_obj           pic x(2000) value spaces.
       01 ws_obj_len       pic 9(4) value 0.
       01 ws_tete          pic x(200) value spaces.
       01 ws_tete_len      pic 9(3) value 0.
       01 ws_version       pic 9(1) value 1.
       01 ws_version_vue   pic x value 'N'.
       01 ws_present       pic x value 'N'.

      * Recherche d'une cle dans l'objet courant.
       01 ws_tok           pic x(40) value spaces.
       01 ws_tok_len       pic 9(2) value 0.
       01 ws_tok_depart    pic 9(4) value 1.
       01 ws_tok_pos       pic 9(4) value 0.
       01 ws_avant         pic 9(4) value 0.
       01 ws_val_debut     pic 9(4) value 0.
       01 ws_val_len       pic 9(4) value 0.
       01 ws_v             pic 9(4) value 0.
       01 ws_valeur        pic x(200) value spaces.
       01 ws_valeur_trouvee pic x value 'N'.
       01 ws_jsacc_sens    pic x(1) value 'D'.
       01 ws_jsacc_entree  pic x(40) value spaces.
       01 ws_jsacc_sortie  pic x(80) value spaces.

      * Resultat : une ligne par jour d'archive.
       01 ws_res_table.
           05 ws_res_entry occurs 400 times.
               10 ws_r_date    pic 9(8).
               10 ws_r_marque  pic x(12).
               10 ws_r_valeur  pic x(200).
       01 ws_res_count     pic 9(3) value 0.
       01 ws_res_idx       pic 9(3) value 0.
       01 ws_comp_prec     pic x(2000) value spaces.
       01 ws_comp_courant  pic x(2000) value spaces.
       01 ws_prec_connu    pic x value 'N'.
       01 ws_nb_sans_arch  pic 9(3) value 0.
       01 ws_nb_absents    pic 9(3) value 0.
       01 ws_nb_changes    pic 9(3) value 0.

       01 ws_ligne_affich.
           05 filler            pic x(2) value spaces.
           05 ws_la_date        pic 9(8).
           05 filler            pic x(2) value spaces.
           05 ws_la_marque      pic x(12).
           05 filler            pic x(1) value space.
           05 ws_la_valeur      pic x(200).
       01 ws_export_path   pic x(60) value spaces.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "104_recherche-flux".
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

           move "CONSULTATION" to ws_fonction
           call "SPAUTOR" using ws_perm_path ws_joblog_operator
               ws_joblog_name ws_fonction ws_autorise
           if ws_autorise = 'N'
               display "Acces refuse : l'operateur '"
                   function trim(ws_joblog_operator)
                   "' n'est pas habilite a la consultation."
               move 98 to ws_joblog_rc
           else
               perform 0010-date-de-traitement
               perform 0100-charger-cles-flux
      * Sans fichier maître, la recherche par id reste possible.
               open input employee-master
               if ws_fs_master = "00"
                   move 'O' to ws_master_ouvert
               else
                   display "Fichier maître indisponible [status "
                       ws_fs_master "] - recherche par id seulement."
               end-if
               perform until ws_continuer = "N"
                   or ws_continuer = "n"
                   perform 1000-rechercher
                   display "Autre recherche ? [O/n]"
                   accept ws_continuer
               end-perform
               if ws_master_ouvert = 'O'
                   close employee-master
               end-if
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

       0100-charger-cles-flux.
      * Correspondance cle externe -> nom interne par version [absente
      * : les flux archives sont lus avec les noms de la version 1].
           move 'N' to fin_fichier
           open input cles-flux-file
           if ws_fs_cles not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read cles-flux-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if clf-version is numeric
                          and ws_map_count < 50
                           add 1 to ws_map_count
                           move clf-version
                               to ws_map_ver(ws_map_count)
                           move clf-externe
                               to ws_map_externe(ws_map_count)
                           move clf-interne
                               to ws_map_interne(ws_map_count)
                       end-if
               end-read
           end-perform
           close cles-flux-file
           .

       1000-rechercher.
           add 1 to ws_joblog_count
           perform 1100-lire-la-personne
           if ws_id_demande = 0
               exit paragraph
           end-if
           perform 1200-lire-la-cle
           perform 1300-lire-la-periode
           if ws_date_debut = 0
               exit paragraph
           end-if

           move 0 to ws_res_count
           move 0 to ws_nb_sans_arch
           move 0 to ws_nb_absents
           move 0 to ws_nb_changes
           move 'N' to ws_prec_connu
           move spaces to ws_comp_prec
           compute ws_jour_int = function integer-of-date(ws_date_debut)
           compute ws_fin_int = function integer-of-date(ws_date_fin)
           perform until ws_jour_int > ws_fin_int
               compute ws_jour = function date-of-integer(ws_jour_int)
               perform 2000-lire-une-archive
               add 1 to ws_jour_int
           end-perform

           display " "
           if ws_cle = spaces
               display "Id " ws_id_demande " - objet complet, du "
                   ws_date_debut " au " ws_date_fin
           else
               display "Id " ws_id_demande " - cle "
                   function trim(ws_cle) ", du " ws_date_debut
                   " au " ws_date_fin
           end-if
           perform varying ws_res_idx from 1 by 1
               until ws_res_idx > ws_res_count
               move ws_r_date(ws_res_idx) to ws_la_date
               move ws_r_marque(ws_res_idx) to ws_la_marque
               move ws_r_valeur(ws_res_idx) to ws_la_valeur
               display ws_ligne_affich(1:100)
           end-perform
           display ws_res_count " jour(s) archive(s), "
               ws_nb_changes " changement(s), " ws_nb_absents
               " jour(s) d'absence au flux, " ws_nb_sans_arch
               " jour(s) sans archive."

           if ws_res_count > 0
               display "Exporter le resultat ? [o/N]"
               move 'N' to ws_reponse
               accept ws_reponse
               if ws_reponse = 'O' or ws_reponse = 'o'
                   perform 3000-exporter
               end-if
           end-if
           .

       1100-lire-la-personne.
      * Un id numerique est pris tel quel ; un nom se resout par la
      * cle secondaire em-nom, apres normalisation comme a l'ecriture
      * [SPNOMS]. Homonymes : l'id est redemande parmi eux.
           move 0 to ws_id_demande
           display " "
           display "Id employe ou nom ? "
           move spaces to ws_saisie
           accept ws_saisie
           if ws_saisie = spaces
               exit paragraph
           end-if
           if function test-numval(ws_saisie) = 0
               move function numval(ws_saisie) to ws_id_demande
               exit paragraph
           end-if
           if ws_master_ouvert = 'N'
               display "Recherche par nom impossible sans le fichier"
                   " maître."
               exit paragraph
           end-if

           move ws_saisie to ws_nom_demande
           move spaces to ws_prenom_vide
           call "SPNOMS" using ws_nom_demande ws_prenom_vide
           move 0 to ws_nb_homonymes
           move 'N' to ws_fin_parcours
           move ws_nom_demande to em-nom
           start employee-master key is = em-nom
               invalid key
                   move 'Y' to ws_fin_parcours
           end-start
           perform until ws_fin_parcours = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to ws_fin_parcours
                   not at end
                       if em-nom = ws_nom_demande
                           add 1 to ws_nb_homonymes
                           move em-id to ws_id_demande
                           display "  " em-id " "
                               function trim(em-prenom) " "
                               function trim(em-nom) " ["
                               function trim(em-dep) ", "
                               function trim(em-rol) "]"
                       else
                           move 'Y' to ws_fin_parcours
                       end-if
               end-read
           end-perform
           evaluate true
               when ws_nb_homonymes = 0
                   display "Aucun employe au nom de '"
                       function trim(ws_nom_demande)
                       "' - rechercher par id."
               when ws_nb_homonymes > 1
                   display "Plusieurs employes de ce nom - id ? "
                   move 0 to ws_id_demande
                   move spaces to ws_saisie
                   accept ws_saisie
                   if ws_saisie not = spaces
                      and function test-numval(ws_saisie) = 0
                       move function numval(ws_saisie)
                           to ws_id_demande
                   end-if
               when other
                   continue
           end-evaluate
           .

       1200-lire-la-cle.
      * department.code : cle "department" puis, dans son objet, cle
      * "code". Le nom interne sert a la traduction des flux de
      * version 2 ou plus [le departement y est "dep"].
           display "Cle [rol, department.code, mgr, type ; blanc ="
               " objet complet] ? "
           move spaces to ws_cle
           accept ws_cle
           move spaces to ws_cle_tete
           move spaces to ws_cle_sous
           unstring ws_cle delimited by '.'
               into ws_cle_tete ws_cle_sous
           end-unstring
           move ws_cle_tete to ws_cle_interne
           if ws_cle_tete = "department"
               move "dep" to ws_cle_interne
           end-if
           .

       1300-lire-la-periode.
      * Fin a blanc : date du jour ; debut a blanc : trente jours
      * avant la fin. La periode est bornee a ws_nb_jours_max jours.
           move 0 to ws_date_debut
           display "Date de fin AAAAMMJJ [blanc = " ws_today "] ? "
           move spaces to ws_date_param
           accept ws_date_param
           if ws_date_param = spaces
               move ws_today to ws_date_fin
           else
               if ws_date_param not numeric
                  or function test-date-yyyymmdd(
                      function numval(ws_date_param)) not = 0
                   display "Date invalide."
                   exit paragraph
               end-if
               move function numval(ws_date_param) to ws_date_fin
           end-if
           display "Date de debut AAAAMMJJ [blanc = 30 jours avant] ? "
           move spaces to ws_date_param
           accept ws_date_param
           if ws_date_param = spaces
               compute ws_date_debut = function date-of-integer(
                   function integer-of-date(ws_date_fin) - 30)
           else
               if ws_date_param not numeric
                  or function test-date-yyyymmdd(
                      function numval(ws_date_param)) not = 0
                   display "Date invalide."
                   exit paragraph
               end-if
               move function numval(ws_date_param) to ws_date_debut
           end-if
           if ws_date_debut > ws_date_fin
               display "Debut posterieur a la fin."
               move 0 to ws_date_debut
               exit paragraph
           end-if
           if function integer-of-date(ws_date_fin)
              - function integer-of-date(ws_date_debut)
              >= ws_nb_jours_max
               compute ws_date_debut = function date-of-integer(
                   function integer-of-date(ws_date_fin)
                   - ws_nb_jours_max + 1)
               display "Periode ramenee a " ws_nb_jours_max
                   " jours : debut au " ws_date_debut
           end-if
           .

       2000-lire-une-archive.
           move spaces to ws_arch_path
           string "src/archive/data-" delimited by size
                  ws_jour delimited by size
                  ".json" delimited by size
                  into ws_arch_path
           end-string
           open input archive-file
           if ws_fs_arch not = "00"
               add 1 to ws_nb_sans_arch
               exit paragraph
           end-if

           move 'N' to ws_dans_chaine
           move 'N' to ws_echappe
           move spaces to ws_pile
           move 0 to ws_niv
           move 'N' to ws_collecte
           move spaces to ws_tete
           move 0 to ws_tete_len
           move 1 to ws_version
           move 'N' to ws_version_vue
           move 'N' to ws_present
           move spaces to ws_comp_courant
           move spaces to ws_valeur
           move 'N' to fin_fichier
           perform until fin_fichier = 'Y'
               read archive-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       compute ws_lig_len = function length(
                           function trim(archive-record trailing))
                       perform 2100-traiter-un-caractere
                           varying ws_k from 1 by 1
                           until ws_k > ws_lig_len
               end-read
           end-perform
           close archive-file
           perform 2500-retenir-le-jour
           .

       2100-traiter-un-caractere.
      * Dans une chaine tout se garde, blancs compris ; hors chaine,
      * les blancs d'indentation tombent, ce qui ramene flux compact
      * et flux indente au meme texte.
           move archive-record(ws_k:1) to ws_car
           if ws_dans_chaine = 'O'
               perform 2110-retenir-le-caractere
               evaluate true
                   when ws_echappe = 'O'
                       move 'N' to ws_echappe
                   when ws_car = '\'
                       move 'O' to ws_echappe
                   when ws_car = '"'
                       move 'N' to ws_dans_chaine
                   when other
                       continue
               end-evaluate
               exit paragraph
           end-if
           if ws_car = space or ws_car = x'09'
               exit paragraph
           end-if
           if ws_car = '{' and ws_collecte = 'N'
              and ws_niv > 0 and ws_niv < 20
               if ws_pile(ws_niv:1) = '['
                   move 'O' to ws_collecte
                   move spaces to ws_obj
                   move 0 to ws_obj_len
                   compute ws_obj_niv = ws_niv + 1
               end-if
           end-if
           perform 2110-retenir-le-caractere
           evaluate ws_car
               when '"'
                   move 'O' to ws_dans_chaine
               when '{'
               when '['
                   if ws_niv < 20
                       add 1 to ws_niv
                       move ws_car to ws_pile(ws_niv:1)
                   end-if
               when '}'
               when ']'
                   if ws_collecte = 'O' and ws_car = '}'
                      and ws_niv = ws_obj_niv
                       perform 2200-examiner-l-objet
                       move 'N' to ws_collecte
                   end-if
                   if ws_niv > 0
                       subtract 1 from ws_niv
                   end-if
               when other
                   continue
           end-evaluate
           .

       2110-retenir-le-caractere.
           if ws_collecte = 'O'
               if ws_obj_len < 2000
                   add 1 to ws_obj_len
                   move ws_car to ws_obj(ws_obj_len:1)
               end-if
           else
               if ws_tete_len < 200
                   add 1 to ws_tete_len
                   move ws_car to ws_tete(ws_tete_len:1)
               end-if
           end-if
           .

       2200-examiner-l-objet.
      * La version se lit dans la tete du flux ['"version":N' avant
      * le tableau d'objets] des le premier objet complet.
           if ws_version_vue = 'N'
               perform 2250-cles-de-la-version
           end-if
           if ws_present = 'O'
               exit paragraph
           end-if

           move spaces to ws_tok
           string '"' delimited by size
                  ws_cle_id delimited by space
                  '":' delimited by size
                  into ws_tok
           end-string
           move 1 to ws_tok_depart
           perform 2400-chercher-une-valeur
           if ws_valeur_trouvee = 'N'
              or function test-numval(ws_valeur) not = 0
               exit paragraph
           end-if
           if function numval(ws_valeur) not = ws_id_demande
               exit paragraph
           end-if

           move 'O' to ws_present
           if ws_cle = spaces
               move ws_obj to ws_comp_courant
               move ws_obj(1:200) to ws_valeur
               exit paragraph
           end-if

           move spaces to ws_tok
           string '"' delimited by size
                  ws_cle_tete_ext delimited by space
                  '":' delimited by size
                  into ws_tok
           end-string
           move 1 to ws_tok_depart
           perform 2400-chercher-une-valeur
      * Cle composee : la sous-cle se cherche dans l'objet valeur de
      * la cle de tete ; une valeur simple [flux ou le departement
      * est un code nu] est prise telle quelle.
           if ws_valeur_trouvee = 'O' and ws_cle_sous not = spaces
              and ws_obj(ws_val_debut:1) = '{'
               move spaces to ws_tok
               string '"' delimited by size
                      ws_cle_sous delimited by space
                      '":' delimited by size
                      into ws_tok
               end-string
               move ws_val_debut to ws_tok_depart
               perform 2400-chercher-une-valeur
           end-if
           if ws_valeur_trouvee = 'N'
               move "[cle absente]" to ws_valeur
           else
               if ws_val_len <= 40
                   move 'D' to ws_jsacc_sens
                   move ws_valeur to ws_jsacc_entree
                   call "SPJSACC" using ws_jsacc_sens ws_jsacc_entree
                       ws_jsacc_sortie
                   move ws_jsacc_sortie to ws_valeur
               end-if
           end-if
           move ws_valeur to ws_comp_courant
           .

       2250-cles-de-la-version.
           move 'O' to ws_version_vue
           move 0 to ws_avant
           if ws_tete_len > 10
               inspect ws_tete(1:ws_tete_len)
                   tallying ws_avant
                   for characters before initial '"version":'
               if ws_avant + 11 <= ws_tete_len
                   if ws_tete(ws_avant + 11:1) is numeric
                       move ws_tete(ws_avant + 11:1) to ws_version
                   end-if
               end-if
           end-if
           move "id" to ws_cle_id
           move ws_cle_tete to ws_cle_tete_ext
           if ws_version > 1
               perform varying ws_map_idx from 1 by 1
                   until ws_map_idx > ws_map_count
                   if ws_map_ver(ws_map_idx) = ws_version
                       if ws_map_interne(ws_map_idx) = "id"
                           move ws_map_externe(ws_map_idx)
                               to ws_cle_id
                       end-if
                       if ws_map_interne(ws_map_idx) = ws_cle_interne
                           move ws_map_externe(ws_map_idx)
                               to ws_cle_tete_ext
                       end-if
                   end-if
               end-perform
           end-if
           .

       2400-chercher-une-valeur.
      * Cherche ws_tok a partir de ws_tok_depart dans l'objet courant
      * et isole sa valeur : chaine entre guillemets, objet jusqu'a
      * son accolade fermante, ou litteral nu jusqu'a la virgule.
      * ws_val_debut : premier caractere de la valeur.
           move spaces to ws_valeur
           move 'N' to ws_valeur_trouvee
           move 0 to ws_val_len
           compute ws_tok_len = function length(function trim(ws_tok))
           if ws_tok_depart + ws_tok_len > ws_obj_len
               exit paragraph
           end-if
           move 0 to ws_avant
           inspect ws_obj(ws_tok_depart:
                          ws_obj_len - ws_tok_depart + 1)
               tallying ws_avant
               for characters before initial ws_tok(1:ws_tok_len)
           compute ws_tok_pos = ws_tok_depart + ws_avant
           compute ws_val_debut = ws_tok_pos + ws_tok_len
           if ws_val_debut >= ws_obj_len
               exit paragraph
           end-if
           evaluate ws_obj(ws_val_debut:1)
               when '"'
                   inspect ws_obj(ws_val_debut + 1:)
                       tallying ws_val_len
                       for characters before initial '"'
                   if ws_val_len > 0
                       move ws_obj(ws_val_debut + 1:ws_val_len)
                           to ws_valeur
                   end-if
               when '{'
                   inspect ws_obj(ws_val_debut:)
                       tallying ws_val_len
                       for characters before initial '}'
                   add 1 to ws_val_len
                   move ws_obj(ws_val_debut:ws_val_len) to ws_valeur
               when other
                   perform varying ws_v from ws_val_debut by 1
                       until ws_v > ws_obj_len
                       or ws_obj(ws_v:1) = ','
                       or ws_obj(ws_v:1) = '}'
                       or ws_obj(ws_v:1) = ']'
                       add 1 to ws_val_len
                   end-perform
                   if ws_val_len > 0
                       move ws_obj(ws_val_debut:ws_val_len)
                           to ws_valeur
                   end-if
           end-evaluate
           move 'O' to ws_valeur_trouvee
           .

       2500-retenir-le-jour.
      * Un jour d'absence au flux n'interrompt pas la comparaison : la
      * valeur du jour de retour se compare au dernier jour present.
           if ws_res_count >= 400
               exit paragraph
           end-if
           add 1 to ws_res_count
           move ws_jour to ws_r_date(ws_res_count)
           move spaces to ws_r_marque(ws_res_count)
           if ws_present = 'N'
               move "ABSENT" to ws_r_marque(ws_res_count)
               move "[absent du flux]" to ws_r_valeur(ws_res_count)
               add 1 to ws_nb_absents
               exit paragraph
           end-if
           move ws_valeur to ws_r_valeur(ws_res_count)
           if ws_prec_connu = 'O'
              and ws_comp_courant not = ws_comp_prec
               move "CHANGEMENT" to ws_r_marque(ws_res_count)
               add 1 to ws_nb_changes
           end-if
           move ws_comp_courant to ws_comp_prec
           move 'O' to ws_prec_connu
           .

       3000-exporter.
           move spaces to ws_export_path
           string "src/recherche-flux-" delimited by size
                  ws_id_demande delimited by size
                  "-" delimited by size
                  ws_today delimited by size
                  ".txt" delimited by size
                  into ws_export_path
           end-string
           open output export-file
           if ws_fs_export not = "00"
               display "Export impossible [status " ws_fs_export "]."
               exit paragraph
           end-if
           move spaces to export-record
           string "Recherche flux archives - id " delimited by size
                  ws_id_demande delimited by size
                  " - cle " delimited by size
                  ws_cle delimited by space
                  " - du " delimited by size
                  ws_date_debut delimited by size
                  " au " delimited by size
                  ws_date_fin delimited by size
                  into export-record
           end-string
           write export-record
           perform varying ws_res_idx from 1 by 1
               until ws_res_idx > ws_res_count
               move ws_r_date(ws_res_idx) to ws_la_date
               move ws_r_marque(ws_res_idx) to ws_la_marque
               move ws_r_valeur(ws_res_idx) to ws_la_valeur
               move ws_ligne_affich to export-record
               write export-record
           end-perform
           close export-file
           display "Resultat exporte dans "
               function trim(ws_export_path)
           .
