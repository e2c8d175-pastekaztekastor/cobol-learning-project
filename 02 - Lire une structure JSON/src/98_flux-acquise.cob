      ******************************************************************
      * Nom du Projet   : Adaptateur du flux RH de la societe acquise
      * Description     : La societe acquise envoie sa liste du
      *    personnel en fichier delimite par des points-virgules
      *    [src/flux-acquise.txt], dans son propre ordre de colonnes,
      *    avec ses codes departement, role et population et des
      *    matricules a six chiffres. Le chargement ne lit que notre
      *    JSON : ce programme traduit le fichier sous le controle
      *    d'une table de correspondance [src/mapping-acquise.txt] :
      *    - COL n CHAMP : la colonne n porte le champ MATRICULE, NOM,
      *      PRENOM, DEP, ROL, TYPE, RESP [matricule du responsable],
      *      FIN, QUOTITE ou SITE ;
      *    - DEP, ROL, TYP code-source code-cible : traduction des
      *      codes departement, role et population ;
      *    - SOC code : code societe du flux produit [defaut 002] ;
      *    - ENT n : lignes d'en-tete a sauter.
      *    Chaque matricule recoit son em-id par la table de
      *    correspondance persistante src/xref-acquise.txt [matricule,
      *    id, date] ; un matricule nouveau recoit le prochain id libre
      *    du registre des identifiants [SPREGID]. Le flux produit
      *    [src/data-acquise.json et son chiffre de controle
      *    src/data-acquise-controle.txt] est au format du flux RH :
      *    la chaine de chargement le consomme sans changement, deposee
      *    en src/data.json avec SOCIETE au code de la table. Les
      *    lignes illisibles [motif FORM] et les codes sans
      *    traduction [DEPT, ROLE, TYPE] partent en rejets structures
      *    [src/rejets-adaptation.txt, meme enregistrement que les
      *    rejets du chargement, repris par 02_parser.cob dans
      *    src/rejets-structures.txt et soldes par
      *    21_resoumission-rejets.cob]. Rejet present = avertissement
      *    rc 4.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 98_flux-acquise.

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

           select acquise-file assign to "src/flux-acquise.txt"
               organization is line sequential
               file status is ws_fs_acquise.

           select mapping-file assign to "src/mapping-acquise.txt"
               organization is line sequential
               file status is ws_fs_mapping.

           select xref-file assign to "src/xref-acquise.txt"
               organization is line sequential
               file status is ws_fs_xref.

           select flux-file assign to "src/data-acquise.json"
               organization is line sequential
               file status is ws_fs_flux.

           select controle-file
               assign to "src/data-acquise-controle.txt"
               organization is line sequential
               file status is ws_fs_controle.

           select rejets-file assign to "src/rejets-adaptation.txt"
               organization is line sequential
               file status is ws_fs_rejets.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd acquise-file.
       01 acquise-record   pic x(400).

      * Type de ligne [COL, DEP, ROL, TYP, SOC, ENT], valeur source et
      * valeur cible.
       fd mapping-file.
       01 mapping-record.
           05 map-type     pic x(3).
           05 filler       pic x.
           05 map-source   pic x(20).
           05 filler       pic x.
           05 map-cible    pic x(20).

       fd xref-file.
       01 xref-record.
           05 xrf-matricule pic 9(6).
           05 filler       pic x.
           05 xrf-id       pic 9(5).
           05 filler       pic x.
           05 xrf-date     pic 9(8).

       fd flux-file.
       01 flux-record      pic x(300).

       fd controle-file.
       01 controle-record.
           05 ctl-nb       pic 9(5).

      * Meme enregistrement que les rejets structures du chargement.
       fd rejets-file.
       01 rejet-structure-record.
           05 rj-statut     pic x.
           05 rj-motif      pic x(4).
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==rje-==.

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_acquise    pic xx value "00".
       01 ws_fs_mapping    pic xx value "00".
       01 ws_fs_xref       pic xx value "00".
       01 ws_fs_flux       pic xx value "00".
       01 ws_fs_controle   pic xx value "00".
       01 ws_fs_rejets     pic xx value "00".
       01 fin_acquise      pic x value 'N'.
       01 fin_mapping      pic x value 'N'.
       01 fin_xref         pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Table de correspondance : colonne de chaque champ [0 = champ
      * absent du fichier], traductions de codes, societe, en-tete.
       01 ws_col_matricule pic 9(2) value 0.
       01 ws_col_nom       pic 9(2) value 0.
       01 ws_col_prenom    pic 9(2) value 0.
       01 ws_col_dep       pic 9(2) value 0.
       01 ws_col_rol       pic 9(2) value 0.
       01 ws_col_type      pic 9(2) value 0.
       01 ws_col_resp      pic 9(2) value 0.
       01 ws_col_fin       pic 9(2) value 0.
       01 ws_col_quotite   pic 9(2) value 0.
       01 ws_col_site      pic 9(2) value 0.
       01 ws_col_max       pic 9(2) value 0.
       01 ws_col_lue       pic 9(2) value 0.
       01 ws_societe       pic x(3) value "002".
       01 ws_nb_entete     pic 9(2) value 0.
       01 ws_trad_table.
           05 ws_trad_entry occurs 300 times.
               10 ws_t_type    pic x(3).
               10 ws_t_source  pic x(20).
               10 ws_t_cible   pic x(20).
       01 ws_trad_count    pic 9(3) value 0.
       01 ws_trad_idx      pic 9(3) value 0.
       01 ws_trad_type     pic x(3) value spaces.
       01 ws_trad_valeur   pic x(20) value spaces.
       01 ws_trad_trouve   pic x value 'N'.

      * Correspondance persistante matricule -> em-id.
       01 ws_xref_table.
           05 ws_xref_entry occurs 5000 times.
               10 ws_x_matricule pic 9(6).
               10 ws_x_id      pic 9(5).
       01 ws_xref_count    pic 9(4) value 0.
       01 ws_xref_idx      pic 9(4) value 0.
       01 ws_xref_trouve   pic 9(4) value 0.
       01 ws_nb_nouveaux   pic 9(5) value 0.

      * Attribution d'un id : registre des identifiants [SPREGID],
      * plancher = plus grand em-id du fichier maître.
       01 ws_plancher_id   pic 9(5) value 0.
       01 ws_regid_path    pic x(100)
           value "src/registre-ids.txt".
       01 ws_regid_action  pic x value space.
       01 ws_regid_id      pic 9(5) value 0.
       01 ws_regid_dispo   pic x value space.
       01 ws_regid_res     pic x value 'N'.

      * Decoupage d'une ligne du fichier delimite.
       01 ws_colonnes.
           05 ws_colonne   pic x(40) occurs 20 times.
       01 ws_col_idx       pic 9(2) value 0.
       01 ws_ligne_len     pic 9(3) value 0.
       01 ws_pointeur      pic 9(3) value 0.
       01 ws_nb_pvirgules  pic 9(3) value 0.
       01 ws_nb_entete_lu  pic 9(2) value 0.
       01 ws_motif_rejet   pic x(4) value spaces.
       01 ws_matricule_txt pic x(40) value spaces.
       01 ws_matricule     pic 9(6) value 0.
       01 ws_valeur        pic x(40) value spaces.

      * Lignes retenues, ecrites au second passage [le responsable
      * peut figurer plus bas dans le fichier que son subordonne].
       01 ws_lig_table.
           05 ws_lig_entry occurs 5000 times.
               10 ws_l_id      pic 9(5).
               10 ws_l_nom     pic x(20).
               10 ws_l_prenom  pic x(20).
               10 ws_l_dep     pic x(20).
               10 ws_l_rol     pic x(20).
               10 ws_l_type    pic x.
               10 ws_l_resp    pic 9(6).
               10 ws_l_fin     pic 9(8).
               10 ws_l_quotite pic 9(3).
               10 ws_l_site    pic x(8).
       01 ws_lig_count     pic 9(4) value 0.
       01 ws_lig_idx       pic 9(4) value 0.
       01 ws_enreg.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==ad_==.
       01 ws_ad_resp       pic 9(6) value 0.
       01 ws_ad_site       pic x(8) value spaces.

       01 ws_nb_lus        pic 9(5) value 0.
       01 ws_nb_rejets     pic 9(5) value 0.
       01 ws_nb_resp_inconnu pic 9(5) value 0.
       01 ws_obj_buf       pic x(300) value spaces.
       01 ws_suffixe       pic x value space.
       01 ws_id_aff        pic zzzz9.
       01 ws_mgr_aff       pic zzzz9.
       01 ws_quotite_aff   pic zz9.

      * Registre des flux entrants [SPENTRE, voir 99 - Utilitaires
      * partages/src/SPENTRE.cob] : empreinte, rejeu et chiffre de
      * controle de l'emetteur avant traitement.
       01 ws_ent_registre  pic x(100)
           value "src/registre-entrants.txt".
       01 ws_ent_quarantaine pic x(100) value "src/quarantaines.txt".
       01 ws_ent_fichier   pic x(100) value "src/flux-acquise.txt".
       01 ws_ent_nom       pic x(30) value "flux-acquise.txt".
       01 ws_ent_controle  pic x(100)
           value "src/flux-acquise-controle.txt".
       01 ws_ent_action    pic x value 'V'.
       01 ws_ent_nb        pic 9(7) value 0.
       01 ws_ent_resultat  pic x value 'N'.
       01 ws_ent_motif     pic x(60) value spaces.

      * Consignation des messages d'erreur dans le fichier de
      * messages date [MSGLOG] : la chaine tourne sans surveillance,
      * un DISPLAY seul disparait avec la console.
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x value 'W'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "98_flux-acquise".
       01 ws_joblog_path   pic x(100) value "../job-log.txt".
       01 ws_joblog_action pic x.
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
           perform 0100-charger-la-correspondance
           if ws_col_matricule = 0 or ws_col_nom = 0
              or ws_col_dep = 0 or ws_col_rol = 0
               display "Table de correspondance absente ou"
                   " incomplete [src/mapping-acquise.txt : colonnes"
                   " MATRICULE, NOM, DEP et ROL obligatoires] -"
                   " adaptation abandonnee."
               move 'E' to ws_msglog_grav
               move "Flux acquis : table de correspondance incomplete"
                   to ws_msglog_texte
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               move 'E' to ws_joblog_action
               call "JOBLOG" using ws_joblog_path ws_joblog_name
                   ws_joblog_action ws_joblog_count ws_joblog_rc
                       ws_joblog_operator
               move ws_joblog_rc to return-code
               goback
           end-if

      * Flux refuse au registre des flux entrants ou absent : rien
      * n'est produit.
           perform 0050-controler-le-flux-entrant
           if ws_ent_resultat not = 'O'
               if ws_ent_resultat = 'R'
                   move 12 to ws_joblog_rc
               else
                   display "Flux de la societe acquise absent"
                       " [src/flux-acquise.txt] : rien a adapter."
               end-if
               move 'E' to ws_joblog_action
               call "JOBLOG" using ws_joblog_path ws_joblog_name
                   ws_joblog_action ws_joblog_count ws_joblog_rc
                       ws_joblog_operator
               move ws_joblog_rc to return-code
               goback
           end-if

           perform 0200-charger-les-correspondances-id
           perform 0300-plancher-des-ids

           open output rejets-file
           open input acquise-file
           perform until fin_acquise = 'Y'
               read acquise-file
                   at end
                       move 'Y' to fin_acquise
                   not at end
                       if ws_nb_entete_lu < ws_nb_entete
                           add 1 to ws_nb_entete_lu
                       else
                           if acquise-record not = spaces
                               add 1 to ws_nb_lus
                               perform 1000-traiter-une-ligne
                           end-if
                       end-if
               end-read
           end-perform
           close acquise-file
           close rejets-file

           perform 2000-ecrire-le-flux

           display "Flux adapte : data-acquise.json [" ws_lig_count
               " employe(s), " ws_nb_rejets " rejet(s), "
               ws_nb_nouveaux " matricule(s) nouveau(x)]"
               " + chiffre de controle."
           display "Pour le charger : le deposer en src/data.json"
               " avec son chiffre de controle en data-controle.txt,"
               " SOCIETE=" ws_societe "."
           if ws_nb_resp_inconnu > 0
               display ws_nb_resp_inconnu " responsable(s) sans"
                   " correspondance : charges sans responsable."
           end-if
           if ws_nb_rejets > 0
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Flux acquis : " delimited by size
                      ws_nb_rejets delimited by size
                      " ligne(s) rejetee(s) sur " delimited by size
                      ws_nb_lus delimited by size
                      " [rejets-adaptation.txt]" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
           end-if

           move ws_lig_count to ws_joblog_count
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

       0050-controler-le-flux-entrant.
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

       0100-charger-la-correspondance.
           open input mapping-file
           if ws_fs_mapping not = "00"
               exit paragraph
           end-if
           perform until fin_mapping = 'Y'
               read mapping-file
                   at end
                       move 'Y' to fin_mapping
                   not at end
                       perform 0110-retenir-une-correspondance
               end-read
           end-perform
           close mapping-file
           .

       0110-retenir-une-correspondance.
           evaluate map-type
               when "COL"
                   if function test-numval(map-source) = 0
                      and function numval(map-source) > 0
                      and function numval(map-source) <= 20
                       move function numval(map-source) to ws_col_lue
                       perform 0120-placer-une-colonne
                   end-if
               when "DEP"
               when "ROL"
               when "TYP"
                   if ws_trad_count < 300
                       add 1 to ws_trad_count
                       move map-type to ws_t_type(ws_trad_count)
                       move map-source to ws_t_source(ws_trad_count)
                       move map-cible to ws_t_cible(ws_trad_count)
                   end-if
               when "SOC"
                   if map-source not = spaces
                       move map-source to ws_societe
                   end-if
               when "ENT"
                   if function test-numval(map-source) = 0
                       move function numval(map-source)
                           to ws_nb_entete
                   end-if
               when other
                   continue
           end-evaluate
           .

       0120-placer-une-colonne.
           evaluate map-cible
               when "MATRICULE"
                   move ws_col_lue to ws_col_matricule
               when "NOM"
                   move ws_col_lue to ws_col_nom
               when "PRENOM"
                   move ws_col_lue to ws_col_prenom
               when "DEP"
                   move ws_col_lue to ws_col_dep
               when "ROL"
                   move ws_col_lue to ws_col_rol
               when "TYPE"
                   move ws_col_lue to ws_col_type
               when "RESP"
                   move ws_col_lue to ws_col_resp
               when "FIN"
                   move ws_col_lue to ws_col_fin
               when "QUOTITE"
                   move ws_col_lue to ws_col_quotite
               when "SITE"
                   move ws_col_lue to ws_col_site
               when other
                   display "Correspondance ignoree : champ inconnu "
                       function trim(map-cible)
                   exit paragraph
           end-evaluate
           if ws_col_lue > ws_col_max
               move ws_col_lue to ws_col_max
           end-if
           .

       0200-charger-les-correspondances-id.
           open input xref-file
           if ws_fs_xref not = "00"
               exit paragraph
           end-if
           perform until fin_xref = 'Y'
               read xref-file
                   at end
                       move 'Y' to fin_xref
                   not at end
                       if xrf-matricule is numeric
                          and xrf-id is numeric
                          and ws_xref_count < 5000
                           add 1 to ws_xref_count
                           move xrf-matricule
                               to ws_x_matricule(ws_xref_count)
                           move xrf-id to ws_x_id(ws_xref_count)
                       end-if
               end-read
           end-perform
           close xref-file
           .

       0300-plancher-des-ids.
      * Plus grand em-id du fichier maître : plancher de l'attribution
      * [SPREGID va au-dela de tout id du registre de toute facon].
           open input employee-master
           if ws_fs_master not = "00"
               exit paragraph
           end-if
           perform until fin_master = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       if em-id > ws_plancher_id
                           move em-id to ws_plancher_id
                       end-if
               end-read
           end-perform
           close employee-master
           .

       1000-traiter-une-ligne.
      * Decoupage sur les points-virgules, une colonne a la fois.
           move spaces to ws_colonnes
           initialize ws_enreg
           move 0 to ws_ad_resp
           move spaces to ws_ad_site
           move spaces to ws_motif_rejet
           move function length(function trim(acquise-record
               trailing)) to ws_ligne_len
           move 0 to ws_nb_pvirgules
           inspect acquise-record(1:ws_ligne_len) tallying
               ws_nb_pvirgules for all ';'
           move 1 to ws_pointeur
           perform varying ws_col_idx from 1 by 1
               until ws_col_idx > 20 or ws_pointeur > ws_ligne_len
               unstring acquise-record(1:ws_ligne_len)
                   delimited by ';'
                   into ws_colonne(ws_col_idx)
                   with pointer ws_pointeur
               end-unstring
           end-perform

      * Ligne trop courte ou matricule illisible : rejet FORM.
           if ws_nb_pvirgules + 1 < ws_col_max
               move "FORM" to ws_motif_rejet
           end-if
           move function trim(ws_colonne(ws_col_matricule))
               to ws_matricule_txt
           if ws_matricule_txt(1:6) is numeric
              and ws_matricule_txt(7:) = spaces
               move ws_matricule_txt(1:6) to ws_matricule
           else
               move 0 to ws_matricule
               move "FORM" to ws_motif_rejet
           end-if
           if ws_matricule > 0
               perform 1100-identifiant-du-matricule
           end-if

           move function trim(ws_colonne(ws_col_nom)) to ad_nom
           if ad_nom = spaces
               move "FORM" to ws_motif_rejet
           end-if
           if ws_col_prenom > 0
               move function trim(ws_colonne(ws_col_prenom))
                   to ad_prenom
           end-if
           inspect ad_nom replacing all '"' by "'"
           inspect ad_prenom replacing all '"' by "'"

           if ws_col_fin > 0
               move function trim(ws_colonne(ws_col_fin)) to ws_valeur
               if ws_valeur not = spaces
                   if ws_valeur(1:8) is numeric
                      and ws_valeur(9:) = spaces
                       move ws_valeur(1:8) to ad_datefin
                   else
                       move "FORM" to ws_motif_rejet
                   end-if
               end-if
           end-if
           move 100 to ad_quotite
           if ws_col_quotite > 0
               move function trim(ws_colonne(ws_col_quotite))
                   to ws_valeur
               if ws_valeur not = spaces
                   if function test-numval(ws_valeur) = 0
                      and function numval(ws_valeur) > 0
                      and function numval(ws_valeur) <= 100
                       move function numval(ws_valeur)
                           to ad_quotite
                   else
                       move "FORM" to ws_motif_rejet
                   end-if
               end-if
           end-if
           if ws_col_resp > 0
               move function trim(ws_colonne(ws_col_resp))
                   to ws_valeur
               if ws_valeur(1:6) is numeric
                  and ws_valeur(7:) = spaces
                   move ws_valeur(1:6) to ws_ad_resp
               end-if
           end-if
           if ws_col_site > 0
               move function trim(ws_colonne(ws_col_site))
                   to ws_ad_site
           end-if

      * Codes traduits par la table ; le code d'origine reste dans
      * le rejet pour la correction.
           move "DEP" to ws_trad_type
           move function trim(ws_colonne(ws_col_dep))
               to ws_trad_valeur
           perform 1200-traduire-un-code
           move ws_trad_valeur to ad_dep
           if ws_trad_trouve = 'N' and ws_motif_rejet = spaces
               move "DEPT" to ws_motif_rejet
           end-if
           move "ROL" to ws_trad_type
           move function trim(ws_colonne(ws_col_rol))
               to ws_trad_valeur
           perform 1200-traduire-un-code
           move ws_trad_valeur to ad_rol
           if ws_trad_trouve = 'N' and ws_motif_rejet = spaces
               move "ROLE" to ws_motif_rejet
           end-if
           move 'E' to ad_type
           move spaces to ws_valeur
           if ws_col_type > 0
               move ws_colonne(ws_col_type) to ws_valeur
           end-if
           if ws_valeur not = spaces
               move "TYP" to ws_trad_type
               move function trim(ws_colonne(ws_col_type))
                   to ws_trad_valeur
               perform 1200-traduire-un-code
               move ws_trad_valeur to ad_type
               if ws_trad_trouve = 'N' and ws_motif_rejet = spaces
                   move "TYPE" to ws_motif_rejet
               end-if
           end-if

           if ws_motif_rejet not = spaces
               perform 1400-ecrire-rejet-structure
               exit paragraph
           end-if
           if ws_lig_count >= 5000
               move "FORM" to ws_motif_rejet
               perform 1400-ecrire-rejet-structure
               exit paragraph
           end-if
           add 1 to ws_lig_count
           move ad_id to ws_l_id(ws_lig_count)
           move ad_nom to ws_l_nom(ws_lig_count)
           move ad_prenom to ws_l_prenom(ws_lig_count)
           move ad_dep to ws_l_dep(ws_lig_count)
           move ad_rol to ws_l_rol(ws_lig_count)
           move ad_type to ws_l_type(ws_lig_count)
           move ws_ad_resp to ws_l_resp(ws_lig_count)
           move ad_datefin to ws_l_fin(ws_lig_count)
           move ad_quotite to ws_l_quotite(ws_lig_count)
           move ws_ad_site to ws_l_site(ws_lig_count)
           .

       1100-identifiant-du-matricule.
      * Matricule deja connu : son id. Sinon le prochain id libre du
      * registre des identifiants, ajoute a la correspondance
      * persistante.
           perform 1150-chercher-le-matricule
           if ws_xref_trouve > 0
               move ws_x_id(ws_xref_trouve) to ad_id
               exit paragraph
           end-if
           move 'A' to ws_regid_action
           move ws_plancher_id to ws_regid_id
           move space to ws_regid_dispo
           call "SPREGID" using ws_regid_path ws_regid_action
               ws_regid_id ws_regid_dispo ws_today ws_regid_res
           move ws_regid_id to ad_id
           add 1 to ws_nb_nouveaux
           if ws_xref_count < 5000
               add 1 to ws_xref_count
               move ws_matricule to ws_x_matricule(ws_xref_count)
               move ws_regid_id to ws_x_id(ws_xref_count)
           end-if
           open extend xref-file
           if ws_fs_xref not = "00"
               open output xref-file
           end-if
           move spaces to xref-record
           move ws_matricule to xrf-matricule
           move ws_regid_id to xrf-id
           move ws_today to xrf-date
           write xref-record
           close xref-file
           .

       1150-chercher-le-matricule.
           move 0 to ws_xref_trouve
           perform varying ws_xref_idx from 1 by 1
               until ws_xref_idx > ws_xref_count
               if ws_x_matricule(ws_xref_idx) = ws_matricule
                   move ws_xref_idx to ws_xref_trouve
               end-if
           end-perform
           .

       1200-traduire-un-code.
      * Code sans traduction : laisse tel quel, ws_trad_trouve 'N'.
           move 'N' to ws_trad_trouve
           perform varying ws_trad_idx from 1 by 1
               until ws_trad_idx > ws_trad_count
               if ws_t_type(ws_trad_idx) = ws_trad_type
                  and ws_t_source(ws_trad_idx) = ws_trad_valeur
                  and ws_trad_trouve = 'N'
                   move ws_t_cible(ws_trad_idx) to ws_trad_valeur
                   move 'Y' to ws_trad_trouve
               end-if
           end-perform
           .

       1400-ecrire-rejet-structure.
      * Image complete du rejet avec son code motif, comme au
      * chargement : un travail a solder par 21_resoumission-rejets.
           add 1 to ws_nb_rejets
           move spaces to rejet-structure-record
           move 'A' to rj-statut
           move ws_motif_rejet to rj-motif
           move ad_id to rje-id
           move ad_nom to rje-nom
           move ad_prenom to rje-prenom
           move ad_dep to rje-dep
           move ad_rol to rje-rol
           move 0 to rje-dateemb
           move 0 to rje-dateeff
           move 'A' to rje-statut
           move ad_datefin to rje-datefin
           move 0 to rje-mgr
           move ad_type to rje-type
           move ws_societe to rje-soc
           move ad_quotite to rje-quotite
           write rejet-structure-record
           display "Rejet [" ws_motif_rejet "] ligne " ws_nb_lus
               " matricule " function trim(ws_matricule_txt)
           .

       2000-ecrire-le-flux.
      * Second passage : le matricule du responsable se traduit par
      * la correspondance, complete a present.
           open output flux-file
           move "[" to flux-record
           write flux-record
           perform varying ws_lig_idx from 1 by 1
               until ws_lig_idx > ws_lig_count
               perform 2100-ecrire-un-objet
           end-perform
           move "]" to flux-record
           write flux-record
           close flux-file

           open output controle-file
           move ws_lig_count to ctl-nb
           write controle-record
           close controle-file
           .

       2100-ecrire-un-objet.
           move 0 to ws_mgr_aff
           if ws_l_resp(ws_lig_idx) > 0
               move ws_l_resp(ws_lig_idx) to ws_matricule
               perform 1150-chercher-le-matricule
               if ws_xref_trouve > 0
                   move ws_x_id(ws_xref_trouve) to ws_mgr_aff
               else
                   add 1 to ws_nb_resp_inconnu
               end-if
           end-if
           move ws_l_id(ws_lig_idx) to ws_id_aff
           move ws_l_quotite(ws_lig_idx) to ws_quotite_aff

           move spaces to ws_obj_buf
           if ws_lig_idx < ws_lig_count
               move "," to ws_suffixe
           else
               move space to ws_suffixe
           end-if
           string '{"id":' delimited by size
                  function trim(ws_id_aff) delimited by size
                  ',"nom":"' delimited by size
                  function trim(ws_l_nom(ws_lig_idx)) delimited by size
                  '","prenom":"' delimited by size
                  function trim(ws_l_prenom(ws_lig_idx))
                      delimited by size
                  '","dep":"' delimited by size
                  function trim(ws_l_dep(ws_lig_idx)) delimited by size
                  '","rol":"' delimited by size
                  function trim(ws_l_rol(ws_lig_idx)) delimited by size
                  '","mgr":' delimited by size
                  function trim(ws_mgr_aff) delimited by size
                  into ws_obj_buf
           end-string
           if ws_l_type(ws_lig_idx) not = 'E'
               string function trim(ws_obj_buf) delimited by size
                      ',"type":"' delimited by size
                      ws_l_type(ws_lig_idx) delimited by size
                      '"' delimited by size
                      into ws_obj_buf
               end-string
           end-if
           if ws_l_fin(ws_lig_idx) > 0
               string function trim(ws_obj_buf) delimited by size
                      ',"fin":' delimited by size
                      ws_l_fin(ws_lig_idx) delimited by size
                      into ws_obj_buf
               end-string
           end-if
           if ws_l_quotite(ws_lig_idx) not = 100
               string function trim(ws_obj_buf) delimited by size
                      ',"quotite":' delimited by size
                      function trim(ws_quotite_aff) delimited by size
                      into ws_obj_buf
               end-string
           end-if
           if ws_l_site(ws_lig_idx) not = spaces
               string function trim(ws_obj_buf) delimited by size
                      ',"site":"' delimited by size
                      function trim(ws_l_site(ws_lig_idx))
                          delimited by size
                      '"' delimited by size
                      into ws_obj_buf
               end-string
           end-if
      * STRING ne complete pas a blanc : l'enregistrement est vide
      * d'abord, sinon la fin d'un objet plus long precedent
      * resterait collee au suivant.
           move spaces to flux-record
           string function trim(ws_obj_buf) delimited by size
                  '}' delimited by size
                  ws_suffixe delimited by size
                  into flux-record
           end-string
           write flux-record
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
