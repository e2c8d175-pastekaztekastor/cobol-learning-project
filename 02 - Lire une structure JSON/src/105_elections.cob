      ******************************************************************
      * Nom du Projet   : Listes electorales du comite social
      * Description     : Tous les quatre ans [et aux elections
      *    partielles] les listes se montaient a la main depuis le
      *    listing, et les contestations suivaient. Ce traitement
      *    applique au fichier maître, pour la date du scrutin
      *    DATE_ELECTION [AAAAMMJJ, obligatoire] et la societe SOCIETE
      *    ['001' a defaut], les regles de src/regles-elections.txt
      *    [REGLES_ELECTION pour un autre fichier] :
      *    - ligne G : regroupement des listes, S par site [site en
      *      vigueur a la date du scrutin, src/affectations-sites.txt]
      *      ou D par departement ;
      *    - ligne T par population : electeur O/N, eligible O/N,
      *      anciennete minimum en mois pour voter et pour se
      *      presenter [depuis em-dateemb], duree minimum en mois
      *      restant a courir sur le contrat apres le scrutin [la
      *      condition des contractants, em-datefin] ; une population
      *      sans ligne T est exclue ;
      *    - ligne K : libelle de chaque college ; ligne R : college
      *      de chaque role.
      *    Est present au scrutin qui est embauche a cette date et
      *    dont la date de fin [sortie ou fin de contrat] n'est pas
      *    passee. Sorties :
      *    - src/elections-AAAAMMJJ.txt : liste des electeurs puis
      *      liste des eligibles, par college et par site ou
      *      departement, avec les effectifs ;
      *    - src/elections-AAAAMMJJ.csv : les memes listes en fichier
      *      delimite [point-virgule : entete ENT, une ligne LST par
      *      inscrit, fin FIN avec le nombre de lignes LST] ;
      *    - src/elections-exclusions-AAAAMMJJ.txt : chaque personne
      *      ecartee d'une liste avec le motif [les sortis de plus
      *      d'un an avant le scrutin n'y figurent plus].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 105_elections.

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

           select regles-file assign to dynamic ws_regles_path
               organization is line sequential
               file status is ws_fs_regles.

           select affect-sites-file
               assign to "src/affectations-sites.txt"
               organization is line sequential
               file status is ws_fs_asi.

      * Inscrits avant tri, puis tries liste / college / groupe / nom
      * par le verbe SORT, comme le listing des employes.
           select travail-file assign to "src/elections-travail.tmp"
               organization is line sequential
               file status is ws_fs_travail.

           select sort-file assign to "src/sort-elections.tmp".

           select tries-file assign to "src/elections-tries.tmp"
               organization is line sequential
               file status is ws_fs_tries.

           select rapport-file assign to dynamic ws_rapport_path
               organization is line sequential
               file status is ws_fs_rapport.

           select csv-file assign to dynamic ws_csv_path
               organization is line sequential
               file status is ws_fs_csv.

           select exclusions-file assign to dynamic ws_excl_path
               organization is line sequential
               file status is ws_fs_excl.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd regles-file.
       01 regle-record.
           05 rgl-code     pic x(1).
           05 filler       pic x.
           05 rgl-reste    pic x(60).
       01 regle-population.
           05 filler       pic x(2).
           05 rgl-type     pic x(1).
           05 filler       pic x.
           05 rgl-electeur pic x(1).
           05 filler       pic x.
           05 rgl-eligible pic x(1).
           05 filler       pic x.
           05 rgl-anc-elec pic 9(3).
           05 filler       pic x.
           05 rgl-anc-elig pic 9(3).
           05 filler       pic x.
           05 rgl-restant  pic 9(3).
           05 filler       pic x.
           05 rgl-libelle  pic x(30).
       01 regle-college.
           05 filler       pic x(2).
           05 rgl-college  pic 9(1).
           05 filler       pic x.
           05 rgl-col-lib  pic x(40).
       01 regle-role.
           05 filler       pic x(2).
           05 rgl-role     pic x(20).
           05 filler       pic x.
           05 rgl-role-col pic 9(1).

       fd affect-sites-file.
       01 affect-site-record.
           05 asi-id        pic 9(5).
           05 filler        pic x.
           05 asi-site      pic x(8).
           05 filler        pic x.
           05 asi-date      pic 9(8).
           05 filler        pic x.
           05 asi-origine   pic x(1).
           05 filler        pic x.
           05 asi-operateur pic x(8).

       fd travail-file.
       01 travail-record.
           05 trv-liste    pic x(1).
           05 trv-college  pic 9(1).
           05 trv-groupe   pic x(20).
           05 trv-nom      pic x(20).
           05 trv-prenom   pic x(20).
           05 trv-id       pic 9(5).
           05 trv-dep      pic x(20).
           05 trv-site     pic x(8).
           05 trv-type     pic x(1).
           05 trv-dateemb  pic 9(8).

       sd sort-file.
       01 sort-record.
           05 srt-liste    pic x(1).
           05 srt-college  pic 9(1).
           05 srt-groupe   pic x(20).
           05 srt-nom      pic x(20).
           05 srt-prenom   pic x(20).
           05 srt-id       pic 9(5).
           05 filler       pic x(37).

       fd tries-file.
       01 tries-record.
           05 tri-liste    pic x(1).
           05 tri-college  pic 9(1).
           05 tri-groupe   pic x(20).
           05 tri-nom      pic x(20).
           05 tri-prenom   pic x(20).
           05 tri-id       pic 9(5).
           05 tri-dep      pic x(20).
           05 tri-site     pic x(8).
           05 tri-type     pic x(1).
           05 tri-dateemb  pic 9(8).

       fd rapport-file.
       01 rapport-record   pic x(110).

       fd csv-file.
       01 csv-record       pic x(150).

       fd exclusions-file.
       01 exclusion-record pic x(130).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_regles     pic xx value "00".
       01 ws_fs_asi        pic xx value "00".
       01 ws_fs_travail    pic xx value "00".
       01 ws_fs_tries      pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 ws_fs_csv        pic xx value "00".
       01 ws_fs_excl       pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Parametres du scrutin.
       01 ws_election_param pic x(8) value spaces.
       01 ws_date_election pic 9(8) value 0.
       01 ws_date_limite   pic 9(8) value 0.
       01 ws_societe_param pic x(3) value spaces.
       01 ws_societe       pic x(3) value "001".
       01 ws_regles_param  pic x(100) value spaces.
       01 ws_regles_path   pic x(100)
           value "src/regles-elections.txt".
       01 ws_rapport_path  pic x(60) value spaces.
       01 ws_csv_path      pic x(60) value spaces.
       01 ws_excl_path     pic x(60) value spaces.

      * Regles chargees.
       01 ws_groupement    pic x(1) value 'D'.
       01 ws_pop_table.
           05 ws_pop_entry occurs 10 times.
               10 ws_p_type     pic x(1).
               10 ws_p_electeur pic x(1).
               10 ws_p_eligible pic x(1).
               10 ws_p_anc_elec pic 9(3).
               10 ws_p_anc_elig pic 9(3).
               10 ws_p_restant  pic 9(3).
               10 ws_p_libelle  pic x(30).
       01 ws_pop_count     pic 9(2) value 0.
       01 ws_pop_idx       pic 9(2) value 0.
       01 ws_pop_trouve    pic 9(2) value 0.
       01 ws_col_table.
           05 ws_col_libelle occurs 9 times pic x(40).
       01 ws_rol_table.
           05 ws_rol_entry occurs 50 times.
               10 ws_o_role     pic x(20).
               10 ws_o_college  pic 9(1).
       01 ws_rol_count     pic 9(2) value 0.
       01 ws_rol_idx       pic 9(2) value 0.

      * Site en vigueur de chaque id a la date du scrutin.
       01 ws_asi_table.
           05 ws_asi_entry occurs 5000 times.
               10 ws_a_id      pic 9(5).
               10 ws_a_site    pic x(8).
               10 ws_a_date    pic 9(8).
       01 ws_asi_count     pic 9(5) value 0.
       01 ws_asi_idx       pic 9(5) value 0.
       01 ws_asi_trouve    pic 9(5) value 0.

      * Examen d'une personne.
       01 ws_college       pic 9(1) value 0.
       01 ws_site          pic x(8) value spaces.
       01 ws_anciennete    pic s9(5) value 0.
       01 ws_restant       pic s9(5) value 0.
       01 ws_mois_de       pic 9(8) value 0.
       01 ws_mois_a        pic 9(8) value 0.
       01 ws_mois_ecart    pic s9(5) value 0.
       01 ws_motif         pic x(60) value spaces.
       01 ws_nombre_ed     pic zz9.
       01 ws_liste_excl    pic x(8) value spaces.

      * Edition.
       01 ws_rupt_liste    pic x(1) value space.
       01 ws_rupt_college  pic 9(1) value 0.
       01 ws_rupt_groupe   pic x(20) value spaces.
       01 ws_nb_groupe     pic 9(5) value 0.
       01 ws_nb_college    pic 9(5) value 0.
       01 ws_ligne_liste.
           05 filler           pic x(4) value spaces.
           05 ws_ll_id         pic 9(5).
           05 filler           pic x(2) value spaces.
           05 ws_ll_nom        pic x(41).
           05 filler           pic x value space.
           05 ws_ll_dep        pic x(20).
           05 filler           pic x value space.
           05 ws_ll_site       pic x(8).
           05 filler           pic x value space.
           05 ws_ll_type       pic x(1).
           05 filler           pic x value space.
           05 ws_ll_dateemb    pic 9(8).

       01 ws_nb_lus        pic 9(5) value 0.
       01 ws_nb_electeurs  pic 9(5) value 0.
       01 ws_nb_eligibles  pic 9(5) value 0.
       01 ws_nb_exclusions pic 9(5) value 0.
       01 ws_nb_lst        pic 9(5) value 0.

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
       01 ws_joblog_name   pic x(20) value "105_elections".
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
           if ws_date_election > 0
               perform 0100-charger-les-regles
           end-if
           if ws_date_election > 0 and ws_pop_count > 0
               perform 0200-charger-les-sites
               perform 1000-examiner-le-master
               if ws_joblog_rc < 16
                   sort sort-file
                       on ascending key srt-liste srt-college
                           srt-groupe srt-nom srt-prenom srt-id
                       using travail-file
                       giving tries-file
                   perform 2000-editer-les-listes
                   display "Elections du " ws_date_election
                       " societe " ws_societe " : " ws_nb_electeurs
                       " electeur(s), " ws_nb_eligibles
                       " eligible(s), " ws_nb_exclusions
                       " exclusion(s)."
               end-if
           end-if

           move ws_nb_electeurs to ws_joblog_count
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
           accept ws_election_param from environment "DATE_ELECTION"
           if ws_election_param is numeric
               if function test-date-yyyymmdd(
                      function numval(ws_election_param)) = 0
                   move function numval(ws_election_param)
                       to ws_date_election
               end-if
           end-if
           if ws_date_election = 0
               display "DATE_ELECTION absente ou invalide [AAAAMMJJ]"
                   " - aucune liste."
               move 'E' to ws_msglog_grav
               move "DATE_ELECTION absente ou invalide"
                   to ws_msglog_texte
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           accept ws_societe_param from environment "SOCIETE"
           if ws_societe_param not = spaces
               move ws_societe_param to ws_societe
           end-if
           accept ws_regles_param from environment "REGLES_ELECTION"
           if ws_regles_param not = spaces
               move ws_regles_param to ws_regles_path
           end-if
      * Les sortis de plus d'un an avant le scrutin ne sont plus
      * cites aux exclusions.
           compute ws_date_limite = function date-of-integer(
               function integer-of-date(ws_date_election) - 365)

           move spaces to ws_rapport_path
           string "src/elections-" delimited by size
                  ws_date_election delimited by size
                  ".txt" delimited by size
                  into ws_rapport_path
           end-string
           move spaces to ws_csv_path
           string "src/elections-" delimited by size
                  ws_date_election delimited by size
                  ".csv" delimited by size
                  into ws_csv_path
           end-string
           move spaces to ws_excl_path
           string "src/elections-exclusions-" delimited by size
                  ws_date_election delimited by size
                  ".txt" delimited by size
                  into ws_excl_path
           end-string
           .

       0100-charger-les-regles.
           move spaces to ws_col_table
           move 'N' to fin_fichier
           open input regles-file
           if ws_fs_regles not = "00"
               display "Regles electorales absentes ["
                   function trim(ws_regles_path) "] - aucune liste."
               move 'E' to ws_msglog_grav
               move "Regles electorales absentes" to ws_msglog_texte
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read regles-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       perform 0150-retenir-une-regle
               end-read
           end-perform
           close regles-file
           if ws_pop_count = 0
               display "Aucune regle de population [ligne T] -"
                   " aucune liste."
               move 16 to ws_joblog_rc
           end-if
           .

       0150-retenir-une-regle.
           evaluate rgl-code
               when 'G'
                   if rgl-reste(1:1) = 'S' or rgl-reste(1:1) = 'D'
                       move rgl-reste(1:1) to ws_groupement
                   end-if
               when 'T'
                   if rgl-anc-elec is numeric
                      and rgl-anc-elig is numeric
                      and rgl-restant is numeric
                      and ws_pop_count < 10
                       add 1 to ws_pop_count
                       move rgl-type to ws_p_type(ws_pop_count)
                       move rgl-electeur
                           to ws_p_electeur(ws_pop_count)
                       move rgl-eligible
                           to ws_p_eligible(ws_pop_count)
                       move rgl-anc-elec
                           to ws_p_anc_elec(ws_pop_count)
                       move rgl-anc-elig
                           to ws_p_anc_elig(ws_pop_count)
                       move rgl-restant to ws_p_restant(ws_pop_count)
                       move rgl-libelle to ws_p_libelle(ws_pop_count)
                   end-if
               when 'K'
                   if rgl-college is numeric and rgl-college > 0
                       move rgl-col-lib
                           to ws_col_libelle(rgl-college)
                   end-if
               when 'R'
                   if rgl-role-col is numeric and rgl-role-col > 0
                      and ws_rol_count < 50
                       add 1 to ws_rol_count
                       move rgl-role to ws_o_role(ws_rol_count)
                       move rgl-role-col to ws_o_college(ws_rol_count)
                   end-if
               when other
                   continue
           end-evaluate
           .

       0200-charger-les-sites.
      * Fichier cumulatif : le site retenu est celui de la derniere
      * date d'effet atteinte au jour du scrutin.
           if ws_groupement not = 'S'
               exit paragraph
           end-if
           move 'N' to fin_fichier
           open input affect-sites-file
           if ws_fs_asi not = "00"
               display "Affectations de sites absentes - regroupement"
                   " par site impossible, listes sans site."
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read affect-sites-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if asi-id is numeric and asi-date is numeric
                          and asi-date <= ws_date_election
                           perform 0250-retenir-un-site
                       end-if
               end-read
           end-perform
           close affect-sites-file
           .

       0250-retenir-un-site.
           move 0 to ws_asi_trouve
           perform varying ws_asi_idx from 1 by 1
               until ws_asi_idx > ws_asi_count
               if ws_a_id(ws_asi_idx) = asi-id
                   move ws_asi_idx to ws_asi_trouve
               end-if
           end-perform
           if ws_asi_trouve = 0
               if ws_asi_count >= 5000
                   exit paragraph
               end-if
               add 1 to ws_asi_count
               move ws_asi_count to ws_asi_trouve
               move asi-id to ws_a_id(ws_asi_trouve)
               move 0 to ws_a_date(ws_asi_trouve)
           end-if
           if asi-date >= ws_a_date(ws_asi_trouve)
               move asi-site to ws_a_site(ws_asi_trouve)
               move asi-date to ws_a_date(ws_asi_trouve)
           end-if
           .

       1000-examiner-le-master.
           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           open output travail-file
           open output exclusions-file
           move spaces to exclusion-record
           string "Exclusions des listes electorales - scrutin du "
                      delimited by size
                  ws_date_election delimited by size
                  " - societe " delimited by size
                  ws_societe delimited by size
                  into exclusion-record
           end-string
           write exclusion-record
           move spaces to exclusion-record
           write exclusion-record
           perform until fin_master = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       if em-soc = ws_societe
                           add 1 to ws_nb_lus
                           perform 1100-examiner-une-personne
                       end-if
               end-read
           end-perform
           close employee-master
           close travail-file
           close exclusions-file
           .

       1100-examiner-une-personne.
      * Regles dans l'ordre : presence au scrutin, population,
      * college, anciennete, duree de contrat restante ; la premiere
      * qui ecarte donne le motif. Un eligible est d'abord electeur.
           move "ELECTEUR" to ws_liste_excl
           move spaces to ws_motif
           if em-dateemb > ws_date_election
               string "Embauche le " delimited by size
                      em-dateemb delimited by size
                      ", apres le scrutin" delimited by size
                      into ws_motif
               end-string
               perform 1900-ecrire-une-exclusion
               exit paragraph
           end-if
           if em-datefin > 0 and em-datefin < ws_date_election
               if em-datefin >= ws_date_limite
                   string "Sorti ou fin de contrat le "
                              delimited by size
                          em-datefin delimited by size
                          ", avant le scrutin" delimited by size
                          into ws_motif
                   end-string
                   perform 1900-ecrire-une-exclusion
               end-if
               exit paragraph
           end-if

           move 0 to ws_pop_trouve
           perform varying ws_pop_idx from 1 by 1
               until ws_pop_idx > ws_pop_count
               if ws_p_type(ws_pop_idx) = em-type
                   move ws_pop_idx to ws_pop_trouve
               end-if
           end-perform
           if ws_pop_trouve = 0
               string "Population '" delimited by size
                      em-type delimited by size
                      "' sans regle electorale" delimited by size
                      into ws_motif
               end-string
               perform 1900-ecrire-une-exclusion
               exit paragraph
           end-if
           if ws_p_electeur(ws_pop_trouve) not = 'O'
               string "Population exclue du scrutin ["
                          delimited by size
                      ws_p_libelle(ws_pop_trouve) delimited by "  "
                      "]" delimited by size
                      into ws_motif
               end-string
               perform 1900-ecrire-une-exclusion
               exit paragraph
           end-if

           move 0 to ws_college
           perform varying ws_rol_idx from 1 by 1
               until ws_rol_idx > ws_rol_count
               if ws_o_role(ws_rol_idx) = em-rol
                   move ws_o_college(ws_rol_idx) to ws_college
               end-if
           end-perform
           if ws_college = 0
               string "Role '" delimited by size
                      em-rol delimited by "  "
                      "' rattache a aucun college" delimited by size
                      into ws_motif
               end-string
               perform 1900-ecrire-une-exclusion
               exit paragraph
           end-if

           move em-dateemb to ws_mois_de
           move ws_date_election to ws_mois_a
           perform 1500-ecart-en-mois
           move ws_mois_ecart to ws_anciennete
           if ws_anciennete < ws_p_anc_elec(ws_pop_trouve)
               move ws_anciennete to ws_nombre_ed
               string "Anciennete " delimited by size
                      ws_nombre_ed delimited by size
                      " mois, minimum electeur " delimited by size
                      ws_p_anc_elec(ws_pop_trouve) delimited by size
                      into ws_motif
               end-string
               perform 1900-ecrire-une-exclusion
               exit paragraph
           end-if

      * Contrat a terme : il doit courir encore le minimum de la
      * population apres le scrutin.
           if em-datefin > 0 and ws_p_restant(ws_pop_trouve) > 0
               move ws_date_election to ws_mois_de
               move em-datefin to ws_mois_a
               perform 1500-ecart-en-mois
               move ws_mois_ecart to ws_restant
               if ws_restant < ws_p_restant(ws_pop_trouve)
                   move ws_restant to ws_nombre_ed
                   string "Contrat jusqu'au " delimited by size
                          em-datefin delimited by size
                          ", " delimited by size
                          ws_nombre_ed delimited by size
                          " mois apres le scrutin, minimum "
                              delimited by size
                          ws_p_restant(ws_pop_trouve)
                              delimited by size
                          into ws_motif
                   end-string
                   perform 1900-ecrire-une-exclusion
                   exit paragraph
               end-if
           end-if

           move 'E' to trv-liste
           perform 1800-inscrire
           add 1 to ws_nb_electeurs

           move "ELIGIBLE" to ws_liste_excl
           if ws_p_eligible(ws_pop_trouve) not = 'O'
               string "Population non eligible ["
                          delimited by size
                      ws_p_libelle(ws_pop_trouve) delimited by "  "
                      "]" delimited by size
                      into ws_motif
               end-string
               perform 1900-ecrire-une-exclusion
               exit paragraph
           end-if
           if ws_anciennete < ws_p_anc_elig(ws_pop_trouve)
               move ws_anciennete to ws_nombre_ed
               string "Anciennete " delimited by size
                      ws_nombre_ed delimited by size
                      " mois, minimum eligible " delimited by size
                      ws_p_anc_elig(ws_pop_trouve) delimited by size
                      into ws_motif
               end-string
               perform 1900-ecrire-une-exclusion
               exit paragraph
           end-if
           move 'C' to trv-liste
           perform 1800-inscrire
           add 1 to ws_nb_eligibles
           .

       1500-ecart-en-mois.
      * Mois entiers ecoules de ws_mois_de a ws_mois_a [un mois n'est
      * acquis qu'au meme quantieme].
           compute ws_mois_ecart =
               (function integer(ws_mois_a / 10000)
                - function integer(ws_mois_de / 10000)) * 12
               + function mod(function integer(ws_mois_a / 100), 100)
               - function mod(function integer(ws_mois_de / 100), 100)
           if function mod(ws_mois_a, 100)
              < function mod(ws_mois_de, 100)
               subtract 1 from ws_mois_ecart
           end-if
           .

       1800-inscrire.
           move ws_college to trv-college
           move em-nom to trv-nom
           move em-prenom to trv-prenom
           move em-id to trv-id
           move em-dep to trv-dep
           move em-type to trv-type
           move em-dateemb to trv-dateemb
           move spaces to ws_site
           perform varying ws_asi_idx from 1 by 1
               until ws_asi_idx > ws_asi_count
               if ws_a_id(ws_asi_idx) = em-id
                   move ws_a_site(ws_asi_idx) to ws_site
               end-if
           end-perform
           move ws_site to trv-site
           if ws_groupement = 'S'
               if ws_site = spaces
                   move "SANS SITE" to trv-groupe
               else
                   move ws_site to trv-groupe
               end-if
           else
               move em-dep to trv-groupe
           end-if
           write travail-record
           .

       1900-ecrire-une-exclusion.
           add 1 to ws_nb_exclusions
           move spaces to exclusion-record
           string em-id delimited by size
                  " " delimited by size
                  function trim(em-nom) delimited by size
                  " " delimited by size
                  function trim(em-prenom) delimited by size
                  " - " delimited by size
                  ws_liste_excl delimited by space
                  " : " delimited by size
                  ws_motif delimited by size
                  into exclusion-record
           end-string
           write exclusion-record
           .

       2000-editer-les-listes.
           open input tries-file
           if ws_fs_tries not = "00"
               display "Erreur ouverture des inscrits tries : "
                   ws_fs_tries
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           open output rapport-file
           open output csv-file
           move spaces to csv-record
           string "ENT;" delimited by size
                  ws_date_election delimited by size
                  ";" delimited by size
                  ws_societe delimited by size
                  ";" delimited by size
                  ws_groupement delimited by size
                  into csv-record
           end-string
           write csv-record
           move spaces to ws_rupt_liste
           move 0 to ws_rupt_college
           move spaces to ws_rupt_groupe
           move 'N' to fin_fichier
           perform until fin_fichier = 'Y'
               read tries-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       perform 2100-editer-un-inscrit
               end-read
           end-perform
           perform 2300-clore-le-groupe
           perform 2400-clore-le-college
           close tries-file
           move spaces to csv-record
           string "FIN;" delimited by size
                  ws_nb_lst delimited by size
                  into csv-record
           end-string
           write csv-record
           close csv-file
           move spaces to rapport-record
           write rapport-record
           move spaces to rapport-record
           string ws_nb_electeurs delimited by size
                  " electeur(s), " delimited by size
                  ws_nb_eligibles delimited by size
                  " eligible(s), " delimited by size
                  ws_nb_exclusions delimited by size
                  " exclusion(s) - voir " delimited by size
                  ws_excl_path delimited by space
                  into rapport-record
           end-string
           write rapport-record
           close rapport-file
           .

       2100-editer-un-inscrit.
           if tri-liste not = ws_rupt_liste
               if ws_rupt_liste not = space
                   perform 2300-clore-le-groupe
                   perform 2400-clore-le-college
               end-if
               move spaces to rapport-record
               write rapport-record
               move spaces to rapport-record
               if tri-liste = 'E'
                   string "LISTE DES ELECTEURS - scrutin du "
                              delimited by size
                          ws_date_election delimited by size
                          " - societe " delimited by size
                          ws_societe delimited by size
                          into rapport-record
                   end-string
               else
                   string "LISTE DES ELIGIBLES - scrutin du "
                              delimited by size
                          ws_date_election delimited by size
                          " - societe " delimited by size
                          ws_societe delimited by size
                          into rapport-record
                   end-string
               end-if
               write rapport-record
               move tri-liste to ws_rupt_liste
               move 0 to ws_rupt_college
               move spaces to ws_rupt_groupe
           end-if
           if tri-college not = ws_rupt_college
               if ws_rupt_college > 0
                   perform 2300-clore-le-groupe
                   perform 2400-clore-le-college
               end-if
               move spaces to rapport-record
               write rapport-record
               move spaces to rapport-record
               string "  College " delimited by size
                      tri-college delimited by size
                      " - " delimited by size
                      ws_col_libelle(tri-college) delimited by size
                      into rapport-record
               end-string
               write rapport-record
               move tri-college to ws_rupt_college
               move spaces to ws_rupt_groupe
           end-if
           if tri-groupe not = ws_rupt_groupe
               if ws_rupt_groupe not = spaces
                   perform 2300-clore-le-groupe
               end-if
               move spaces to rapport-record
               if ws_groupement = 'S'
                   string "   Site " delimited by size
                          tri-groupe delimited by size
                          into rapport-record
                   end-string
               else
                   string "   Departement " delimited by size
                          tri-groupe delimited by size
                          into rapport-record
                   end-string
               end-if
               write rapport-record
               move tri-groupe to ws_rupt_groupe
           end-if

           move tri-id to ws_ll_id
           move spaces to ws_ll_nom
           string function trim(tri-nom) delimited by size
                  " " delimited by size
                  function trim(tri-prenom) delimited by size
                  into ws_ll_nom
           end-string
           move tri-dep to ws_ll_dep
           move tri-site to ws_ll_site
           move tri-type to ws_ll_type
           move tri-dateemb to ws_ll_dateemb
           write rapport-record from ws_ligne_liste
           add 1 to ws_nb_groupe
           add 1 to ws_nb_college

           add 1 to ws_nb_lst
           move spaces to csv-record
           string "LST;" delimited by size
                  tri-liste delimited by size
                  ";" delimited by size
                  tri-college delimited by size
                  ";" delimited by size
                  function trim(tri-groupe) delimited by size
                  ";" delimited by size
                  tri-id delimited by size
                  ";" delimited by size
                  function trim(tri-nom) delimited by size
                  ";" delimited by size
                  function trim(tri-prenom) delimited by size
                  ";" delimited by size
                  function trim(tri-dep) delimited by size
                  ";" delimited by size
                  function trim(tri-site) delimited by size
                  ";" delimited by size
                  tri-type delimited by size
                  ";" delimited by size
                  tri-dateemb delimited by size
                  into csv-record
           end-string
           write csv-record
           .

       2300-clore-le-groupe.
           if ws_nb_groupe = 0
               exit paragraph
           end-if
           move spaces to rapport-record
           string "      " delimited by size
                  ws_nb_groupe delimited by size
                  " inscrit(s)" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           move 0 to ws_nb_groupe
           .

       2400-clore-le-college.
           if ws_nb_college = 0
               exit paragraph
           end-if
           move spaces to rapport-record
           string "    Total college : " delimited by size
                  ws_nb_college delimited by size
                  " inscrit(s)" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           move 0 to ws_nb_college
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
