      ******************************************************************
      * Nom du Projet   : Prevision glissante des effectifs a 12 mois
      * Description     : 48_simulation.cob n'applique qu'un plan
      *    saisi ; or une bonne part de l'avenir est deja connue de la
      *    suite. Ce passage projette l'effectif et l'ETP de fin de
      *    mois, par departement et pour l'ensemble, sur le mois en
      *    cours et les onze suivants, en appliquant au fichier maître
      *    du jour les evenements connus :
      *    - sorties deja recues dont la date est a venir [statut 'T',
      *      em-datefin future, 10_separations.cob] ;
      *    - fins de contrat des contractants [em-type 'C',
      *      em-datefin], sauf renouvellement decide et non encore
      *      applique [src/decisions-renouvellement.txt, 'R' + nouvelle
      *      fin, 44_renouvellements.cob] ; un contrat deja echu et
      *      toujours actif sort le premier mois ;
      *    - pre-embauches acceptees en attente [statut 'P',
      *      src/embauches-attente.txt, 49_embauches-attente.cob],
      *      a temps plein ;
      *    - mutations de departement programmees [statut 'P',
      *      src/mouvements-futurs.txt, 78_mouvements-futurs.cob] ;
      *    - pour information, sans effet sur l'effectif : fins de
      *      periode d'essai a venir [statut 'E' ou 'P',
      *      src/periodes-essai.txt, 43_periodes-essai.cob] et
      *      progressions d'echelon validees non encore appliquees
      *      [statut 'V', src/propositions-echelons.txt,
      *      42_echelons.cob], comptees le premier mois.
      *    Une personne compte a la fin d'un mois si elle est entree
      *    au plus tard ce jour-la et que sa date de sortie est
      *    posterieure. Chaque mois montre les mouvements qui
      *    l'expliquent et se compare a l'effectif budgete de son annee
      *    [src/budgets-departements.txt, 38_budget-departements.cob] :
      *    DEPASSEMENT au-dessus, SOUS-EFFECTIF en dessous, SANS
      *    BUDGET sans ligne pour l'annee [avertissement rc 4]. SOCIETE
      *    posee : prevision limitee a cette entite. Rapport
      *    src/prevision-effectifs-AAAAMM.txt [mois du passage], avec
      *    le detail des mouvements.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 106_prev-effectifs.

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

           select decisions-file
               assign to "src/decisions-renouvellement.txt"
               organization is line sequential
               file status is ws_fs_decisions.

           select attente-file assign to "src/embauches-attente.txt"
               organization is line sequential
               file status is ws_fs_attente.

           select mouvements-file assign to "src/mouvements-futurs.txt"
               organization is line sequential
               file status is ws_fs_mouvements.

           select essais-file assign to "src/periodes-essai.txt"
               organization is line sequential
               file status is ws_fs_essais.

           select propositions-file
               assign to "src/propositions-echelons.txt"
               organization is line sequential
               file status is ws_fs_propositions.

           select budgets-file
               assign to "src/budgets-departements.txt"
               organization is line sequential
               file status is ws_fs_budgets.

           select rapport-file assign to dynamic ws_rapport_path
               organization is line sequential
               file status is ws_fs_rapport.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd decisions-file.
       01 decision-record.
           05 dec-id       pic 9(5).
           05 filler       pic x.
           05 dec-choix    pic x(1).
           05 filler       pic x.
           05 dec-datefin  pic 9(8).

       fd attente-file.
       01 attente-record.
           05 att-nom      pic x(20).
           05 filler       pic x.
           05 att-prenom   pic x(20).
           05 filler       pic x.
           05 att-dep      pic x(20).
           05 filler       pic x.
           05 att-rol      pic x(20).
           05 filler       pic x.
           05 att-debut    pic 9(8).
           05 filler       pic x.
           05 att-mgr      pic 9(5).
           05 filler       pic x.
           05 att-statut   pic x(1).
           05 filler       pic x.
           05 att-poste    pic 9(5).

       fd mouvements-file.
       01 mouvement-record.
           COPY "changement-enreg.cpy" REPLACING ==:PFX:== BY ==chg-==.

       fd essais-file.
       01 essai-record.
           05 ess-id       pic 9(5).
           05 filler       pic x.
           05 ess-datefin  pic 9(8).
           05 filler       pic x.
           05 ess-statut   pic x(1).

       fd propositions-file.
       01 proposition-record.
           05 pro-id       pic 9(5).
           05 filler       pic x.
           05 pro-nom      pic x(20).
           05 filler       pic x.
           05 pro-role     pic x(20).
           05 filler       pic x.
           05 pro-suivant  pic x(20).
           05 filler       pic x.
           05 pro-annees   pic 9(2).
           05 filler       pic x.
           05 pro-statut   pic x(1).

       fd budgets-file.
       01 budget-record.
           05 bud-dep      pic x(20).
           05 filler       pic x.
           05 bud-annee    pic 9(4).
           05 filler       pic x.
           05 bud-effectif pic 9(5).
           05 filler       pic x.
           05 bud-cout     pic 9(9)v99.

       fd rapport-file.
       01 rapport-record   pic x(132).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_decisions  pic xx value "00".
       01 ws_fs_attente    pic xx value "00".
       01 ws_fs_mouvements pic xx value "00".
       01 ws_fs_essais     pic xx value "00".
       01 ws_fs_propositions pic xx value "00".
       01 ws_fs_budgets    pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.
       01 ws_rapport_path  pic x(60) value spaces.

      * Perimetre societe [multi-entite] : SOCIETE posee = prevision
      * limitee a cette entite, absente = toute la population.
       01 ws_societe_param pic x(3) value spaces.

      * Les douze fins de mois projetees [mois du passage compris].
       01 ws_mois_table.
           05 ws_mois_entry occurs 12 times.
               10 ws_m_debut   pic 9(8).
               10 ws_m_fin     pic 9(8).
       01 ws_mois_idx      pic 9(2) value 0.
       01 ws_premier_jour  pic 9(8) value 0.
       01 ws_an            pic 9(4) value 0.
       01 ws_mm            pic 9(2) value 0.
       01 ws_horizon       pic 9(8) value 0.

      * Population du jour : departement, quotite, sortie prevue
      * ['S' sortie recue, 'C' fin de contrat] et premiere mutation
      * programmee [chainee par ws_u_suivante].
       01 ws_per_table.
           05 ws_per_entry occurs 5000 times.
               10 ws_p_id       pic 9(5).
               10 ws_p_dep      pic x(20).
               10 ws_p_quotite  pic 9(3).
               10 ws_p_sortie   pic 9(8).
               10 ws_p_motif    pic x(1).
               10 ws_p_mut1     pic 9(4).
       01 ws_per_count     pic 9(5) value 0.
       01 ws_per_idx       pic 9(5) value 0.
       01 ws_per_trouve    pic 9(5) value 0.
       01 ws_id_cherche    pic 9(5) value 0.

       01 ws_mut_table.
           05 ws_mut_entry occurs 2000 times.
               10 ws_u_id       pic 9(5).
               10 ws_u_date     pic 9(8).
               10 ws_u_dep      pic x(20).
               10 ws_u_suivante pic 9(4).
       01 ws_mut_count     pic 9(4) value 0.
       01 ws_mut_idx       pic 9(4) value 0.
       01 ws_mut_courante  pic 9(4) value 0.

       01 ws_emb_table.
           05 ws_emb_entry occurs 1000 times.
               10 ws_b_dep      pic x(20).
               10 ws_b_debut    pic 9(8).
               10 ws_b_nom      pic x(41).
       01 ws_emb_count     pic 9(4) value 0.
       01 ws_emb_idx       pic 9(4) value 0.

       01 ws_ess_table.
           05 ws_ess_entry occurs 2000 times.
               10 ws_s_id       pic 9(5).
               10 ws_s_date     pic 9(8).
       01 ws_ess_count     pic 9(4) value 0.
       01 ws_ess_idx       pic 9(4) value 0.

       01 ws_ech_table.
           05 ws_ech_entry occurs 1000 times.
               10 ws_e_id       pic 9(5).
               10 ws_e_role     pic x(20).
               10 ws_e_suivant  pic x(20).
       01 ws_ech_count     pic 9(4) value 0.
       01 ws_ech_idx       pic 9(4) value 0.

       01 ws_bud_table.
           05 ws_bud_entry occurs 300 times.
               10 ws_g_dep      pic x(20).
               10 ws_g_annee    pic 9(4).
               10 ws_g_effectif pic 9(5).
       01 ws_bud_count     pic 9(3) value 0.
       01 ws_bud_idx       pic 9(3) value 0.

      * Projection par departement : colonne 0 = situation du jour
      * [indice 1], puis les douze fins de mois [indices 2 a 13].
       01 ws_dep_table.
           05 ws_dep_entry occurs 51 times.
               10 ws_d_code     pic x(20).
               10 ws_d_col occurs 13 times.
                   15 ws_d_eff      pic 9(5).
                   15 ws_d_etp      pic 9(5)v99.
                   15 ws_d_entrees  pic 9(4).
                   15 ws_d_sorties  pic 9(4).
                   15 ws_d_fins     pic 9(4).
                   15 ws_d_mut_in   pic 9(4).
                   15 ws_d_mut_out  pic 9(4).
                   15 ws_d_essais   pic 9(4).
                   15 ws_d_echelons pic 9(4).
       01 ws_dep_count     pic 9(2) value 0.
       01 ws_dep_idx       pic 9(2) value 0.
       01 ws_dep_trouve    pic 9(2) value 0.
       01 ws_dep_cherche   pic x(20) value spaces.
       01 ws_dep_avant     pic x(20) value spaces.
       01 ws_col           pic 9(2) value 0.
       01 ws_total_idx     pic 9(2) value 51.

      * Calculs d'une personne a une date.
       01 ws_date_calc     pic 9(8) value 0.
       01 ws_dep_calc      pic x(20) value spaces.
       01 ws_date_mut      pic 9(8) value 0.
       01 ws_quotite_etp   pic 9(1)v99 value 0.
       01 ws_date_fin_col  pic 9(8) value 0.
       01 ws_date_deb_col  pic 9(8) value 0.

      * Edition.
       01 ws_budget        pic 9(5) value 0.
       01 ws_budget_vu     pic x value 'N'.
       01 ws_ecart         pic s9(5) value 0.
       01 ws_nb_constats   pic 9(5) value 0.
       01 ws_ligne_prev.
           05 filler           pic x(2) value spaces.
           05 ws_lp_mois       pic x(8).
           05 ws_lp_eff        pic zzzz9.
           05 filler           pic x value space.
           05 ws_lp_etp        pic zzzz9.99.
           05 filler           pic x value space.
           05 ws_lp_budget     pic x(6).
           05 filler           pic x value space.
           05 ws_lp_ecart      pic x(6).
           05 filler           pic x(2) value spaces.
           05 ws_lp_entrees    pic zzz9.
           05 filler           pic x value space.
           05 ws_lp_sorties    pic zzz9.
           05 filler           pic x value space.
           05 ws_lp_fins       pic zzz9.
           05 filler           pic x value space.
           05 ws_lp_mut_in     pic zzz9.
           05 filler           pic x value space.
           05 ws_lp_mut_out    pic zzz9.
           05 filler           pic x value space.
           05 ws_lp_essais     pic zzz9.
           05 filler           pic x value space.
           05 ws_lp_echelons   pic zzz9.
           05 filler           pic x(2) value spaces.
           05 ws_lp_constat    pic x(14).
       01 ws_ed_nombre     pic -----9.
       01 ws_ed_budget     pic zzzzz9.

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
       01 ws_joblog_name   pic x(20) value "106_prev-effectifs".
       01 ws_joblog_path   pic x(100) value "../job-log.txt".
       01 ws_joblog_action pic x(1).
       01 ws_joblog_count  pic 9(5) value 0.
       01 ws_joblog_rc     pic 9(2) value 0.
       01 ws_joblog_operator pic x(8) value spaces.

       procedure division.

           accept ws_societe_param from environment "SOCIETE"

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
           perform 0050-calculer-les-mois
           perform 0100-charger-la-population
           if ws_joblog_rc < 16
               perform 0200-charger-les-decisions
               perform 0300-charger-les-mutations
               perform 0400-charger-les-embauches
               perform 0500-charger-les-essais
               perform 0600-charger-les-echelons
               perform 0700-charger-les-budgets
               perform 1000-projeter
               perform 2000-ecrire-le-rapport
               if ws_nb_constats > 0
                   move 'W' to ws_msglog_grav
                   move spaces to ws_msglog_texte
                   string "Prevision d'effectifs : " delimited by size
                          ws_nb_constats delimited by size
                          " ecart(s) au budget - voir "
                              delimited by size
                          ws_rapport_path delimited by space
                          into ws_msglog_texte
                   end-string
                   perform 9900-consigner-message
                   if ws_joblog_rc < 4
                       move 4 to ws_joblog_rc
                   end-if
               end-if
           end-if

           move ws_per_count to ws_joblog_count
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

       0050-calculer-les-mois.
      * Fin de mois = veille du premier jour du mois suivant.
           compute ws_an = ws_today / 10000
           compute ws_mm = function mod(ws_today / 100, 100)
           perform varying ws_mois_idx from 1 by 1
               until ws_mois_idx > 12
               compute ws_m_debut(ws_mois_idx) =
                   ws_an * 10000 + ws_mm * 100 + 1
               add 1 to ws_mm
               if ws_mm > 12
                   move 1 to ws_mm
                   add 1 to ws_an
               end-if
               compute ws_premier_jour = ws_an * 10000 + ws_mm * 100
                   + 1
               compute ws_m_fin(ws_mois_idx) = function date-of-integer(
                   function integer-of-date(ws_premier_jour) - 1)
           end-perform
           move ws_m_fin(12) to ws_horizon
           move spaces to ws_rapport_path
           string "src/prevision-effectifs-" delimited by size
                  ws_today(1:6) delimited by size
                  ".txt" delimited by size
                  into ws_rapport_path
           end-string
           .

       0100-charger-la-population.
      * Presents du jour et sortis dont la date de sortie est encore
      * a venir.
           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Ouverture EMPLOYEE-MASTER impossible, status "
                          delimited by size
                      ws_fs_master delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           perform until fin_master = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       perform 0150-retenir-un-employe
               end-read
           end-perform
           close employee-master
           .

       0150-retenir-un-employe.
           if ws_societe_param not = spaces
              and em-soc not = ws_societe_param
               exit paragraph
           end-if
           if em-statut = 'T' and em-datefin <= ws_today
               exit paragraph
           end-if
           if em-dateemb > ws_today or ws_per_count >= 5000
               exit paragraph
           end-if
           add 1 to ws_per_count
           move em-id to ws_p_id(ws_per_count)
           move em-dep to ws_p_dep(ws_per_count)
           move 100 to ws_p_quotite(ws_per_count)
           if em-quotite is numeric and em-quotite > 0
              and em-quotite <= 100
               move em-quotite to ws_p_quotite(ws_per_count)
           end-if
           move 0 to ws_p_sortie(ws_per_count)
           move space to ws_p_motif(ws_per_count)
           move 0 to ws_p_mut1(ws_per_count)
           evaluate true
               when em-statut = 'T'
                   move em-datefin to ws_p_sortie(ws_per_count)
                   move 'S' to ws_p_motif(ws_per_count)
               when em-type = 'C' and em-datefin > 0
      * Contrat deja echu et toujours actif : sortie le premier jour
      * de la prevision.
                   if em-datefin < ws_today
                       move ws_today to ws_p_sortie(ws_per_count)
                   else
                       move em-datefin to ws_p_sortie(ws_per_count)
                   end-if
                   move 'C' to ws_p_motif(ws_per_count)
               when other
                   continue
           end-evaluate
           .

       0200-charger-les-decisions.
      * Un renouvellement decide repousse la fin de contrat ; un
      * non-renouvellement la confirme.
           move 'N' to fin_fichier
           open input decisions-file
           if ws_fs_decisions not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read decisions-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if dec-id is numeric and dec-choix = 'R'
                          and dec-datefin is numeric
                           move dec-id to ws_id_cherche
                           perform 0800-trouver-la-personne
                           if ws_per_trouve > 0
                               if ws_p_motif(ws_per_trouve) = 'C'
                                  and dec-datefin
                                      > ws_p_sortie(ws_per_trouve)
                                   move dec-datefin
                                       to ws_p_sortie(ws_per_trouve)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close decisions-file
           .

       0300-charger-les-mutations.
      * Changements programmes avec un departement, d'ici la fin de
      * la prevision ; chaque mutation s'accroche a la chaine de la
      * personne.
           move 'N' to fin_fichier
           open input mouvements-file
           if ws_fs_mouvements not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read mouvements-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if chg-statut = 'P' and chg-dep not = spaces
                          and chg-date-effet is numeric
                          and chg-date-effet <= ws_horizon
                          and ws_mut_count < 2000
                           move chg-id to ws_id_cherche
                           perform 0800-trouver-la-personne
                           if ws_per_trouve > 0
                               add 1 to ws_mut_count
                               move chg-id to ws_u_id(ws_mut_count)
                               move chg-date-effet
                                   to ws_u_date(ws_mut_count)
                               move chg-dep to ws_u_dep(ws_mut_count)
                               move ws_p_mut1(ws_per_trouve)
                                   to ws_u_suivante(ws_mut_count)
                               move ws_mut_count
                                   to ws_p_mut1(ws_per_trouve)
                           end-if
                       end-if
               end-read
           end-perform
           close mouvements-file
           .

       0400-charger-les-embauches.
           move 'N' to fin_fichier
           open input attente-file
           if ws_fs_attente not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read attente-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if att-statut = 'P' and att-debut is numeric
                          and att-debut <= ws_horizon
                          and ws_emb_count < 1000
                           add 1 to ws_emb_count
                           move att-dep to ws_b_dep(ws_emb_count)
      * Une arrivee deja due et pas encore activee compte le premier
      * jour de la prevision.
                           if att-debut < ws_today
                               move ws_today
                                   to ws_b_debut(ws_emb_count)
                           else
                               move att-debut
                                   to ws_b_debut(ws_emb_count)
                           end-if
                           move spaces to ws_b_nom(ws_emb_count)
                           string function trim(att-nom)
                                      delimited by size
                                  " " delimited by size
                                  function trim(att-prenom)
                                      delimited by size
                                  into ws_b_nom(ws_emb_count)
                           end-string
                       end-if
               end-read
           end-perform
           close attente-file
           .

       0500-charger-les-essais.
           move 'N' to fin_fichier
           open input essais-file
           if ws_fs_essais not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read essais-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if (ess-statut = 'E' or ess-statut = 'P')
                          and ess-datefin is numeric
                          and ess-datefin >= ws_m_debut(1)
                          and ess-datefin <= ws_horizon
                          and ws_ess_count < 2000
                           add 1 to ws_ess_count
                           move ess-id to ws_s_id(ws_ess_count)
                           move ess-datefin to ws_s_date(ws_ess_count)
                       end-if
               end-read
           end-perform
           close essais-file
           .

       0600-charger-les-echelons.
           move 'N' to fin_fichier
           open input propositions-file
           if ws_fs_propositions not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read propositions-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if pro-statut = 'V' and ws_ech_count < 1000
                           add 1 to ws_ech_count
                           move pro-id to ws_e_id(ws_ech_count)
                           move pro-role to ws_e_role(ws_ech_count)
                           move pro-suivant
                               to ws_e_suivant(ws_ech_count)
                       end-if
               end-read
           end-perform
           close propositions-file
           .

       0700-charger-les-budgets.
           move 'N' to fin_fichier
           open input budgets-file
           if ws_fs_budgets not = "00"
               display "Budget absent [budgets-departements.txt] -"
                   " prevision sans comparaison."
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read budgets-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if bud-annee is numeric
                          and bud-effectif is numeric
                          and ws_bud_count < 300
                           add 1 to ws_bud_count
                           move bud-dep to ws_g_dep(ws_bud_count)
                           move bud-annee to ws_g_annee(ws_bud_count)
                           move bud-effectif
                               to ws_g_effectif(ws_bud_count)
                       end-if
               end-read
           end-perform
           close budgets-file
           .

       0800-trouver-la-personne.
           move 0 to ws_per_trouve
           perform varying ws_per_idx from 1 by 1
               until ws_per_idx > ws_per_count
               or ws_per_trouve > 0
               if ws_p_id(ws_per_idx) = ws_id_cherche
                   move ws_per_idx to ws_per_trouve
               end-if
           end-perform
           .

       0850-trouver-le-departement.
      * Ligne de projection de ws_dep_cherche, creee au besoin ; au
      * dela de la table, tout tombe dans la derniere ligne.
           move 0 to ws_dep_trouve
           perform varying ws_dep_idx from 1 by 1
               until ws_dep_idx > ws_dep_count
               or ws_dep_trouve > 0
               if ws_d_code(ws_dep_idx) = ws_dep_cherche
                   move ws_dep_idx to ws_dep_trouve
               end-if
           end-perform
           if ws_dep_trouve = 0
               if ws_dep_count < 50
                   add 1 to ws_dep_count
                   move ws_dep_count to ws_dep_trouve
                   move ws_dep_cherche to ws_d_code(ws_dep_trouve)
               else
                   move 50 to ws_dep_trouve
               end-if
           end-if
           .

       0900-departement-a-la-date.
      * Departement de la personne ws_per_idx au jour ws_date_calc :
      * celui de la derniere mutation programmee atteinte, sinon
      * celui du jour.
           move ws_p_dep(ws_per_idx) to ws_dep_calc
           move 0 to ws_date_mut
           move ws_p_mut1(ws_per_idx) to ws_mut_idx
           perform until ws_mut_idx = 0
               if ws_u_date(ws_mut_idx) <= ws_date_calc
                  and ws_u_date(ws_mut_idx) >= ws_date_mut
                   move ws_u_date(ws_mut_idx) to ws_date_mut
                   move ws_u_dep(ws_mut_idx) to ws_dep_calc
               end-if
               move ws_u_suivante(ws_mut_idx) to ws_mut_idx
           end-perform
           .

       1000-projeter.
           initialize ws_dep_table
           move "ENSEMBLE" to ws_d_code(ws_total_idx)
           perform varying ws_col from 1 by 1 until ws_col > 13
               if ws_col = 1
                   move ws_today to ws_date_deb_col
                   move ws_today to ws_date_fin_col
               else
                   move ws_m_debut(ws_col - 1) to ws_date_deb_col
                   move ws_m_fin(ws_col - 1) to ws_date_fin_col
      * Le mois du passage ne compte ses mouvements qu'a partir du
      * jour.
                   if ws_col = 2
                       move ws_today to ws_date_deb_col
                   end-if
               end-if
               perform varying ws_per_idx from 1 by 1
                   until ws_per_idx > ws_per_count
                   perform 1100-projeter-une-personne
               end-perform
               perform varying ws_emb_idx from 1 by 1
                   until ws_emb_idx > ws_emb_count
                   perform 1200-projeter-une-embauche
               end-perform
               if ws_col > 1
                   perform 1300-compter-les-informations
               end-if
           end-perform
           .

       1100-projeter-une-personne.
           move ws_date_fin_col to ws_date_calc
           perform 0900-departement-a-la-date
           move ws_dep_calc to ws_dep_cherche
           perform 0850-trouver-le-departement
      * La colonne du jour compte aussi qui sort ce jour-la.
           if ws_p_sortie(ws_per_idx) = 0
              or ws_p_sortie(ws_per_idx) > ws_date_fin_col
              or (ws_col = 1
                  and ws_p_sortie(ws_per_idx) = ws_date_fin_col)
               add 1 to ws_d_eff(ws_dep_trouve, ws_col)
               add 1 to ws_d_eff(ws_total_idx, ws_col)
               compute ws_quotite_etp = ws_p_quotite(ws_per_idx) / 100
               add ws_quotite_etp to ws_d_etp(ws_dep_trouve, ws_col)
               add ws_quotite_etp to ws_d_etp(ws_total_idx, ws_col)
           end-if
           if ws_col = 1
               exit paragraph
           end-if

      * Sortie dans le mois, au departement du jour de la sortie.
           if ws_p_sortie(ws_per_idx) >= ws_date_deb_col
              and ws_p_sortie(ws_per_idx) <= ws_date_fin_col
               move ws_p_sortie(ws_per_idx) to ws_date_calc
               perform 0900-departement-a-la-date
               move ws_dep_calc to ws_dep_cherche
               perform 0850-trouver-le-departement
               if ws_p_motif(ws_per_idx) = 'C'
                   add 1 to ws_d_fins(ws_dep_trouve, ws_col)
                   add 1 to ws_d_fins(ws_total_idx, ws_col)
               else
                   add 1 to ws_d_sorties(ws_dep_trouve, ws_col)
                   add 1 to ws_d_sorties(ws_total_idx, ws_col)
               end-if
           end-if

      * Mutations du mois, tant que la personne est encore la.
           move ws_p_mut1(ws_per_idx) to ws_mut_idx
           perform until ws_mut_idx = 0
               if ws_u_date(ws_mut_idx) >= ws_date_deb_col
                  and ws_u_date(ws_mut_idx) <= ws_date_fin_col
                  and (ws_p_sortie(ws_per_idx) = 0
                       or ws_p_sortie(ws_per_idx)
                          > ws_u_date(ws_mut_idx))
                   perform 1150-compter-une-mutation
               end-if
               move ws_u_suivante(ws_mut_idx) to ws_mut_idx
           end-perform
           .

       1150-compter-une-mutation.
      * Departement quitte = celui de la veille de l'effet.
           compute ws_date_calc = function date-of-integer(
               function integer-of-date(ws_u_date(ws_mut_idx)) - 1)
           move ws_mut_idx to ws_mut_courante
           perform 0900-departement-a-la-date
           move ws_mut_courante to ws_mut_idx
           move ws_dep_calc to ws_dep_avant
           if ws_dep_avant = ws_u_dep(ws_mut_idx)
               exit paragraph
           end-if
           move ws_dep_avant to ws_dep_cherche
           perform 0850-trouver-le-departement
           add 1 to ws_d_mut_out(ws_dep_trouve, ws_col)
           move ws_u_dep(ws_mut_idx) to ws_dep_cherche
           perform 0850-trouver-le-departement
           add 1 to ws_d_mut_in(ws_dep_trouve, ws_col)
           .

       1200-projeter-une-embauche.
           if ws_b_debut(ws_emb_idx) > ws_date_fin_col
               exit paragraph
           end-if
           move ws_b_dep(ws_emb_idx) to ws_dep_cherche
           perform 0850-trouver-le-departement
           add 1 to ws_d_eff(ws_dep_trouve, ws_col)
           add 1 to ws_d_eff(ws_total_idx, ws_col)
           add 1 to ws_d_etp(ws_dep_trouve, ws_col)
           add 1 to ws_d_etp(ws_total_idx, ws_col)
           if ws_col > 1
              and ws_b_debut(ws_emb_idx) >= ws_date_deb_col
               add 1 to ws_d_entrees(ws_dep_trouve, ws_col)
               add 1 to ws_d_entrees(ws_total_idx, ws_col)
           end-if
           .

       1300-compter-les-informations.
      * Fins d'essai du mois et, le premier mois, echelons valides :
      * au departement du jour de la personne.
           perform varying ws_ess_idx from 1 by 1
               until ws_ess_idx > ws_ess_count
               if ws_s_date(ws_ess_idx) >= ws_date_deb_col
                  and ws_s_date(ws_ess_idx) <= ws_date_fin_col
                   move ws_s_id(ws_ess_idx) to ws_id_cherche
                   perform 0800-trouver-la-personne
                   if ws_per_trouve > 0
                       move ws_p_dep(ws_per_trouve) to ws_dep_cherche
                       perform 0850-trouver-le-departement
                       add 1 to ws_d_essais(ws_dep_trouve, ws_col)
                       add 1 to ws_d_essais(ws_total_idx, ws_col)
                   end-if
               end-if
           end-perform
           if ws_col not = 2
               exit paragraph
           end-if
           perform varying ws_ech_idx from 1 by 1
               until ws_ech_idx > ws_ech_count
               move ws_e_id(ws_ech_idx) to ws_id_cherche
               perform 0800-trouver-la-personne
               if ws_per_trouve > 0
                   move ws_p_dep(ws_per_trouve) to ws_dep_cherche
                   perform 0850-trouver-le-departement
                   add 1 to ws_d_echelons(ws_dep_trouve, ws_col)
                   add 1 to ws_d_echelons(ws_total_idx, ws_col)
               end-if
           end-perform
           .

       2000-ecrire-le-rapport.
           open output rapport-file
           move spaces to rapport-record
           string "Prevision des effectifs a 12 mois - passage du "
                      delimited by size
                  ws_today delimited by size
                  into rapport-record
           end-string
           if ws_societe_param not = spaces
               move spaces to rapport-record(70:)
               string "societe " delimited by size
                      ws_societe_param delimited by size
                      into rapport-record(70:)
               end-string
           end-if
           write rapport-record
           move spaces to rapport-record
           string "Effectif et ETP de fin de mois ; mouvements du"
                      delimited by size
                  " mois :" delimited by size
                  " Entr = pre-embauches, Sort = sorties recues,"
                      delimited by size
                  " FinC = fins de contrat," delimited by size
                  into rapport-record
           end-string
           write rapport-record
           move spaces to rapport-record
           string "MutE/MutS = mutations entrantes/sortantes ; pour"
                      delimited by size
                  " information : Essa = fins d'essai,"
                      delimited by size
                  " Eche = echelons valides." delimited by size
                  into rapport-record
           end-string
           write rapport-record
           perform varying ws_dep_idx from 1 by 1
               until ws_dep_idx > ws_dep_count
               perform 2100-ecrire-un-departement
           end-perform
           move ws_total_idx to ws_dep_idx
           perform 2100-ecrire-un-departement
           perform 2500-ecrire-le-detail
           close rapport-file
           display "Prevision d'effectifs : " ws_dep_count
               " departement(s), " ws_nb_constats
               " ecart(s) au budget - voir "
               function trim(ws_rapport_path)
           .

       2100-ecrire-un-departement.
           move spaces to rapport-record
           write rapport-record
           move spaces to rapport-record
           if ws_dep_idx = ws_total_idx
               move "ENSEMBLE" to rapport-record
           else
               string "Departement " delimited by size
                      ws_d_code(ws_dep_idx) delimited by "  "
                      into rapport-record
               end-string
           end-if
           write rapport-record
           move spaces to rapport-record
           string "  Mois    Effectif     ETP Budget  Ecart  Entr Sort"
                      delimited by size
                  " FinC MutE MutS Essa Eche  Constat"
                      delimited by size
                  into rapport-record
           end-string
           write rapport-record
           perform varying ws_col from 1 by 1 until ws_col > 13
               perform 2200-ecrire-un-mois
           end-perform
           .

       2200-ecrire-un-mois.
           move spaces to ws_lp_mois
           move zero to ws_an
           if ws_col = 1
               move "Jour" to ws_lp_mois
               compute ws_an = ws_today / 10000
           else
               move ws_m_fin(ws_col - 1)(1:6) to ws_lp_mois
               compute ws_an = ws_m_fin(ws_col - 1) / 10000
           end-if
           move ws_d_eff(ws_dep_idx, ws_col) to ws_lp_eff
           move ws_d_etp(ws_dep_idx, ws_col) to ws_lp_etp
           move ws_d_entrees(ws_dep_idx, ws_col) to ws_lp_entrees
           move ws_d_sorties(ws_dep_idx, ws_col) to ws_lp_sorties
           move ws_d_fins(ws_dep_idx, ws_col) to ws_lp_fins
           move ws_d_mut_in(ws_dep_idx, ws_col) to ws_lp_mut_in
           move ws_d_mut_out(ws_dep_idx, ws_col) to ws_lp_mut_out
           move ws_d_essais(ws_dep_idx, ws_col) to ws_lp_essais
           move ws_d_echelons(ws_dep_idx, ws_col) to ws_lp_echelons
           move spaces to ws_lp_constat

      * Budget de l'annee du mois [l'ensemble : somme des
      * departements budgetes].
           move 0 to ws_budget
           move 'N' to ws_budget_vu
           perform varying ws_bud_idx from 1 by 1
               until ws_bud_idx > ws_bud_count
               if ws_g_annee(ws_bud_idx) = ws_an
                  and (ws_dep_idx = ws_total_idx
                       or ws_g_dep(ws_bud_idx) = ws_d_code(ws_dep_idx))
                   add ws_g_effectif(ws_bud_idx) to ws_budget
                   move 'O' to ws_budget_vu
               end-if
           end-perform
           if ws_budget_vu = 'O'
               move ws_budget to ws_ed_budget
               move ws_ed_budget to ws_lp_budget
               compute ws_ecart = ws_d_eff(ws_dep_idx, ws_col)
                   - ws_budget
               move ws_ecart to ws_ed_nombre
               move ws_ed_nombre to ws_lp_ecart
               evaluate true
                   when ws_ecart > 0
                       move "DEPASSEMENT" to ws_lp_constat
                   when ws_ecart < 0
                       move "SOUS-EFFECTIF" to ws_lp_constat
                   when other
                       continue
               end-evaluate
           else
               move "   n.d" to ws_lp_budget
               move "   n.d" to ws_lp_ecart
               if ws_dep_idx not = ws_total_idx
                  and ws_d_eff(ws_dep_idx, ws_col) > 0
                   move "SANS BUDGET" to ws_lp_constat
               end-if
           end-if
           if ws_lp_constat not = spaces and ws_dep_idx not =
              ws_total_idx and ws_col > 1
               add 1 to ws_nb_constats
           end-if
           move ws_ligne_prev to rapport-record
           write rapport-record
           .

       2500-ecrire-le-detail.
      * Les evenements connus derriere les chiffres, dans l'ordre des
      * fichiers d'origine.
           move spaces to rapport-record
           write rapport-record
           move "Detail des mouvements connus" to rapport-record
           write rapport-record
           perform varying ws_per_idx from 1 by 1
               until ws_per_idx > ws_per_count
               if ws_p_sortie(ws_per_idx) > 0
                  and ws_p_sortie(ws_per_idx) <= ws_horizon
                   move spaces to rapport-record
                   if ws_p_motif(ws_per_idx) = 'C'
                       string "  " delimited by size
                              ws_p_sortie(ws_per_idx) delimited by size
                              "  fin de contrat   id " delimited by size
                              ws_p_id(ws_per_idx) delimited by size
                              "  " delimited by size
                              ws_p_dep(ws_per_idx) delimited by "  "
                              into rapport-record
                       end-string
                   else
                       string "  " delimited by size
                              ws_p_sortie(ws_per_idx) delimited by size
                              "  sortie recue     id " delimited by size
                              ws_p_id(ws_per_idx) delimited by size
                              "  " delimited by size
                              ws_p_dep(ws_per_idx) delimited by "  "
                              into rapport-record
                       end-string
                   end-if
                   write rapport-record
               end-if
           end-perform
           perform varying ws_mut_idx from 1 by 1
               until ws_mut_idx > ws_mut_count
               move spaces to rapport-record
               string "  " delimited by size
                      ws_u_date(ws_mut_idx) delimited by size
                      "  mutation         id " delimited by size
                      ws_u_id(ws_mut_idx) delimited by size
                      "  vers " delimited by size
                      ws_u_dep(ws_mut_idx) delimited by "  "
                      into rapport-record
               end-string
               write rapport-record
           end-perform
           perform varying ws_emb_idx from 1 by 1
               until ws_emb_idx > ws_emb_count
               move spaces to rapport-record
               string "  " delimited by size
                      ws_b_debut(ws_emb_idx) delimited by size
                      "  pre-embauche     " delimited by size
                      ws_b_nom(ws_emb_idx) delimited by "  "
                      "  " delimited by size
                      ws_b_dep(ws_emb_idx) delimited by "  "
                      into rapport-record
               end-string
               write rapport-record
           end-perform
           perform varying ws_ess_idx from 1 by 1
               until ws_ess_idx > ws_ess_count
               move spaces to rapport-record
               string "  " delimited by size
                      ws_s_date(ws_ess_idx) delimited by size
                      "  fin d'essai      id " delimited by size
                      ws_s_id(ws_ess_idx) delimited by size
                      into rapport-record
               end-string
               write rapport-record
           end-perform
           perform varying ws_ech_idx from 1 by 1
               until ws_ech_idx > ws_ech_count
               move spaces to rapport-record
               string "  a appliquer  echelon valide   id "
                          delimited by size
                      ws_e_id(ws_ech_idx) delimited by size
                      "  " delimited by size
                      ws_e_role(ws_ech_idx) delimited by "  "
                      " -> " delimited by size
                      ws_e_suivant(ws_ech_idx) delimited by "  "
                      into rapport-record
               end-string
               write rapport-record
           end-perform
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
