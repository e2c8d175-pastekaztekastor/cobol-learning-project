      ******************************************************************
      * Nom du Projet   : Campagne annuelle d'augmentations au merite
      * Description     : Les scores d'evaluation [41_evaluations.cob,
      *    src/scores-evaluation.txt] et les bandes salariales par
      *    role [src/bandes-salaires.txt] existaient, mais les
      *    augmentations se decidaient encore au tableur. Passage sans
      *    parametre : chaque actif avec une ligne de salaire, une
      *    bande en vigueur et un score de l'annee de campagne
      *    [ANNEE_MERITE, defaut annee de la date de traitement] se
      *    place dans la matrice d'augmentation
      *    [src/matrice-merite.txt : tranche de score x position dans
      *    la bande - sous le minimum, moitie basse, moitie haute,
      *    au-dessus du maximum -> pourcentage]. Le nouveau salaire
      *    propose est plafonne au maximum de la bande [un salaire
      *    deja au-dessus du maximum ne bouge pas]. Les propositions
      *    partent dans src/propositions-merite.txt [statut 'P',
      *    montant retenu = montant propose] et le rapport
      *    src/rapport-merite.txt totalise par departement le cout
      *    annuel des hausses [contre-valeur euro, SPDEVISE] face a
      *    l'enveloppe de merite du departement
      *    [src/budget-merite.txt] - DEPASSEMENT = avertissement
      *    rc 4.
      *    La RH revoit le fichier ligne a ligne : elle corrige au
      *    besoin le montant retenu et arbitre ['V' = validee,
      *    'R' = refusee], comme pour 42_echelons.cob, puis relance
      *    avec le parametre APPLIQUER : sous approbation d'un second
      *    operateur [SPAPPROB, type MERITE, id = annee de campagne,
      *    56_approbations.cob - sans elle la demande se depose et le
      *    passage s'arrete en rc 8], chaque hausse validee met a jour
      *    src/salaires.dat et s'ajoute a l'historique date des
      *    salaires a la date d'effet DATE_EFFET_MERITE [defaut
      *    premier jour du mois de traitement]. Un effet anterieur au
      *    mois de paie part en statut 'A' : 29_retro-paie.cob en
      *    calcule l'arriere comme pour toute saisie retroactive. Une
      *    proposition dont le salaire a change depuis la campagne,
      *    ou sur un employe sorti, est ecartee ['E'] ; les
      *    appliquees passent 'C'.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 84_campagne-merite.

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

           select bandes-file assign to "src/bandes-salaires.txt"
               organization is line sequential
               file status is ws_fs_bandes.

           select salaires-file assign to "src/salaires.dat"
               organization is indexed
               access mode is dynamic
               record key is sal-id
               file status is ws_fs_salaires.

      * Historique date des salaires, le meme que tiennent
      * 23_saisie-salaires.cob et 56_approbations.cob.
           select salhist-file
               assign to "src/salaires-historique.txt"
               organization is line sequential
               file status is ws_fs_salhist.

           select scores-file
               assign to "src/scores-evaluation.txt"
               organization is line sequential
               file status is ws_fs_scores.

           select matrice-file assign to "src/matrice-merite.txt"
               organization is line sequential
               file status is ws_fs_matrice.

           select budget-file assign to "src/budget-merite.txt"
               organization is line sequential
               file status is ws_fs_budget.

           select propositions-file
               assign to "src/propositions-merite.txt"
               organization is line sequential
               file status is ws_fs_propositions.

           select rapport-file assign to "src/rapport-merite.txt"
               organization is line sequential
               file status is ws_fs_rapport.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd bandes-file.
       01 bande-record.
           05 bde-role     pic x(20).
           05 filler       pic x.
           05 bde-min      pic 9(7)v99.
           05 filler       pic x.
           05 bde-max      pic 9(7)v99.
           05 filler       pic x.
           05 bde-debut    pic 9(8).
           05 filler       pic x.
           05 bde-fin      pic 9(8).

       fd salaires-file.
       01 salaire-record.
           05 sal-id       pic 9(5).
           05 filler       pic x.
           05 sal-montant  pic 9(7)v99.
           05 filler       pic x.
           05 sal-devise   pic x(3).

       fd salhist-file.
       01 salhist-record.
           05 slh-id       pic 9(5).
           05 filler       pic x.
           05 slh-dateeff  pic 9(8).
           05 filler       pic x.
           05 slh-montant  pic 9(7)v99.
           05 filler       pic x.
           05 slh-devise   pic x(3).
           05 filler       pic x.
           05 slh-saisie   pic 9(8).
           05 filler       pic x.
           05 slh-statut   pic x(1).

       fd scores-file.
       01 score-record.
           05 sco-id       pic 9(5).
           05 filler       pic x.
           05 sco-annee    pic 9(4).
           05 filler       pic x.
           05 sco-score    pic 9(3)v99.

      * Matrice d'augmentation : une ligne par tranche de score
      * [bornes incluses], quatre pourcentages selon la position du
      * salaire dans la bande.
       fd matrice-file.
       01 matrice-record.
           05 mat-score-min pic 9(3)v99.
           05 filler       pic x.
           05 mat-score-max pic 9(3)v99.
           05 filler       pic x.
           05 mat-taux-sous pic 9(2)v99.
           05 filler       pic x.
           05 mat-taux-bas  pic 9(2)v99.
           05 filler       pic x.
           05 mat-taux-haut pic 9(2)v99.
           05 filler       pic x.
           05 mat-taux-sur  pic 9(2)v99.

      * Enveloppe de merite par departement et par annee [cout
      * annuel des hausses en centimes d'euro].
       fd budget-file.
       01 budget-record.
           05 bme-dep      pic x(20).
           05 filler       pic x.
           05 bme-annee    pic 9(4).
           05 filler       pic x.
           05 bme-montant  pic 9(9)v99.

      * Propositions de la campagne. Position : 'S' sous le minimum,
      * 'B' moitie basse, 'H' moitie haute, 'D' au-dessus du
      * maximum. Statut : 'P' proposee, 'V' validee, 'R' refusee,
      * 'C' appliquee, 'E' ecartee a l'application.
       fd propositions-file.
       01 proposition-record.
           05 pm-id        pic 9(5).
           05 filler       pic x.
           05 pm-nom       pic x(20).
           05 filler       pic x.
           05 pm-dep       pic x(20).
           05 filler       pic x.
           05 pm-role      pic x(20).
           05 filler       pic x.
           05 pm-score     pic 9(3)v99.
           05 filler       pic x.
           05 pm-position  pic x(1).
           05 filler       pic x.
           05 pm-actuel    pic 9(7)v99.
           05 filler       pic x.
           05 pm-devise    pic x(3).
           05 filler       pic x.
           05 pm-taux      pic 9(2)v99.
           05 filler       pic x.
           05 pm-propose   pic 9(7)v99.
           05 filler       pic x.
           05 pm-retenu    pic 9(7)v99.
           05 filler       pic x.
           05 pm-statut    pic x(1).

       fd rapport-file.
       01 rapport-record   pic x(132).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_bandes     pic xx value "00".
       01 ws_fs_salaires   pic xx value "00".
       01 ws_fs_salhist    pic xx value "00".
       01 ws_fs_scores     pic xx value "00".
       01 ws_fs_matrice    pic xx value "00".
       01 ws_fs_budget     pic xx value "00".
       01 ws_fs_propositions pic xx value "00".
       01 ws_fs_rapport    pic xx value "00".
       01 fin_master       pic x value 'N'.
       01 fin_bandes       pic x value 'N'.
       01 fin_scores       pic x value 'N'.
       01 fin_matrice      pic x value 'N'.
       01 fin_budget       pic x value 'N'.
       01 fin_propositions pic x value 'N'.
       01 ws_mode          pic x(12) value spaces.
       01 ws_today         pic 9(8) value 0.
       01 ws_today_dec redefines ws_today.
           05 ws_auj_aaaa  pic 9(4).
           05 ws_auj_mm    pic 9(2).
           05 ws_auj_jj    pic 9(2).
       01 ws_date_param    pic x(8) value spaces.

      * Annee de campagne [scores et enveloppes] et date d'effet des
      * hausses.
       01 ws_annee_param   pic x(4) value spaces.
       01 ws_annee         pic 9(4) value 0.
       01 ws_dateeff       pic 9(8) value 0.
       01 ws_dateeff_dec redefines ws_dateeff.
           05 ws_eff_aaaa  pic 9(4).
           05 ws_eff_mm    pic 9(2).
           05 ws_eff_jj    pic 9(2).

      * Controle des habilitations [SPAUTOR] : la campagne lit et
      * ecrit les salaires.
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

       01 ws_bande_table.
           05 ws_bande_entry occurs 50 times.
               10 ws_b_role    pic x(20).
               10 ws_b_min     pic 9(7)v99.
               10 ws_b_max     pic 9(7)v99.
               10 ws_b_debut   pic 9(8).
               10 ws_b_fin     pic 9(8).
       01 ws_bande_count   pic 9(3) value 0.
       01 ws_bande_idx     pic 9(3) value 0.
       01 ws_bande_trouvee pic 9(3) value 0.

       01 ws_sal_ouvert    pic x value 'N'.
       01 ws_sal_trouve    pic x value 'N'.

      * Scores de l'annee de campagne [le dernier passage de
      * 41_evaluations.cob pour un id fait foi].
       01 ws_sco_table.
           05 ws_sco_entry occurs 5000 times.
               10 ws_c_id      pic 9(5).
               10 ws_c_score   pic 9(3)v99.
       01 ws_sco_count     pic 9(5) value 0.
       01 ws_sco_idx       pic 9(5) value 0.
       01 ws_sco_trouve    pic 9(5) value 0.

       01 ws_mat_table.
           05 ws_mat_entry occurs 20 times.
               10 ws_m_min     pic 9(3)v99.
               10 ws_m_max     pic 9(3)v99.
               10 ws_m_taux    pic 9(2)v99 occurs 4 times.
       01 ws_mat_count     pic 9(3) value 0.
       01 ws_mat_idx       pic 9(3) value 0.
       01 ws_mat_trouvee   pic 9(3) value 0.
       01 ws_pos_idx       pic 9(1) value 0.

      * Cumuls par departement : effectif propose, cout mensuel des
      * hausses en euros, enveloppe annuelle de l'annee de campagne.
       01 ws_dep_table.
           05 ws_dep_entry occurs 50 times.
               10 ws_d_dep      pic x(20).
               10 ws_d_effectif pic 9(5).
               10 ws_d_hausse   pic s9(9)v99.
               10 ws_d_budget   pic 9(9)v99.
               10 ws_d_a_budget pic x(1).
       01 ws_dep_count     pic 9(3) value 0.
       01 ws_dep_idx       pic 9(3) value 0.
       01 ws_dep_trouve    pic 9(3) value 0.

      * Propositions relues en mode APPLIQUER [reecrites avec leur
      * nouveau statut].
       01 ws_pro_table.
           05 ws_pro_entry occurs 5000 times.
               10 ws_p_ligne    pic x(150).
       01 ws_pro_count     pic 9(5) value 0.
       01 ws_pro_idx       pic 9(5) value 0.
       01 ws_nb_validees   pic 9(5) value 0.

       01 ws_position      pic x(1) value space.
       01 ws_milieu        pic 9(7)v99 value 0.
       01 ws_taux          pic 9(2)v99 value 0.
       01 ws_propose       pic 9(7)v99 value 0.
       01 ws_plafonne      pic x(1) value 'N'.
       01 ws_hausse_eur    pic s9(9)v99 value 0.
       01 ws_cout_annuel   pic s9(11)v99 value 0.
       01 ws_ecart         pic s9(11)v99 value 0.
       01 ws_total_cout    pic s9(11)v99 value 0.
       01 ws_total_budget  pic 9(11)v99 value 0.

       01 ws_montant_aff   pic z(6)9.99.
       01 ws_propose_aff   pic z(6)9.99.
       01 ws_score_aff     pic zz9.99.
       01 ws_taux_aff      pic z9.99.
       01 ws_eff_aff       pic zzzz9.
       01 ws_cout_aff      pic -(10)9.99.
       01 ws_bud_aff       pic z(10)9.99.
       01 ws_ecart_aff     pic -(10)9.99.

       01 ws_nb_propositions pic 9(5) value 0.
       01 ws_nb_sans_score pic 9(5) value 0.
       01 ws_nb_sans_bande pic 9(5) value 0.
       01 ws_nb_plafonnees pic 9(5) value 0.
       01 ws_nb_depassements pic 9(5) value 0.
       01 ws_nb_appliquees pic 9(5) value 0.
       01 ws_nb_ecartees   pic 9(5) value 0.

      * Conversion en euros [SPDEVISE, taux dates de
      * src/taux-change.txt].
       01 ws_taux_path     pic x(100)
           value "src/taux-change.txt".
       01 ws_conv_devise   pic x(3) value spaces.
       01 ws_conv_montant  pic s9(9)v99 value 0.
       01 ws_conv_eur      pic s9(9)v99 value 0.
       01 ws_conv_trouve   pic x(1) value 'N'.

      * Regle des quatre yeux [SPAPPROB] pour l'application de la
      * campagne.
       01 ws_approb_path   pic x(100)
           value "src/approbations-attente.txt".
       01 ws_approb_action pic x(1) value space.
       01 ws_approb_type   pic x(12) value spaces.
       01 ws_approb_id     pic 9(5) value 0.
       01 ws_approb_detail pic x(40) value spaces.
       01 ws_approb_demandeur pic x(8) value spaces.
       01 ws_approb_approbateur pic x(8) value spaces.
       01 ws_approb_res    pic x(1) value 'N'.

      * Calendrier des periodes de paie [SPPERIOD] : date de saisie a
      * l'historique et regle du rattrapage, comme la saisie directe.
       01 ws_periode_path  pic x(100) value "src/periodes-paie.txt".
       01 ws_periode_statut pic x(1) value 'O'.
       01 ws_periode_trouve pic x(1) value 'N'.
       01 ws_date_paie     pic 9(8) value 0.
       01 ws_date_paie_dec redefines ws_date_paie.
           05 ws_pai_aaaa  pic 9(4).
           05 ws_pai_mm    pic 9(2).
           05 ws_pai_jj    pic 9(2).
       01 ws_mois_eff      pic 9(6) value 0.
       01 ws_mois_pai      pic 9(6) value 0.

      * Manifeste des sorties [SPMANIF].
       01 ws_manif_path    pic x(100)
           value "src/manifeste-sorties.txt".
       01 ws_manif_fichier pic x(100) value spaces.
       01 ws_manif_nom     pic x(40) value spaces.
       01 ws_manif_res     pic x(1) value 'N'.

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
       01 ws_joblog_name   pic x(20) value "84_campagne-merite".
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

           move "SALAIRES" to ws_fonction
           call "SPAUTOR" using ws_perm_path ws_joblog_operator
               ws_joblog_name ws_fonction ws_autorise
           if ws_autorise = 'N'
               display "Acces refuse : l'operateur '"
                   function trim(ws_joblog_operator)
                   "' n'est pas habilite SALAIRES."
               move 98 to ws_joblog_rc
               perform 9800-terminer
           end-if

           perform 0010-date-de-traitement
           perform 0020-parametres-de-campagne
           accept ws_mode from command-line

           if ws_mode = "APPLIQUER"
               perform 3000-appliquer-les-validees
               move ws_nb_appliquees to ws_joblog_count
           else
               perform 0100-charger-les-bandes
               perform 0200-charger-les-salaires
               perform 0300-charger-les-scores
               perform 0400-charger-la-matrice
               perform 0500-charger-les-enveloppes
               perform 1000-proposer-les-hausses
               move ws_nb_propositions to ws_joblog_count
           end-if

           perform 9800-terminer
           .

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

       0020-parametres-de-campagne.
      * ANNEE_MERITE : annee des scores et des enveloppes [defaut
      * annee de traitement]. DATE_EFFET_MERITE : effet des hausses
      * [defaut premier jour du mois de traitement].
           move ws_auj_aaaa to ws_annee
           move spaces to ws_annee_param
           accept ws_annee_param from environment "ANNEE_MERITE"
           if ws_annee_param is numeric
               move ws_annee_param to ws_annee
           end-if
           move ws_today to ws_dateeff
           move 1 to ws_eff_jj
           move spaces to ws_date_param
           accept ws_date_param from environment "DATE_EFFET_MERITE"
           if ws_date_param is numeric
               move function numval(ws_date_param) to ws_dateeff
           end-if
           .

       0100-charger-les-bandes.
           open input bandes-file
           if ws_fs_bandes not = "00"
               display "Erreur ouverture BANDES-SALAIRES : "
                   ws_fs_bandes
               move 16 to ws_joblog_rc
           else
               perform until fin_bandes = 'Y'
                   read bandes-file
                       at end
                           move 'Y' to fin_bandes
                       not at end
                           if ws_bande_count < 50
                               add 1 to ws_bande_count
                               move bde-role
                                   to ws_b_role(ws_bande_count)
                               move bde-min
                                   to ws_b_min(ws_bande_count)
                               move bde-max
                                   to ws_b_max(ws_bande_count)
                               move bde-debut
                                   to ws_b_debut(ws_bande_count)
                               move bde-fin
                                   to ws_b_fin(ws_bande_count)
                           end-if
                   end-read
               end-perform
               close bandes-file
           end-if
           .

       0200-charger-les-salaires.
      * Salaire relu par id ; l'application des hausses le reecrit
      * sur place.
           if ws_mode = "APPLIQUER"
               open i-o salaires-file
           else
               open input salaires-file
           end-if
           if ws_fs_salaires = "00"
               move 'O' to ws_sal_ouvert
           end-if
           .

       0300-charger-les-scores.
      * Seuls les scores de l'annee de campagne comptent ; un id
      * relance par 41_evaluations.cob garde son dernier score.
           open input scores-file
           if ws_fs_scores not = "00"
               display "Erreur ouverture SCORES-EVALUATION : "
                   ws_fs_scores
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           perform until fin_scores = 'Y'
               read scores-file
                   at end
                       move 'Y' to fin_scores
                   not at end
                       if sco-annee = ws_annee
                           perform 0310-retenir-un-score
                       end-if
               end-read
           end-perform
           close scores-file
           .

       0310-retenir-un-score.
           move 0 to ws_sco_trouve
           perform varying ws_sco_idx from 1 by 1
               until ws_sco_idx > ws_sco_count
               if ws_c_id(ws_sco_idx) = sco-id
                   move ws_sco_idx to ws_sco_trouve
               end-if
           end-perform
           if ws_sco_trouve = 0
               if ws_sco_count >= 5000
                   exit paragraph
               end-if
               add 1 to ws_sco_count
               move ws_sco_count to ws_sco_trouve
               move sco-id to ws_c_id(ws_sco_trouve)
           end-if
           move sco-score to ws_c_score(ws_sco_trouve)
           .

       0400-charger-la-matrice.
           open input matrice-file
           if ws_fs_matrice not = "00"
               display "Erreur ouverture MATRICE-MERITE : "
                   ws_fs_matrice
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           perform until fin_matrice = 'Y'
               read matrice-file
                   at end
                       move 'Y' to fin_matrice
                   not at end
                       if ws_mat_count < 20
                           add 1 to ws_mat_count
                           move mat-score-min
                               to ws_m_min(ws_mat_count)
                           move mat-score-max
                               to ws_m_max(ws_mat_count)
                           move mat-taux-sous
                               to ws_m_taux(ws_mat_count 1)
                           move mat-taux-bas
                               to ws_m_taux(ws_mat_count 2)
                           move mat-taux-haut
                               to ws_m_taux(ws_mat_count 3)
                           move mat-taux-sur
                               to ws_m_taux(ws_mat_count 4)
                       end-if
               end-read
           end-perform
           close matrice-file
           .

       0500-charger-les-enveloppes.
      * Fichier absent : pas d'enveloppe, les departements sortent
      * au rapport sans comparaison.
           open input budget-file
           if ws_fs_budget not = "00"
               display "Pas d'enveloppe de merite"
                   " [src/budget-merite.txt absent]."
               exit paragraph
           end-if
           perform until fin_budget = 'Y'
               read budget-file
                   at end
                       move 'Y' to fin_budget
                   not at end
                       if bme-annee = ws_annee
                           move bme-dep to em-dep
                           perform 1300-trouver-le-departement
                           if ws_dep_trouve > 0
                               move bme-montant
                                   to ws_d_budget(ws_dep_trouve)
                               move 'O'
                                   to ws_d_a_budget(ws_dep_trouve)
                           end-if
                       end-if
               end-read
           end-perform
           close budget-file
           .

       1000-proposer-les-hausses.
      * Balaye les actifs et reecrit le fichier des propositions [la
      * campagne precedente est appliquee ou perimee].
           if ws_joblog_rc not = 0
               exit paragraph
           end-if
           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           open output propositions-file
           open output rapport-file
           move spaces to rapport-record
           string "Campagne de merite " delimited by size
                  ws_annee delimited by size
                  " - propositions au " delimited by size
                  ws_today delimited by size
                  ", effet au " delimited by size
                  ws_dateeff delimited by size
                  into rapport-record
           end-string
           write rapport-record
           move spaces to rapport-record
           write rapport-record

           perform until fin_master = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       if em-statut = 'A'
                           perform 1100-examiner-un-employe
                       end-if
               end-read
           end-perform
           close employee-master
           close propositions-file
           perform 3200-fermer-les-salaires

           perform 2000-ecrire-les-departements
           close rapport-file

           move "src/rapport-merite.txt" to ws_manif_fichier
           move "rapport-merite.txt" to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res

           display "Campagne de merite " ws_annee " : "
               ws_nb_propositions " proposition(s) dans"
               " propositions-merite.txt [a arbitrer 'V'/'R' puis"
               " relancer APPLIQUER]."
           if ws_nb_depassements > 0
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Merite " delimited by size
                      ws_annee delimited by size
                      " : " delimited by size
                      ws_nb_depassements delimited by size
                      " departement(s) au-dela de l'enveloppe"
                          delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
           end-if
           .

       1100-examiner-un-employe.
      * Un actif sans ligne de salaire releve du controle de
      * l'extrait de paie, pas de la campagne.
           if ws_sal_ouvert = 'N'
               exit paragraph
           end-if
           move em-id to sal-id
           read salaires-file
               invalid key
                   exit paragraph
           end-read

           move 0 to ws_bande_trouvee
           perform varying ws_bande_idx from 1 by 1
               until ws_bande_idx > ws_bande_count
               if ws_b_role(ws_bande_idx) = em-rol
                  and ws_b_debut(ws_bande_idx) <= ws_today
                  and ws_b_fin(ws_bande_idx) >= ws_today
                   move ws_bande_idx to ws_bande_trouvee
               end-if
           end-perform
           if ws_bande_trouvee = 0
               add 1 to ws_nb_sans_bande
               move spaces to rapport-record
               string "SANS BANDE  id " delimited by size
                      em-id delimited by size
                      " role " delimited by size
                      function trim(em-rol) delimited by size
                      into rapport-record
               end-string
               write rapport-record
               exit paragraph
           end-if

           move 0 to ws_sco_trouve
           perform varying ws_sco_idx from 1 by 1
               until ws_sco_idx > ws_sco_count
               if ws_c_id(ws_sco_idx) = em-id
                   move ws_sco_idx to ws_sco_trouve
               end-if
           end-perform
           if ws_sco_trouve = 0
               add 1 to ws_nb_sans_score
               move spaces to rapport-record
               string "SANS SCORE  id " delimited by size
                      em-id delimited by size
                      " " delimited by size
                      em-nom delimited by size
                      " - pas d'evaluation " delimited by size
                      ws_annee delimited by size
                      into rapport-record
               end-string
               write rapport-record
               exit paragraph
           end-if

           perform 1200-calculer-la-proposition

           move spaces to proposition-record
           move em-id to pm-id
           move em-nom to pm-nom
           move em-dep to pm-dep
           move em-rol to pm-role
           move ws_c_score(ws_sco_trouve) to pm-score
           move ws_position to pm-position
           move sal-montant to pm-actuel
           move sal-devise to pm-devise
           move ws_taux to pm-taux
           move ws_propose to pm-propose
           move ws_propose to pm-retenu
           move 'P' to pm-statut
           write proposition-record
           add 1 to ws_nb_propositions

      * Cout de la hausse en euros, cumule au departement.
           move sal-devise to ws_conv_devise
           compute ws_conv_montant =
               ws_propose - sal-montant
           call "SPDEVISE" using ws_taux_path ws_conv_devise
               ws_today ws_conv_montant ws_conv_eur ws_conv_trouve
           if ws_conv_trouve = 'N'
               display "Pas de taux de change " ws_conv_devise
                   " - hausse de l'id " em-id " comptee sans"
                   " conversion."
               move ws_conv_montant to ws_conv_eur
           end-if
           perform 1300-trouver-le-departement
           if ws_dep_trouve > 0
               add 1 to ws_d_effectif(ws_dep_trouve)
               add ws_conv_eur to ws_d_hausse(ws_dep_trouve)
           end-if

           move ws_c_score(ws_sco_trouve) to ws_score_aff
           move sal-montant to ws_montant_aff
           move ws_taux to ws_taux_aff
           move ws_propose to ws_propose_aff
           move spaces to rapport-record
           string "PROPOSE     id " delimited by size
                  em-id delimited by size
                  " " delimited by size
                  em-nom delimited by size
                  " " delimited by size
                  em-dep delimited by size
                  " score " delimited by size
                  ws_score_aff delimited by size
                  " pos " delimited by size
                  ws_position delimited by size
                  " " delimited by size
                  ws_montant_aff delimited by size
                  " +" delimited by size
                  ws_taux_aff delimited by size
                  "% -> " delimited by size
                  ws_propose_aff delimited by size
                  " " delimited by size
                  sal-devise delimited by size
                  into rapport-record
           end-string
           if ws_plafonne = 'O'
               move "[plafond bande]" to rapport-record(118:15)
           end-if
           write rapport-record
           .

       1200-calculer-la-proposition.
      * Position dans la bande, tranche de score, pourcentage de la
      * matrice, puis plafond au maximum de la bande.
           move ws_b_min(ws_bande_trouvee) to ws_milieu
           add ws_b_max(ws_bande_trouvee) to ws_milieu
           divide 2 into ws_milieu
           evaluate true
               when sal-montant
                    < ws_b_min(ws_bande_trouvee)
                   move 'S' to ws_position
                   move 1 to ws_pos_idx
               when sal-montant
                    > ws_b_max(ws_bande_trouvee)
                   move 'D' to ws_position
                   move 4 to ws_pos_idx
               when sal-montant < ws_milieu
                   move 'B' to ws_position
                   move 2 to ws_pos_idx
               when other
                   move 'H' to ws_position
                   move 3 to ws_pos_idx
           end-evaluate

           move 0 to ws_mat_trouvee
           perform varying ws_mat_idx from 1 by 1
               until ws_mat_idx > ws_mat_count
               if ws_c_score(ws_sco_trouve) >= ws_m_min(ws_mat_idx)
                  and ws_c_score(ws_sco_trouve)
                      <= ws_m_max(ws_mat_idx)
                   move ws_mat_idx to ws_mat_trouvee
               end-if
           end-perform
           move 0 to ws_taux
           if ws_mat_trouvee > 0
               move ws_m_taux(ws_mat_trouvee ws_pos_idx) to ws_taux
           end-if

           compute ws_propose rounded =
               sal-montant * (100 + ws_taux) / 100
           move 'N' to ws_plafonne
           if ws_propose > ws_b_max(ws_bande_trouvee)
               move 'O' to ws_plafonne
               add 1 to ws_nb_plafonnees
               if sal-montant
                  >= ws_b_max(ws_bande_trouvee)
                   move sal-montant to ws_propose
               else
                   move ws_b_max(ws_bande_trouvee) to ws_propose
               end-if
           end-if
           .

       1300-trouver-le-departement.
      * Rend l'entree du departement em-dep, creee au besoin.
           move 0 to ws_dep_trouve
           perform varying ws_dep_idx from 1 by 1
               until ws_dep_idx > ws_dep_count
               if ws_d_dep(ws_dep_idx) = em-dep
                   move ws_dep_idx to ws_dep_trouve
               end-if
           end-perform
           if ws_dep_trouve = 0 and ws_dep_count < 50
               add 1 to ws_dep_count
               move ws_dep_count to ws_dep_trouve
               initialize ws_dep_entry(ws_dep_trouve)
               move em-dep to ws_d_dep(ws_dep_trouve)
               move 'N' to ws_d_a_budget(ws_dep_trouve)
           end-if
           .

       2000-ecrire-les-departements.
      * Cout annuel des hausses [douze mois] face a l'enveloppe.
           move spaces to rapport-record
           write rapport-record
           move spaces to rapport-record
           string "DEPARTEMENT          EFFECTIF"
                      delimited by size
                  "   COUT ANNUEL EUR        ENVELOPPE"
                      delimited by size
                  "            ECART" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           perform varying ws_dep_idx from 1 by 1
               until ws_dep_idx > ws_dep_count
               compute ws_cout_annuel =
                   ws_d_hausse(ws_dep_idx) * 12
               add ws_cout_annuel to ws_total_cout
               move ws_d_effectif(ws_dep_idx) to ws_eff_aff
               move ws_cout_annuel to ws_cout_aff
               move spaces to rapport-record
               if ws_d_a_budget(ws_dep_idx) = 'O'
                   add ws_d_budget(ws_dep_idx) to ws_total_budget
                   compute ws_ecart =
                       ws_d_budget(ws_dep_idx) - ws_cout_annuel
                   move ws_d_budget(ws_dep_idx) to ws_bud_aff
                   move ws_ecart to ws_ecart_aff
                   string ws_d_dep(ws_dep_idx) delimited by size
                          " " delimited by size
                          ws_eff_aff delimited by size
                          "  " delimited by size
                          ws_cout_aff delimited by size
                          "  " delimited by size
                          ws_bud_aff delimited by size
                          "  " delimited by size
                          ws_ecart_aff delimited by size
                          into rapport-record
                   end-string
                   if ws_ecart < 0
                       move "DEPASSEMENT" to rapport-record(78:11)
                       add 1 to ws_nb_depassements
                   end-if
               else
                   string ws_d_dep(ws_dep_idx) delimited by size
                          " " delimited by size
                          ws_eff_aff delimited by size
                          "  " delimited by size
                          ws_cout_aff delimited by size
                          "    [pas d'enveloppe " delimited by size
                          ws_annee delimited by size
                          "]" delimited by size
                          into rapport-record
                   end-string
               end-if
               write rapport-record
           end-perform

           move ws_total_cout to ws_cout_aff
           move ws_total_budget to ws_bud_aff
           move spaces to rapport-record
           write rapport-record
           move spaces to rapport-record
           string "TOTAL : " delimited by size
                  ws_nb_propositions delimited by size
                  " proposition(s), cout annuel " delimited by size
                  ws_cout_aff delimited by size
                  " EUR, enveloppes " delimited by size
                  ws_bud_aff delimited by size
                  " EUR" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           move spaces to rapport-record
           string "        " delimited by size
                  ws_nb_plafonnees delimited by size
                  " plafonnee(s) au maximum de bande, "
                      delimited by size
                  ws_nb_sans_score delimited by size
                  " sans score, " delimited by size
                  ws_nb_sans_bande delimited by size
                  " sans bande" delimited by size
                  into rapport-record
           end-string
           write rapport-record
           .

       3000-appliquer-les-validees.
      * Mode APPLIQUER : relit les propositions, demande
      * l'approbation de la campagne si au moins une hausse est
      * validee, puis applique et historise chaque 'V'.
           open input propositions-file
           if ws_fs_propositions not = "00"
               display "Pas de fichier de propositions a appliquer."
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           perform until fin_propositions = 'Y'
               read propositions-file
                   at end
                       move 'Y' to fin_propositions
                   not at end
                       if ws_pro_count < 5000
                           add 1 to ws_pro_count
                           move proposition-record
                               to ws_p_ligne(ws_pro_count)
                           if pm-statut = 'V'
                               add 1 to ws_nb_validees
                           end-if
                       end-if
               end-read
           end-perform
           close propositions-file
           if ws_nb_validees = 0
               display "Aucune proposition validee 'V' a appliquer."
               exit paragraph
           end-if

      * Regle des quatre yeux : la campagne ne s'applique que sous
      * une approbation MERITE de l'annee, deposee par un second
      * operateur [56_approbations.cob] et consommee ici.
           move 'V' to ws_approb_action
           move "MERITE" to ws_approb_type
           move ws_annee to ws_approb_id
           move spaces to ws_approb_detail
           move ws_joblog_operator to ws_approb_demandeur
           call "SPAPPROB" using ws_approb_path ws_approb_action
               ws_approb_type ws_approb_id ws_approb_detail
               ws_today ws_approb_demandeur
               ws_approb_approbateur ws_approb_res
           if ws_approb_res = 'N'
               move 'D' to ws_approb_action
               move spaces to ws_approb_detail
               string "merite " delimited by size
                      ws_annee delimited by size
                      " : " delimited by size
                      ws_nb_validees delimited by size
                      " hausse(s) effet " delimited by size
                      ws_dateeff delimited by size
                      into ws_approb_detail
               end-string
               call "SPAPPROB" using ws_approb_path
                   ws_approb_action ws_approb_type ws_approb_id
                   ws_approb_detail ws_today ws_approb_demandeur
                   ws_approb_approbateur ws_approb_res
               display "Pas d'approbation disponible : demande"
                   " deposee dans approbations-attente.txt - un"
                   " second operateur doit l'approuver"
                   " [56_approbations] avant de relancer."
               move 8 to ws_joblog_rc
               exit paragraph
           end-if

           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 16 to ws_joblog_rc
               exit paragraph
           end-if
           perform 0100-charger-les-bandes
           perform 0200-charger-les-salaires
           call "SPPERIOD" using ws_periode_path ws_today
               ws_periode_statut ws_date_paie ws_periode_trouve
           compute ws_mois_eff = ws_eff_aaaa * 12 + ws_eff_mm
           compute ws_mois_pai = ws_pai_aaaa * 12 + ws_pai_mm
           open extend salhist-file
           if ws_fs_salhist not = "00"
               open output salhist-file
           end-if

           perform varying ws_pro_idx from 1 by 1
               until ws_pro_idx > ws_pro_count
               move ws_p_ligne(ws_pro_idx) to proposition-record
               if pm-statut = 'V'
                   perform 3100-appliquer-une-hausse
                   move proposition-record to ws_p_ligne(ws_pro_idx)
               end-if
           end-perform

           close salhist-file
           close employee-master
           perform 3200-fermer-les-salaires
           open output propositions-file
           perform varying ws_pro_idx from 1 by 1
               until ws_pro_idx > ws_pro_count
               move ws_p_ligne(ws_pro_idx) to proposition-record
               write proposition-record
           end-perform
           close propositions-file

           display "Campagne de merite " ws_annee " appliquee :"
               " approbation de "
               function trim(ws_approb_approbateur) ", "
               ws_nb_appliquees " hausse(s) effet " ws_dateeff
               " [" ws_nb_ecartees " ecartee(s)]."
           if ws_mois_eff < ws_mois_pai
               display "Effet retroactif : l'arriere sera calcule"
                   " par le prochain passage de 29_retro-paie."
           end-if
           if ws_nb_ecartees > 0
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Merite " delimited by size
                      ws_annee delimited by size
                      " : " delimited by size
                      ws_nb_ecartees delimited by size
                      " proposition(s) validee(s) ecartee(s)"
                          delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
           end-if
           .

       3100-appliquer-une-hausse.
      * La proposition peut dater : un depart ou un salaire modifie
      * depuis la campagne la perime.
           move pm-id to em-id
           read employee-master
               invalid key
                   move 'T' to em-statut
           end-read
           if em-statut not = 'A'
               move 'E' to pm-statut
               add 1 to ws_nb_ecartees
               display "Proposition sur un id sorti ou disparu : "
                   pm-id " - ecartee."
               exit paragraph
           end-if

           move 'N' to ws_sal_trouve
           if ws_sal_ouvert = 'O'
               move pm-id to sal-id
               read salaires-file
                   invalid key
                       continue
                   not invalid key
                       move 'O' to ws_sal_trouve
               end-read
           end-if
           if ws_sal_trouve = 'N'
               move 'E' to pm-statut
               add 1 to ws_nb_ecartees
               display "Plus de ligne de salaire pour l'id " pm-id
                   " - ecartee."
               exit paragraph
           end-if
           if sal-montant not = pm-actuel
              or sal-devise not = pm-devise
               move 'E' to pm-statut
               add 1 to ws_nb_ecartees
               display "Salaire de l'id " pm-id " modifie depuis la"
                   " campagne - ecartee."
               exit paragraph
           end-if

      * Un montant retenu au-dela du maximum est un choix de la RH :
      * signale, pas bloque [meme regle que la saisie directe].
           move 0 to ws_bande_trouvee
           perform varying ws_bande_idx from 1 by 1
               until ws_bande_idx > ws_bande_count
               if ws_b_role(ws_bande_idx) = em-rol
                  and ws_b_debut(ws_bande_idx) <= ws_today
                  and ws_b_fin(ws_bande_idx) >= ws_today
                   move ws_bande_idx to ws_bande_trouvee
               end-if
           end-perform
           if ws_bande_trouvee > 0
               if pm-retenu > ws_b_max(ws_bande_trouvee)
                   move pm-retenu to ws_montant_aff
                   display "ATTENTION : id " pm-id " retenu a "
                       ws_montant_aff " au-dela du maximum de bande"
                       " - applique, a justifier."
               end-if
           end-if

           move pm-retenu to sal-montant
           rewrite salaire-record
           if ws_fs_salaires not = "00"
               move 'E' to pm-statut
               add 1 to ws_nb_ecartees
               display "Erreur ecriture SALAIRES " ws_fs_salaires
                   " pour l'id " pm-id " - ecartee."
               exit paragraph
           end-if
           move pm-id to slh-id
           move ws_dateeff to slh-dateeff
           move pm-retenu to slh-montant
           move pm-devise to slh-devise
           move ws_date_paie to slh-saisie
           if ws_mois_eff < ws_mois_pai
               move 'A' to slh-statut
           else
               move 'T' to slh-statut
           end-if
           write salhist-record
           move 'C' to pm-statut
           add 1 to ws_nb_appliquees
           .

       3200-fermer-les-salaires.
           if ws_sal_ouvert = 'O'
               close salaires-file
               move 'N' to ws_sal_ouvert
           end-if
           .

       9800-terminer.
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator

           move ws_joblog_rc to return-code
           goback
           .

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
