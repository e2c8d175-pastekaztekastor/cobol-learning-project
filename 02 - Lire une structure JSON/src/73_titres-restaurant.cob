      ******************************************************************
      * Nom du Projet   : Titres-restaurant du mois
      * Description     : Les titres-restaurant se comptaient a la
      *    main sur l'export du badge. Ce passage mensuel calcule le
      *    droit de chaque employe pour le mois travaille
      *    [MOIS_TITRES AAAAMM, a defaut le mois qui precede la date
      *    de traitement] : un titre par jour reellement travaille,
      *    c'est-a-dire
      *    - jour ouvre [ni samedi, ni dimanche, ni jour FERIE du
      *      calendrier d'exploitation], entre l'entree et la sortie ;
      *    - sans absence d'une journee entiere [src/absences.txt,
      *      tous types ; une demi-journee laisse le repas] ;
      *    - et, pour une semaine badgee [src/heures-badge.txt,
      *      54_heures-badge.cob], dans la limite des jours que les
      *      heures de la semaine couvrent au minimum d'heures par
      *      jour de la population : une semaine de 3 jours de
      *      presence a 10 heures badgees sur un minimum de 5 heures
      *      ne donne que 2 jours, les premiers de la semaine. Une
      *      semaine sans badge garde ses jours de presence.
      *    Le droit est plafonne aux jours ouvres du mois ponderes
      *    par la quotite [em-quotite : un 80 % a au plus 80 % des
      *    jours]. Les regles par population [src/regles-titres-
      *    resto.txt : type 'E' employe, 'C' contractant, 'S'
      *    stagiaire ; eligible O/N, valeur faciale, part patronale en
      *    pourcent, minimum d'heures par jour, carence en jours
      *    depuis l'entree, compte de charges] decident qui y a droit.
      *    Sorties :
      *    - la commande pour l'emetteur [src/commande-titres-
      *      resto.txt : entete ENT, une ligne TR par beneficiaire,
      *      enregistrement de fin FIN avec le nombre de lignes, de
      *      titres et le montant], manifestee [SPMANIF] ;
      *    - les parts du mois pour la paie [src/titres-resto-
      *      paie.txt, cumulatif : mois travaille, mois de paie qui
      *      les retient = mois suivant, id, nombre, part salariale,
      *      part patronale, compte] : 06_extrait-paie.cob retient la
      *      part salariale en ligne 'D', 36_journal-comptable.cob
      *      passe la part patronale au debit du compte. Un nouveau
      *      passage pour le meme mois remplace ses lignes.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 73_titres-restaurant.

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

           select badge-file assign to "src/heures-badge.txt"
               organization is line sequential
               file status is ws_fs_badge.

           select absences-file assign to "src/absences.txt"
               organization is line sequential
               file status is ws_fs_absences.

           select calendrier-file
               assign to "../calendrier-exploitation.txt"
               organization is line sequential
               file status is ws_fs_calendrier.

           select regles-file
               assign to "src/regles-titres-resto.txt"
               organization is line sequential
               file status is ws_fs_regles.

           select commande-file
               assign to "src/commande-titres-resto.txt"
               organization is line sequential
               file status is ws_fs_commande.

           select paie-file assign to "src/titres-resto-paie.txt"
               organization is line sequential
               file status is ws_fs_paie.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

       fd badge-file.
       01 badge-record.
           05 bdg-id       pic 9(5).
           05 filler       pic x.
           05 bdg-semaine  pic 9(8).
           05 filler       pic x.
           05 bdg-heures   pic 9(3)v99.

       fd absences-file.
       01 absence-record.
           05 abs-id       pic 9(5).
           05 filler       pic x.
           05 abs-date     pic 9(8).
           05 filler       pic x.
           05 abs-jours    pic 9(2)v9.
           05 filler       pic x.
           05 abs-type     pic x(2).

       fd calendrier-file.
       01 calendrier-record.
           05 cal-carte    pic x(8).
           05 filler       pic x.
           05 cal-valeur1  pic x(8).
           05 filler       pic x.
           05 cal-valeur2  pic x(8).

      * Regle par population : type, eligible, valeur faciale, part
      * patronale [pourcent], minimum d'heures par jour, carence
      * [jours depuis l'entree], compte de charges, libelle.
       fd regles-file.
       01 regle-record.
           05 rgl-type     pic x(1).
           05 filler       pic x.
           05 rgl-eligible pic x(1).
           05 filler       pic x.
           05 rgl-valeur   pic 9(2)v99.
           05 filler       pic x.
           05 rgl-taux     pic 9(3).
           05 filler       pic x.
           05 rgl-heures   pic 9(2)v99.
           05 filler       pic x.
           05 rgl-carence  pic 9(3).
           05 filler       pic x.
           05 rgl-compte   pic 9(6).
           05 filler       pic x.
           05 rgl-libelle  pic x(20).

      * Commande a l'emetteur : une ligne TR par beneficiaire.
       fd commande-file.
       01 commande-record.
           05 cmd-type     pic x(2).
           05 filler       pic x.
           05 cmd-id       pic 9(5).
           05 filler       pic x.
           05 cmd-nom      pic x(30).
           05 filler       pic x.
           05 cmd-nombre   pic 9(3).
           05 filler       pic x.
           05 cmd-valeur   pic 9(2)v99.
           05 filler       pic x.
           05 cmd-montant  pic 9(5)v99.

      * Parts du mois pour la paie et la comptabilite.
       fd paie-file.
       01 paie-record.
           05 tpa-mois     pic 9(6).
           05 filler       pic x.
           05 tpa-mois-paie pic 9(6).
           05 filler       pic x.
           05 tpa-id       pic 9(5).
           05 filler       pic x.
           05 tpa-nombre   pic 9(3).
           05 filler       pic x.
           05 tpa-salarie  pic 9(5)v99.
           05 filler       pic x.
           05 tpa-employeur pic 9(5)v99.
           05 filler       pic x.
           05 tpa-compte   pic 9(6).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_badge      pic xx value "00".
       01 ws_fs_absences   pic xx value "00".
       01 ws_fs_calendrier pic xx value "00".
       01 ws_fs_regles     pic xx value "00".
       01 ws_fs_commande   pic xx value "00".
       01 ws_fs_paie       pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Mois travaille et mois de paie qui retient les titres.
       01 ws_mois_param    pic x(6) value spaces.
       01 ws_mois          pic 9(6) value 0.
       01 ws_mois_dec redefines ws_mois.
           05 ws_mois_aaaa  pic 9(4).
           05 ws_mois_mm    pic 9(2).
       01 ws_mois_paie     pic 9(6) value 0.
       01 ws_calc_date     pic 9(8) value 0.
       01 ws_m_deb         pic 9(8) value 0.
       01 ws_m_fin         pic 9(8) value 0.
       01 ws_m_nb          pic 9(2) value 0.

       01 ws_regle_table.
           05 ws_regle_entry occurs 10 times.
               10 ws_g_type     pic x(1).
               10 ws_g_eligible pic x(1).
               10 ws_g_valeur   pic 9(2)v99.
               10 ws_g_taux     pic 9(3).
               10 ws_g_heures   pic 9(2)v99.
               10 ws_g_carence  pic 9(3).
               10 ws_g_compte   pic 9(6).
       01 ws_regle_count   pic 9(2) value 0.
       01 ws_regle_idx     pic 9(2) value 0.
       01 ws_regle         pic 9(2) value 0.
       01 ws_type_pop      pic x(1) value space.

       01 ws_bdg_table.
           05 ws_bdg_entry occurs 5000 times.
               10 ws_b_id       pic 9(5).
               10 ws_b_semaine  pic 9(8).
               10 ws_b_heures   pic 9(3)v99.
       01 ws_bdg_count     pic 9(4) value 0.
       01 ws_bdg_idx       pic 9(4) value 0.

       01 ws_abs_table.
           05 ws_abs_entry occurs 5000 times.
               10 ws_a_id       pic 9(5).
               10 ws_a_date     pic 9(8).
               10 ws_a_jours    pic 9(2)v9.
       01 ws_abs_count     pic 9(4) value 0.
       01 ws_abs_idx       pic 9(4) value 0.

      * Jours d'absence entiere de l'employe courant [quantiemes].
       01 ws_absj_table.
           05 ws_absj_entry occurs 400 times pic 9(8).
       01 ws_absj_count    pic 9(3) value 0.
       01 ws_absj_idx      pic 9(3) value 0.

      * Parts des mois precedents, reprises a chaque passage.
       01 ws_tpa_table.
           05 ws_tpa_entry occurs 5000 times.
               10 ws_p_ligne    pic x(52).
       01 ws_tpa_count     pic 9(4) value 0.
       01 ws_tpa_idx       pic 9(4) value 0.

       01 ws_ferie_table.
           05 ws_ferie_entry occurs 50 times pic 9(8).
       01 ws_ferie_count   pic 9(3) value 0.
       01 ws_ferie_idx     pic 9(3) value 0.

      * Jours du mois de l'employe courant : 'N' pas de repas du
      * [chome, hors contrat, absent], 'P' present sans badge de la
      * semaine, 'Q' present et couvert par les heures badgees, 'X'
      * present mais au-dela des heures badgees.
       01 ws_mjour_table.
           05 ws_mjour      occurs 31 times pic x(1).
       01 ws_mjour_idx     pic 9(2) value 0.

       01 ws_jour          pic 9(8) value 0.
       01 ws_jour_int      pic 9(8) value 0.
       01 ws_jour_semaine  pic 9 value 0.
       01 ws_jour_ouvre    pic x value 'O'.
       01 ws_present       pic x value 'N'.
       01 ws_k             pic 9 value 0.
       01 ws_reste         pic 9(2)v9 value 0.
       01 ws_garde         pic 9(3) value 0.
       01 ws_emb_int       pic 9(8) value 0.
       01 ws_sortie_int    pic 9(8) value 0.

      * Calcul du droit.
       01 ws_presents_sem  pic 9 value 0.
       01 ws_couverts_sem  pic 9(3) value 0.
       01 ws_rang_sem      pic 9 value 0.
       01 ws_theoriques    pic 9(2) value 0.
       01 ws_plafond       pic 9(2) value 0.
       01 ws_nombre        pic 9(3) value 0.
       01 ws_montant       pic 9(5)v99 value 0.
       01 ws_patronal      pic 9(5)v99 value 0.
       01 ws_salarial      pic 9(5)v99 value 0.

      * Compteurs.
       01 ws_nb_lignes     pic 9(5) value 0.
       01 ws_nb_titres     pic 9(7) value 0.
       01 ws_total_montant pic 9(9)v99 value 0.
       01 ws_non_eligibles pic 9(5) value 0.
       01 ws_sans_regle    pic 9(5) value 0.

      * Encadrement de la commande.
       01 ws_entete_ligne.
           05 filler           pic x(3) value "ENT".
           05 ws_ent_date      pic 9(8).
           05 filler           pic x(1) value space.
           05 ws_ent_mois      pic 9(6).
       01 ws_fin_ligne.
           05 filler           pic x(3) value "FIN".
           05 ws_fin_nb        pic 9(5).
           05 filler           pic x(1) value space.
           05 ws_fin_titres    pic 9(7).
           05 filler           pic x(1) value space.
           05 ws_fin_montant   pic 9(9)v99.

      * Manifeste de transmission [SPMANIF].
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

      * Journal des messages du jour [MSGLOG].
       01 ws_msglog_prefix pic x(100) value "..".
       01 ws_msglog_grav   pic x(1) value 'E'.
       01 ws_msglog_texte  pic x(100) value spaces.

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "73_titres-restaurant".
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
           perform 0020-poser-le-mois
           perform 0100-charger-les-regles
           if ws_regle_count = 0
               display "Regles des titres-restaurant absentes"
                   " [regles-titres-resto.txt] - aucune commande."
               move 'E' to ws_msglog_grav
               move "Regles des titres-restaurant absentes"
                   to ws_msglog_texte
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               perform 9800-terminer
           end-if
           perform 0200-charger-le-calendrier
           perform 0300-charger-les-badges
           perform 0400-charger-les-absences
           perform 0500-reprendre-les-parts

           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 'E' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Erreur ouverture EMPLOYEE-MASTER status "
                          delimited by size
                      ws_fs_master delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               perform 9800-terminer
           end-if

           open output commande-file
           move ws_today to ws_ent_date
           move ws_mois to ws_ent_mois
           write commande-record from ws_entete_ligne
           perform until fin_master = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       perform 1000-calculer-un-droit
               end-read
           end-perform
           close employee-master
           move ws_nb_lignes to ws_fin_nb
           move ws_nb_titres to ws_fin_titres
           move ws_total_montant to ws_fin_montant
           write commande-record from ws_fin_ligne
           close commande-file
           perform 3000-ecrire-les-parts

           move "src/commande-titres-resto.txt" to ws_manif_fichier
           move "commande-titres-resto.txt" to ws_manif_nom
           call "SPMANIF" using ws_manif_path
               ws_manif_fichier ws_manif_nom ws_manif_res

           display "Commande de titres-restaurant ecrite :"
               " commande-titres-resto.txt [mois " ws_mois ", "
               ws_nb_lignes " beneficiaire(s), " ws_nb_titres
               " titre(s)]"
           if ws_sans_regle > 0
               display ws_sans_regle " employe(s) d'un type sans"
                   " regle - aucun titre."
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Titres-restaurant : " delimited by size
                      ws_sans_regle delimited by size
                      " employe(s) sans regle de population"
                          delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               move 4 to ws_joblog_rc
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

       0020-poser-le-mois.
      * Mois travaille : MOIS_TITRES, sinon le mois precedent. Les
      * titres se retiennent sur la paie du mois suivant.
           move ws_today(1:6) to ws_mois
           if ws_mois_mm = 1
               compute ws_mois = ws_mois - 89
           else
               subtract 1 from ws_mois
           end-if
           move spaces to ws_mois_param
           accept ws_mois_param from environment "MOIS_TITRES"
           if ws_mois_param is numeric
              and ws_mois_param(5:2) >= "01"
              and ws_mois_param(5:2) <= "12"
               move ws_mois_param to ws_mois
           end-if
           if ws_mois_mm = 12
               compute ws_mois_paie = ws_mois + 89
           else
               compute ws_mois_paie = ws_mois + 1
           end-if
           move ws_mois to ws_calc_date(1:6)
           move "01" to ws_calc_date(7:2)
           compute ws_m_deb = function integer-of-date(ws_calc_date)
           move ws_mois_paie to ws_calc_date(1:6)
           compute ws_m_fin =
               function integer-of-date(ws_calc_date) - 1
           compute ws_m_nb = ws_m_fin - ws_m_deb + 1
           .

       0100-charger-les-regles.
           move 'N' to fin_fichier
           open input regles-file
           if ws_fs_regles not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read regles-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_regle_count < 10
                           add 1 to ws_regle_count
                           move rgl-type to ws_g_type(ws_regle_count)
                           move rgl-eligible
                               to ws_g_eligible(ws_regle_count)
                           move rgl-valeur
                               to ws_g_valeur(ws_regle_count)
                           move rgl-taux to ws_g_taux(ws_regle_count)
                           move rgl-heures
                               to ws_g_heures(ws_regle_count)
                           move rgl-carence
                               to ws_g_carence(ws_regle_count)
                           move rgl-compte
                               to ws_g_compte(ws_regle_count)
                       end-if
               end-read
           end-perform
           close regles-file
           .

       0200-charger-le-calendrier.
      * Les jours FERIE du calendrier d'exploitation. Fichier
      * absent : seuls les week-ends sont chomes.
           move 'N' to fin_fichier
           open input calendrier-file
           if ws_fs_calendrier not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read calendrier-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if cal-carte = "FERIE"
                          and cal-valeur1 is numeric
                          and ws_ferie_count < 50
                           add 1 to ws_ferie_count
                           move function numval(cal-valeur1)
                               to ws_ferie_entry(ws_ferie_count)
                       end-if
               end-read
           end-perform
           close calendrier-file
           .

       0300-charger-les-badges.
      * Semaines badgees qui touchent le mois. Fichier absent :
      * aucune semaine badgee, les jours de presence font foi.
           move 'N' to fin_fichier
           open input badge-file
           if ws_fs_badge not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read badge-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if bdg-semaine is numeric
                          and function test-date-yyyymmdd(bdg-semaine)
                              = 0
                          and ws_bdg_count < 5000
                           compute ws_jour_int =
                               function integer-of-date(bdg-semaine)
                           if ws_jour_int <= ws_m_fin
                              and ws_jour_int + 6 >= ws_m_deb
                               add 1 to ws_bdg_count
                               move bdg-id to ws_b_id(ws_bdg_count)
                               move ws_jour_int
                                   to ws_b_semaine(ws_bdg_count)
                               move bdg-heures
                                   to ws_b_heures(ws_bdg_count)
                           end-if
                       end-if
               end-read
           end-perform
           close badge-file
           .

       0400-charger-les-absences.
           move 'N' to fin_fichier
           open input absences-file
           if ws_fs_absences not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read absences-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if abs-date is numeric
                          and function test-date-yyyymmdd(abs-date)
                              = 0
                          and ws_abs_count < 5000
                           add 1 to ws_abs_count
                           move abs-id to ws_a_id(ws_abs_count)
                           compute ws_a_date(ws_abs_count) =
                               function integer-of-date(abs-date)
                           move abs-jours to ws_a_jours(ws_abs_count)
                       end-if
               end-read
           end-perform
           close absences-file
           .

       0500-reprendre-les-parts.
      * Les parts des autres mois restent ; celles du mois traite
      * sont remplacees par ce passage.
           move 'N' to fin_fichier
           open input paie-file
           if ws_fs_paie not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read paie-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if tpa-mois not = ws_mois
                          and ws_tpa_count < 5000
                           add 1 to ws_tpa_count
                           move paie-record to ws_p_ligne(ws_tpa_count)
                       end-if
               end-read
           end-perform
           close paie-file
           .

       1000-calculer-un-droit.
           if em-statut = 'T' and em-datefin not numeric
               exit paragraph
           end-if
      * Regle de la population [type a blanc = employe].
           move em-type to ws_type_pop
           if ws_type_pop = space
               move 'E' to ws_type_pop
           end-if
           move 0 to ws_regle
           perform varying ws_regle_idx from 1 by 1
               until ws_regle_idx > ws_regle_count
               if ws_g_type(ws_regle_idx) = ws_type_pop
                   move ws_regle_idx to ws_regle
               end-if
           end-perform
           if ws_regle = 0
               add 1 to ws_sans_regle
               display "Type de population sans regle : " em-type
                   " [id " em-id "]"
               exit paragraph
           end-if
           if ws_g_eligible(ws_regle) not = 'O'
               add 1 to ws_non_eligibles
               exit paragraph
           end-if

      * Periode sous contrat : de l'entree, carence passee, a la
      * sortie.
           move ws_m_deb to ws_emb_int
           if em-dateemb is numeric
              and function test-date-yyyymmdd(em-dateemb) = 0
               compute ws_emb_int =
                   function integer-of-date(em-dateemb)
                   + ws_g_carence(ws_regle)
           end-if
           move ws_m_fin to ws_sortie_int
           if em-statut = 'T' and em-datefin is numeric
              and function test-date-yyyymmdd(em-datefin) = 0
               compute ws_sortie_int =
                   function integer-of-date(em-datefin)
           end-if
           if ws_emb_int > ws_m_fin or ws_sortie_int < ws_m_deb
               exit paragraph
           end-if

           perform 1100-relever-les-absences
           perform 1200-marquer-les-jours
           perform varying ws_bdg_idx from 1 by 1
               until ws_bdg_idx > ws_bdg_count
               if ws_b_id(ws_bdg_idx) = em-id
                   perform 1300-appliquer-une-semaine
               end-if
           end-perform

           move 0 to ws_nombre
           perform varying ws_mjour_idx from 1 by 1
               until ws_mjour_idx > ws_m_nb
               if ws_mjour(ws_mjour_idx) = 'P'
                  or ws_mjour(ws_mjour_idx) = 'Q'
                   add 1 to ws_nombre
               end-if
           end-perform
      * Temps partiel : au plus les jours ouvres du mois ponderes
      * par la quotite.
           if em-quotite is numeric and em-quotite > 0
              and em-quotite < 100
               compute ws_plafond rounded =
                   ws_theoriques * em-quotite / 100
               if ws_nombre > ws_plafond
                   move ws_plafond to ws_nombre
               end-if
           end-if
           if ws_nombre = 0
               exit paragraph
           end-if
           perform 2000-ecrire-le-droit
           .

       1100-relever-les-absences.
      * Jours ouvres couverts en entier par une absence de
      * l'employe, de jour ouvre en jour ouvre depuis son debut.
           move 0 to ws_absj_count
           perform varying ws_abs_idx from 1 by 1
               until ws_abs_idx > ws_abs_count
               if ws_a_id(ws_abs_idx) = em-id
                  and ws_a_date(ws_abs_idx) <= ws_m_fin
                  and ws_a_date(ws_abs_idx) + 200 >= ws_m_deb - 7
                   move ws_a_jours(ws_abs_idx) to ws_reste
                   move ws_a_date(ws_abs_idx) to ws_jour_int
                   move 0 to ws_garde
                   perform until ws_reste < 1 or ws_garde > 200
                       perform 5000-jour-ouvre
                       if ws_jour_ouvre = 'O'
                           subtract 1 from ws_reste
                           if ws_absj_count < 400
                               add 1 to ws_absj_count
                               move ws_jour_int
                                   to ws_absj_entry(ws_absj_count)
                           end-if
                       end-if
                       add 1 to ws_jour_int
                       add 1 to ws_garde
                   end-perform
               end-if
           end-perform
           .

       1200-marquer-les-jours.
           move 0 to ws_theoriques
           perform varying ws_mjour_idx from 1 by 1
               until ws_mjour_idx > ws_m_nb
               compute ws_jour_int = ws_m_deb + ws_mjour_idx - 1
               perform 5000-jour-ouvre
               if ws_jour_ouvre = 'O'
                   add 1 to ws_theoriques
               end-if
               perform 5100-jour-present
               if ws_present = 'O'
                   move 'P' to ws_mjour(ws_mjour_idx)
               else
                   move 'N' to ws_mjour(ws_mjour_idx)
               end-if
           end-perform
           .

       1300-appliquer-une-semaine.
      * Les heures de la semaine couvrent un nombre de jours au
      * minimum d'heures de la population ; les jours de presence de
      * la semaine s'y imputent dans l'ordre, ceux du mois au-dela
      * du nombre couvert tombent.
           move 0 to ws_presents_sem
           perform varying ws_k from 0 by 1 until ws_k > 6
               compute ws_jour_int = ws_b_semaine(ws_bdg_idx) + ws_k
               perform 5100-jour-present
               if ws_present = 'O'
                   add 1 to ws_presents_sem
               end-if
           end-perform
           if ws_g_heures(ws_regle) > 0
               compute ws_couverts_sem =
                   ws_b_heures(ws_bdg_idx) / ws_g_heures(ws_regle)
           else
               move ws_presents_sem to ws_couverts_sem
           end-if
           move 0 to ws_rang_sem
           perform varying ws_k from 0 by 1 until ws_k > 6
               compute ws_jour_int = ws_b_semaine(ws_bdg_idx) + ws_k
               perform 5100-jour-present
               if ws_present = 'O'
                   add 1 to ws_rang_sem
                   if ws_jour_int >= ws_m_deb
                      and ws_jour_int <= ws_m_fin
                       compute ws_mjour_idx =
                           ws_jour_int - ws_m_deb + 1
                       if ws_rang_sem <= ws_couverts_sem
                           move 'Q' to ws_mjour(ws_mjour_idx)
                       else
                           move 'X' to ws_mjour(ws_mjour_idx)
                       end-if
                   end-if
               end-if
           end-perform
           .

       2000-ecrire-le-droit.
           compute ws_montant = ws_nombre * ws_g_valeur(ws_regle)
           compute ws_patronal rounded =
               ws_montant * ws_g_taux(ws_regle) / 100
           compute ws_salarial = ws_montant - ws_patronal

           move spaces to commande-record
           move "TR" to cmd-type
           move em-id to cmd-id
           string function trim(em-prenom) delimited by size
                  " " delimited by size
                  function trim(em-nom) delimited by size
                  into cmd-nom
           end-string
           move ws_nombre to cmd-nombre
           move ws_g_valeur(ws_regle) to cmd-valeur
           move ws_montant to cmd-montant
           write commande-record
           add 1 to ws_nb_lignes
           add ws_nombre to ws_nb_titres
           add ws_montant to ws_total_montant

           if ws_tpa_count < 5000
               move spaces to paie-record
               move ws_mois to tpa-mois
               move ws_mois_paie to tpa-mois-paie
               move em-id to tpa-id
               move ws_nombre to tpa-nombre
               move ws_salarial to tpa-salarie
               move ws_patronal to tpa-employeur
               move ws_g_compte(ws_regle) to tpa-compte
               add 1 to ws_tpa_count
               move paie-record to ws_p_ligne(ws_tpa_count)
           else
               display "Table des parts pleine (5000 max) - id "
                   em-id " hors paie."
               move 12 to ws_joblog_rc
           end-if
           .

       3000-ecrire-les-parts.
           open output paie-file
           perform varying ws_tpa_idx from 1 by 1
               until ws_tpa_idx > ws_tpa_count
               move ws_p_ligne(ws_tpa_idx) to paie-record
               write paie-record
           end-perform
           close paie-file
           .

       5000-jour-ouvre.
      * Jour ws_jour_int [quantieme] : ni samedi, ni dimanche, ni
      * jour FERIE [INTEGER-OF-DATE MOD 7 -> 6 = samedi, 0 =
      * dimanche].
           move 'O' to ws_jour_ouvre
           compute ws_jour_semaine = function mod(ws_jour_int 7)
           if ws_jour_semaine = 6 or ws_jour_semaine = 0
               move 'N' to ws_jour_ouvre
               exit paragraph
           end-if
           compute ws_jour = function date-of-integer(ws_jour_int)
           perform varying ws_ferie_idx from 1 by 1
               until ws_ferie_idx > ws_ferie_count
               if ws_ferie_entry(ws_ferie_idx) = ws_jour
                   move 'N' to ws_jour_ouvre
               end-if
           end-perform
           .

       5100-jour-present.
      * Jour ouvre, sous contrat et sans absence entiere.
           move 'N' to ws_present
           perform 5000-jour-ouvre
           if ws_jour_ouvre = 'N'
              or ws_jour_int < ws_emb_int
              or ws_jour_int > ws_sortie_int
               exit paragraph
           end-if
           perform varying ws_absj_idx from 1 by 1
               until ws_absj_idx > ws_absj_count
               if ws_absj_entry(ws_absj_idx) = ws_jour_int
                   exit paragraph
               end-if
           end-perform
           move 'O' to ws_present
           .

       9800-terminer.
           move ws_nb_lignes to ws_joblog_count
           move 'E' to ws_joblog_action
           call "JOBLOG" using ws_joblog_path ws_joblog_name
               ws_joblog_action ws_joblog_count ws_joblog_rc
                   ws_joblog_operator
           move ws_joblog_rc to return-code
           goback.

       9900-consigner-message.
      * Double le DISPLAY d'un incident d'une ligne dans le fichier
      * de messages du jour, pour les nuits sans operateur devant la
      * console.
           call "MSGLOG" using ws_msglog_prefix ws_joblog_name
               ws_msglog_grav ws_msglog_texte
           .
