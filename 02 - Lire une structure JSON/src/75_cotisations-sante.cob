      ******************************************************************
      * Nom du Projet   : Cotisations mensuelles du regime de sante
      * Description     : Passage mensuel du regime de sante et
      *    prevoyance tenu par 74_adhesions-sante.cob, pour le mois
      *    de paie [MOIS_SANTE AAAAMM, a defaut celui de la date de
      *    traitement] :
      *    - adhere automatiquement au niveau par defaut du
      *      referentiel [src/regimes-sante.txt, defaut 'O'] tout
      *      employe present [type 'E'] qui n'a encore aucune ligne
      *      d'adhesion, a sa date d'entree ou au 1er du mois si elle
      *      est plus ancienne ;
      *    - clot au jour de sortie l'adhesion encore ouverte d'un
      *      sorti que 10_separations.cob n'aurait pas close ;
      *    - pour chaque adhesion qui couvre le mois [la plus recente
      *      si deux se suivent dans le mois], tire du referentiel la
      *      cotisation mensuelle salariale et patronale de son
      *      regime et niveau en vigueur, et l'ecrit aux cotisations
      *      du mois [src/sante-paie.txt, cumulatif : mois, id,
      *      regime, niveau, part salariale, part patronale, compte].
      *      06_extrait-paie.cob retient la part salariale en ligne
      *      'D' [MUTUELLE], 36_journal-comptable.cob passe la part
      *      patronale au debit du compte. Un nouveau passage pour le
      *      meme mois remplace ses lignes.
      *    Une adhesion sans cotisation au referentiel, ou un niveau
      *    qui ne correspond pas aux ayants droit declares
      *    [src/ayants-droit.txt : salarie seul avec ayants droit,
      *    niveau familial sans], part en avertissement [rc 4].
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 75_cotisations-sante.

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

           select regimes-file assign to "src/regimes-sante.txt"
               organization is line sequential
               file status is ws_fs_regimes.

           select adhesions-file assign to "src/adhesions-sante.txt"
               organization is line sequential
               file status is ws_fs_adhesions.

           select ayants-file assign to "src/ayants-droit.txt"
               organization is line sequential
               file status is ws_fs_ayants.

           select sante-file assign to "src/sante-paie.txt"
               organization is line sequential
               file status is ws_fs_sante.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

      * Referentiel des regimes [disposition de 74_adhesions-sante].
       fd regimes-file.
       01 regime-record.
           05 rgm-code     pic x(8).
           05 filler       pic x.
           05 rgm-niveau   pic x(2).
           05 filler       pic x.
           05 rgm-defaut   pic x(1).
           05 filler       pic x.
           05 rgm-salarie  pic 9(5)v99.
           05 filler       pic x.
           05 rgm-employeur pic 9(5)v99.
           05 filler       pic x.
           05 rgm-debut    pic 9(8).
           05 filler       pic x.
           05 rgm-fin      pic 9(8).
           05 filler       pic x.
           05 rgm-compte   pic 9(6).
           05 filler       pic x.
           05 rgm-libelle  pic x(20).

       fd adhesions-file.
       01 adhesion-record.
           COPY "adhesion-enreg.cpy" REPLACING ==:PFX:== BY ==adh-==.

       fd ayants-file.
       01 ayant-record.
           05 ayd-id       pic 9(5).
           05 filler       pic x.
           05 ayd-num      pic 9(2).
           05 filler       pic x.
           05 ayd-nom      pic x(30).
           05 filler       pic x.
           05 ayd-lien     pic x(2).
           05 filler       pic x.
           05 ayd-naissance pic 9(8).
           05 filler       pic x.
           05 ayd-fin      pic 9(8).

      * Cotisations du mois pour la paie et la comptabilite.
       fd sante-file.
       01 sante-record.
           05 mut-mois     pic 9(6).
           05 filler       pic x.
           05 mut-id       pic 9(5).
           05 filler       pic x.
           05 mut-regime   pic x(8).
           05 filler       pic x.
           05 mut-niveau   pic x(2).
           05 filler       pic x.
           05 mut-salarie  pic 9(5)v99.
           05 filler       pic x.
           05 mut-employeur pic 9(5)v99.
           05 filler       pic x.
           05 mut-compte   pic 9(6).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_regimes    pic xx value "00".
       01 ws_fs_adhesions  pic xx value "00".
       01 ws_fs_ayants     pic xx value "00".
       01 ws_fs_sante      pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 fin_master       pic x value 'N'.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Mois de paie traite.
       01 ws_mois_param    pic x(6) value spaces.
       01 ws_mois          pic 9(6) value 0.
       01 ws_mois_dec redefines ws_mois.
           05 ws_mois_aaaa  pic 9(4).
           05 ws_mois_mm    pic 9(2).
       01 ws_mois_suivant  pic 9(6) value 0.
       01 ws_calc_date     pic 9(8) value 0.
       01 ws_m_deb         pic 9(8) value 0.
       01 ws_m_fin         pic 9(8) value 0.

       01 ws_rgm_table.
           05 ws_rgm_entry occurs 50 times.
               10 ws_g_code     pic x(8).
               10 ws_g_niveau   pic x(2).
               10 ws_g_defaut   pic x(1).
               10 ws_g_salarie  pic 9(5)v99.
               10 ws_g_employeur pic 9(5)v99.
               10 ws_g_debut    pic 9(8).
               10 ws_g_fin      pic 9(8).
               10 ws_g_compte   pic 9(6).
       01 ws_rgm_count     pic 9(3) value 0.
       01 ws_rgm_idx       pic 9(3) value 0.
       01 ws_rgm_trouve    pic 9(3) value 0.
       01 ws_rech_regime   pic x(8) value spaces.
       01 ws_rech_niveau   pic x(2) value spaces.
       01 ws_rech_date     pic 9(8) value 0.

       01 ws_adh_table.
           05 ws_adh_entry occurs 3000 times.
               COPY "adhesion-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_h_==.
       01 ws_adh_count     pic 9(4) value 0.
       01 ws_adh_idx       pic 9(4) value 0.
       01 ws_adh_mois      pic 9(4) value 0.
       01 ws_adh_vues      pic 9(3) value 0.
       01 ws_adh_modif     pic x(1) value 'N'.

      * Ayants droit couverts, par id.
       01 ws_ayd_table.
           05 ws_ayd_entry occurs 3000 times.
               10 ws_y_id       pic 9(5).
       01 ws_ayd_count     pic 9(4) value 0.
       01 ws_ayd_idx       pic 9(4) value 0.
       01 ws_ayd_couverts  pic 9(3) value 0.

      * Cotisations des autres mois, reprises a chaque passage.
       01 ws_mut_table.
           05 ws_mut_entry occurs 5000 times.
               10 ws_u_ligne    pic x(47).
       01 ws_mut_count     pic 9(4) value 0.
       01 ws_mut_idx       pic 9(4) value 0.

       01 ws_effet         pic 9(8) value 0.

      * Compteurs.
       01 ws_nb_adhesions  pic 9(5) value 0.
       01 ws_nb_closes     pic 9(5) value 0.
       01 ws_nb_lignes     pic 9(5) value 0.
       01 ws_nb_sans_taux  pic 9(5) value 0.
       01 ws_nb_niveaux    pic 9(5) value 0.
       01 ws_total_salarie pic 9(9)v99 value 0.
       01 ws_total_employeur pic 9(9)v99 value 0.
       01 ws_total_aff     pic z(8)9.99.

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
       01 ws_joblog_name   pic x(20) value "75_cotisations-sante".
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
           perform 0100-charger-les-regimes
           if ws_rgm_count = 0
               display "Referentiel des regimes absent"
                   " [regimes-sante.txt] - aucune cotisation."
               move 'E' to ws_msglog_grav
               move "Referentiel des regimes de sante absent"
                   to ws_msglog_texte
               perform 9900-consigner-message
               move 16 to ws_joblog_rc
               perform 9800-terminer
           end-if
           perform 0200-charger-les-adhesions
           perform 0300-charger-les-ayants-droit
           perform 0400-reprendre-les-cotisations

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
           perform until fin_master = 'Y'
               read employee-master next record
                   at end
                       move 'Y' to fin_master
                   not at end
                       perform 1000-traiter-un-employe
               end-read
           end-perform
           close employee-master

           perform 3000-ecrire-les-cotisations
           if ws_adh_modif = 'O'
               perform 3100-ecrire-les-adhesions
           end-if

           move ws_total_salarie to ws_total_aff
           display "Cotisations sante du mois " ws_mois " : "
               ws_nb_lignes " adherent(s), part salariale "
               ws_total_aff
           move ws_total_employeur to ws_total_aff
           display "  part patronale " ws_total_aff ", "
               ws_nb_adhesions " adhesion(s) automatique(s), "
               ws_nb_closes " adhesion(s) close(s) par sortie."
           if ws_nb_sans_taux > 0 or ws_nb_niveaux > 0
               display ws_nb_sans_taux " adhesion(s) sans cotisation"
                   " au referentiel, " ws_nb_niveaux
                   " niveau(x) a revoir."
               move 'W' to ws_msglog_grav
               move spaces to ws_msglog_texte
               string "Cotisations sante : " delimited by size
                      ws_nb_sans_taux delimited by size
                      " sans taux, " delimited by size
                      ws_nb_niveaux delimited by size
                      " niveau(x) a revoir" delimited by size
                      into ws_msglog_texte
               end-string
               perform 9900-consigner-message
               if ws_joblog_rc = 0
                   move 4 to ws_joblog_rc
               end-if
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
           move ws_today(1:6) to ws_mois
           move spaces to ws_mois_param
           accept ws_mois_param from environment "MOIS_SANTE"
           if ws_mois_param is numeric
              and ws_mois_param(5:2) >= "01"
              and ws_mois_param(5:2) <= "12"
               move ws_mois_param to ws_mois
           end-if
           if ws_mois_mm = 12
               compute ws_mois_suivant = ws_mois + 89
           else
               compute ws_mois_suivant = ws_mois + 1
           end-if
           compute ws_m_deb = ws_mois * 100 + 1
           compute ws_calc_date = ws_mois_suivant * 100 + 1
           compute ws_m_fin = function date-of-integer(
               function integer-of-date(ws_calc_date) - 1)
           .

       0100-charger-les-regimes.
           move 'N' to fin_fichier
           open input regimes-file
           if ws_fs_regimes not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read regimes-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_rgm_count < 50
                           add 1 to ws_rgm_count
                           move rgm-code to ws_g_code(ws_rgm_count)
                           move rgm-niveau
                               to ws_g_niveau(ws_rgm_count)
                           move rgm-defaut
                               to ws_g_defaut(ws_rgm_count)
                           move rgm-salarie
                               to ws_g_salarie(ws_rgm_count)
                           move rgm-employeur
                               to ws_g_employeur(ws_rgm_count)
                           move rgm-debut to ws_g_debut(ws_rgm_count)
                           move rgm-fin to ws_g_fin(ws_rgm_count)
                           move rgm-compte
                               to ws_g_compte(ws_rgm_count)
                       end-if
               end-read
           end-perform
           close regimes-file
           .

       0200-charger-les-adhesions.
           move 'N' to fin_fichier
           open input adhesions-file
           if ws_fs_adhesions not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read adhesions-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_adh_count < 3000
                           add 1 to ws_adh_count
                           move adhesion-record
                               to ws_adh_entry(ws_adh_count)
                       end-if
               end-read
           end-perform
           close adhesions-file
           .

       0300-charger-les-ayants-droit.
      * Seuls comptent les ayants droit encore couverts.
           move 'N' to fin_fichier
           open input ayants-file
           if ws_fs_ayants not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read ayants-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if (ayd-fin = 0 or ayd-fin >= ws_m_deb)
                          and ws_ayd_count < 3000
                           add 1 to ws_ayd_count
                           move ayd-id to ws_y_id(ws_ayd_count)
                       end-if
               end-read
           end-perform
           close ayants-file
           .

       0400-reprendre-les-cotisations.
      * Les cotisations des autres mois restent ; celles du mois
      * traite sont remplacees par ce passage.
           move 'N' to fin_fichier
           open input sante-file
           if ws_fs_sante not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read sante-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if mut-mois not = ws_mois
                          and ws_mut_count < 5000
                           add 1 to ws_mut_count
                           move sante-record
                               to ws_u_ligne(ws_mut_count)
                       end-if
               end-read
           end-perform
           close sante-file
           .

       1000-traiter-un-employe.
           move 0 to ws_adh_vues
           move 0 to ws_adh_mois
           perform varying ws_adh_idx from 1 by 1
               until ws_adh_idx > ws_adh_count
               if ws_h_id(ws_adh_idx) = em-id
                   add 1 to ws_adh_vues
                   if em-statut = 'T'
                       perform 1100-clore-par-sortie
                   end-if
                   if ws_h_debut(ws_adh_idx) <= ws_m_fin
                      and (ws_h_fin(ws_adh_idx) = 0
                           or ws_h_fin(ws_adh_idx) >= ws_m_deb)
                       if ws_adh_mois = 0
                           move ws_adh_idx to ws_adh_mois
                       else
                           if ws_h_debut(ws_adh_idx)
                              > ws_h_debut(ws_adh_mois)
                               move ws_adh_idx to ws_adh_mois
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           if ws_adh_vues = 0 and em-statut not = 'T'
              and (em-type = 'E' or em-type = space)
               perform 1200-adherer-par-defaut
           end-if
           if ws_adh_mois > 0
               perform 2000-calculer-la-cotisation
           end-if
           .

       1100-clore-par-sortie.
      * Adhesion encore ouverte apres la sortie : close au jour de
      * sortie, ou annulee [close la veille de son effet] si elle
      * n'avait pas encore commence.
           if em-datefin is not numeric or em-datefin = 0
               exit paragraph
           end-if
           if ws_h_fin(ws_adh_idx) = 0
              or ws_h_fin(ws_adh_idx) > em-datefin
               if ws_h_debut(ws_adh_idx) > em-datefin
                   compute ws_h_fin(ws_adh_idx) =
                       function date-of-integer(
                       function integer-of-date(
                       ws_h_debut(ws_adh_idx)) - 1)
               else
                   move em-datefin to ws_h_fin(ws_adh_idx)
               end-if
               move 'T' to ws_h_origine(ws_adh_idx)
               move ws_today to ws_h_date-maj(ws_adh_idx)
               move ws_joblog_operator to ws_h_operateur(ws_adh_idx)
               move 'O' to ws_adh_modif
               add 1 to ws_nb_closes
           end-if
           .

       1200-adherer-par-defaut.
      * Nouvel employe sans adhesion : niveau par defaut du
      * referentiel, a l'entree ou au 1er du mois traite.
           move ws_m_deb to ws_effet
           if em-dateemb is numeric and em-dateemb > ws_m_deb
               move em-dateemb to ws_effet
           end-if
           if ws_effet > ws_m_fin
               exit paragraph
           end-if
           move 0 to ws_rgm_trouve
           perform varying ws_rgm_idx from 1 by 1
               until ws_rgm_idx > ws_rgm_count
               if ws_g_defaut(ws_rgm_idx) = 'O'
                  and ws_g_debut(ws_rgm_idx) <= ws_effet
                  and (ws_g_fin(ws_rgm_idx) = 0
                       or ws_g_fin(ws_rgm_idx) >= ws_effet)
                   move ws_rgm_idx to ws_rgm_trouve
               end-if
           end-perform
           if ws_rgm_trouve = 0
               add 1 to ws_nb_sans_taux
               display "Pas de niveau par defaut au referentiel au "
                   ws_effet " - id " em-id " non adhere."
               exit paragraph
           end-if
           if ws_adh_count >= 3000
               display "Table des adhesions pleine (3000 max) - id "
                   em-id " non adhere."
               move 12 to ws_joblog_rc
               exit paragraph
           end-if
           add 1 to ws_adh_count
           move spaces to ws_adh_entry(ws_adh_count)
           move em-id to ws_h_id(ws_adh_count)
           move ws_g_code(ws_rgm_trouve) to ws_h_regime(ws_adh_count)
           move ws_g_niveau(ws_rgm_trouve)
               to ws_h_niveau(ws_adh_count)
           move ws_effet to ws_h_debut(ws_adh_count)
           move 0 to ws_h_fin(ws_adh_count)
           move 'E' to ws_h_origine(ws_adh_count)
           move ws_today to ws_h_date-maj(ws_adh_count)
           move ws_joblog_operator to ws_h_operateur(ws_adh_count)
           move ws_adh_count to ws_adh_mois
           move 'O' to ws_adh_modif
           add 1 to ws_nb_adhesions
           display "Adhesion automatique : id " em-id " "
               ws_h_regime(ws_adh_count) " "
               ws_h_niveau(ws_adh_count) " au " ws_effet
           .

       2000-calculer-la-cotisation.
      * Cotisation du regime et du niveau en vigueur au 1er du mois,
      * ou a l'effet de l'adhesion si elle commence dans le mois.
           move ws_h_regime(ws_adh_mois) to ws_rech_regime
           move ws_h_niveau(ws_adh_mois) to ws_rech_niveau
           move ws_m_deb to ws_rech_date
           if ws_h_debut(ws_adh_mois) > ws_m_deb
               move ws_h_debut(ws_adh_mois) to ws_rech_date
           end-if
           move 0 to ws_rgm_trouve
           perform varying ws_rgm_idx from 1 by 1
               until ws_rgm_idx > ws_rgm_count
               if ws_g_code(ws_rgm_idx) = ws_rech_regime
                  and ws_g_niveau(ws_rgm_idx) = ws_rech_niveau
                  and ws_g_debut(ws_rgm_idx) <= ws_rech_date
                  and (ws_g_fin(ws_rgm_idx) = 0
                       or ws_g_fin(ws_rgm_idx) >= ws_rech_date)
                   move ws_rgm_idx to ws_rgm_trouve
               end-if
           end-perform
           if ws_rgm_trouve = 0
               add 1 to ws_nb_sans_taux
               display "Pas de cotisation au referentiel pour "
                   ws_rech_regime " " ws_rech_niveau " au "
                   ws_rech_date " - id " em-id
               exit paragraph
           end-if

      * Le niveau doit repondre aux ayants droit declares.
           move 0 to ws_ayd_couverts
           perform varying ws_ayd_idx from 1 by 1
               until ws_ayd_idx > ws_ayd_count
               if ws_y_id(ws_ayd_idx) = em-id
                   add 1 to ws_ayd_couverts
               end-if
           end-perform
           if (ws_rech_niveau = "SA" and ws_ayd_couverts > 0)
              or (ws_rech_niveau not = "SA" and ws_ayd_couverts = 0)
               add 1 to ws_nb_niveaux
               display "Niveau " ws_rech_niveau " pour "
                   ws_ayd_couverts " ayant(s) droit - id " em-id
           end-if

           if ws_mut_count >= 5000
               display "Table des cotisations pleine (5000 max) - id "
                   em-id " hors paie."
               move 12 to ws_joblog_rc
               exit paragraph
           end-if
           move spaces to sante-record
           move ws_mois to mut-mois
           move em-id to mut-id
           move ws_rech_regime to mut-regime
           move ws_rech_niveau to mut-niveau
           move ws_g_salarie(ws_rgm_trouve) to mut-salarie
           move ws_g_employeur(ws_rgm_trouve) to mut-employeur
           move ws_g_compte(ws_rgm_trouve) to mut-compte
           add 1 to ws_mut_count
           move sante-record to ws_u_ligne(ws_mut_count)
           add 1 to ws_nb_lignes
           add mut-salarie to ws_total_salarie
           add mut-employeur to ws_total_employeur
           .

       3000-ecrire-les-cotisations.
           open output sante-file
           perform varying ws_mut_idx from 1 by 1
               until ws_mut_idx > ws_mut_count
               move ws_u_ligne(ws_mut_idx) to sante-record
               write sante-record
           end-perform
           close sante-file
           .

       3100-ecrire-les-adhesions.
           open output adhesions-file
           perform varying ws_adh_idx from 1 by 1
               until ws_adh_idx > ws_adh_count
               move ws_adh_entry(ws_adh_idx) to adhesion-record
               write adhesion-record
           end-perform
           close adhesions-file
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
