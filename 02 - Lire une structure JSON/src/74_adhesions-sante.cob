      ******************************************************************
      * Nom du Projet   : Adhesions au regime de sante et prevoyance
      * Description     : Le regime de sante se tenait sur un tableur
      *    et ses cotisations se saisissaient en retenues fixes dans
      *    30_saisie-retenues.cob, perimees a chaque mois de janvier.
      *    Ce guichet restreint [fonction MUTUELLE] tient :
      *    - les adhesions par employe [src/adhesions-sante.txt,
      *      disposition adhesion-enreg.cpy : regime, niveau de
      *      couverture, dates d'effet] ; une premiere adhesion prend
      *      effet le jour meme, un changement de regime ou de niveau
      *      ne se fait que pendant la campagne annuelle d'adhesion
      *      [carte ADHESION du calendrier d'exploitation : premier et
      *      dernier jour] et prend effet le 1er janvier suivant ;
      *    - les ayants droit couverts [src/ayants-droit.txt : nom,
      *      lien CJ conjoint / EN enfant / AU autre, date de
      *      naissance ; un retrait pose la date de fin].
      *    Les regimes, niveaux et cotisations mensuelles datees
      *    viennent du referentiel src/regimes-sante.txt. Le calcul
      *    mensuel 75_cotisations-sante.cob en tire les retenues de
      *    l'extrait de paie et la charge patronale du journal
      *    comptable, adhere les nouveaux embauches au niveau par
      *    defaut ; 10_separations.cob clot l'adhesion d'un sortant.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      ******************************************************************
       identification division.
       program-id. 74_adhesions-sante.

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

           select calendrier-file
               assign to "../calendrier-exploitation.txt"
               organization is line sequential
               file status is ws_fs_calendrier.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

      * Referentiel des regimes : code, niveau, niveau par defaut des
      * adhesions automatiques [O/N], cotisation mensuelle salariale
      * et patronale, periode de validite [fin 0 = en vigueur],
      * compte de charges, libelle.
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

      * Ayant droit : id de l'adherent, numero d'ordre, nom, lien,
      * date de naissance, date de fin de couverture [0 = couvert].
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

       fd calendrier-file.
       01 calendrier-record.
           05 cal-carte    pic x(8).
           05 filler       pic x.
           05 cal-valeur1  pic x(8).
           05 filler       pic x.
           05 cal-valeur2  pic x(8).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_regimes    pic xx value "00".
       01 ws_fs_adhesions  pic xx value "00".
       01 ws_fs_ayants     pic xx value "00".
       01 ws_fs_calendrier pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_choix         pic 9 value 9.
       01 ws_today         pic 9(8) value 0.
       01 ws_today_dec redefines ws_today.
           05 ws_today_aaaa pic 9(4).
           05 ws_today_mmjj pic 9(4).
       01 ws_date_param    pic x(8) value spaces.

      * Controle des habilitations [SPAUTOR].
       01 ws_perm_path     pic x(100)
           value "../permissions-operateurs.txt".
       01 ws_fonction      pic x(12) value spaces.
       01 ws_autorise      pic x(1) value 'N'.

       01 ws_rgm_table.
           05 ws_rgm_entry occurs 50 times.
               10 ws_g_code     pic x(8).
               10 ws_g_niveau   pic x(2).
               10 ws_g_defaut   pic x(1).
               10 ws_g_salarie  pic 9(5)v99.
               10 ws_g_employeur pic 9(5)v99.
               10 ws_g_debut    pic 9(8).
               10 ws_g_fin      pic 9(8).
               10 ws_g_libelle  pic x(20).
       01 ws_rgm_count     pic 9(3) value 0.
       01 ws_rgm_idx       pic 9(3) value 0.
       01 ws_rgm_trouve    pic 9(3) value 0.

       01 ws_adh_table.
           05 ws_adh_entry occurs 3000 times.
               COPY "adhesion-enreg.cpy" REPLACING
                   ==05== BY ==10== ==:PFX:== BY ==ws_h_==.
       01 ws_adh_count     pic 9(4) value 0.
       01 ws_adh_idx       pic 9(4) value 0.
       01 ws_adh_cour      pic 9(4) value 0.

       01 ws_ayd_table.
           05 ws_ayd_entry occurs 3000 times.
               10 ws_y_id       pic 9(5).
               10 ws_y_num      pic 9(2).
               10 ws_y_nom      pic x(30).
               10 ws_y_lien     pic x(2).
               10 ws_y_naissance pic 9(8).
               10 ws_y_fin      pic 9(8).
       01 ws_ayd_count     pic 9(4) value 0.
       01 ws_ayd_idx       pic 9(4) value 0.
       01 ws_ayd_couverts  pic 9(2) value 0.
       01 ws_num_max       pic 9(2) value 0.

      * Campagne annuelle d'adhesion [carte ADHESION du calendrier].
       01 ws_fen_debut     pic 9(8) value 0.
       01 ws_fen_fin       pic 9(8) value 0.
       01 ws_en_campagne   pic x(1) value 'N'.

      * Saisies.
       01 ws_saisie_id     pic x(5) value spaces.
       01 ws_saisie_regime pic x(8) value spaces.
       01 ws_saisie_niveau pic x(2) value spaces.
       01 ws_saisie_nom    pic x(30) value spaces.
       01 ws_saisie_lien   pic x(2) value spaces.
       01 ws_saisie_date   pic x(8) value spaces.
       01 ws_saisie_num    pic x(2) value spaces.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_num_demande   pic 9(2) value 0.
       01 ws_effet         pic 9(8) value 0.
       01 ws_veille        pic 9(8) value 0.
       01 ws_origine       pic x(1) value 'M'.
       01 ws_montant_aff   pic z(4)9.99.
       01 ws_maj_count     pic 9(5) value 0.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "74_adhesions-sante".
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

           move "MUTUELLE" to ws_fonction
           call "SPAUTOR" using ws_perm_path ws_joblog_operator
               ws_joblog_name ws_fonction ws_autorise
           if ws_autorise = 'N'
               display "Acces refuse : l'operateur '"
                   function trim(ws_joblog_operator)
                   "' n'est pas habilite aux adhesions sante."
               move 98 to ws_joblog_rc
           else
               perform 0010-date-de-traitement
               perform 0100-charger-les-regimes
               perform 0200-charger-les-adhesions
               perform 0300-charger-les-ayants-droit
               perform 0400-lire-la-campagne
               open input employee-master
               if ws_fs_master not = "00"
                   display "Erreur ouverture EMPLOYEE-MASTER : "
                       ws_fs_master
                   move 16 to ws_joblog_rc
               else
                   if ws_en_campagne = 'O'
                       compute ws_effet =
                           (ws_today_aaaa + 1) * 10000 + 101
                       display "Campagne d'adhesion ouverte du "
                           ws_fen_debut " au " ws_fen_fin
                           " : changements au " ws_effet "."
                   end-if
                   perform until ws_choix = 0
                       display " "
                       display "1. Consulter les adhesions d'un"
                           " employe"
                       display "2. Adherer ou changer de regime /"
                           " niveau"
                       display "3. Declarer un ayant droit"
                       display "4. Retirer un ayant droit"
                       display "0. Quitter"
                       display "Votre choix ?"
                       accept ws_choix
                       evaluate ws_choix
                           when 1
                               perform 1000-consulter
                           when 2
                               perform 2000-adherer
                           when 3
                               perform 3000-declarer-un-ayant-droit
                           when 4
                               perform 4000-retirer-un-ayant-droit
                           when 0
                               continue
                           when other
                               display "Choix invalide"
                       end-evaluate
                   end-perform
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

       0100-charger-les-regimes.
           move 'N' to fin_fichier
           open input regimes-file
           if ws_fs_regimes not = "00"
               display "Referentiel des regimes absent"
                   " [regimes-sante.txt] - aucune adhesion possible."
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
                           move rgm-libelle
                               to ws_g_libelle(ws_rgm_count)
                       end-if
               end-read
           end-perform
           close regimes-file
           .

       0200-charger-les-adhesions.
      * Fichier absent : premier passage, il sera cree a la premiere
      * adhesion.
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
                       if ws_ayd_count < 3000
                           add 1 to ws_ayd_count
                           move ayd-id to ws_y_id(ws_ayd_count)
                           move ayd-num to ws_y_num(ws_ayd_count)
                           move ayd-nom to ws_y_nom(ws_ayd_count)
                           move ayd-lien to ws_y_lien(ws_ayd_count)
                           move ayd-naissance
                               to ws_y_naissance(ws_ayd_count)
                           move ayd-fin to ws_y_fin(ws_ayd_count)
                       end-if
               end-read
           end-perform
           close ayants-file
           .

       0400-lire-la-campagne.
      * Carte ADHESION du calendrier d'exploitation : premier et
      * dernier jour de la campagne annuelle. Sans carte, pas de
      * campagne : seules les premieres adhesions passent.
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
                       if cal-carte = "ADHESION"
                          and cal-valeur1 is numeric
                          and cal-valeur2 is numeric
                           move function numval(cal-valeur1)
                               to ws_fen_debut
                           move function numval(cal-valeur2)
                               to ws_fen_fin
                       end-if
               end-read
           end-perform
           close calendrier-file
           if ws_fen_debut > 0
              and ws_today >= ws_fen_debut
              and ws_today <= ws_fen_fin
               move 'O' to ws_en_campagne
           end-if
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

       0600-adhesion-en-cours.
      * Derniere ligne d'adhesion de l'employe encore ouverte a la
      * date de traitement [fin a 0 ou posterieure] ; 0 si aucune.
           move 0 to ws_adh_cour
           perform varying ws_adh_idx from 1 by 1
               until ws_adh_idx > ws_adh_count
               if ws_h_id(ws_adh_idx) = ws_id_demande
                  and (ws_h_fin(ws_adh_idx) = 0
                       or ws_h_fin(ws_adh_idx) >= ws_today)
                   if ws_adh_cour = 0
                       move ws_adh_idx to ws_adh_cour
                   else
                       if ws_h_debut(ws_adh_idx)
                          > ws_h_debut(ws_adh_cour)
                           move ws_adh_idx to ws_adh_cour
                       end-if
                   end-if
               end-if
           end-perform
           .

       0700-compter-les-ayants-droit.
           move 0 to ws_ayd_couverts
           move 0 to ws_num_max
           perform varying ws_ayd_idx from 1 by 1
               until ws_ayd_idx > ws_ayd_count
               if ws_y_id(ws_ayd_idx) = ws_id_demande
                   if ws_y_num(ws_ayd_idx) > ws_num_max
                       move ws_y_num(ws_ayd_idx) to ws_num_max
                   end-if
                   if ws_y_fin(ws_ayd_idx) = 0
                       add 1 to ws_ayd_couverts
                   end-if
               end-if
           end-perform
           .

       0800-trouver-le-regime.
      * Ligne du referentiel pour ws_saisie_regime / niveau en
      * vigueur a ws_effet ; 0 si aucune.
           move 0 to ws_rgm_trouve
           perform varying ws_rgm_idx from 1 by 1
               until ws_rgm_idx > ws_rgm_count
               if ws_g_code(ws_rgm_idx) = ws_saisie_regime
                  and ws_g_niveau(ws_rgm_idx) = ws_saisie_niveau
                  and ws_g_debut(ws_rgm_idx) <= ws_effet
                  and (ws_g_fin(ws_rgm_idx) = 0
                       or ws_g_fin(ws_rgm_idx) >= ws_effet)
                   move ws_rgm_idx to ws_rgm_trouve
               end-if
           end-perform
           .

       1000-consulter.
           perform 0500-lire-l-employe
           if ws_id_demande = 0
               exit paragraph
           end-if
           display function trim(em-prenom) " " function trim(em-nom)
               " [" em-id "]"
           display "Adhesions :"
           perform varying ws_adh_idx from 1 by 1
               until ws_adh_idx > ws_adh_count
               if ws_h_id(ws_adh_idx) = ws_id_demande
                   display "  " ws_h_regime(ws_adh_idx) " "
                       ws_h_niveau(ws_adh_idx) " du "
                       ws_h_debut(ws_adh_idx) " au "
                       ws_h_fin(ws_adh_idx) " origine "
                       ws_h_origine(ws_adh_idx)
               end-if
           end-perform
           display "Ayants droit :"
           perform varying ws_ayd_idx from 1 by 1
               until ws_ayd_idx > ws_ayd_count
               if ws_y_id(ws_ayd_idx) = ws_id_demande
                   display "  " ws_y_num(ws_ayd_idx) " "
                       ws_y_nom(ws_ayd_idx) " "
                       ws_y_lien(ws_ayd_idx) " ne(e) le "
                       ws_y_naissance(ws_ayd_idx) " fin "
                       ws_y_fin(ws_ayd_idx)
               end-if
           end-perform
           .

       2000-adherer.
      * Premiere adhesion : effet le jour meme, a tout moment.
      * Changement d'une adhesion en cours : pendant la campagne
      * seulement, effet au 1er janvier suivant ; la ligne en cours
      * se clot la veille. Un second choix dans la meme campagne
      * remplace le premier.
           perform 0500-lire-l-employe
           if ws_id_demande = 0
               exit paragraph
           end-if
           if em-statut = 'T'
               display "Employe sorti - pas d'adhesion."
               exit paragraph
           end-if
           perform 0600-adhesion-en-cours
           if ws_adh_cour = 0
               move ws_today to ws_effet
               move 'M' to ws_origine
           else
               if ws_en_campagne = 'N'
                   display "Adhesion en cours : "
                       ws_h_regime(ws_adh_cour) " "
                       ws_h_niveau(ws_adh_cour)
                       " - changement hors campagne d'adhesion"
                       " refuse."
                   exit paragraph
               end-if
               compute ws_effet = (ws_today_aaaa + 1) * 10000 + 101
               move 'O' to ws_origine
           end-if

           display "Regime ?"
           move spaces to ws_saisie_regime
           accept ws_saisie_regime
           move function upper-case(ws_saisie_regime)
               to ws_saisie_regime
           display "Niveau [SA salarie seul / SC salarie et conjoint"
               " / FA famille] ?"
           move spaces to ws_saisie_niveau
           accept ws_saisie_niveau
           move function upper-case(ws_saisie_niveau)
               to ws_saisie_niveau
           perform 0800-trouver-le-regime
           if ws_rgm_trouve = 0
               display "Regime / niveau inconnu ou sans cotisation au "
                   ws_effet " - rien d'enregistre."
               exit paragraph
           end-if
           if ws_adh_cour > 0
              and ws_h_regime(ws_adh_cour) = ws_saisie_regime
              and ws_h_niveau(ws_adh_cour) = ws_saisie_niveau
               display "Adhesion deja a ce regime et ce niveau."
               exit paragraph
           end-if

           if ws_adh_cour > 0
              and ws_h_debut(ws_adh_cour) = ws_effet
      * Nouveau choix de la meme campagne : la ligne future change.
               move ws_saisie_regime to ws_h_regime(ws_adh_cour)
               move ws_saisie_niveau to ws_h_niveau(ws_adh_cour)
               move ws_today to ws_h_date-maj(ws_adh_cour)
               move ws_joblog_operator to ws_h_operateur(ws_adh_cour)
           else
               if ws_adh_count >= 3000
                   display "Table des adhesions pleine - rien"
                       " d'enregistre."
                   exit paragraph
               end-if
               if ws_adh_cour > 0
                   compute ws_veille = function date-of-integer(
                       function integer-of-date(ws_effet) - 1)
                   move ws_veille to ws_h_fin(ws_adh_cour)
                   move ws_today to ws_h_date-maj(ws_adh_cour)
                   move ws_joblog_operator
                       to ws_h_operateur(ws_adh_cour)
               end-if
               add 1 to ws_adh_count
               move spaces to ws_adh_entry(ws_adh_count)
               move ws_id_demande to ws_h_id(ws_adh_count)
               move ws_saisie_regime to ws_h_regime(ws_adh_count)
               move ws_saisie_niveau to ws_h_niveau(ws_adh_count)
               move ws_effet to ws_h_debut(ws_adh_count)
               move 0 to ws_h_fin(ws_adh_count)
               move ws_origine to ws_h_origine(ws_adh_count)
               move ws_today to ws_h_date-maj(ws_adh_count)
               move ws_joblog_operator
                   to ws_h_operateur(ws_adh_count)
           end-if
           perform 9000-sauvegarder
           add 1 to ws_maj_count

           move ws_g_salarie(ws_rgm_trouve) to ws_montant_aff
           display "Adhesion " ws_saisie_regime " " ws_saisie_niveau
               " au " ws_effet " : cotisation salariale "
               ws_montant_aff " par mois."
           perform 0700-compter-les-ayants-droit
           if ws_saisie_niveau = "SA" and ws_ayd_couverts > 0
               display "Attention : " ws_ayd_couverts
                   " ayant(s) droit declare(s) pour un niveau"
                   " salarie seul."
           end-if
           if ws_saisie_niveau not = "SA" and ws_ayd_couverts = 0
               display "Attention : aucun ayant droit declare pour"
                   " un niveau familial."
           end-if
           .

       3000-declarer-un-ayant-droit.
           perform 0500-lire-l-employe
           if ws_id_demande = 0
               exit paragraph
           end-if
           if em-statut = 'T'
               display "Employe sorti - pas d'ayant droit."
               exit paragraph
           end-if
           if ws_ayd_count >= 3000
               display "Table des ayants droit pleine - rien"
                   " d'enregistre."
               exit paragraph
           end-if
           perform 0700-compter-les-ayants-droit
           if ws_num_max >= 99
               display "Numerotation des ayants droit epuisee."
               exit paragraph
           end-if
           display "Nom et prenom de l'ayant droit ?"
           move spaces to ws_saisie_nom
           accept ws_saisie_nom
           if ws_saisie_nom = spaces
               display "Nom vide - rien d'enregistre."
               exit paragraph
           end-if
           display "Lien [CJ conjoint / EN enfant / AU autre] ?"
           move spaces to ws_saisie_lien
           accept ws_saisie_lien
           move function upper-case(ws_saisie_lien) to ws_saisie_lien
           if ws_saisie_lien not = "CJ" and ws_saisie_lien not = "EN"
              and ws_saisie_lien not = "AU"
               display "Lien illisible - rien d'enregistre."
               exit paragraph
           end-if
           display "Date de naissance AAAAMMJJ ?"
           move spaces to ws_saisie_date
           accept ws_saisie_date
           if ws_saisie_date not numeric
               display "Date illisible - rien d'enregistre."
               exit paragraph
           end-if
           if function test-date-yyyymmdd(
                  function numval(ws_saisie_date)) not = 0
              or function numval(ws_saisie_date) > ws_today
               display "Date de naissance invalide - rien"
                   " d'enregistre."
               exit paragraph
           end-if

           add 1 to ws_ayd_count
           move ws_id_demande to ws_y_id(ws_ayd_count)
           compute ws_y_num(ws_ayd_count) = ws_num_max + 1
           move ws_saisie_nom to ws_y_nom(ws_ayd_count)
           move ws_saisie_lien to ws_y_lien(ws_ayd_count)
           move function numval(ws_saisie_date)
               to ws_y_naissance(ws_ayd_count)
           move 0 to ws_y_fin(ws_ayd_count)
           perform 9000-sauvegarder
           add 1 to ws_maj_count
           display "Ayant droit " ws_y_num(ws_ayd_count)
               " declare pour l'id " ws_id_demande "."
           perform 0600-adhesion-en-cours
           if ws_adh_cour = 0
               display "Attention : l'employe n'a pas d'adhesion en"
                   " cours."
           else
               if ws_h_niveau(ws_adh_cour) = "SA"
                   display "Attention : adhesion au niveau salarie"
                       " seul - l'ayant droit n'est couvert qu'apres"
                       " changement de niveau."
               end-if
           end-if
           .

       4000-retirer-un-ayant-droit.
           perform 0500-lire-l-employe
           if ws_id_demande = 0
               exit paragraph
           end-if
           display "Numero de l'ayant droit ?"
           move spaces to ws_saisie_num
           accept ws_saisie_num
           if ws_saisie_num = spaces
              or function test-numval(ws_saisie_num) not = 0
               display "Numero illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_num) to ws_num_demande
           perform varying ws_ayd_idx from 1 by 1
               until ws_ayd_idx > ws_ayd_count
               if ws_y_id(ws_ayd_idx) = ws_id_demande
                  and ws_y_num(ws_ayd_idx) = ws_num_demande
                  and ws_y_fin(ws_ayd_idx) = 0
                   move ws_today to ws_y_fin(ws_ayd_idx)
                   perform 9000-sauvegarder
                   add 1 to ws_maj_count
                   display "Ayant droit " ws_num_demande
                       " retire au " ws_today "."
                   exit paragraph
               end-if
           end-perform
           display "Pas d'ayant droit couvert sous ce numero."
           .

       9000-sauvegarder.
           open output adhesions-file
           perform varying ws_adh_idx from 1 by 1
               until ws_adh_idx > ws_adh_count
               move ws_adh_entry(ws_adh_idx) to adhesion-record
               write adhesion-record
           end-perform
           close adhesions-file
           open output ayants-file
           perform varying ws_ayd_idx from 1 by 1
               until ws_ayd_idx > ws_ayd_count
               move spaces to ayant-record
               move ws_y_id(ws_ayd_idx) to ayd-id
               move ws_y_num(ws_ayd_idx) to ayd-num
               move ws_y_nom(ws_ayd_idx) to ayd-nom
               move ws_y_lien(ws_ayd_idx) to ayd-lien
               move ws_y_naissance(ws_ayd_idx) to ayd-naissance
               move ws_y_fin(ws_ayd_idx) to ayd-fin
               write ayant-record
           end-perform
           close ayants-file
           .
