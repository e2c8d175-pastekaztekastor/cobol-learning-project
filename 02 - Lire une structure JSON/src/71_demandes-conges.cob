      ******************************************************************
      * Nom du Projet   : Demandes de conges
      * Description     : src/absences.txt, debite par 28_conges.cob,
      *    etait tape par la RH d'apres des courriels : rien
      *    n'empechait de poser plus de jours que le solde, ni un
      *    conge que le responsable n'avait jamais accorde. Ce guichet
      *    porte le circuit de la demande [src/demandes-conges.txt] :
      *    - saisie d'une demande par id employe : type ['CP' conges
      *      payes, 'SS' sans solde, 'EF' evenement familial], premier
      *      et dernier jour. Les jours ouvres se comptent hors
      *      samedis, dimanches et jours FERIE du calendrier
      *      d'exploitation [../calendrier-exploitation.txt, meme
      *      regle que 62_valo-heures-sup.cob]. Une demande qui
      *      chevauche une autre demande en cours ou accordee du meme
      *      employe est refusee ; une demande CP doit tenir dans le
      *      solde : droit acquis de src/conges-soldes.txt, moins les
      *      conges payes deja enregistres, moins les autres demandes CP
      *      en attente ;
      *    - decision du responsable [em-mgr] : ses demandes en
      *      attente lui sont presentees une a une. Une demande
      *      accordee part dans src/absences.txt [id, premier jour,
      *      jours ouvres, type] ; 28_conges.cob n'en debite du solde
      *      que les conges payes ;
      *    - annulation par numero : une demande en attente, ou
      *      accordee et pas encore commencee [son absence est alors
      *      retiree de src/absences.txt].
      *    Rien ne s'efface : une demande refusee ['R'] ou annulee
      *    ['C'] reste au fichier avec la date et l'operateur de la
      *    decision. Statuts : 'S' chez le responsable, 'A' accordee.
      *
      * Date de création: 15/10/2026
      * Auteur          : Champémont Mathurin
      *
      * Historique des modifications :
      *  - 15/10/2026 : toute demande accordee part dans
      *    src/absences.txt avec son type [colonne ajoutee pour
      *    l'absenteisme, 72_absenteisme.cob] ; 28_conges.cob n'en
      *    debite que les conges payes.
      *  - 15/10/2026 : le droit acquis se relit par cle dans le
      *    fichier indexe des soldes [src/conges-soldes.dat] au
      *    moment du controle, au lieu d'etre charge en table.
      *  - 15/10/2026 : chaque ecriture de src/absences.txt reecrit
      *    son fichier de controle [src/absences-controle.txt, nombre
      *    de lignes], verifie par 28_conges.cob. Table des demandes
      *    ou des absences pleine au chargement : arret rc 16 sans
      *    rien reecrire ; pleine en cours de passage : l'accord est
      *    refuse, la demande reste en attente.
      ******************************************************************
       identification division.
       program-id. 71_demandes-conges.

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

           select demandes-file assign to "src/demandes-conges.txt"
               organization is line sequential
               file status is ws_fs_demandes.

           select absences-file assign to "src/absences.txt"
               organization is line sequential
               file status is ws_fs_absences.

           select controle-file assign to "src/absences-controle.txt"
               organization is line sequential
               file status is ws_fs_controle.

           select soldes-file assign to "src/conges-soldes.dat"
               organization is indexed
               access mode is dynamic
               record key is sol-id
               file status is ws_fs_soldes.

           select calendrier-file
               assign to "../calendrier-exploitation.txt"
               organization is line sequential
               file status is ws_fs_calendrier.

       data division.
       file section.
       fd employee-master.
       01 employee-master-record.
           COPY "employe-enreg.cpy" REPLACING ==:PFX:== BY ==em-==.

      * Demande de conge : numero, id, type, premier et dernier jour,
      * jours ouvres, responsable, statut et date du dernier
      * changement, operateur de la derniere decision, date de la
      * demande.
       fd demandes-file.
       01 demande-record.
           05 dem-num      pic 9(5).
           05 filler       pic x.
           05 dem-id       pic 9(5).
           05 filler       pic x.
           05 dem-type     pic x(2).
           05 filler       pic x.
           05 dem-debut    pic 9(8).
           05 filler       pic x.
           05 dem-fin      pic 9(8).
           05 filler       pic x.
           05 dem-jours    pic 9(2)v9.
           05 filler       pic x.
           05 dem-mgr      pic 9(5).
           05 filler       pic x.
           05 dem-statut   pic x(1).
           05 filler       pic x.
           05 dem-date-statut pic 9(8).
           05 filler       pic x.
           05 dem-operateur pic x(8).
           05 filler       pic x.
           05 dem-date-demande pic 9(8).

       fd absences-file.
       01 absence-record.
           05 abs-id       pic 9(5).
           05 filler       pic x.
           05 abs-date     pic 9(8).
           05 filler       pic x.
           05 abs-jours    pic 9(2)v9.
           05 filler       pic x.
           05 abs-type     pic x(2).

      * Nombre de lignes de src/absences.txt, controle par
      * 28_conges.cob avant de debiter les soldes.
       fd controle-file.
       01 controle-record.
           05 ctl-nb       pic 9(7).

       fd soldes-file.
       01 solde-record.
           05 sol-id       pic 9(5).
           05 filler       pic x.
           05 sol-droits   pic 9(3)v99.
           05 filler       pic x.
           05 sol-pris     pic 9(3)v99.
           05 filler       pic x.
           05 sol-solde    pic s9(3)v99 sign leading separate.

       fd calendrier-file.
       01 calendrier-record.
           05 cal-carte    pic x(8).
           05 filler       pic x.
           05 cal-valeur1  pic x(8).
           05 filler       pic x.
           05 cal-valeur2  pic x(8).

       working-storage section.
       01 ws_fs_master     pic xx value "00".
       01 ws_fs_demandes   pic xx value "00".
       01 ws_fs_absences   pic xx value "00".
       01 ws_fs_soldes     pic xx value "00".
       01 ws_fs_calendrier pic xx value "00".
       01 ws_fs_controle   pic xx value "00".
       01 fin_fichier      pic x value 'N'.
       01 ws_table_pleine  pic x value 'N'.
       01 ws_choix         pic 9 value 9.
       01 ws_today         pic 9(8) value 0.
       01 ws_date_param    pic x(8) value spaces.

      * Demandes gardees en table, reecrites en entier a la sortie.
       01 ws_dem_table.
           05 ws_dem_entry occurs 3000 times.
               10 ws_q_ligne    pic x(71).
       01 ws_dem_count     pic 9(4) value 0.
       01 ws_dem_idx       pic 9(4) value 0.
       01 ws_num_max       pic 9(5) value 0.
       01 ws_maj_count     pic 9(5) value 0.

      * Absences enregistrees : le solde disponible les deduit deja,
      * une annulation en retire une.
       01 ws_abs_table.
           05 ws_abs_entry occurs 5000 times.
               10 ws_a_id       pic 9(5).
               10 ws_a_date     pic 9(8).
               10 ws_a_jours    pic 9(2)v9.
               10 ws_a_type     pic x(2).
               10 ws_a_garde    pic x(1).
       01 ws_abs_count     pic 9(4) value 0.
       01 ws_abs_idx       pic 9(4) value 0.
       01 ws_ctl_nb        pic 9(7) value 0.

       01 ws_sol_ouvert    pic x(1) value 'N'.
       01 ws_sol_idx       pic 9(4) value 0.

       01 ws_ferie_table.
           05 ws_ferie_entry occurs 50 times pic 9(8).
       01 ws_ferie_count   pic 9(3) value 0.
       01 ws_ferie_idx     pic 9(3) value 0.

      * Saisie d'une demande.
       01 ws_saisie_id     pic x(5) value spaces.
       01 ws_saisie_num    pic x(5) value spaces.
       01 ws_saisie_type   pic x(2) value spaces.
       01 ws_saisie_debut  pic x(8) value spaces.
       01 ws_saisie_fin    pic x(8) value spaces.
       01 ws_saisie_decision pic x(1) value space.
       01 ws_id_demande    pic 9(5) value 0.
       01 ws_mgr_demande   pic 9(5) value 0.
       01 ws_num_demande   pic 9(5) value 0.
       01 ws_debut         pic 9(8) value 0.
       01 ws_fin           pic 9(8) value 0.
       01 ws_nb_presentees pic 9(4) value 0.
       01 ws_exclu_idx     pic 9(4) value 0.

      * Decompte des jours ouvres [le jour de semaine se deduit du
      * quantieme : INTEGER-OF-DATE MOD 7 -> 6 = samedi, 0 =
      * dimanche].
       01 ws_jour          pic 9(8) value 0.
       01 ws_jour_int      pic 9(8) value 0.
       01 ws_fin_int       pic 9(8) value 0.
       01 ws_jour_semaine  pic 9 value 0.
       01 ws_jour_ouvre    pic x value 'O'.
       01 ws_jours         pic 9(3)v9 value 0.

      * Solde disponible d'une demande CP.
       01 ws_droits        pic 9(3)v99 value 0.
       01 ws_engage        pic 9(4)v9 value 0.
       01 ws_disponible    pic s9(4)v99 value 0.
       01 ws_chevauche     pic x value 'N'.
       01 ws_jours_aff     pic z9.9.
       01 ws_dispo_aff     pic ---9.99.

      * Affectations de fichiers [SPAFFECT, cartes DD de la suite].
       01 ws_affect_config pic x(100) value "../affectations.cfg".
       01 ws_dd_master     pic x(20) value "EMPLOYEE-MASTER".
       01 ws_dd_joblog     pic x(20) value "JOB-LOG".
       01 ws_aff_master    pic x(100)
           value "src/employee-master.dat".

      * Champs d'appel au journal central des executions (JOB-LOG,
      * voir 99 - Utilitaires partages/src/JOBLOG.cob).
       01 ws_joblog_name   pic x(20) value "71_demandes-conges".
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
           perform 0100-charger-le-calendrier
           perform 0200-charger-les-demandes
           perform 0300-charger-les-absences
      * Une table tronquee au chargement perdrait des lignes a la
      * reecriture : rien ne se saisit.
           if ws_table_pleine = 'O'
               move 'E' to ws_joblog_action
               call "JOBLOG" using ws_joblog_path ws_joblog_name
                   ws_joblog_action ws_joblog_count ws_joblog_rc
                       ws_joblog_operator
               stop run returning ws_joblog_rc
           end-if
           perform 0400-charger-les-soldes
           open input employee-master
           if ws_fs_master not = "00"
               display "Erreur ouverture EMPLOYEE-MASTER : "
                   ws_fs_master
               move 16 to ws_joblog_rc
           else
               perform until ws_choix = 0
                   display " "
                   display "1. Saisir une demande de conge"
                   display "2. Decision du responsable"
                   display "3. Annuler une demande"
                   display "0. Quitter"
                   display "Votre choix ?"
                   accept ws_choix
                   evaluate ws_choix
                       when 1
                           perform 1000-saisir-une-demande
                       when 2
                           perform 2000-decider-pour-un-responsable
                       when 3
                           perform 3000-annuler-une-demande
                       when 0
                           continue
                       when other
                           display "Choix invalide"
                   end-evaluate
               end-perform
               close employee-master
           end-if
           if ws_sol_ouvert = 'O'
               close soldes-file
           end-if
           if ws_maj_count > 0
               perform 9000-sauvegarder-les-demandes
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

       0100-charger-le-calendrier.
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

       0200-charger-les-demandes.
      * Fichier absent : premier passage, la table part vide.
           move 'N' to fin_fichier
           open input demandes-file
           if ws_fs_demandes not = "00"
               exit paragraph
           end-if
           perform until fin_fichier = 'Y'
               read demandes-file
                   at end
                       move 'Y' to fin_fichier
                   not at end
                       if ws_dem_count >= 3000
                           display "Table des demandes pleine (3000"
                               " max) : src/demandes-conges.txt non"
                               " charge en entier."
                           move 16 to ws_joblog_rc
                           move 'O' to ws_table_pleine
                           move 'Y' to fin_fichier
                       else
                           add 1 to ws_dem_count
                           move demande-record
                               to ws_q_ligne(ws_dem_count)
                           if dem-num > ws_num_max
                               move dem-num to ws_num_max
                           end-if
                       end-if
               end-read
           end-perform
           close demandes-file
           .

       0300-charger-les-absences.
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
                       evaluate true
                           when absence-record = spaces
                               continue
                           when ws_abs_count >= 5000
                               display "Table des absences pleine"
                                   " (5000 max) : src/absences.txt"
                                   " non charge en entier."
                               move 16 to ws_joblog_rc
                               move 'O' to ws_table_pleine
                               move 'Y' to fin_fichier
                           when other
                               add 1 to ws_abs_count
                               move abs-id to ws_a_id(ws_abs_count)
                               move abs-date
                                   to ws_a_date(ws_abs_count)
                               move abs-jours
                                   to ws_a_jours(ws_abs_count)
                               move abs-type
                                   to ws_a_type(ws_abs_count)
                               move 'O' to ws_a_garde(ws_abs_count)
                       end-evaluate
               end-read
           end-perform
           close absences-file
           .

       0400-charger-les-soldes.
      * Droits acquis au dernier passage de 28_conges.cob, lus par
      * cle au controle. Fichier absent : aucun droit connu, aucune
      * demande CP ne passe.
           open input soldes-file
           if ws_fs_soldes = "00"
               move 'O' to ws_sol_ouvert
           end-if
           .

       1000-saisir-une-demande.
           display "Id employe ? "
           move spaces to ws_saisie_id
           accept ws_saisie_id
           if ws_saisie_id = spaces
              or function test-numval(ws_saisie_id) not = 0
               display "Id illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_id) to ws_id_demande
           move ws_id_demande to em-id
           read employee-master
               invalid key
                   display "Id inconnu du fichier maître : "
                       ws_id_demande
                   exit paragraph
           end-read
           if em-statut = 'T'
               display "Employe sorti le " em-datefin
                   " - demande refusee."
               exit paragraph
           end-if

           display "Type ['CP' conges payes / 'SS' sans solde /"
               " 'EF' evenement familial] ?"
           move spaces to ws_saisie_type
           accept ws_saisie_type
           move function upper-case(ws_saisie_type) to ws_saisie_type
           if ws_saisie_type not = "CP" and ws_saisie_type not = "SS"
              and ws_saisie_type not = "EF"
               display "Type inconnu - demande refusee."
               exit paragraph
           end-if

           display "Premier jour AAAAMMJJ ?"
           move spaces to ws_saisie_debut
           accept ws_saisie_debut
           display "Dernier jour AAAAMMJJ ?"
           move spaces to ws_saisie_fin
           accept ws_saisie_fin
           if ws_saisie_debut not numeric or ws_saisie_fin not numeric
               display "Date illisible - demande refusee."
               exit paragraph
           end-if
           move ws_saisie_debut to ws_debut
           move ws_saisie_fin to ws_fin
           if function test-date-yyyymmdd(ws_debut) not = 0
              or function test-date-yyyymmdd(ws_fin) not = 0
              or ws_fin < ws_debut
               display "Dates invalides - demande refusee."
               exit paragraph
           end-if

           perform 5000-compter-les-jours-ouvres
           if ws_jours = 0
               display "Aucun jour ouvre sur la periode - demande"
                   " refusee."
               exit paragraph
           end-if
           if ws_jours > 99.9
               display "Periode trop longue [99 jours ouvres max] -"
                   " demande refusee."
               exit paragraph
           end-if

           move 0 to ws_exclu_idx
           perform 5100-chercher-un-chevauchement
           if ws_chevauche = 'O'
               exit paragraph
           end-if
           if ws_saisie_type = "CP"
               perform 5200-calculer-le-disponible
               if ws_jours > ws_disponible
                   move ws_jours to ws_jours_aff
                   move ws_disponible to ws_dispo_aff
                   display ws_jours_aff " jour(s) demande(s) pour un"
                       " solde disponible de " ws_dispo_aff
                       " - demande refusee."
                   exit paragraph
               end-if
           end-if

           if ws_dem_count >= 3000
               display "Table des demandes pleine (3000 max)."
               exit paragraph
           end-if
           move spaces to demande-record
           add 1 to ws_num_max
           move ws_num_max to dem-num
           move em-id to dem-id
           move ws_saisie_type to dem-type
           move ws_debut to dem-debut
           move ws_fin to dem-fin
           move ws_jours to dem-jours
           move em-mgr to dem-mgr
           move 'S' to dem-statut
           move ws_today to dem-date-statut
           move ws_joblog_operator to dem-operateur
           move ws_today to dem-date-demande
           add 1 to ws_dem_count
           move demande-record to ws_q_ligne(ws_dem_count)
           add 1 to ws_maj_count
           move ws_jours to ws_jours_aff
           display "Demande " dem-num " [" ws_jours_aff " jour(s)"
               " ouvre(s)] soumise au responsable " em-mgr "."
           .

       2000-decider-pour-un-responsable.
      * L'operateur reporte la decision du responsable, demande par
      * demande, pour les demandes de ses rapports directs [0 = les
      * demandes sans responsable, tranchees par la RH].
           display "Id du responsable ? "
           move spaces to ws_saisie_id
           accept ws_saisie_id
           if ws_saisie_id = spaces
              or function test-numval(ws_saisie_id) not = 0
               display "Id illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_id) to ws_mgr_demande
           move 0 to ws_nb_presentees
           perform varying ws_dem_idx from 1 by 1
               until ws_dem_idx > ws_dem_count
               move ws_q_ligne(ws_dem_idx) to demande-record
               if dem-statut = 'S' and dem-mgr = ws_mgr_demande
                   add 1 to ws_nb_presentees
                   perform 2100-decider-une-demande
                   move demande-record to ws_q_ligne(ws_dem_idx)
               end-if
           end-perform
           if ws_nb_presentees = 0
               display "Aucune demande en attente pour le"
                   " responsable " ws_mgr_demande "."
           end-if
           .

       2100-decider-une-demande.
           move dem-jours to ws_jours_aff
           display " "
           display "Demande " dem-num " - id " dem-id " " dem-type
               " du " dem-debut " au " dem-fin " [" ws_jours_aff
               " jour(s) ouvre(s)]"
           display "Decision ['A' accord / 'R' refus / vide ="
               " plus tard] ?"
           move space to ws_saisie_decision
           accept ws_saisie_decision
           move function upper-case(ws_saisie_decision)
               to ws_saisie_decision
           evaluate ws_saisie_decision
               when 'A'
                   perform 2200-accorder-la-demande
               when 'R'
                   move 'R' to dem-statut
                   move ws_today to dem-date-statut
                   move ws_joblog_operator to dem-operateur
                   add 1 to ws_maj_count
                   display "Demande " dem-num " refusee."
               when other
                   continue
           end-evaluate
           .

       2200-accorder-la-demande.
      * Le solde a pu bouger depuis la saisie [autre demande
      * accordee, absence saisie par la RH] : une demande CP se
      * recontrole avant de partir dans les absences.
           if dem-type = "CP"
               move dem-id to ws_id_demande
               move dem-jours to ws_jours
               move ws_dem_idx to ws_exclu_idx
               perform 5200-calculer-le-disponible
               if ws_jours > ws_disponible
                   move ws_disponible to ws_dispo_aff
                   display "Solde disponible " ws_dispo_aff
                       " insuffisant - demande " dem-num
                       " laissee en attente."
                   exit paragraph
               end-if
           end-if
           if ws_abs_count >= 5000
               display "Table des absences pleine (5000 max) -"
                   " demande " dem-num " laissee en attente."
               exit paragraph
           end-if
           open extend absences-file
           if ws_fs_absences not = "00"
               open output absences-file
           end-if
           move spaces to absence-record
           move dem-id to abs-id
           move dem-debut to abs-date
           move dem-jours to abs-jours
           move dem-type to abs-type
           write absence-record
           close absences-file
           add 1 to ws_abs_count
           move dem-id to ws_a_id(ws_abs_count)
           move dem-debut to ws_a_date(ws_abs_count)
           move dem-jours to ws_a_jours(ws_abs_count)
           move dem-type to ws_a_type(ws_abs_count)
           move 'O' to ws_a_garde(ws_abs_count)
           perform 9100-ecrire-le-controle
           move 'A' to dem-statut
           move ws_today to dem-date-statut
           move ws_joblog_operator to dem-operateur
           add 1 to ws_maj_count
           display "Demande " dem-num " accordee."
           .

       3000-annuler-une-demande.
           display "Numero de la demande ? "
           move spaces to ws_saisie_num
           accept ws_saisie_num
           if ws_saisie_num = spaces
              or function test-numval(ws_saisie_num) not = 0
               display "Numero illisible."
               exit paragraph
           end-if
           move function numval(ws_saisie_num) to ws_num_demande
           move 0 to ws_exclu_idx
           perform varying ws_dem_idx from 1 by 1
               until ws_dem_idx > ws_dem_count
               move ws_q_ligne(ws_dem_idx) to demande-record
               if dem-num = ws_num_demande
                   move ws_dem_idx to ws_exclu_idx
               end-if
           end-perform
           if ws_exclu_idx = 0
               display "Demande inconnue : " ws_num_demande
               exit paragraph
           end-if
           move ws_q_ligne(ws_exclu_idx) to demande-record
           evaluate true
               when dem-statut = 'S'
                   continue
               when dem-statut = 'A' and dem-debut > ws_today
                   perform 3100-retirer-l-absence
               when dem-statut = 'A'
                   display "Conge deja commence ou pris - annulation"
                       " par la RH dans src/absences.txt."
                   exit paragraph
               when other
                   display "Demande deja refusee ou annulee."
                   exit paragraph
           end-evaluate
           move 'C' to dem-statut
           move ws_today to dem-date-statut
           move ws_joblog_operator to dem-operateur
           move demande-record to ws_q_ligne(ws_exclu_idx)
           add 1 to ws_maj_count
           display "Demande " dem-num " annulee."
           .

       3100-retirer-l-absence.
      * La premiere absence de meme id, meme premier jour, meme
      * nombre de jours et meme type sort du fichier, reecrit en
      * entier.
           move 0 to ws_abs_idx
           perform varying ws_sol_idx from 1 by 1
               until ws_sol_idx > ws_abs_count or ws_abs_idx > 0
               if ws_a_id(ws_sol_idx) = dem-id
                  and ws_a_date(ws_sol_idx) = dem-debut
                  and ws_a_jours(ws_sol_idx) = dem-jours
                  and ws_a_type(ws_sol_idx) = dem-type
                  and ws_a_garde(ws_sol_idx) = 'O'
                   move ws_sol_idx to ws_abs_idx
               end-if
           end-perform
           if ws_abs_idx = 0
               display "Absence deja retiree de src/absences.txt."
               exit paragraph
           end-if
           move 'N' to ws_a_garde(ws_abs_idx)
           open output absences-file
           perform varying ws_abs_idx from 1 by 1
               until ws_abs_idx > ws_abs_count
               if ws_a_garde(ws_abs_idx) = 'O'
                   move spaces to absence-record
                   move ws_a_id(ws_abs_idx) to abs-id
                   move ws_a_date(ws_abs_idx) to abs-date
                   move ws_a_jours(ws_abs_idx) to abs-jours
                   move ws_a_type(ws_abs_idx) to abs-type
                   write absence-record
               end-if
           end-perform
           close absences-file
           perform 9100-ecrire-le-controle
           .

       5000-compter-les-jours-ouvres.
           move 0 to ws_jours
           compute ws_jour_int = function integer-of-date(ws_debut)
           compute ws_fin_int = function integer-of-date(ws_fin)
           perform until ws_jour_int > ws_fin_int
               compute ws_jour = function date-of-integer(ws_jour_int)
               move 'O' to ws_jour_ouvre
               compute ws_jour_semaine = function mod(ws_jour_int 7)
               if ws_jour_semaine = 6 or ws_jour_semaine = 0
                   move 'N' to ws_jour_ouvre
               end-if
               perform varying ws_ferie_idx from 1 by 1
                   until ws_ferie_idx > ws_ferie_count
                   if ws_ferie_entry(ws_ferie_idx) = ws_jour
                       move 'N' to ws_jour_ouvre
                   end-if
               end-perform
               if ws_jour_ouvre = 'O'
                   add 1 to ws_jours
               end-if
               add 1 to ws_jour_int
           end-perform
           .

       5100-chercher-un-chevauchement.
      * Une autre demande en attente ou accordee du meme employe
      * dont la periode recoupe la nouvelle.
           move 'N' to ws_chevauche
           perform varying ws_dem_idx from 1 by 1
               until ws_dem_idx > ws_dem_count
               move ws_q_ligne(ws_dem_idx) to demande-record
               if dem-id = ws_id_demande
                  and (dem-statut = 'S' or dem-statut = 'A')
                  and dem-debut <= ws_fin and dem-fin >= ws_debut
                   move 'O' to ws_chevauche
                   display "Chevauche la demande " dem-num " du "
                       dem-debut " au " dem-fin " - demande"
                       " refusee."
               end-if
           end-perform
           .

       5200-calculer-le-disponible.
      * Droit acquis, moins les conges payes enregistres, moins les
      * autres demandes CP en attente [ws_exclu_idx : la demande
      * elle-meme quand on la recontrole].
           move 0 to ws_droits
           if ws_sol_ouvert = 'O'
               move ws_id_demande to sol-id
               read soldes-file
                   invalid key
                       continue
                   not invalid key
                       move sol-droits to ws_droits
               end-read
           end-if
           move 0 to ws_engage
           perform varying ws_abs_idx from 1 by 1
               until ws_abs_idx > ws_abs_count
               if ws_a_id(ws_abs_idx) = ws_id_demande
                  and ws_a_garde(ws_abs_idx) = 'O'
                  and (ws_a_type(ws_abs_idx) = spaces
                       or ws_a_type(ws_abs_idx) = "CP")
                   add ws_a_jours(ws_abs_idx) to ws_engage
               end-if
           end-perform
           perform varying ws_sol_idx from 1 by 1
               until ws_sol_idx > ws_dem_count
               if ws_sol_idx not = ws_exclu_idx
                   move ws_q_ligne(ws_sol_idx) to demande-record
                   if dem-id = ws_id_demande and dem-type = "CP"
                      and dem-statut = 'S'
                       add dem-jours to ws_engage
                   end-if
               end-if
           end-perform
           if ws_exclu_idx > 0
               move ws_q_ligne(ws_exclu_idx) to demande-record
           end-if
           compute ws_disponible = ws_droits - ws_engage
           .

       9000-sauvegarder-les-demandes.
           open output demandes-file
           perform varying ws_dem_idx from 1 by 1
               until ws_dem_idx > ws_dem_count
               move ws_q_ligne(ws_dem_idx) to demande-record
               write demande-record
           end-perform
           close demandes-file
           display ws_dem_count " demande(s) de conge"
               " sauvegardee(s)."
           .

       9100-ecrire-le-controle.
      * Le nombre de lignes gardees de src/absences.txt, que
      * 28_conges.cob confronte au fichier avant de debiter les
      * soldes.
           move 0 to ws_ctl_nb
           perform varying ws_abs_idx from 1 by 1
               until ws_abs_idx > ws_abs_count
               if ws_a_garde(ws_abs_idx) = 'O'
                   add 1 to ws_ctl_nb
               end-if
           end-perform
           open output controle-file
           move ws_ctl_nb to ctl-nb
           write controle-record
           close controle-file
           .
